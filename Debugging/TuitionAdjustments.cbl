
      *Same layout as STUDENT-RECORD in findErrors.cbl.
       FD  STUDENT-FILE
           RECORD CONTAINS 142 CHARACTERS
           DATA RECORD IS STUDENT-RECORD.
       01  STUDENT-RECORD.
           05  STU-LAST-NAME        PIC X(15).
           05  STU-SPONSOR-CODE     PIC X(3).
           05  STU-RESIDENCY        PIC X.
           05  STU-STUDENT-ID       PIC X(5).
           05  STU-EMAIL            PIC X(40).
           05  STU-MOBILE           PIC X(15).
           05  STU-CONTACT-CHANNEL  PIC X.
           05  STU-EMAIL-OPTIN      PIC X.
           05  STU-TEXT-OPTIN       PIC X.
           05  STU-DD-ELECTION      PIC X.
           05  STU-BANK-ROUTING     PIC X(9).
           05  STU-BANK-ACCOUNT     PIC X(17).
           05  STU-ACCOUNT-TYPE     PIC X.

      *Same 36-byte layout TUIT6COM writes studentbills.dat with.
       FD  BILL-FILE
