      *Same layout as STUDENT-RECORD in findErrors.cbl; only the
      *name, ID, and billed credits matter here.
       FD  STUDENT-FILE
           RECORD CONTAINS 142 CHARACTERS
           DATA RECORD IS STUDENT-RECORD.
       01  STUDENT-RECORD.
           05  STU-LAST-NAME        PIC X(15).
           05  STU-COLLEGE-CODE     PIC X(4).
           05  FILLER               PIC X(4).
           05  STU-STUDENT-ID       PIC X(5).
           05  FILLER               PIC X(86).

      *Same 13-byte layout the grades run reads.
       FD  TRANS-FILE
