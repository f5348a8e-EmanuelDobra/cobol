       01  F04-REGISTER-RECORD         PIC X(120).

       FD  F05-PARAMETER-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F05-PARM-RECORD.
       01  F05-PARM-RECORD.
           05  F05-PARM-AGING-THRESHOLD PIC 9(5).
           05  F05-PARM-CARRY-COST-DAY  PIC 9(3)V99.
           05  F05-PARM-ANNUAL-RATE     PIC 99V999.
           05  F05-PARM-RECON-DAYS      PIC 9(3).

      *One line is appended here at the end of every run, across
      *every program in the suite.
