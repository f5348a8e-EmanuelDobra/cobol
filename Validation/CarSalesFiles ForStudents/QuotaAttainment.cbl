               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *Same 66-byte layout COMMRPT reads spmaster.dat with; this
      *run only uses the quota fields.
           SELECT F02-SPMASTER-FILE
               ASSIGN TO "spmaster.dat"
           05                        PIC X(24).

       FD  F02-SPMASTER-FILE
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS F02-SPMASTER-RECORD.
       01  F02-SPMASTER-RECORD.
           05  F02-SP-NAME           PIC X(7).
           05  FILLER                PIC X(21).
           05  F02-SP-QUOTA-UNITS    PIC 9(3).
           05  F02-SP-QUOTA-DOLLARS  PIC 9(7).
           05  FILLER                PIC X(28).

       FD  F03-MTD-IN-FILE
           RECORD CONTAINS 27 CHARACTERS
