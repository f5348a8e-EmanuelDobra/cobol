      *Qualifying-major list, honors credit/GPA thresholds, and the
      *near-graduation near-miss credit threshold, read once at
      *startup. Up to 5 qualifying majors; unused entries left spaces.
      *The commencement run's honors lines and vendor cut-off follow.
       FD  F03-PARAMETER-FILE
           RECORD CONTAINS 101 CHARACTERS
           DATA RECORD IS F03-PARM-RECORD.
       01  F03-PARM-RECORD.
           05  F03-PARM-MAJORS OCCURS 5 TIMES.
           05  F03-PARM-CREDIT-THRESHOLD   PIC 9(3).
           05  F03-PARM-MIN-GPA            PIC 9V99.
           05  F03-PARM-NEAR-MISS-CREDITS  PIC 9(3).
           05  FILLER                      PIC X(17).

      *One line is appended here at the end of every run, across
      *every program in the suite, req 046.
