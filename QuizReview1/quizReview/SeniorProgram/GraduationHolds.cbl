           DATA RECORD IS F03-HOLD-RECORD.
       01  F03-HOLD-RECORD         PIC X(80).

      *The commencement run's honors lines and vendor cut-off
      *follow the near-miss line.
       FD  F04-PARAMETER-FILE
           RECORD CONTAINS 101 CHARACTERS
           DATA RECORD IS F04-PARM-RECORD.
       01  F04-PARM-RECORD.
           05  F04-PARM-MAJORS OCCURS 5 TIMES.
           05  F04-PARM-CREDIT-THRESHOLD   PIC 9(3).
           05  F04-PARM-MIN-GPA            PIC 9V99.
           05  F04-PARM-NEAR-MISS-CREDITS  PIC 9(3).
           05  FILLER                      PIC X(17).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       01  WS-HOLD-IN-STATUS       PIC XX    VALUE SPACES.

      *Collections holds carried across the rebuild. TUITCOLL
      *appends them with 'COLLECTIONS HOLD' in columns 21-36, and
      *TUITPAY appends repeat returned-payment holds with
      *'RETURNED PMT HOLD' in columns 21-37; this run's own list
      *is rebuilt fresh each night, but those lines belong to the
      *bursar's cycles and must survive.
       01  MAX-CARRIED-HOLDS       PIC 9(3)  VALUE 200.
       01  CARRIED-HOLD-AREA.
           05  WS-CARRIED-COUNT    PIC 9(3)  VALUE 0.
           MOVE 0 TO WS-SEAL-READ-COUNT
           MOVE 0 TO WS-SEAL-READ-SUM.

      *Saves TUITCOLL's collections-hold lines and TUITPAY's
      *returned-payment hold lines out of the prior list before
      *the rebuild overwrites it; they are appended back after
      *tonight's own holds. The file missing entirely
      *is the first run and carries nothing.
       115-CARRY-COLLECTION-HOLDS.
           OPEN INPUT F07-HOLD-IN-FILE
                       AT END
                           MOVE '10' TO WS-HOLD-IN-STATUS
                       NOT AT END
                           IF (F07-HOLD-IN-RECORD(21:16)
                               = 'COLLECTIONS HOLD'
                               OR F07-HOLD-IN-RECORD(21:17)
                               = 'RETURNED PMT HOLD')
                               AND WS-CARRIED-COUNT
                                   < MAX-CARRIED-HOLDS
                               ADD 1 TO WS-CARRIED-COUNT
