      *changes the status ages out by itself and the next night
      *runs the full sequence. Delete stepstatus.dat to force a
      *full rerun the same day.
      *A step may also carry a schedule - every processing day,
      *weekly on a weekday, or monthly on a day of the month -
      *tested against the shared business calendar
      *(bizcalendar.dat). Weekends and company-wide holidays are
      *non-processing days: a scheduled step falling on one is
      *skipped, or shifted to the processing day after or before
      *it, as its control record says. Steps with no schedule run
      *every night the way they always did.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                   FILE STATUS IS
                                       WS-PREFLIGHT-STATUS.

      *Shared holiday and branch-closure calendar PARMMNT keeps;
      *only the company-wide days stop the overnight stream.
           SELECT F08-CALENDAR-FILE
                                   ASSIGN TO 'bizcalendar.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-CALENDAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Widened with the step's schedule: a schedule code, the
      *weekday (1 = Monday) or day of the month it falls on, and
      *what to do when that day is not a processing day. Records
      *from the old 70-byte file read with a blank schedule and
      *run every night.
       FD  F01-CONTROL-FILE
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS F01-CONTROL-RECORD.
       01  F01-CONTROL-RECORD.
           05  CTL-STEP-NO         PIC 9(2).
           05  CTL-STEP-NAME       PIC X(8).
           05  CTL-COMMAND         PIC X(60).
           05  CTL-SCHEDULE        PIC X.
               88  CTL-PROCESSING-DAYS       VALUE 'P'.
               88  CTL-WEEKLY                VALUE 'W'.
               88  CTL-MONTHLY               VALUE 'M'.
           05  CTL-RUN-DAY         PIC 9(2).
           05  CTL-NONPROC-ACTION  PIC X.
               88  CTL-SHIFT-AFTER           VALUE 'A'.
               88  CTL-SHIFT-BEFORE          VALUE 'B'.

      *Widened with a trailing reason so a held step says why;
      *records from the old 25-byte file read with a blank
           DATA RECORD IS F07-PREFLIGHT-RECORD.
       01  F07-PREFLIGHT-RECORD    PIC X(132).

      *One record per closed day: the date, the branch or college
      *it closes (blank for the whole company), and what it is.
       FD  F08-CALENDAR-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS F08-CALENDAR-RECORD.
       01  F08-CALENDAR-RECORD.
           05  CAL-IN-DATE         PIC 9(8).
           05  CAL-IN-LOCATION     PIC X(4).
           05  CAL-IN-DESCRIPTION  PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-STATUS-IN-STATUS     PIC XX    VALUE SPACES.
           05  WS-STEPS-SKIPPED    PIC 9(2)  VALUE 0.
           05  WS-STEPS-FAILED     PIC 9(2)  VALUE 0.
           05  WS-STEPS-NOT-READY  PIC 9(2)  VALUE 0.
           05  WS-STEPS-UNSCHEDULED PIC 9(2) VALUE 0.

      *Input-readiness work fields. The manifest loads once; each
      *step's required files are counted just before launch, and
           05  WS-TODAYS-MM        PIC 9(2).
           05  WS-TODAYS-DD        PIC 9(2).

      *Business-calendar work fields. Days are carried as day
      *numbers (INTEGER-OF-DATE), where day 1 - 1 January 1601 -
      *was a Monday, so the weekday falls out of the remainder by
      *seven. A shift looks no further than two weeks either way.
       01  WS-CALENDAR-FILE-STATUS PIC XX    VALUE SPACES.
       01  MAX-CALENDAR-DAYS       PIC 9(4)  VALUE 1000.
       01  CALENDAR-TABLE-AREA.
           05  WS-CALENDAR-COUNT   PIC 9(4)  VALUE 0.
           05  CALENDAR-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-CALENDAR-COUNT
                   INDEXED BY CAL-IDX.
               10  CAL-DAY-NUMBER  PIC 9(7).
       01  WS-TODAY-DAY-NUMBER     PIC 9(7)  VALUE 0.
       01  WS-TEST-DAY-NUMBER      PIC 9(7)  VALUE 0.
       01  WS-TEST-DATE-8          PIC 9(8)  VALUE 0.
       01  WS-TEST-DATE REDEFINES WS-TEST-DATE-8.
           05  WS-TEST-CCYY        PIC 9(4).
           05  WS-TEST-MM          PIC 9(2).
           05  WS-TEST-DD          PIC 9(2).
       01  WS-NEXT-DATE-8          PIC 9(8)  VALUE 0.
       01  WS-NEXT-DATE REDEFINES WS-NEXT-DATE-8.
           05  WS-NEXT-CCYY        PIC 9(4).
           05  WS-NEXT-MM          PIC 9(2).
           05  WS-NEXT-DD          PIC 9(2).
       01  WS-WEEKDAY              PIC 9     VALUE 0.
       01  WS-RUN-DAY              PIC 9(2)  VALUE 0.
       01  WS-SHIFT-DIRECTION      PIC S9    VALUE 0.
       01  WS-SHIFT-WALK           PIC 9(2)  VALUE 0.
       01  MAX-SHIFT-DAYS          PIC 9(2)  VALUE 14.
       01  WS-PROCESSING-SWITCH    PIC X     VALUE 'Y'.
           88  WS-PROCESSING-DAY             VALUE 'Y'.
           88  WS-NON-PROCESSING-DAY         VALUE 'N'.
       01  WS-NOMINAL-SWITCH       PIC X     VALUE 'N'.
           88  WS-NOMINAL-DAY                VALUE 'Y'.
       01  WS-WALK-SWITCH          PIC X     VALUE 'N'.
           88  WS-WALK-DONE                  VALUE 'Y'.
       01  WS-STEP-DUE-SWITCH      PIC X     VALUE 'Y'.
           88  WS-STEP-DUE                   VALUE 'Y'.
           88  WS-STEP-NOT-DUE               VALUE 'N'.
       01  WS-SCHEDULE-REASON      PIC X(40) VALUE SPACES.

       01  DRIVER-CONSOLE-LINE.
           05  DCL-STEP-NO         PIC 99.
           05  FILLER              PIC X     VALUE SPACES.
           ACCEPT WS-TODAYS-DATE-8 FROM DATE YYYYMMDD
           PERFORM 110-LOAD-PRIOR-STATUS
           PERFORM 112-LOAD-STEP-MANIFEST
           PERFORM 114-LOAD-BUSINESS-CALENDAR
           OPEN OUTPUT F03-STATUS-OUT-FILE
           PERFORM 200-DRIVE-THE-SEQUENCE
           CLOSE F03-STATUS-OUT-FILE
           END-IF
           .

      *Loads the company-wide closed days; a branch or college
      *closure does not stop the overnight stream. No calendar
      *file means only weekends are non-processing days.
       114-LOAD-BUSINESS-CALENDAR.
           COMPUTE WS-TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-8)
           OPEN INPUT F08-CALENDAR-FILE
           IF WS-CALENDAR-FILE-STATUS = '00'
               PERFORM UNTIL WS-CALENDAR-FILE-STATUS NOT = '00'
                   READ F08-CALENDAR-FILE
                       AT END
                           MOVE '10' TO WS-CALENDAR-FILE-STATUS
                       NOT AT END
                           IF CAL-IN-DATE IS NUMERIC
                               AND CAL-IN-DATE > 16010101
                               AND CAL-IN-LOCATION = SPACES
                               AND WS-CALENDAR-COUNT
                                   < MAX-CALENDAR-DAYS
                               ADD 1 TO WS-CALENDAR-COUNT
                               COMPUTE CAL-DAY-NUMBER
                                   (WS-CALENDAR-COUNT) =
                                   FUNCTION INTEGER-OF-DATE
                                       (CAL-IN-DATE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F08-CALENDAR-FILE
           END-IF
           .

       200-DRIVE-THE-SEQUENCE.
           OPEN INPUT F01-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
                       MOVE 'Y' TO WS-PRI-FOUND-SWITCH
               END-SEARCH
           END-IF
           PERFORM 212-CHECK-STEP-SCHEDULE
           EVALUATE TRUE
               WHEN WS-PRIOR-FOUND
                   ADD 1 TO WS-STEPS-SKIPPED
                   MOVE 0 TO WS-STEP-RC
                   PERFORM 230-RECORD-STEP-STATUS
               WHEN WS-STEP-NOT-DUE
                   ADD 1 TO WS-STEPS-UNSCHEDULED
                   MOVE 0 TO WS-STEP-RC
                   PERFORM 236-RECORD-UNSCHEDULED-STEP
               WHEN WS-SEQUENCE-STOPPED
                   MOVE 0 TO WS-STEP-RC
                   PERFORM 235-RECORD-HELD-STEP
           END-EVALUATE
           .

      *Decides whether a scheduled step is due tonight. A step
      *with no schedule (or a code this driver does not know)
      *runs every night. A scheduled step never runs on a
      *non-processing day; on a processing day it runs when today
      *is its scheduled day, or - when it shifts - when its
      *scheduled day fell in the run of non-processing days just
      *before tonight (shift after) or just after it (shift
      *before).
       212-CHECK-STEP-SCHEDULE.
           SET WS-STEP-DUE TO TRUE
           MOVE SPACES TO WS-SCHEDULE-REASON
           IF CTL-PROCESSING-DAYS OR CTL-WEEKLY OR CTL-MONTHLY
               MOVE 0 TO WS-RUN-DAY
               IF CTL-RUN-DAY IS NUMERIC
                   MOVE CTL-RUN-DAY TO WS-RUN-DAY
               END-IF
               MOVE WS-TODAY-DAY-NUMBER TO WS-TEST-DAY-NUMBER
               PERFORM 214-TEST-PROCESSING-DAY
               IF WS-NON-PROCESSING-DAY
                   SET WS-STEP-NOT-DUE TO TRUE
                   MOVE 'NON-PROCESSING DAY' TO WS-SCHEDULE-REASON
               ELSE
                   PERFORM 213-TEST-NOMINAL-DAY
                   IF NOT WS-NOMINAL-DAY
                       SET WS-STEP-NOT-DUE TO TRUE
                       MOVE 'NOT SCHEDULED TODAY'
                           TO WS-SCHEDULE-REASON
                       IF CTL-SHIFT-AFTER
                           MOVE -1 TO WS-SHIFT-DIRECTION
                           PERFORM 218-WALK-NON-PROCESSING-DAYS
                       END-IF
                       IF CTL-SHIFT-BEFORE
                           MOVE 1 TO WS-SHIFT-DIRECTION
                           PERFORM 218-WALK-NON-PROCESSING-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *Is the day at WS-TEST-DAY-NUMBER one the step's schedule
      *names? A monthly day past the end of a short month falls
      *on the month's last day.
       213-TEST-NOMINAL-DAY.
           MOVE 'N' TO WS-NOMINAL-SWITCH
           COMPUTE WS-TEST-DATE-8 =
               FUNCTION DATE-OF-INTEGER(WS-TEST-DAY-NUMBER)
           COMPUTE WS-NEXT-DATE-8 =
               FUNCTION DATE-OF-INTEGER(WS-TEST-DAY-NUMBER + 1)
           COMPUTE WS-WEEKDAY =
               FUNCTION MOD(WS-TEST-DAY-NUMBER - 1, 7) + 1
           EVALUATE TRUE
               WHEN CTL-PROCESSING-DAYS
                   SET WS-NOMINAL-DAY TO TRUE
               WHEN CTL-WEEKLY
                   IF WS-WEEKDAY = WS-RUN-DAY
                       SET WS-NOMINAL-DAY TO TRUE
                   END-IF
               WHEN CTL-MONTHLY
                   IF WS-TEST-DD = WS-RUN-DAY
                       OR (WS-NEXT-DD = 1
                           AND WS-RUN-DAY > WS-TEST-DD)
                       SET WS-NOMINAL-DAY TO TRUE
                   END-IF
           END-EVALUATE
           .

      *Weekends and the calendar's company-wide closed days are
      *the non-processing days.
       214-TEST-PROCESSING-DAY.
           SET WS-PROCESSING-DAY TO TRUE
           COMPUTE WS-WEEKDAY =
               FUNCTION MOD(WS-TEST-DAY-NUMBER - 1, 7) + 1
           IF WS-WEEKDAY > 5
               SET WS-NON-PROCESSING-DAY TO TRUE
           ELSE
               IF WS-CALENDAR-COUNT > 0
                   SET CAL-IDX TO 1
                   SEARCH CALENDAR-ENTRY
                       AT END CONTINUE
                       WHEN CAL-DAY-NUMBER(CAL-IDX)
                           = WS-TEST-DAY-NUMBER
                           SET WS-NON-PROCESSING-DAY TO TRUE
                   END-SEARCH
               END-IF
           END-IF
           .

      *Walks away from tonight, one day at a time in the shift
      *direction, across the unbroken run of non-processing days;
      *a scheduled day found in that run is made up tonight.
       218-WALK-NON-PROCESSING-DAYS.
           MOVE 'N' TO WS-WALK-SWITCH
           MOVE WS-TODAY-DAY-NUMBER TO WS-TEST-DAY-NUMBER
           PERFORM VARYING WS-SHIFT-WALK FROM 1 BY 1
               UNTIL WS-SHIFT-WALK > MAX-SHIFT-DAYS
                   OR WS-WALK-DONE
               ADD WS-SHIFT-DIRECTION TO WS-TEST-DAY-NUMBER
               PERFORM 214-TEST-PROCESSING-DAY
               IF WS-PROCESSING-DAY
                   SET WS-WALK-DONE TO TRUE
               ELSE
                   PERFORM 213-TEST-NOMINAL-DAY
                   IF WS-NOMINAL-DAY
                       SET WS-WALK-DONE TO TRUE
                       SET WS-STEP-DUE TO TRUE
                       STRING 'SHIFTED FROM ' WS-TEST-DATE-8
                           DELIMITED BY SIZE
                           INTO WS-SCHEDULE-REASON
                       END-STRING
                       DISPLAY 'STEP ' CTL-STEP-NAME ' '
                           WS-SCHEDULE-REASON
                   END-IF
               END-IF
           END-PERFORM
           .

      *Preflights the step's required inputs before the launch: a
      *file the counter forgot to drop, or one suspiciously short
      *of its minimum, holds the step as NOT-READY instead of
           PERFORM 250-SHOW-STEP-ON-CONSOLE
           .

      *A step not due tonight is recorded as skipped with the
      *reason; it neither runs nor holds the steps after it.
       236-RECORD-UNSCHEDULED-STEP.
           MOVE CTL-STEP-NO   TO STA-OUT-STEP-NO
           MOVE CTL-STEP-NAME TO STA-OUT-STEP-NAME
           MOVE 'SKIP'        TO STA-OUT-STATUS
           MOVE 0             TO STA-OUT-RC
           MOVE WS-TODAYS-DATE-8 TO STA-OUT-DATE
           MOVE WS-SCHEDULE-REASON TO STA-OUT-REASON
           WRITE F03-STATUS-OUT-RECORD
           DISPLAY 'STEP NOT DUE - ' WS-SCHEDULE-REASON
           PERFORM 250-SHOW-STEP-ON-CONSOLE
           .

       240-RECORD-FAILED-STEP.
           MOVE CTL-STEP-NO   TO STA-OUT-STEP-NO
           MOVE CTL-STEP-NAME TO STA-OUT-STEP-NAME
