       IDENTIFICATION DIVISION.
       PROGRAM-ID.      RUNTREND.

      *Batch run-time trending and window overrun forecast. OPSDASH
      *reads today's exceptions off opslog.dat, but nothing warns
      *that the nightly window is creeping longer until a step
      *runs into the morning counter opening. Every program
      *already logs its start and end time; this run keeps those
      *as a 90-day run-time history and reports, per program, the
      *average and worst run over the last 30 and 90 days, its
      *growth rate and how its finish sits against its slot on
      *opsschedule.dat. Tonight's steps that ran more than the set
      *percentage over their norm are flagged, and the total
      *nightly window - BATCHDRV's own log line, which spans the
      *whole sequence, or the sum of the steps on a night the
      *driver did not run - is projected forward at its current
      *growth to the date it will pass the window limit.
      *
      *runhistory.dat is carried: each run merges the opslog lines
      *inside the 90 days into it, skipping runs it already holds,
      *and writes runhistory.new for the overnight procedure to
      *move over, so a rerun never counts a run twice.
      *
      *Growth compares the last 30 days' average with the 60 days
      *before them; the two periods' midpoints sit 45 days apart,
      *so the difference over 45 is the growth per day. A step
      *needs three earlier runs before it has a norm, and must run
      *at least a minute over it to be flagged, so a two-second
      *step taking four is not an alarm. Any step over its norm,
      *or a window forecast to pass its limit inside the horizon,
      *ends the run with the warning code 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Window limit, over-norm percentage and forecast horizon.
           SELECT F01-PARAMETER-FILE
                                   ASSIGN TO 'runtrendparams.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-PARAM-FILE-STATUS.

      *Same 132-byte line layout every program's operations-log
      *paragraph writes; this run reads it, then appends its own.
           SELECT F02-OPS-LOG-FILE ASSIGN TO 'opslog.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Same expected schedule OPSDASH reads: program name and the
      *start-hour window the overnight normally runs it in.
           SELECT F03-SCHEDULE-FILE
                                   ASSIGN TO 'opsschedule.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-SCHEDULE-FILE-STATUS.

      *The carried run-time history, and its replacement for the
      *overnight procedure to move over it.
           SELECT F04-HISTORY-IN-FILE
                                   ASSIGN TO 'runhistory.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-HISTORY-FILE-STATUS.

           SELECT F05-HISTORY-OUT-FILE
                                   ASSIGN TO 'runhistory.new'
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F06-TREND-FILE   ASSIGN TO 'runtrend.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-PARAMETER-FILE
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS F01-PARAMETER-RECORD.
       01  F01-PARAMETER-RECORD.
           05  RTP-WINDOW-LIMIT-MIN PIC 9(4).
           05  RTP-OVER-NORM-PCT   PIC 9(3).
           05  RTP-HORIZON-DAYS    PIC 9(3).

      *Field-for-field view of OPS-LOG-LINE as the suite writes it.
       FD  F02-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F02-OPS-LOG-RECORD.
       01  F02-OPS-LOG-RECORD.
           05  FILLER              PIC X(9).
           05  LOG-PROGRAM         PIC X(8).
           05  FILLER              PIC X(3).
           05  FILLER              PIC X(10).
           05  LOG-RUN-MM          PIC 99.
           05  FILLER              PIC X.
           05  LOG-RUN-DD          PIC 99.
           05  FILLER              PIC X.
           05  LOG-RUN-CCYY        PIC 9999.
           05  FILLER              PIC X(3).
           05  FILLER              PIC X(7).
           05  LOG-START-HH        PIC 99.
           05  FILLER              PIC X.
           05  LOG-START-MM        PIC 99.
           05  FILLER              PIC X.
           05  LOG-START-SS        PIC 99.
           05  FILLER              PIC X(3).
           05  FILLER              PIC X(5).
           05  LOG-END-HH          PIC 99.
           05  FILLER              PIC X.
           05  LOG-END-MM          PIC 99.
           05  FILLER              PIC X.
           05  LOG-END-SS          PIC 99.
           05  FILLER              PIC X(3).
           05  FILLER              PIC X(9).
           05  LOG-RECORD-COUNT    PIC X(7).
           05  FILLER              PIC X(39).

       FD  F03-SCHEDULE-FILE
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS F03-SCHEDULE-RECORD.
       01  F03-SCHEDULE-RECORD.
           05  SCH-PROGRAM         PIC X(8).
           05  SCH-EARLIEST-HH     PIC 99.
           05  SCH-LATEST-HH       PIC 99.

      *One run: program, run date, start HHMMSS, seconds elapsed.
       FD  F04-HISTORY-IN-FILE
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS F04-HISTORY-IN-RECORD.
       01  F04-HISTORY-IN-RECORD.
           05  RHI-PROGRAM         PIC X(8).
           05  RHI-DATE            PIC 9(8).
           05  RHI-START           PIC 9(6).
           05  RHI-ELAPSED         PIC 9(5).

       FD  F05-HISTORY-OUT-FILE
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS F05-HISTORY-OUT-RECORD.
       01  F05-HISTORY-OUT-RECORD.
           05  RHO-PROGRAM         PIC X(8).
           05  RHO-DATE            PIC 9(8).
           05  RHO-START           PIC 9(6).
           05  RHO-ELAPSED         PIC 9(5).

       FD  F06-TREND-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F06-TREND-RECORD.
       01  F06-TREND-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARAM-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-SCHEDULE-FILE-STATUS PIC XX    VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC XX    VALUE SPACES.

      *Defaults hold when the parameter file is absent: a six-hour
      *window, 50% over norm, and a 90-day forecast horizon.
       01  WS-WINDOW-LIMIT-MIN     PIC 9(4)  VALUE 360.
       01  WS-OVER-NORM-PCT        PIC 9(3)  VALUE 50.
       01  WS-HORIZON-DAYS         PIC 9(3)  VALUE 90.
       01  WS-HISTORY-DAYS         PIC 9(3)  VALUE 90.
       01  WS-RECENT-DAYS          PIC 9(3)  VALUE 30.
       01  WS-MIN-NORM-RUNS        PIC 9(2)  VALUE 3.
       01  WS-MIN-OVER-SECONDS     PIC 9(3)  VALUE 60.

      *The 90-day run-time history, carried and merged.
       01  MAX-HISTORY             PIC 9(4)  VALUE 5000.
       01  WS-HST-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-HST-FOUND                  VALUE 'Y'.
       01  HISTORY-TABLE-AREA.
           05  WS-HISTORY-COUNT    PIC 9(4)  VALUE 0.
           05  HISTORY-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-HISTORY-COUNT
                   INDEXED BY HST-IDX.
               10  HST-PROGRAM     PIC X(8).
               10  HST-DATE        PIC 9(8).
               10  HST-START       PIC 9(6).
               10  HST-ELAPSED     PIC 9(5).
               10  HST-AGE         PIC 9(3).

      *One row per program seen on the schedule or in the history,
      *with its 30-day, prior 60-day, 90-day and norm totals.
       01  MAX-PROGRAMS            PIC 9(2)  VALUE 60.
       01  WS-PGM-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-PGM-FOUND                  VALUE 'Y'.
       01  PROGRAM-TABLE-AREA.
           05  WS-PROGRAM-COUNT    PIC 9(2)  VALUE 0.
           05  PROGRAM-ENTRY OCCURS 0 TO 60 TIMES
                   DEPENDING ON WS-PROGRAM-COUNT
                   INDEXED BY PGM-IDX.
               10  PGM-PROGRAM     PIC X(8).
               10  PGM-SCHEDULED-SWITCH PIC X.
                   88  PGM-SCHEDULED         VALUE 'Y'.
               10  PGM-EARLIEST    PIC 99.
               10  PGM-LATEST      PIC 99.
               10  PGM-RUNS-30     PIC 9(4).
               10  PGM-SECS-30     PIC 9(9).
               10  PGM-START-SECS-30 PIC 9(9).
               10  PGM-WORST-30    PIC 9(5).
               10  PGM-RUNS-PRIOR  PIC 9(4).
               10  PGM-SECS-PRIOR  PIC 9(9).
               10  PGM-RUNS-90     PIC 9(4).
               10  PGM-SECS-90     PIC 9(9).
               10  PGM-WORST-90    PIC 9(5).
               10  PGM-RUNS-NORM   PIC 9(4).
               10  PGM-SECS-NORM   PIC 9(9).

      *One row per run date: the driver's span when it ran, and
      *the sum of the steps otherwise.
       01  MAX-NIGHTS              PIC 9(3)  VALUE 100.
       01  WS-NGT-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-NGT-FOUND                  VALUE 'Y'.
       01  NIGHT-TABLE-AREA.
           05  WS-NIGHT-COUNT      PIC 9(3)  VALUE 0.
           05  NIGHT-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-NIGHT-COUNT
                   INDEXED BY NGT-IDX.
               10  NGT-DATE        PIC 9(8).
               10  NGT-AGE         PIC 9(3).
               10  NGT-STEP-SECS   PIC 9(7).
               10  NGT-DRIVER-SECS PIC 9(7).
               10  NGT-DRIVER-SWITCH PIC X.
                   88  NGT-HAS-DRIVER        VALUE 'Y'.
       01  WS-DRIVER-PROGRAM       PIC X(8)  VALUE 'BATCHDRV'.

      *Dates as day numbers for the 30/90-day windows.
       01  WS-TODAY-INT            PIC 9(7)  VALUE 0.
       01  WS-RUN-INT              PIC 9(7)  VALUE 0.
       01  WS-RUN-AGE              PIC S9(7) VALUE 0.
       01  WS-LOG-DATE-8           PIC 9(8)  VALUE 0.
       01  WS-LOG-DATE REDEFINES WS-LOG-DATE-8.
           05  WS-LOG-CCYY         PIC 9(4).
           05  WS-LOG-MM           PIC 9(2).
           05  WS-LOG-DD           PIC 9(2).

      *Elapsed-time work fields; a run whose end is earlier than
      *its start crossed midnight.
       01  WS-START-SECONDS        PIC 9(6)  VALUE 0.
       01  WS-END-SECONDS          PIC 9(6)  VALUE 0.
       01  WS-ELAPSED-SECONDS      PIC 9(6)  VALUE 0.
       01  WS-LOG-START-HHMMSS.
           05  WS-LSH-HH           PIC 99.
           05  WS-LSH-MM           PIC 99.
           05  WS-LSH-SS           PIC 99.
       01  WS-LOG-START-NUM REDEFINES WS-LOG-START-HHMMSS
                                   PIC 9(6).
       01  WS-HST-START-HHMMSS     PIC 9(6)  VALUE 0.
       01  WS-HST-START-PARTS REDEFINES WS-HST-START-HHMMSS.
           05  WS-HSP-HH           PIC 99.
           05  WS-HSP-MM           PIC 99.
           05  WS-HSP-SS           PIC 99.

      *Per-program trend arithmetic.
       01  WS-AVG-30               PIC 9(6)  VALUE 0.
       01  WS-AVG-90               PIC 9(6)  VALUE 0.
       01  WS-AVG-PRIOR            PIC 9(6)  VALUE 0.
       01  WS-AVG-NORM             PIC 9(6)  VALUE 0.
       01  WS-AVG-START            PIC 9(6)  VALUE 0.
       01  WS-AVG-FINISH           PIC 9(6)  VALUE 0.
       01  WS-SLOT-END             PIC 9(6)  VALUE 0.
       01  WS-GROWTH-PCT           PIC S9(5)V9 VALUE 0.
       01  WS-THRESHOLD            PIC 9(7)  VALUE 0.
       01  WS-OVER-PCT             PIC 9(5)  VALUE 0.

      *Window forecast arithmetic.
       01  WS-WIN-SECS             PIC 9(7)  VALUE 0.
       01  WS-WIN-NIGHTS-30        PIC 9(3)  VALUE 0.
       01  WS-WIN-SUM-30           PIC 9(9)  VALUE 0.
       01  WS-WIN-NIGHTS-PRIOR     PIC 9(3)  VALUE 0.
       01  WS-WIN-SUM-PRIOR        PIC 9(9)  VALUE 0.
       01  WS-WIN-WORST            PIC 9(7)  VALUE 0.
       01  WS-WIN-AVG-30           PIC 9(7)  VALUE 0.
       01  WS-WIN-AVG-PRIOR        PIC 9(7)  VALUE 0.
       01  WS-WIN-LIMIT-SECS       PIC 9(7)  VALUE 0.
       01  WS-WIN-GROWTH-DAY       PIC S9(5)V99 VALUE 0.
       01  WS-WIN-LEVEL            PIC S9(7)V99 VALUE 0.
       01  WS-WIN-DAYS-LEFT        PIC 9(5)  VALUE 0.
       01  WS-FORECAST-DATE        PIC 9(8)  VALUE 0.
       01  WS-FORECAST-PARTS REDEFINES WS-FORECAST-DATE.
           05  WS-FCD-CCYY         PIC 9(4).
           05  WS-FCD-MM           PIC 99.
           05  WS-FCD-DD           PIC 99.

      *HH:MM:SS rendering of a number of seconds.
       01  WS-DUR-SECONDS          PIC 9(7)  VALUE 0.
       01  WS-DURATION-TEXT.
           05  WS-DUR-HH           PIC 99.
           05  FILLER              PIC X     VALUE ':'.
           05  WS-DUR-MM           PIC 99.
           05  FILLER              PIC X     VALUE ':'.
           05  WS-DUR-SS           PIC 99.

       01  RUN-COUNTERS.
           05  WS-LOG-LINES-MERGED PIC 9(5)  VALUE 0.
           05  WS-HISTORY-DROPPED  PIC 9(5)  VALUE 0.
           05  WS-STEPS-OVER-NORM  PIC 9(3)  VALUE 0.
           05  WS-PAST-SLOT        PIC 9(3)  VALUE 0.

       01  WS-TODAYS-DATE-8        PIC 9(8)  VALUE 0.
       01  WS-TODAYS-DATE REDEFINES WS-TODAYS-DATE-8.
           05  WS-TODAYS-CCYY      PIC 9(4).
           05  WS-TODAYS-MM        PIC 9(2).
           05  WS-TODAYS-DD        PIC 9(2).

       01  RUN-DATE-LINE.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  RDL-RUN-MM          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  RDL-RUN-DD          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  RDL-RUN-CCYY        PIC 9999.
           05  FILLER              PIC X(111) VALUE SPACES.

       01  TREND-TITLE-LINE.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  FILLER              PIC X(40)
                 VALUE 'BATCH RUN-TIME TREND - LAST 30 / 90 DAYS'.
           05  FILLER              PIC X(52) VALUE SPACES.
       01  SECTION-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SCL-TEXT            PIC X(50).
           05  FILLER              PIC X(80) VALUE SPACES.
       01  TREND-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'PROGRAM'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE 'SLOT'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(4)  VALUE 'RUNS'.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE '30D AVG'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE '30D WRST'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE '90D AVG'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE '90D WRST'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE 'GROWTH/30'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(4)  VALUE 'NOTE'.
           05  FILLER              PIC X(51) VALUE SPACES.
       01  TREND-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TDL-PROGRAM         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TDL-SLOT.
               10  TDL-SLOT-FROM   PIC 99.
               10  TDL-SLOT-DASH   PIC X.
               10  TDL-SLOT-TO     PIC 99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TDL-RUNS            PIC ZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  TDL-AVG-30          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TDL-WORST-30        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TDL-AVG-90          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TDL-WORST-90        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TDL-GROWTH          PIC +ZZZ9.9.
           05  TDL-GROWTH-SIGN     PIC X(2).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TDL-NOTE            PIC X(30).
           05  FILLER              PIC X(25) VALUE SPACES.

       01  OVER-NORM-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ONL-PROGRAM         PIC X(8).
           05  FILLER              PIC X(10) VALUE '  STARTED '.
           05  ONL-START           PIC X(8).
           05  FILLER              PIC X(7)  VALUE '   RAN '.
           05  ONL-ELAPSED         PIC X(8).
           05  FILLER              PIC X(8)  VALUE '   NORM '.
           05  ONL-NORM            PIC X(8).
           05  FILLER              PIC X(11) VALUE '   OVER BY '.
           05  ONL-OVER-PCT        PIC ZZZZ9.
           05  FILLER              PIC X     VALUE '%'.
           05  FILLER              PIC X(56) VALUE SPACES.
       01  NONE-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  NNL-TEXT            PIC X(40).
           05  FILLER              PIC X(88) VALUE SPACES.

       01  WINDOW-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WDL-LABEL           PIC X(32).
           05  WDL-VALUE           PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WDL-NOTE            PIC X(40).
           05  FILLER              PIC X(42) VALUE SPACES.
       01  WS-NIGHTS-EDIT          PIC ZZ9.
       01  WS-GROWTH-EDIT          PIC +ZZZ9.99.
       01  WS-DAYS-EDIT            PIC ZZZZ9.
       01  WS-PCT-EDIT             PIC ZZ9.
       01  WS-FORECAST-TEXT.
           05  WS-FCT-MM           PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  WS-FCT-DD           PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  WS-FCT-CCYY         PIC 9999.

       01  TREND-TRAILER-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(16)
                 VALUE 'RUNS IN HISTORY:'.
           05  TTL-HISTORY         PIC ZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(12)
                 VALUE 'NEW TONIGHT:'.
           05  TTL-MERGED          PIC ZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(15)
                 VALUE 'OVER NORM:     '.
           05  TTL-OVER            PIC ZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(15)
                 VALUE 'PAST SLOT:     '.
           05  TTL-PAST-SLOT       PIC ZZ9.
           05  FILLER              PIC X(47) VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
       01  WS-RUN-START-TIME.
           05  WS-START-HH         PIC 99.
           05  WS-START-MM         PIC 99.
           05  WS-START-SS         PIC 99.
           05  WS-START-HS         PIC 99.
       01  WS-RUN-END-TIME.
           05  WS-END-HH           PIC 99.
           05  WS-END-MM           PIC 99.
           05  WS-END-SS           PIC 99.
           05  WS-END-HS           PIC 99.
       01  OPS-LOG-LINE.
           05  FILLER              PIC X(9)  VALUE 'PROGRAM: '.
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'RUNTREND'.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  OPL-RUN-MM          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  OPL-RUN-DD          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  OPL-RUN-CCYY        PIC 9999.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE 'START: '.
           05  OPL-START-HH        PIC 99.
           05  FILLER              PIC X     VALUE ':'.
           05  OPL-START-MM        PIC 99.
           05  FILLER              PIC X     VALUE ':'.
           05  OPL-START-SS        PIC 99.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE 'END: '.
           05  OPL-END-HH          PIC 99.
           05  FILLER              PIC X     VALUE ':'.
           05  OPL-END-MM          PIC 99.
           05  FILLER              PIC X     VALUE ':'.
           05  OPL-END-SS          PIC 99.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE 'RECORDS: '.
           05  OPL-RECORD-COUNT    PIC ZZZZZZ9.
           05  FILLER              PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 097-CAPTURE-START-TIME
           PERFORM 099-GET-TODAYS-DATE
           PERFORM 100-READ-TREND-PARMS
           PERFORM 110-LOAD-SCHEDULE
           PERFORM 200-LOAD-RUN-HISTORY
           PERFORM 250-MERGE-THE-OPS-LOG
           PERFORM 300-WRITE-RUN-HISTORY
           PERFORM 400-ACCUMULATE-THE-HISTORY
           OPEN OUTPUT F06-TREND-FILE
           MOVE RUN-DATE-LINE TO F06-TREND-RECORD
           WRITE F06-TREND-RECORD
           MOVE TREND-TITLE-LINE TO F06-TREND-RECORD
           WRITE F06-TREND-RECORD
           PERFORM 500-REPORT-PROGRAM-TRENDS
           PERFORM 600-REPORT-STEPS-OVER-NORM
           PERFORM 700-FORECAST-THE-WINDOW
           MOVE SPACES TO F06-TREND-RECORD
           WRITE F06-TREND-RECORD
           MOVE WS-HISTORY-COUNT    TO TTL-HISTORY
           MOVE WS-LOG-LINES-MERGED TO TTL-MERGED
           MOVE WS-STEPS-OVER-NORM  TO TTL-OVER
           MOVE WS-PAST-SLOT        TO TTL-PAST-SLOT
           MOVE TREND-TRAILER-LINE TO F06-TREND-RECORD
           WRITE F06-TREND-RECORD
           CLOSE F06-TREND-FILE
           IF WS-STEPS-OVER-NORM > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           STOP RUN
           .

      *Captures the run start time before any file is opened, so
      *the end-of-day operations log entry reflects this run's
      *true start.
       097-CAPTURE-START-TIME.
           ACCEPT WS-RUN-START-TIME FROM TIME
           .

       099-GET-TODAYS-DATE.
           ACCEPT WS-TODAYS-DATE-8 FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-8)
           MOVE WS-TODAYS-MM   TO RDL-RUN-MM
           MOVE WS-TODAYS-DD   TO RDL-RUN-DD
           MOVE WS-TODAYS-CCYY TO RDL-RUN-CCYY
           .

       100-READ-TREND-PARMS.
           OPEN INPUT F01-PARAMETER-FILE
           IF WS-PARAM-FILE-STATUS = '00'
               READ F01-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RTP-WINDOW-LIMIT-MIN IS NUMERIC
                           AND RTP-WINDOW-LIMIT-MIN > 0
                           MOVE RTP-WINDOW-LIMIT-MIN
                               TO WS-WINDOW-LIMIT-MIN
                       END-IF
                       IF RTP-OVER-NORM-PCT IS NUMERIC
                           AND RTP-OVER-NORM-PCT > 0
                           MOVE RTP-OVER-NORM-PCT TO WS-OVER-NORM-PCT
                       END-IF
                       IF RTP-HORIZON-DAYS IS NUMERIC
                           AND RTP-HORIZON-DAYS > 0
                           MOVE RTP-HORIZON-DAYS TO WS-HORIZON-DAYS
                       END-IF
               END-READ
               CLOSE F01-PARAMETER-FILE
           END-IF
           COMPUTE WS-WIN-LIMIT-SECS = WS-WINDOW-LIMIT-MIN * 60
           .

      *Scheduled programs head the table with their slots, so a
      *scheduled program with no runs still shows on the report.
       110-LOAD-SCHEDULE.
           OPEN INPUT F03-SCHEDULE-FILE
           IF WS-SCHEDULE-FILE-STATUS = '00'
               PERFORM UNTIL WS-SCHEDULE-FILE-STATUS NOT = '00'
                   READ F03-SCHEDULE-FILE
                       AT END
                           MOVE '10' TO WS-SCHEDULE-FILE-STATUS
                       NOT AT END
                           IF SCH-EARLIEST-HH IS NUMERIC
                               AND SCH-LATEST-HH IS NUMERIC
                               PERFORM 410-FIND-PROGRAM-ROW
                               IF WS-PGM-FOUND
                                   MOVE 'Y' TO
                                       PGM-SCHEDULED-SWITCH(PGM-IDX)
                                   MOVE SCH-EARLIEST-HH
                                       TO PGM-EARLIEST(PGM-IDX)
                                   MOVE SCH-LATEST-HH
                                       TO PGM-LATEST(PGM-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-SCHEDULE-FILE
           END-IF
           .

      *Only runs inside the 90 days are kept; older ones drop off
      *the carried history here.
       200-LOAD-RUN-HISTORY.
           OPEN INPUT F04-HISTORY-IN-FILE
           IF WS-HISTORY-FILE-STATUS = '00'
               PERFORM UNTIL WS-HISTORY-FILE-STATUS NOT = '00'
                   READ F04-HISTORY-IN-FILE
                       AT END
                           MOVE '10' TO WS-HISTORY-FILE-STATUS
                       NOT AT END
                           PERFORM 210-KEEP-ONE-HISTORY-RUN
                   END-READ
               END-PERFORM
               CLOSE F04-HISTORY-IN-FILE
           END-IF
           .

       210-KEEP-ONE-HISTORY-RUN.
           MOVE 0 TO WS-RUN-AGE
           IF RHI-DATE IS NUMERIC
               AND RHI-ELAPSED IS NUMERIC
               AND RHI-DATE > 16010100
               COMPUTE WS-RUN-AGE = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(RHI-DATE)
           ELSE
               MOVE WS-HISTORY-DAYS TO WS-RUN-AGE
           END-IF
           IF WS-RUN-AGE >= 0
               AND WS-RUN-AGE < WS-HISTORY-DAYS
               AND WS-HISTORY-COUNT < MAX-HISTORY
               ADD 1 TO WS-HISTORY-COUNT
               SET HST-IDX TO WS-HISTORY-COUNT
               MOVE RHI-PROGRAM TO HST-PROGRAM(HST-IDX)
               MOVE RHI-DATE    TO HST-DATE(HST-IDX)
               MOVE RHI-START   TO HST-START(HST-IDX)
               MOVE RHI-ELAPSED TO HST-ELAPSED(HST-IDX)
               MOVE WS-RUN-AGE  TO HST-AGE(HST-IDX)
           ELSE
               ADD 1 TO WS-HISTORY-DROPPED
           END-IF
           .

      *Every opslog line inside the 90 days becomes a history run
      *unless the history already holds that program, date and
      *start time.
       250-MERGE-THE-OPS-LOG.
           OPEN INPUT F02-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '00'
               PERFORM UNTIL WS-OPSLOG-FILE-STATUS NOT = '00'
                   READ F02-OPS-LOG-FILE
                       AT END
                           MOVE '10' TO WS-OPSLOG-FILE-STATUS
                       NOT AT END
                           PERFORM 260-MERGE-ONE-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE F02-OPS-LOG-FILE
           END-IF
           .

      *Heading or damaged lines fail the numeric tests and are
      *left out.
       260-MERGE-ONE-LOG-LINE.
           MOVE WS-HISTORY-DAYS TO WS-RUN-AGE
           IF LOG-RUN-CCYY IS NUMERIC
               AND LOG-RUN-MM IS NUMERIC
               AND LOG-RUN-DD IS NUMERIC
               AND LOG-START-HH IS NUMERIC
               AND LOG-START-MM IS NUMERIC
               AND LOG-START-SS IS NUMERIC
               AND LOG-END-HH IS NUMERIC
               AND LOG-END-MM IS NUMERIC
               AND LOG-END-SS IS NUMERIC
               AND LOG-RUN-CCYY > 1600
               MOVE LOG-RUN-CCYY TO WS-LOG-CCYY
               MOVE LOG-RUN-MM   TO WS-LOG-MM
               MOVE LOG-RUN-DD   TO WS-LOG-DD
               COMPUTE WS-RUN-AGE = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-LOG-DATE-8)
           END-IF
           IF WS-RUN-AGE >= 0
               AND WS-RUN-AGE < WS-HISTORY-DAYS
               PERFORM 270-POST-ONE-LOG-RUN
           END-IF
           .

       270-POST-ONE-LOG-RUN.
           MOVE LOG-START-HH TO WS-LSH-HH
           MOVE LOG-START-MM TO WS-LSH-MM
           MOVE LOG-START-SS TO WS-LSH-SS
           MOVE 'N' TO WS-HST-FOUND-SWITCH
           IF WS-HISTORY-COUNT > 0
               SET HST-IDX TO 1
               SEARCH HISTORY-ENTRY
                   AT END CONTINUE
                   WHEN HST-PROGRAM(HST-IDX) = LOG-PROGRAM
                       AND HST-DATE(HST-IDX) = WS-LOG-DATE-8
                       AND HST-START(HST-IDX) = WS-LOG-START-NUM
                       MOVE 'Y' TO WS-HST-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF NOT WS-HST-FOUND
               AND WS-HISTORY-COUNT < MAX-HISTORY
               COMPUTE WS-START-SECONDS = (LOG-START-HH * 3600)
                   + (LOG-START-MM * 60) + LOG-START-SS
               COMPUTE WS-END-SECONDS = (LOG-END-HH * 3600)
                   + (LOG-END-MM * 60) + LOG-END-SS
               IF WS-END-SECONDS < WS-START-SECONDS
                   ADD 86400 TO WS-END-SECONDS
               END-IF
               COMPUTE WS-ELAPSED-SECONDS =
                   WS-END-SECONDS - WS-START-SECONDS
               ADD 1 TO WS-HISTORY-COUNT
               SET HST-IDX TO WS-HISTORY-COUNT
               MOVE LOG-PROGRAM        TO HST-PROGRAM(HST-IDX)
               MOVE WS-LOG-DATE-8      TO HST-DATE(HST-IDX)
               MOVE WS-LOG-START-NUM   TO HST-START(HST-IDX)
               MOVE WS-ELAPSED-SECONDS TO HST-ELAPSED(HST-IDX)
               MOVE WS-RUN-AGE         TO HST-AGE(HST-IDX)
               ADD 1 TO WS-LOG-LINES-MERGED
           END-IF
           .

       300-WRITE-RUN-HISTORY.
           OPEN OUTPUT F05-HISTORY-OUT-FILE
           PERFORM VARYING HST-IDX FROM 1 BY 1
               UNTIL HST-IDX > WS-HISTORY-COUNT
               MOVE HST-PROGRAM(HST-IDX) TO RHO-PROGRAM
               MOVE HST-DATE(HST-IDX)    TO RHO-DATE
               MOVE HST-START(HST-IDX)   TO RHO-START
               MOVE HST-ELAPSED(HST-IDX) TO RHO-ELAPSED
               WRITE F05-HISTORY-OUT-RECORD
           END-PERFORM
           CLOSE F05-HISTORY-OUT-FILE
           .

      *One pass over the history builds the per-program and
      *per-night totals. Tonight's own runs are left out of the
      *norm they are about to be judged against.
       400-ACCUMULATE-THE-HISTORY.
           PERFORM VARYING HST-IDX FROM 1 BY 1
               UNTIL HST-IDX > WS-HISTORY-COUNT
               MOVE HST-PROGRAM(HST-IDX) TO SCH-PROGRAM
               PERFORM 410-FIND-PROGRAM-ROW
               IF WS-PGM-FOUND
                   PERFORM 420-POST-PROGRAM-RUN
               END-IF
               PERFORM 430-POST-NIGHT-RUN
           END-PERFORM
           .

      *Finds the program named in SCH-PROGRAM, adding a row with
      *zero totals the first time it is seen.
       410-FIND-PROGRAM-ROW.
           MOVE 'N' TO WS-PGM-FOUND-SWITCH
           IF WS-PROGRAM-COUNT > 0
               SET PGM-IDX TO 1
               SEARCH PROGRAM-ENTRY
                   AT END CONTINUE
                   WHEN PGM-PROGRAM(PGM-IDX) = SCH-PROGRAM
                       MOVE 'Y' TO WS-PGM-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF NOT WS-PGM-FOUND
               AND WS-PROGRAM-COUNT < MAX-PROGRAMS
               ADD 1 TO WS-PROGRAM-COUNT
               SET PGM-IDX TO WS-PROGRAM-COUNT
               INITIALIZE PROGRAM-ENTRY(PGM-IDX)
               MOVE SCH-PROGRAM TO PGM-PROGRAM(PGM-IDX)
               MOVE 'N' TO PGM-SCHEDULED-SWITCH(PGM-IDX)
               MOVE 'Y' TO WS-PGM-FOUND-SWITCH
           END-IF
           .

      *A slot whose earliest hour is later than its latest spans
      *midnight; starts after midnight are carried past 24:00 so
      *the average start falls inside the slot.
       420-POST-PROGRAM-RUN.
           MOVE HST-START(HST-IDX) TO WS-HST-START-HHMMSS
           COMPUTE WS-START-SECONDS = (WS-HSP-HH * 3600)
               + (WS-HSP-MM * 60) + WS-HSP-SS
           IF PGM-SCHEDULED(PGM-IDX)
               AND PGM-EARLIEST(PGM-IDX) > PGM-LATEST(PGM-IDX)
               AND WS-HSP-HH < PGM-EARLIEST(PGM-IDX)
               ADD 86400 TO WS-START-SECONDS
           END-IF
           ADD 1 TO PGM-RUNS-90(PGM-IDX)
           ADD HST-ELAPSED(HST-IDX) TO PGM-SECS-90(PGM-IDX)
           IF HST-ELAPSED(HST-IDX) > PGM-WORST-90(PGM-IDX)
               MOVE HST-ELAPSED(HST-IDX) TO PGM-WORST-90(PGM-IDX)
           END-IF
           IF HST-AGE(HST-IDX) < WS-RECENT-DAYS
               ADD 1 TO PGM-RUNS-30(PGM-IDX)
               ADD HST-ELAPSED(HST-IDX) TO PGM-SECS-30(PGM-IDX)
               ADD WS-START-SECONDS TO PGM-START-SECS-30(PGM-IDX)
               IF HST-ELAPSED(HST-IDX) > PGM-WORST-30(PGM-IDX)
                   MOVE HST-ELAPSED(HST-IDX)
                       TO PGM-WORST-30(PGM-IDX)
               END-IF
           ELSE
               ADD 1 TO PGM-RUNS-PRIOR(PGM-IDX)
               ADD HST-ELAPSED(HST-IDX) TO PGM-SECS-PRIOR(PGM-IDX)
           END-IF
           IF HST-AGE(HST-IDX) > 0
               ADD 1 TO PGM-RUNS-NORM(PGM-IDX)
               ADD HST-ELAPSED(HST-IDX) TO PGM-SECS-NORM(PGM-IDX)
           END-IF
           .

       430-POST-NIGHT-RUN.
           MOVE 'N' TO WS-NGT-FOUND-SWITCH
           IF WS-NIGHT-COUNT > 0
               SET NGT-IDX TO 1
               SEARCH NIGHT-ENTRY
                   AT END CONTINUE
                   WHEN NGT-DATE(NGT-IDX) = HST-DATE(HST-IDX)
                       MOVE 'Y' TO WS-NGT-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF NOT WS-NGT-FOUND
               AND WS-NIGHT-COUNT < MAX-NIGHTS
               ADD 1 TO WS-NIGHT-COUNT
               SET NGT-IDX TO WS-NIGHT-COUNT
               MOVE HST-DATE(HST-IDX) TO NGT-DATE(NGT-IDX)
               MOVE HST-AGE(HST-IDX)  TO NGT-AGE(NGT-IDX)
               MOVE 0 TO NGT-STEP-SECS(NGT-IDX)
               MOVE 0 TO NGT-DRIVER-SECS(NGT-IDX)
               MOVE 'N' TO NGT-DRIVER-SWITCH(NGT-IDX)
               MOVE 'Y' TO WS-NGT-FOUND-SWITCH
           END-IF
           IF WS-NGT-FOUND
               IF HST-PROGRAM(HST-IDX) = WS-DRIVER-PROGRAM
                   MOVE 'Y' TO NGT-DRIVER-SWITCH(NGT-IDX)
                   ADD HST-ELAPSED(HST-IDX)
                       TO NGT-DRIVER-SECS(NGT-IDX)
               ELSE
                   ADD HST-ELAPSED(HST-IDX) TO NGT-STEP-SECS(NGT-IDX)
               END-IF
           END-IF
           .

       500-REPORT-PROGRAM-TRENDS.
           MOVE SPACES TO F06-TREND-RECORD
           WRITE F06-TREND-RECORD
           MOVE 'RUN TIME BY PROGRAM (HH:MM:SS)' TO SCL-TEXT
           MOVE SECTION-LINE TO F06-TREND-RECORD
           WRITE F06-TREND-RECORD
           MOVE TREND-HEADING-LINE TO F06-TREND-RECORD
           WRITE F06-TREND-RECORD
           PERFORM 510-WRITE-ONE-PROGRAM-TREND
               VARYING PGM-IDX FROM 1 BY 1
               UNTIL PGM-IDX > WS-PROGRAM-COUNT
           .

      *Growth is quoted per 30 days as a percentage of the prior
      *60 days' average; the finish is the 30-day average start
      *plus the 30-day average run, against the end of the slot's
      *latest start hour.
       510-WRITE-ONE-PROGRAM-TREND.
           MOVE SPACES TO TREND-DETAIL-LINE
           MOVE PGM-PROGRAM(PGM-IDX) TO TDL-PROGRAM
           IF PGM-SCHEDULED(PGM-IDX)
               MOVE PGM-EARLIEST(PGM-IDX) TO TDL-SLOT-FROM
               MOVE '-' TO TDL-SLOT-DASH
               MOVE PGM-LATEST(PGM-IDX) TO TDL-SLOT-TO
           ELSE
               MOVE 'NONE' TO TDL-SLOT
           END-IF
           MOVE PGM-RUNS-30(PGM-IDX) TO TDL-RUNS
           MOVE 0 TO WS-AVG-30
           MOVE 0 TO WS-AVG-90
           MOVE 0 TO WS-AVG-PRIOR
           IF PGM-RUNS-30(PGM-IDX) > 0
               COMPUTE WS-AVG-30 ROUNDED =
                   PGM-SECS-30(PGM-IDX) / PGM-RUNS-30(PGM-IDX)
           END-IF
           IF PGM-RUNS-90(PGM-IDX) > 0
               COMPUTE WS-AVG-90 ROUNDED =
                   PGM-SECS-90(PGM-IDX) / PGM-RUNS-90(PGM-IDX)
           END-IF
           IF PGM-RUNS-PRIOR(PGM-IDX) > 0
               COMPUTE WS-AVG-PRIOR ROUNDED =
                   PGM-SECS-PRIOR(PGM-IDX) / PGM-RUNS-PRIOR(PGM-IDX)
           END-IF
           MOVE WS-AVG-30 TO WS-DUR-SECONDS
           PERFORM 800-FORMAT-DURATION
           MOVE WS-DURATION-TEXT TO TDL-AVG-30
           MOVE PGM-WORST-30(PGM-IDX) TO WS-DUR-SECONDS
           PERFORM 800-FORMAT-DURATION
           MOVE WS-DURATION-TEXT TO TDL-WORST-30
           MOVE WS-AVG-90 TO WS-DUR-SECONDS
           PERFORM 800-FORMAT-DURATION
           MOVE WS-DURATION-TEXT TO TDL-AVG-90
           MOVE PGM-WORST-90(PGM-IDX) TO WS-DUR-SECONDS
           PERFORM 800-FORMAT-DURATION
           MOVE WS-DURATION-TEXT TO TDL-WORST-90
           IF PGM-RUNS-30(PGM-IDX) > 0
               AND WS-AVG-PRIOR > 0
               COMPUTE WS-GROWTH-PCT ROUNDED =
                   (WS-AVG-30 - WS-AVG-PRIOR) * 30 / 45
                   * 100 / WS-AVG-PRIOR
               MOVE WS-GROWTH-PCT TO TDL-GROWTH
               MOVE ' %' TO TDL-GROWTH-SIGN
           END-IF
           EVALUATE TRUE
               WHEN PGM-RUNS-90(PGM-IDX) = 0
                   MOVE 'NO RUNS IN 90 DAYS' TO TDL-NOTE
               WHEN PGM-RUNS-30(PGM-IDX) = 0
                   MOVE 'NO RUNS IN 30 DAYS' TO TDL-NOTE
               WHEN WS-AVG-PRIOR = 0
                   MOVE 'UNDER 30 DAYS OF HISTORY' TO TDL-NOTE
           END-EVALUATE
           IF PGM-SCHEDULED(PGM-IDX)
               AND PGM-RUNS-30(PGM-IDX) > 0
               COMPUTE WS-AVG-START ROUNDED =
                   PGM-START-SECS-30(PGM-IDX) / PGM-RUNS-30(PGM-IDX)
               COMPUTE WS-AVG-FINISH = WS-AVG-START + WS-AVG-30
               COMPUTE WS-SLOT-END =
                   (PGM-LATEST(PGM-IDX) + 1) * 3600
               IF PGM-EARLIEST(PGM-IDX) > PGM-LATEST(PGM-IDX)
                   ADD 86400 TO WS-SLOT-END
               END-IF
               IF WS-AVG-FINISH > WS-SLOT-END
                   ADD 1 TO WS-PAST-SLOT
                   MOVE 'AVERAGE FINISH PAST SLOT' TO TDL-NOTE
               END-IF
           END-IF
           MOVE TREND-DETAIL-LINE TO F06-TREND-RECORD
           WRITE F06-TREND-RECORD
           .

       600-REPORT-STEPS-OVER-NORM.
           MOVE SPACES TO F06-TREND-RECORD
           WRITE F06-TREND-RECORD
           MOVE SPACES TO SCL-TEXT
           MOVE WS-OVER-NORM-PCT TO WS-PCT-EDIT
           STRING 'TONIGHT''S STEPS MORE THAN ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-PCT-EDIT) DELIMITED BY SIZE
               '% OVER NORM' DELIMITED BY SIZE
               INTO SCL-TEXT
           MOVE SECTION-LINE TO F06-TREND-RECORD
           WRITE F06-TREND-RECORD
           PERFORM VARYING HST-IDX FROM 1 BY 1
               UNTIL HST-IDX > WS-HISTORY-COUNT
               IF HST-AGE(HST-IDX) = 0
                   MOVE HST-PROGRAM(HST-IDX) TO SCH-PROGRAM
                   PERFORM 410-FIND-PROGRAM-ROW
                   IF WS-PGM-FOUND
                       PERFORM 610-JUDGE-ONE-STEP
                   END-IF
               END-IF
           END-PERFORM
           IF WS-STEPS-OVER-NORM = 0
               MOVE 'NONE' TO NNL-TEXT
               MOVE NONE-LINE TO F06-TREND-RECORD
               WRITE F06-TREND-RECORD
           END-IF
           .

       610-JUDGE-ONE-STEP.
           MOVE 0 TO WS-AVG-NORM
           MOVE 99999 TO WS-THRESHOLD
           IF PGM-RUNS-NORM(PGM-IDX) >= WS-MIN-NORM-RUNS
               COMPUTE WS-AVG-NORM ROUNDED =
                   PGM-SECS-NORM(PGM-IDX) / PGM-RUNS-NORM(PGM-IDX)
               COMPUTE WS-THRESHOLD =
                   WS-AVG-NORM * (100 + WS-OVER-NORM-PCT) / 100
           END-IF
           IF HST-ELAPSED(HST-IDX) > WS-THRESHOLD
               AND HST-ELAPSED(HST-IDX) - WS-AVG-NORM
                   >= WS-MIN-OVER-SECONDS
               ADD 1 TO WS-STEPS-OVER-NORM
               MOVE HST-PROGRAM(HST-IDX) TO ONL-PROGRAM
               MOVE HST-START(HST-IDX) TO WS-HST-START-HHMMSS
               MOVE WS-HSP-HH TO WS-DUR-HH
               MOVE WS-HSP-MM TO WS-DUR-MM
               MOVE WS-HSP-SS TO WS-DUR-SS
               MOVE WS-DURATION-TEXT TO ONL-START
               MOVE HST-ELAPSED(HST-IDX) TO WS-DUR-SECONDS
               PERFORM 800-FORMAT-DURATION
               MOVE WS-DURATION-TEXT TO ONL-ELAPSED
               MOVE WS-AVG-NORM TO WS-DUR-SECONDS
               PERFORM 800-FORMAT-DURATION
               MOVE WS-DURATION-TEXT TO ONL-NORM
               IF WS-AVG-NORM > 0
                   COMPUTE WS-OVER-PCT ROUNDED =
                       (HST-ELAPSED(HST-IDX) - WS-AVG-NORM) * 100
                       / WS-AVG-NORM
               ELSE
                   MOVE 99999 TO WS-OVER-PCT
               END-IF
               MOVE WS-OVER-PCT TO ONL-OVER-PCT
               MOVE OVER-NORM-LINE TO F06-TREND-RECORD
               WRITE F06-TREND-RECORD
           END-IF
           .

      *The window level tonight is the 30-day average carried
      *forward 15 days at the growth rate; the forecast is the
      *date that level reaches the limit.
       700-FORECAST-THE-WINDOW.
           MOVE SPACES TO F06-TREND-RECORD
           WRITE F06-TREND-RECORD
           MOVE 'NIGHTLY WINDOW FORECAST' TO SCL-TEXT
           MOVE SECTION-LINE TO F06-TREND-RECORD
           WRITE F06-TREND-RECORD
           PERFORM VARYING NGT-IDX FROM 1 BY 1
               UNTIL NGT-IDX > WS-NIGHT-COUNT
               IF NGT-HAS-DRIVER(NGT-IDX)
                   MOVE NGT-DRIVER-SECS(NGT-IDX) TO WS-WIN-SECS
               ELSE
                   MOVE NGT-STEP-SECS(NGT-IDX) TO WS-WIN-SECS
               END-IF
               IF WS-WIN-SECS > WS-WIN-WORST
                   MOVE WS-WIN-SECS TO WS-WIN-WORST
               END-IF
               IF NGT-AGE(NGT-IDX) < WS-RECENT-DAYS
                   ADD 1 TO WS-WIN-NIGHTS-30
                   ADD WS-WIN-SECS TO WS-WIN-SUM-30
               ELSE
                   ADD 1 TO WS-WIN-NIGHTS-PRIOR
                   ADD WS-WIN-SECS TO WS-WIN-SUM-PRIOR
               END-IF
           END-PERFORM
           IF WS-WIN-NIGHTS-30 > 0
               COMPUTE WS-WIN-AVG-30 ROUNDED =
                   WS-WIN-SUM-30 / WS-WIN-NIGHTS-30
           END-IF
           IF WS-WIN-NIGHTS-PRIOR > 0
               COMPUTE WS-WIN-AVG-PRIOR ROUNDED =
                   WS-WIN-SUM-PRIOR / WS-WIN-NIGHTS-PRIOR
           END-IF
           MOVE WS-WINDOW-LIMIT-MIN TO WS-DUR-SECONDS
           MULTIPLY 60 BY WS-DUR-SECONDS
           MOVE 'WINDOW LIMIT' TO WDL-LABEL
           PERFORM 710-WRITE-WINDOW-DURATION
           MOVE WS-WIN-NIGHTS-30 TO WS-NIGHTS-EDIT
           MOVE 'NIGHTS IN LAST 30 DAYS' TO WDL-LABEL
           MOVE WS-NIGHTS-EDIT TO WDL-VALUE
           PERFORM 720-WRITE-WINDOW-LINE
           MOVE WS-WIN-AVG-30 TO WS-DUR-SECONDS
           MOVE 'AVERAGE WINDOW, LAST 30 DAYS' TO WDL-LABEL
           PERFORM 710-WRITE-WINDOW-DURATION
           MOVE WS-WIN-AVG-PRIOR TO WS-DUR-SECONDS
           MOVE 'AVERAGE WINDOW, PRIOR 60 DAYS' TO WDL-LABEL
           PERFORM 710-WRITE-WINDOW-DURATION
           MOVE WS-WIN-WORST TO WS-DUR-SECONDS
           MOVE 'WORST WINDOW, LAST 90 DAYS' TO WDL-LABEL
           PERFORM 710-WRITE-WINDOW-DURATION
           IF WS-WIN-NIGHTS-30 > 0
               AND WS-WIN-NIGHTS-PRIOR > 0
               COMPUTE WS-WIN-GROWTH-DAY ROUNDED =
                   (WS-WIN-AVG-30 - WS-WIN-AVG-PRIOR) / 45
           END-IF
           MOVE WS-WIN-GROWTH-DAY TO WS-GROWTH-EDIT
           MOVE 'GROWTH, SECONDS PER NIGHT' TO WDL-LABEL
           MOVE WS-GROWTH-EDIT TO WDL-VALUE
           PERFORM 720-WRITE-WINDOW-LINE
           COMPUTE WS-WIN-LEVEL = WS-WIN-AVG-30
               + (WS-WIN-GROWTH-DAY * 15)
           MOVE 'FORECAST OVERRUN' TO WDL-LABEL
           MOVE SPACES TO WDL-VALUE
           EVALUATE TRUE
               WHEN WS-WIN-NIGHTS-30 = 0
                   MOVE 'NO NIGHTS IN THE LAST 30 DAYS' TO WDL-NOTE
               WHEN WS-WIN-LEVEL >= WS-WIN-LIMIT-SECS
                   MOVE 'ALREADY AT OR OVER THE LIMIT' TO WDL-NOTE
                   MOVE 4 TO RETURN-CODE
               WHEN WS-WIN-NIGHTS-PRIOR = 0
                   MOVE 'UNDER 30 DAYS OF HISTORY' TO WDL-NOTE
               WHEN WS-WIN-GROWTH-DAY NOT > 0
                   MOVE 'NOT GROWING - NONE FORECAST' TO WDL-NOTE
               WHEN OTHER
                   PERFORM 730-DATE-THE-OVERRUN
           END-EVALUATE
           PERFORM 720-WRITE-WINDOW-LINE
           .

       710-WRITE-WINDOW-DURATION.
           PERFORM 800-FORMAT-DURATION
           MOVE WS-DURATION-TEXT TO WDL-VALUE
           PERFORM 720-WRITE-WINDOW-LINE
           .

       720-WRITE-WINDOW-LINE.
           MOVE WINDOW-LINE TO F06-TREND-RECORD
           WRITE F06-TREND-RECORD
           MOVE SPACES TO WDL-VALUE
           MOVE SPACES TO WDL-NOTE
           .

       730-DATE-THE-OVERRUN.
           COMPUTE WS-WIN-DAYS-LEFT =
               (WS-WIN-LIMIT-SECS - WS-WIN-LEVEL)
               / WS-WIN-GROWTH-DAY + 0.99
               ON SIZE ERROR
                   MOVE 99999 TO WS-WIN-DAYS-LEFT
           END-COMPUTE
           IF WS-WIN-DAYS-LEFT > 36500
               MOVE 'BEYOND 100 YEARS AT THIS GROWTH' TO WDL-NOTE
           ELSE
               PERFORM 740-PRINT-OVERRUN-DATE
           END-IF
           .

       740-PRINT-OVERRUN-DATE.
           COMPUTE WS-FORECAST-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT + WS-WIN-DAYS-LEFT)
           MOVE WS-FCD-MM   TO WS-FCT-MM
           MOVE WS-FCD-DD   TO WS-FCT-DD
           MOVE WS-FCD-CCYY TO WS-FCT-CCYY
           MOVE WS-FORECAST-TEXT TO WDL-VALUE
           MOVE WS-WIN-DAYS-LEFT TO WS-DAYS-EDIT
           IF WS-WIN-DAYS-LEFT <= WS-HORIZON-DAYS
               STRING 'IN ' WS-DAYS-EDIT ' DAYS - INSIDE HORIZON'
                   DELIMITED BY SIZE INTO WDL-NOTE
               MOVE 4 TO RETURN-CODE
           ELSE
               STRING 'IN ' WS-DAYS-EDIT ' DAYS'
                   DELIMITED BY SIZE INTO WDL-NOTE
           END-IF
           .

       800-FORMAT-DURATION.
           COMPUTE WS-DUR-HH = WS-DUR-SECONDS / 3600
           COMPUTE WS-DUR-MM =
               FUNCTION MOD(WS-DUR-SECONDS, 3600) / 60
           COMPUTE WS-DUR-SS = FUNCTION MOD(WS-DUR-SECONDS, 60)
           .

      *Appends one line to the shared end-of-day operations log
      *recording this run's start/end time and the runs held in
      *the history.
       900-WRITE-OPERATIONS-LOG.
           ACCEPT WS-RUN-END-TIME FROM TIME
           MOVE WS-TODAYS-MM    TO OPL-RUN-MM
           MOVE WS-TODAYS-DD    TO OPL-RUN-DD
           MOVE WS-TODAYS-CCYY  TO OPL-RUN-CCYY
           MOVE WS-START-HH     TO OPL-START-HH
           MOVE WS-START-MM     TO OPL-START-MM
           MOVE WS-START-SS     TO OPL-START-SS
           MOVE WS-END-HH       TO OPL-END-HH
           MOVE WS-END-MM       TO OPL-END-MM
           MOVE WS-END-SS       TO OPL-END-SS
           MOVE WS-HISTORY-COUNT TO OPL-RECORD-COUNT
           OPEN EXTEND F02-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F02-OPS-LOG-FILE
               CLOSE F02-OPS-LOG-FILE
               OPEN EXTEND F02-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F02-OPS-LOG-RECORD
           WRITE F02-OPS-LOG-RECORD
           CLOSE F02-OPS-LOG-FILE
           .
