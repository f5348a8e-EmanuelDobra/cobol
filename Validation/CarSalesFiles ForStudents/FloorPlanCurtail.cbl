       IDENTIFICATION DIVISION.

       PROGRAM-ID.     FPCURTAL.

      *Floor-plan curtailments. The lender wants a principal
      *paydown each time a unit passes 90, 180 and 270 days on the
      *line; FLOORPLN only accrues interest and FPPAYOFF only pays
      *off at sale, so nothing made those payments. This run walks
      *UnsoldInventory.dat, ages each funded unit from its funding
      *date, and when a unit crosses a curtailment stage writes the
      *paydown (the stage's percentage of the original principal,
      *from curtailparams.dat) onto lenderremit.dat beside the
      *payoffs. The reduced principal is carried per VIN on the
      *floor-plan balance master (floorplanbal.dat), together with
      *the interest accrued on the higher balance up to the
      *paydown, so FLOORPLN accrues and FPPAYOFF pays off on the
      *curtailed balance. This is the master's only writer.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Same 61-byte lot layout AGERPT reads, for the funding data.
           SELECT F01-LOT-FILE
               ASSIGN TO "UnsoldInventory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-FILE-STATUS.

      *Yesterday's floor-plan balance master, absent on the very
      *first run.
           SELECT F02-BALANCE-IN-FILE
               ASSIGN TO "floorplanbal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-IN-STATUS.

      *The rewritten master; the overnight procedure moves it over
      *floorplanbal.dat once the run ends clean.
           SELECT F03-BALANCE-OUT-FILE
               ASSIGN TO "floorplanbal.new"
               ORGANIZATION IS LINE SEQUENTIAL.

      *The lender's curtailment schedule: up to three stages, each
      *a days-on-line trigger and a percentage of the original
      *principal. The built-in schedule is kept when the file is
      *absent.
           SELECT F04-SCHEDULE-FILE
               ASSIGN TO "curtailparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

      *Same parameter file FLOORPLN reads; this run uses the annual
      *floor-plan rate to close off interest at each paydown.
           SELECT F05-PARAMETER-FILE
               ASSIGN TO "agingparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

      *Same 17-byte layout FPPAYOFF appends; a unit already paid
      *off is not curtailed again.
           SELECT F06-PENDING-FILE
               ASSIGN TO "pendingpayoffs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

      *Same 48-byte lender remittance file FPPAYOFF appends
      *payoffs to; curtailments go on the same remittance.
           SELECT F07-REMIT-FILE
               ASSIGN TO "lenderremit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-FILE-STATUS.

           SELECT F08-REGISTER-FILE
               ASSIGN TO "curtailregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F09-OPS-LOG-FILE
               ASSIGN TO "opslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Machine-readable control totals for the nightly balancing
      *run.
           SELECT F10-CONTROL-TOTAL-FILE
               ASSIGN TO "controltotals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT F11-RUN-LOCK-FILE
               ASSIGN TO "runlock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  F01-LOT-FILE
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS F01-LOT-RECORD.
       01  F01-LOT-RECORD.
           05  LOT-MAKE                PIC X(11).
           05  LOT-MODEL               PIC X(13).
           05  LOT-YEAR                PIC X(2).
           05  LOT-DATE-RECEIVED       PIC 9(6).
           05  LOT-ACQ-COST            PIC 9(6).
           05  LOT-FUNDING-DATE        PIC 9(6).
           05  LOT-VIN                 PIC X(17).

      *One record per funded unit: the principal the lender
      *advanced, what is still outstanding after curtailments, how
      *many stages have been paid, and the interest accrued on the
      *higher balances up to the last paydown.
       FD  F02-BALANCE-IN-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS F02-BALANCE-IN-RECORD.
       01  F02-BALANCE-IN-RECORD.
           05  FBI-VIN                 PIC X(17).
           05  FBI-FUNDING-DATE        PIC 9(6).
           05  FBI-ORIGINAL            PIC 9(6).
           05  FBI-OUTSTANDING         PIC 9(6).
           05  FBI-STAGES-PAID         PIC 9.
           05  FBI-LAST-CURTAIL-DATE   PIC 9(8).
           05  FBI-ACCRUED-TO-CURTAIL  PIC 9(7)V99.
           05  FBI-TOTAL-CURTAILED     PIC 9(6).

       FD  F03-BALANCE-OUT-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS F03-BALANCE-OUT-RECORD.
       01  F03-BALANCE-OUT-RECORD.
           05  FBO-VIN                 PIC X(17).
           05  FBO-FUNDING-DATE        PIC 9(6).
           05  FBO-ORIGINAL            PIC 9(6).
           05  FBO-OUTSTANDING         PIC 9(6).
           05  FBO-STAGES-PAID         PIC 9.
           05  FBO-LAST-CURTAIL-DATE   PIC 9(8).
           05  FBO-ACCRUED-TO-CURTAIL  PIC 9(7)V99.
           05  FBO-TOTAL-CURTAILED     PIC 9(6).

       FD  F04-SCHEDULE-FILE
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS F04-SCHEDULE-RECORD.
       01  F04-SCHEDULE-RECORD.
           05  SCH-STAGE OCCURS 3 TIMES.
               10  SCH-DAYS            PIC 9(3).
               10  SCH-PERCENT         PIC 99V99.

       FD  F05-PARAMETER-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F05-PARM-RECORD.
       01  F05-PARM-RECORD.
           05  F05-PARM-AGING-THRESHOLD PIC 9(5).
           05  F05-PARM-CARRY-COST-DAY  PIC 9(3)V99.
           05  F05-PARM-ANNUAL-RATE     PIC 99V999.
           05  F05-PARM-RECON-DAYS      PIC 9(3).

       FD  F06-PENDING-FILE
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS F06-PENDING-RECORD.
       01  F06-PENDING-RECORD.
           05  PND-VIN                 PIC X(17).

      *A curtailment carries the paydown in the principal field,
      *no interest, the date paid in the sale-date field, and
      *C1-C3 for the stage where a payoff carries PO.
       FD  F07-REMIT-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS F07-REMIT-RECORD.
       01  F07-REMIT-RECORD.
           05  RMT-VIN                 PIC X(17).
           05  RMT-FUNDING-DATE        PIC 9(6).
           05  RMT-PRINCIPAL           PIC 9(6).
           05  RMT-ACCRUED-INTEREST    PIC 9(7)V99.
           05  RMT-SALE-DATE           PIC 9(8).
           05  RMT-PAYOFF-FLAG         PIC X(2).

       FD  F08-REGISTER-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F08-REGISTER-RECORD.
       01  F08-REGISTER-RECORD         PIC X(120).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F09-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F09-OPS-LOG-RECORD.
       01  F09-OPS-LOG-RECORD          PIC X(132).

       FD  F10-CONTROL-TOTAL-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F10-CONTROL-TOTAL-RECORD.
       01  F10-CONTROL-TOTAL-RECORD.
           05  CTF-PROGRAM         PIC X(8).
           05  CTF-ITEM            PIC X(12).
           05  CTF-COUNT           PIC 9(7).
           05  CTF-AMOUNT          PIC 9(11).

      *One record: who holds the suite run lock and since when.
       FD  F11-RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F11-RUN-LOCK-RECORD.
       01  F11-RUN-LOCK-RECORD.
           05  LCK-PROGRAM         PIC X(8).
           05  LCK-DATE            PIC 9(8).
           05  LCK-TIME            PIC 9(6).
           05  LCK-IDENTITY        PIC X(14).

       WORKING-STORAGE SECTION.

      *Run-lock work fields. A same-day lock younger than the
      *stale limit is live; anything older is left over from a
      *crashed run and is taken over.
       01  WS-RUN-LOCK-STATUS      PIC XX    VALUE SPACES.
       01  WS-RUN-LOCK-FILENAME    PIC X(40) VALUE 'runlock.dat'.
       01  WS-LOCK-STALE-SECONDS   PIC 9(5)  VALUE 14400.
       01  WS-LOCK-LIVE-SWITCH     PIC X     VALUE 'N'.
           88  WS-LOCK-IS-LIVE               VALUE 'Y'.
       01  WS-LOCK-HOLDER          PIC X(8)  VALUE SPACES.
       01  WS-LOCK-NOW-DATE        PIC 9(8)  VALUE 0.
       01  WS-LOCK-NOW-TIME-FULL.
           05  WS-LOCK-NOW-TIME    PIC 9(6).
           05  FILLER              PIC 99.
       01  WS-LOCK-NOW-HMS REDEFINES WS-LOCK-NOW-TIME-FULL.
           05  WS-LOCK-NOW-HH      PIC 99.
           05  WS-LOCK-NOW-MM      PIC 99.
           05  WS-LOCK-NOW-SS      PIC 99.
           05  FILLER              PIC 99.
       01  WS-LOCK-OLD-TIME        PIC 9(6)  VALUE 0.
       01  WS-LOCK-OLD-HMS REDEFINES WS-LOCK-OLD-TIME.
           05  WS-LOCK-OLD-HH      PIC 99.
           05  WS-LOCK-OLD-MM      PIC 99.
           05  WS-LOCK-OLD-SS      PIC 99.
       01  WS-LOCK-NOW-SECONDS     PIC 9(7)  VALUE 0.
       01  WS-LOCK-OLD-SECONDS     PIC 9(7)  VALUE 0.
       01  WS-LOCK-IDENTITY.
           05  WS-LID-DATE         PIC 9(8).
           05  WS-LID-TIME         PIC 9(6).
       01  WS-LOCK-SAVED-RC        PIC S9(4) VALUE 0.
       01  W01-EOF-SWITCH              PIC X    VALUE 'N'.
           88  W01-EOF-REACHED             VALUE 'Y'.

       01  WS-LOT-FILE-STATUS          PIC XX   VALUE SPACES.
       01  WS-BALANCE-IN-STATUS        PIC XX   VALUE SPACES.
       01  WS-SCHEDULE-FILE-STATUS     PIC XX   VALUE SPACES.
       01  WS-PARAM-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-PENDING-FILE-STATUS      PIC XX   VALUE SPACES.
       01  WS-REMIT-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS          PIC XX   VALUE SPACES.

      *Annual percentage rate, overlaid from agingparams.dat - the
      *same rate FLOORPLN accrues at.
       01  W-ANNUAL-RATE               PIC 99V999 VALUE 8.500.

      *The lender's standard schedule - ten percent of the original
      *principal at 90, 180 and 270 days - overlaid stage by stage
      *from curtailparams.dat. A stage of zero days is unused.
       01  W-SCHEDULE-DEFAULTS.
           05  FILLER                  PIC X(7) VALUE '0901000'.
           05  FILLER                  PIC X(7) VALUE '1801000'.
           05  FILLER                  PIC X(7) VALUE '2701000'.
       01  W-SCHEDULE-TABLE REDEFINES W-SCHEDULE-DEFAULTS.
           05  W-STAGE OCCURS 3 TIMES
                   INDEXED BY STG-IDX.
               10  W-STAGE-DAYS        PIC 9(3).
               10  W-STAGE-PERCENT     PIC 99V99.
       01  W-STAGE-NUMBER              PIC 9    VALUE 0.

      *The balance master in memory. Only units still on the lot
      *tonight ride forward; a sold unit's balance was settled by
      *its payoff.
       01  MAX-PLAN-UNITS              PIC 9(4) VALUE 2000.
       01  W-PLAN-FOUND-SWITCH         PIC X    VALUE 'N'.
           88  W-PLAN-FOUND                VALUE 'Y'.
           88  W-PLAN-NOT-FOUND            VALUE 'N'.
       01  PLAN-TABLE-AREA.
           05  W-PLAN-COUNT            PIC 9(4) VALUE 0.
           05  PLAN-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON W-PLAN-COUNT
                   INDEXED BY PLN-IDX.
               10  PLN-VIN             PIC X(17).
               10  PLN-FUNDING-DATE    PIC 9(6).
               10  PLN-ORIGINAL        PIC 9(6).
               10  PLN-OUTSTANDING     PIC 9(6).
               10  PLN-STAGES-PAID     PIC 9.
               10  PLN-LAST-CURTAIL-DATE
                                       PIC 9(8).
               10  PLN-ACCRUED-TO-CURTAIL
                                       PIC 9(7)V99.
               10  PLN-TOTAL-CURTAILED PIC 9(6).
               10  PLN-LOT-SWITCH      PIC X.
                   88  PLN-ON-LOT-TONIGHT  VALUE 'Y'.

      *VINs with a lender payoff already remitted.
       01  MAX-PENDING-VINS            PIC 9(4) VALUE 1000.
       01  W-PND-FOUND-SWITCH          PIC X    VALUE 'N'.
           88  W-PAYOFF-PENDING            VALUE 'Y'.
           88  W-NO-PAYOFF-PENDING         VALUE 'N'.
       01  PENDING-TABLE-AREA.
           05  W-PENDING-COUNT         PIC 9(4) VALUE 0.
           05  PENDING-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON W-PENDING-COUNT
                   INDEXED BY PND-IDX.
               10  PND-T-VIN           PIC X(17).

      *Per-unit work fields, the same daily-interest arithmetic
      *FLOORPLN uses; the 2-digit funding year is assumed 20xx.
       01  CURTAIL-CALCS.
           05  W-DAYS-FUNDED           PIC S9(5)     VALUE 0.
           05  W-SEGMENT-DAYS          PIC S9(5)     VALUE 0.
           05  W-DAILY-INTEREST        PIC 9(5)V9(4) VALUE 0.
           05  W-SEGMENT-INTEREST      PIC 9(7)V99   VALUE 0.
           05  W-CURTAIL-AMOUNT        PIC 9(6)      VALUE 0.
       01  W-FUNDING-DATE-8            PIC 9(8)  VALUE 0.
       01  W-SEGMENT-START-8           PIC 9(8)  VALUE 0.

       01  RUN-COUNTERS.
           05  W-UNITS-READ            PIC 9(5)     VALUE 0.
           05  W-UNITS-ON-PLAN         PIC 9(5)     VALUE 0.
           05  W-CURTAILMENTS          PIC 9(5)     VALUE 0.
           05  W-TOTAL-CURTAILED       PIC 9(9)     VALUE 0.
           05  W-TOTAL-OUTSTANDING     PIC 9(9)     VALUE 0.

      *Run-date heading, same pattern as the other batch reports.
       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY          PIC 9(4).
           05  WS-TODAYS-MM            PIC 9(2).
           05  WS-TODAYS-DD            PIC 9(2).
       01  WS-TODAYS-DATE-8            PIC 9(8)  VALUE 0.
       01  W08-RUN-DATE-LINE.
           05                          PIC X(30) VALUE SPACES.
           05                          PIC X(10) VALUE 'RUN DATE: '.
           05  W08-RUN-MM              PIC 99.
           05                          PIC X     VALUE '/'.
           05  W08-RUN-DD              PIC 99.
           05                          PIC X     VALUE '/'.
           05  W08-RUN-CCYY            PIC 9999.
           05                          PIC X(70) VALUE SPACES.

       01  W02-TITLE.
           05                          PIC X(40) VALUE SPACES.
           05                          PIC X(31)
                 VALUE 'FLOOR-PLAN CURTAILMENT REGISTER'.
           05                          PIC X(49) VALUE SPACES.

       01  W03-HEADING.
           05                          PIC X(17) VALUE 'VIN'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'FUNDED'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(6)  VALUE '  DAYS'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(5)  VALUE 'STAGE'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'ORIGINAL'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(9)  VALUE 'CURTAILED'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(11) VALUE 'OUTSTANDING'.
           05                          PIC X(43) VALUE SPACES.
       01  W04-DETAIL.
           05  W04-VIN                 PIC X(17).
           05                          PIC X(2)  VALUE SPACES.
           05  W04-FUNDED              PIC 9(6).
           05                          PIC X(3)  VALUE SPACES.
           05  W04-DAYS                PIC ZZ,ZZ9.
           05                          PIC X(4)  VALUE SPACES.
           05  W04-STAGE               PIC 9.
           05                          PIC X(2)  VALUE SPACES.
           05  W04-ORIGINAL            PIC $$$$,$$9.
           05                          PIC X(4)  VALUE SPACES.
           05  W04-CURTAILED           PIC $$$$,$$9.
           05                          PIC X(6)  VALUE SPACES.
           05  W04-OUTSTANDING         PIC $$$$,$$9.
           05                          PIC X(45) VALUE SPACES.
       01  W07-TRAILER.
           05                          PIC X(17)
                 VALUE 'UNITS CURTAILED: '.
           05  W07-CURTAILMENTS        PIC ZZ,ZZ9.
           05                          PIC X(10) VALUE '  AMOUNT: '.
           05  W07-AMOUNT              PIC $$$,$$$,$$9.
           05                          PIC X(17)
                 VALUE '  UNITS ON PLAN: '.
           05  W07-ON-PLAN             PIC ZZ,ZZ9.
           05                          PIC X(15)
                 VALUE '  OUTSTANDING: '.
           05  W07-OUTSTANDING         PIC $$$,$$$,$$9.
           05                          PIC X(27) VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
       01  WS-RUN-START-TIME.
           05  WS-START-HH             PIC 99.
           05  WS-START-MM             PIC 99.
           05  WS-START-SS             PIC 99.
           05  WS-START-HS             PIC 99.
       01  WS-RUN-END-TIME.
           05  WS-END-HH               PIC 99.
           05  WS-END-MM               PIC 99.
           05  WS-END-SS               PIC 99.
           05  WS-END-HS               PIC 99.
       01  OPS-LOG-LINE.
           05  FILLER              PIC X(9)  VALUE 'PROGRAM: '.
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'FPCURTAL'.
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

           PERFORM 095-TAKE-RUN-LOCK
           PERFORM 097-CAPTURE-START-TIME
           PERFORM 099-GET-TODAYS-DATE
           PERFORM 105-READ-PARAMETERS
           PERFORM 110-LOAD-BALANCE-MASTER
           PERFORM 120-LOAD-PENDING-PAYOFFS
           OPEN OUTPUT F08-REGISTER-FILE
           WRITE F08-REGISTER-RECORD FROM W08-RUN-DATE-LINE
           WRITE F08-REGISTER-RECORD FROM W02-TITLE
           WRITE F08-REGISTER-RECORD FROM SPACES
           WRITE F08-REGISTER-RECORD FROM W03-HEADING
           OPEN EXTEND F07-REMIT-FILE
           IF WS-REMIT-FILE-STATUS = '35'
               OPEN OUTPUT F07-REMIT-FILE
               CLOSE F07-REMIT-FILE
               OPEN EXTEND F07-REMIT-FILE
           END-IF
           OPEN INPUT F01-LOT-FILE
           IF WS-LOT-FILE-STATUS = '00'
               READ F01-LOT-FILE
                   AT END SET W01-EOF-REACHED TO TRUE
               END-READ
           ELSE
               SET W01-EOF-REACHED TO TRUE
           END-IF
           PERFORM 200-CURTAIL-ONE-UNIT
               UNTIL W01-EOF-REACHED
           CLOSE F01-LOT-FILE
           CLOSE F07-REMIT-FILE
           PERFORM 600-REWRITE-BALANCE-MASTER
           WRITE F08-REGISTER-RECORD FROM SPACES
           MOVE W-CURTAILMENTS      TO W07-CURTAILMENTS
           MOVE W-TOTAL-CURTAILED   TO W07-AMOUNT
           MOVE W-UNITS-ON-PLAN     TO W07-ON-PLAN
           MOVE W-TOTAL-OUTSTANDING TO W07-OUTSTANDING
           WRITE F08-REGISTER-RECORD FROM W07-TRAILER
           CLOSE F08-REGISTER-FILE
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 910-WRITE-CONTROL-TOTALS
           PERFORM 096-RELEASE-RUN-LOCK
           STOP RUN
           .

      *Takes the suite run lock before anything is opened. A live
      *lock means another batch program is mid-run - starting
      *anyway would have two runs rewriting the same carried
      *masters - so the run refuses with the severe condition
      *code. A lock from a prior day, or older than the stale
      *limit, is left over from a crashed run and is taken over.
       095-TAKE-RUN-LOCK.
           ACCEPT WS-LOCK-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-NOW-TIME-FULL FROM TIME
           MOVE 'N' TO WS-LOCK-LIVE-SWITCH
           OPEN INPUT F11-RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = '00'
               READ F11-RUN-LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LCK-DATE = WS-LOCK-NOW-DATE
                           MOVE LCK-PROGRAM TO WS-LOCK-HOLDER
                           MOVE LCK-TIME TO WS-LOCK-OLD-TIME
                           COMPUTE WS-LOCK-OLD-SECONDS =
                               (WS-LOCK-OLD-HH * 3600)
                               + (WS-LOCK-OLD-MM * 60)
                               + WS-LOCK-OLD-SS
                           COMPUTE WS-LOCK-NOW-SECONDS =
                               (WS-LOCK-NOW-HH * 3600)
                               + (WS-LOCK-NOW-MM * 60)
                               + WS-LOCK-NOW-SS
                           IF WS-LOCK-NOW-SECONDS
                               >= WS-LOCK-OLD-SECONDS
                               AND WS-LOCK-NOW-SECONDS
                                   - WS-LOCK-OLD-SECONDS
                                   < WS-LOCK-STALE-SECONDS
                               SET WS-LOCK-IS-LIVE TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE F11-RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-IS-LIVE
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' - FPCURTAL NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F11-RUN-LOCK-FILE
           MOVE 'FPCURTAL' TO LCK-PROGRAM
           MOVE WS-LOCK-NOW-DATE TO LCK-DATE
           MOVE WS-LOCK-NOW-TIME TO LCK-TIME
           MOVE WS-LOCK-NOW-DATE TO WS-LID-DATE
           MOVE WS-LOCK-NOW-TIME TO WS-LID-TIME
           MOVE WS-LOCK-IDENTITY TO LCK-IDENTITY
           WRITE F11-RUN-LOCK-RECORD
           CLOSE F11-RUN-LOCK-FILE
           .

      *Releases the run lock at end of job, preserving whatever
      *severity the run already set for the suite return code.
       096-RELEASE-RUN-LOCK.
           MOVE RETURN-CODE TO WS-LOCK-SAVED-RC
           CALL 'CBL_DELETE_FILE' USING WS-RUN-LOCK-FILENAME
           MOVE WS-LOCK-SAVED-RC TO RETURN-CODE
           .

      *Captures the run start time before any file is opened, so the
      *end-of-day operations log entry reflects this run's true
      *start.
       097-CAPTURE-START-TIME.
           ACCEPT WS-RUN-START-TIME FROM TIME
           .

       099-GET-TODAYS-DATE.
           ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAYS-DATE TO WS-TODAYS-DATE-8
           MOVE WS-TODAYS-MM   TO W08-RUN-MM
           MOVE WS-TODAYS-DD   TO W08-RUN-DD
           MOVE WS-TODAYS-CCYY TO W08-RUN-CCYY
           .

      *A schedule stage that is not numeric keeps the built-in
      *stage; one keyed as zero days switches that stage off.
       105-READ-PARAMETERS.
           OPEN INPUT F05-PARAMETER-FILE
           IF WS-PARAM-FILE-STATUS = '00'
               READ F05-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF F05-PARM-ANNUAL-RATE IS NUMERIC
                           AND F05-PARM-ANNUAL-RATE > 0
                           MOVE F05-PARM-ANNUAL-RATE
                               TO W-ANNUAL-RATE
                       END-IF
               END-READ
               CLOSE F05-PARAMETER-FILE
           END-IF
           OPEN INPUT F04-SCHEDULE-FILE
           IF WS-SCHEDULE-FILE-STATUS = '00'
               READ F04-SCHEDULE-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM VARYING STG-IDX FROM 1 BY 1
                               UNTIL STG-IDX > 3
                           IF SCH-DAYS(STG-IDX) IS NUMERIC
                               AND SCH-PERCENT(STG-IDX) IS NUMERIC
                               MOVE SCH-DAYS(STG-IDX)
                                   TO W-STAGE-DAYS(STG-IDX)
                               MOVE SCH-PERCENT(STG-IDX)
                                   TO W-STAGE-PERCENT(STG-IDX)
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE F04-SCHEDULE-FILE
           END-IF
           .

       110-LOAD-BALANCE-MASTER.
           OPEN INPUT F02-BALANCE-IN-FILE
           IF WS-BALANCE-IN-STATUS = '00'
               PERFORM UNTIL WS-BALANCE-IN-STATUS NOT = '00'
                   READ F02-BALANCE-IN-FILE
                       AT END
                           MOVE '10' TO WS-BALANCE-IN-STATUS
                       NOT AT END
                           IF W-PLAN-COUNT < MAX-PLAN-UNITS
                               ADD 1 TO W-PLAN-COUNT
                               PERFORM 115-LOAD-ONE-PLAN-UNIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-BALANCE-IN-FILE
           END-IF
           .

       115-LOAD-ONE-PLAN-UNIT.
           SET PLN-IDX TO W-PLAN-COUNT
           MOVE FBI-VIN                TO PLN-VIN(PLN-IDX)
           MOVE FBI-FUNDING-DATE       TO PLN-FUNDING-DATE(PLN-IDX)
           MOVE FBI-ORIGINAL           TO PLN-ORIGINAL(PLN-IDX)
           MOVE FBI-OUTSTANDING        TO PLN-OUTSTANDING(PLN-IDX)
           MOVE FBI-STAGES-PAID        TO PLN-STAGES-PAID(PLN-IDX)
           MOVE FBI-LAST-CURTAIL-DATE
               TO PLN-LAST-CURTAIL-DATE(PLN-IDX)
           MOVE FBI-ACCRUED-TO-CURTAIL
               TO PLN-ACCRUED-TO-CURTAIL(PLN-IDX)
           MOVE FBI-TOTAL-CURTAILED    TO PLN-TOTAL-CURTAILED(PLN-IDX)
           MOVE 'N'                    TO PLN-LOT-SWITCH(PLN-IDX)
           .

       120-LOAD-PENDING-PAYOFFS.
           OPEN INPUT F06-PENDING-FILE
           IF WS-PENDING-FILE-STATUS = '00'
               PERFORM UNTIL WS-PENDING-FILE-STATUS NOT = '00'
                   READ F06-PENDING-FILE
                       AT END
                           MOVE '10' TO WS-PENDING-FILE-STATUS
                       NOT AT END
                           IF PND-VIN NOT = SPACES
                               AND W-PENDING-COUNT < MAX-PENDING-VINS
                               ADD 1 TO W-PENDING-COUNT
                               MOVE PND-VIN
                                   TO PND-T-VIN(W-PENDING-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F06-PENDING-FILE
           END-IF
           .

      *Only funded units are on the plan. A unit whose funding
      *date no longer matches its balance record was refunded - a
      *repossession back on the line - and starts over at its new
      *principal.
       200-CURTAIL-ONE-UNIT.
           ADD 1 TO W-UNITS-READ
           IF LOT-VIN NOT = SPACES
               AND LOT-FUNDING-DATE IS NUMERIC
               AND LOT-FUNDING-DATE > 0
               AND LOT-ACQ-COST IS NUMERIC
               PERFORM 210-FIND-PLAN-UNIT
               IF W-PLAN-FOUND
                   AND PLN-FUNDING-DATE(PLN-IDX) NOT = LOT-FUNDING-DATE
                   PERFORM 215-START-PLAN-UNIT
               END-IF
               IF W-PLAN-NOT-FOUND
                   AND W-PLAN-COUNT < MAX-PLAN-UNITS
                   ADD 1 TO W-PLAN-COUNT
                   SET PLN-IDX TO W-PLAN-COUNT
                   MOVE LOT-VIN TO PLN-VIN(PLN-IDX)
                   PERFORM 215-START-PLAN-UNIT
                   MOVE 'Y' TO W-PLAN-FOUND-SWITCH
               END-IF
               IF W-PLAN-FOUND
                   MOVE 'Y' TO PLN-LOT-SWITCH(PLN-IDX)
                   PERFORM 220-CHECK-CURTAIL-STAGES
               END-IF
           END-IF
           READ F01-LOT-FILE
               AT END SET W01-EOF-REACHED TO TRUE
           END-READ
           .

       210-FIND-PLAN-UNIT.
           MOVE 'N' TO W-PLAN-FOUND-SWITCH
           IF W-PLAN-COUNT > 0
               SET PLN-IDX TO 1
               SEARCH PLAN-ENTRY
                   AT END CONTINUE
                   WHEN PLN-VIN(PLN-IDX) = LOT-VIN
                       MOVE 'Y' TO W-PLAN-FOUND-SWITCH
               END-SEARCH
           END-IF
           .

       215-START-PLAN-UNIT.
           MOVE LOT-FUNDING-DATE TO PLN-FUNDING-DATE(PLN-IDX)
           MOVE LOT-ACQ-COST     TO PLN-ORIGINAL(PLN-IDX)
           MOVE LOT-ACQ-COST     TO PLN-OUTSTANDING(PLN-IDX)
           MOVE 0                TO PLN-STAGES-PAID(PLN-IDX)
           MOVE 0                TO PLN-LAST-CURTAIL-DATE(PLN-IDX)
           MOVE 0                TO PLN-ACCRUED-TO-CURTAIL(PLN-IDX)
           MOVE 0                TO PLN-TOTAL-CURTAILED(PLN-IDX)
           .

      *A unit already paid off is left as it stands. Otherwise
      *every stage the unit has reached and not yet paid is paid
      *tonight, in order - a unit first seen past 180 days pays
      *both the first and second stages.
       220-CHECK-CURTAIL-STAGES.
           MOVE 'N' TO W-PND-FOUND-SWITCH
           IF W-PENDING-COUNT > 0
               SET PND-IDX TO 1
               SEARCH PENDING-ENTRY
                   AT END CONTINUE
                   WHEN PND-T-VIN(PND-IDX) = LOT-VIN
                       MOVE 'Y' TO W-PND-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-NO-PAYOFF-PENDING
               ADD 1 TO W-UNITS-ON-PLAN
               MOVE 20 TO W-FUNDING-DATE-8(1:2)
               MOVE LOT-FUNDING-DATE TO W-FUNDING-DATE-8(3:6)
               COMPUTE W-DAYS-FUNDED =
                   FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-8) -
                   FUNCTION INTEGER-OF-DATE(W-FUNDING-DATE-8)
               PERFORM 230-PAY-ONE-STAGE
                   VARYING STG-IDX FROM 1 BY 1
                   UNTIL STG-IDX > 3
               ADD PLN-OUTSTANDING(PLN-IDX) TO W-TOTAL-OUTSTANDING
           END-IF
           .

       230-PAY-ONE-STAGE.
           SET W-STAGE-NUMBER TO STG-IDX
           IF W-STAGE-DAYS(STG-IDX) > 0
               AND W-DAYS-FUNDED NOT < W-STAGE-DAYS(STG-IDX)
               AND PLN-STAGES-PAID(PLN-IDX) < W-STAGE-NUMBER
               AND PLN-OUTSTANDING(PLN-IDX) > 0
               PERFORM 240-CLOSE-INTEREST-SEGMENT
               COMPUTE W-CURTAIL-AMOUNT ROUNDED =
                   PLN-ORIGINAL(PLN-IDX)
                   * W-STAGE-PERCENT(STG-IDX) / 100
               IF W-CURTAIL-AMOUNT > PLN-OUTSTANDING(PLN-IDX)
                   MOVE PLN-OUTSTANDING(PLN-IDX) TO W-CURTAIL-AMOUNT
               END-IF
               SUBTRACT W-CURTAIL-AMOUNT FROM PLN-OUTSTANDING(PLN-IDX)
               ADD W-CURTAIL-AMOUNT TO PLN-TOTAL-CURTAILED(PLN-IDX)
               MOVE W-STAGE-NUMBER TO PLN-STAGES-PAID(PLN-IDX)
               ADD 1 TO W-CURTAILMENTS
               ADD W-CURTAIL-AMOUNT TO W-TOTAL-CURTAILED
               MOVE LOT-VIN                  TO RMT-VIN
               MOVE LOT-FUNDING-DATE         TO RMT-FUNDING-DATE
               MOVE W-CURTAIL-AMOUNT         TO RMT-PRINCIPAL
               MOVE 0                        TO RMT-ACCRUED-INTEREST
               MOVE WS-TODAYS-DATE-8         TO RMT-SALE-DATE
               MOVE 'C'                      TO RMT-PAYOFF-FLAG(1:1)
               MOVE W-STAGE-NUMBER           TO RMT-PAYOFF-FLAG(2:1)
               WRITE F07-REMIT-RECORD
               MOVE LOT-VIN                  TO W04-VIN
               MOVE LOT-FUNDING-DATE         TO W04-FUNDED
               MOVE W-DAYS-FUNDED            TO W04-DAYS
               MOVE W-STAGE-NUMBER           TO W04-STAGE
               MOVE PLN-ORIGINAL(PLN-IDX)    TO W04-ORIGINAL
               MOVE W-CURTAIL-AMOUNT         TO W04-CURTAILED
               MOVE PLN-OUTSTANDING(PLN-IDX) TO W04-OUTSTANDING
               WRITE F08-REGISTER-RECORD FROM W04-DETAIL
           END-IF
           .

      *Interest on the balance as it stood before tonight's
      *paydown, from the funding date or the last paydown to
      *today, is banked on the balance record; FLOORPLN and
      *FPPAYOFF accrue only the curtailed balance after that.
       240-CLOSE-INTEREST-SEGMENT.
           IF PLN-LAST-CURTAIL-DATE(PLN-IDX) > 0
               MOVE PLN-LAST-CURTAIL-DATE(PLN-IDX) TO W-SEGMENT-START-8
           ELSE
               MOVE W-FUNDING-DATE-8 TO W-SEGMENT-START-8
           END-IF
           COMPUTE W-SEGMENT-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-8) -
               FUNCTION INTEGER-OF-DATE(W-SEGMENT-START-8)
           IF W-SEGMENT-DAYS < 0
               MOVE 0 TO W-SEGMENT-DAYS
           END-IF
           COMPUTE W-DAILY-INTEREST ROUNDED =
               PLN-OUTSTANDING(PLN-IDX) * (W-ANNUAL-RATE / 100) / 365
           COMPUTE W-SEGMENT-INTEREST ROUNDED =
               W-DAILY-INTEREST * W-SEGMENT-DAYS
           ADD W-SEGMENT-INTEREST TO PLN-ACCRUED-TO-CURTAIL(PLN-IDX)
           MOVE WS-TODAYS-DATE-8 TO PLN-LAST-CURTAIL-DATE(PLN-IDX)
           .

       600-REWRITE-BALANCE-MASTER.
           OPEN OUTPUT F03-BALANCE-OUT-FILE
           PERFORM 610-WRITE-ONE-PLAN-UNIT
               VARYING PLN-IDX FROM 1 BY 1
               UNTIL PLN-IDX > W-PLAN-COUNT
           CLOSE F03-BALANCE-OUT-FILE
           .

       610-WRITE-ONE-PLAN-UNIT.
           IF PLN-ON-LOT-TONIGHT(PLN-IDX)
               MOVE PLN-VIN(PLN-IDX)          TO FBO-VIN
               MOVE PLN-FUNDING-DATE(PLN-IDX) TO FBO-FUNDING-DATE
               MOVE PLN-ORIGINAL(PLN-IDX)     TO FBO-ORIGINAL
               MOVE PLN-OUTSTANDING(PLN-IDX)  TO FBO-OUTSTANDING
               MOVE PLN-STAGES-PAID(PLN-IDX)  TO FBO-STAGES-PAID
               MOVE PLN-LAST-CURTAIL-DATE(PLN-IDX)
                   TO FBO-LAST-CURTAIL-DATE
               MOVE PLN-ACCRUED-TO-CURTAIL(PLN-IDX)
                   TO FBO-ACCRUED-TO-CURTAIL
               MOVE PLN-TOTAL-CURTAILED(PLN-IDX)
                   TO FBO-TOTAL-CURTAILED
               WRITE F03-BALANCE-OUT-RECORD
           END-IF
           .

      *Curtailments remitted and their dollars, for the balancing
      *run alongside FPPAYOFF's payoffs.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F10-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT F10-CONTROL-TOTAL-FILE
               CLOSE F10-CONTROL-TOTAL-FILE
               OPEN EXTEND F10-CONTROL-TOTAL-FILE
           END-IF
           MOVE 'FPCURTAL' TO CTF-PROGRAM
           MOVE 'CURTAILMENTS' TO CTF-ITEM
           MOVE W-CURTAILMENTS TO CTF-COUNT
           MOVE W-TOTAL-CURTAILED TO CTF-AMOUNT
           WRITE F10-CONTROL-TOTAL-RECORD
           CLOSE F10-CONTROL-TOTAL-FILE
           .

      *Appends one line to the shared end-of-day operations log
      *recording this run's start/end time and records processed.
      *OPEN EXTEND adds to the file instead of overwriting it, so
      *every program's runs accumulate in the same log.
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
           MOVE W-UNITS-READ    TO OPL-RECORD-COUNT
           OPEN EXTEND F09-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F09-OPS-LOG-FILE
               CLOSE F09-OPS-LOG-FILE
               OPEN EXTEND F09-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F09-OPS-LOG-RECORD
           WRITE F09-OPS-LOG-RECORD
           CLOSE F09-OPS-LOG-FILE
           .
