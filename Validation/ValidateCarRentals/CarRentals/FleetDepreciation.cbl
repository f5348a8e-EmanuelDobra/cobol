       IDENTIFICATION DIVISION.
       PROGRAM-ID.      FLEETDEP.

      *Month-end fleet depreciation run. Each unit on the fleet unit
      *master that carries an acquisition cost is depreciated for
      *the period - straight-line ('S') spreads cost less residual
      *evenly over the unit's life in months; declining balance
      *('D') takes twice the straight-line rate on the book value
      *still standing - never below the unit's residual value. The
      *depreciation taken to date and the period it was last taken
      *for are carried on the rewritten master, so a rerun for the
      *same period charges nothing twice and FLEETRET can value a
      *retiring unit at its net book value. The month's charge is
      *journaled to depreciation expense against accumulated
      *depreciation, and the fleet asset register lists every unit
      *still in the fleet with cost, depreciation to date and book
      *value, then summarizes them by car type and home branch.
      *Units with no cost keyed yet are listed and set the
      *exception condition code so the desk catches them up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *The fleet unit master FLEETSVC maintains.
           SELECT F01-UNIT-IN-FILE
               ASSIGN TO "fleetunits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIT-IN-FILE-STATUS.

      *The rewritten unit master with this period's depreciation
      *taken. The overnight procedure moves it over fleetunits.dat
      *once the run ends clean.
           SELECT F02-UNIT-OUT-FILE
               ASSIGN TO "fleetunits.new"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F03-REGISTER-FILE
               ASSIGN TO "fleetassetregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Depreciation period and the life a unit with none keyed is
      *depreciated over, desk-controlled the same way
      *rentalparams.dat is; the built-in defaults - the run
      *date's month and 36 months - are kept when the file is
      *absent.
           SELECT F04-PARAMETER-FILE
               ASSIGN TO "deprparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F05-OPS-LOG-FILE
               ASSIGN TO "opslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Machine-readable control totals for the nightly balancing
      *run.
           SELECT F06-CONTROL-TOTAL-FILE
               ASSIGN TO "controltotals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      *General-ledger journal GLPOST posts from.
           SELECT F07-GL-JOURNAL-FILE
               ASSIGN TO "gljournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT F08-RUN-LOCK-FILE
               ASSIGN TO "runlock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Same 108-byte layout FLEETSVC rewrites the unit master with.
       FD  F01-UNIT-IN-FILE
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS F01-UNIT-IN-RECORD.
       01  F01-UNIT-IN-RECORD.
           05  FU-IN-UNIT-NO            PIC 9(4).
           05  FU-IN-CAR-TYPE           PIC X.
           05  FU-IN-SERVICE-DATE       PIC 9(8).
           05  FU-IN-LAST-SVC-MILES     PIC 9(6).
           05  FU-IN-STATUS             PIC X.
           05  FU-IN-VIN                PIC X(17).
           05  FU-IN-PLATE              PIC X(8).
           05  FU-IN-HOME-BRANCH        PIC 9(2).
           05  FU-IN-ACQ-COST           PIC 9(7)V99.
           05  FU-IN-RESIDUAL           PIC 9(7)V99.
           05  FU-IN-DEPR-METHOD        PIC X.
           05  FU-IN-DEPR-LIFE          PIC 9(3).
           05  FU-IN-ACCUM-DEPR         PIC 9(7)V99.
           05  FU-IN-DEPR-PERIOD        PIC 9(6).
           05  FU-IN-REG-EXPIRY         PIC 9(8).
           05  FU-IN-INSP-DUE           PIC 9(8).
           05  FU-IN-GROUNDED-DATE      PIC 9(8).

       FD  F02-UNIT-OUT-FILE
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS F02-UNIT-OUT-RECORD.
       01  F02-UNIT-OUT-RECORD.
           05  FU-OUT-UNIT-NO           PIC 9(4).
           05  FU-OUT-CAR-TYPE          PIC X.
           05  FU-OUT-SERVICE-DATE      PIC 9(8).
           05  FU-OUT-LAST-SVC-MILES    PIC 9(6).
           05  FU-OUT-STATUS            PIC X.
           05  FU-OUT-VIN               PIC X(17).
           05  FU-OUT-PLATE             PIC X(8).
           05  FU-OUT-HOME-BRANCH       PIC 9(2).
           05  FU-OUT-ACQ-COST          PIC 9(7)V99.
           05  FU-OUT-RESIDUAL          PIC 9(7)V99.
           05  FU-OUT-DEPR-METHOD       PIC X.
           05  FU-OUT-DEPR-LIFE         PIC 9(3).
           05  FU-OUT-ACCUM-DEPR        PIC 9(7)V99.
           05  FU-OUT-DEPR-PERIOD       PIC 9(6).
           05  FU-OUT-REG-EXPIRY        PIC 9(8).
           05  FU-OUT-INSP-DUE          PIC 9(8).
           05  FU-OUT-GROUNDED-DATE     PIC 9(8).

       FD  F03-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F03-REGISTER-RECORD.
       01  F03-REGISTER-RECORD          PIC X(132).

       FD  F04-PARAMETER-FILE
           RECORD CONTAINS 9 CHARACTERS
           DATA RECORD IS F04-PARM-RECORD.
       01  F04-PARM-RECORD.
           05  PARM-DEPR-PERIOD         PIC 9(6).
           05  PARM-DEFAULT-LIFE        PIC 9(3).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F05-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F05-OPS-LOG-RECORD.
       01  F05-OPS-LOG-RECORD           PIC X(132).

       FD  F06-CONTROL-TOTAL-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F06-CONTROL-TOTAL-RECORD.
       01  F06-CONTROL-TOTAL-RECORD.
           05  CTF-PROGRAM         PIC X(8).
           05  CTF-ITEM            PIC X(12).
           05  CTF-COUNT           PIC 9(7).
           05  CTF-AMOUNT          PIC 9(11).

      *One journal record per debit or credit posted.
       FD  F07-GL-JOURNAL-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS F07-GL-JOURNAL-RECORD.
       01  F07-GL-JOURNAL-RECORD.
           05  GLJ-PROGRAM         PIC X(8).
           05  GLJ-DATE            PIC 9(8).
           05  GLJ-ACCOUNT         PIC X(4).
           05  GLJ-DC              PIC X.
           05  GLJ-AMOUNT          PIC 9(11)V99.

      *One record: who holds the suite run lock and since when.
       FD  F08-RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F08-RUN-LOCK-RECORD.
       01  F08-RUN-LOCK-RECORD.
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
       01  W01-EOF-SWITCH               PIC X    VALUE 'N'.
           88  W01-EOF-REACHED              VALUE 'Y'.

       01  WS-UNIT-IN-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-PARAM-FILE-STATUS         PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS           PIC XX   VALUE SPACES.
       01  WS-GL-JOURNAL-STATUS         PIC XX   VALUE SPACES.

      *Depreciation period (CCYYMM) and default life in months,
      *overlaid from deprparams.dat when the desk has dropped one
      *off.
       01  DEPRECIATION-PARAMETERS.
           05  W-DEPR-PERIOD            PIC 9(6) VALUE 0.
           05  W-DEFAULT-LIFE           PIC 9(3) VALUE 36.

      *Per-unit figures. The remaining depreciable amount is what
      *is left above the residual; no month's charge exceeds it.
       01  DEPRECIATION-CALCS.
           05  W-UNIT-COST              PIC 9(7)V99 VALUE 0.
           05  W-UNIT-RESIDUAL          PIC 9(7)V99 VALUE 0.
           05  W-UNIT-LIFE              PIC 9(3)    VALUE 0.
           05  W-UNIT-ACCUM-DEPR        PIC 9(7)V99 VALUE 0.
           05  W-UNIT-DEPRECIABLE       PIC 9(7)V99 VALUE 0.
           05  W-UNIT-REMAINING         PIC 9(7)V99 VALUE 0.
           05  W-UNIT-CHARGE            PIC 9(7)V99 VALUE 0.
           05  W-UNIT-BOOK-VALUE        PIC 9(7)V99 VALUE 0.
           05  W-UNIT-BRANCH            PIC 9(2)    VALUE 0.
           05  W-SERVICE-PERIOD         PIC 9(6)    VALUE 0.
           05  W-UNIT-NOTE              PIC X(20)   VALUE SPACES.

      *Asset summary by car type and home branch, subscripted
      *directly: the car type's place in the type codes (the sixth
      *row takes any code not on the list) and the branch number
      *plus one.
       01  CAR-TYPE-CODES.
           05  W-TYPE-CODES             PIC X(6)  VALUE 'ECMFL?'.
       01  W-TYPE-SUB                   PIC 9     VALUE 0.
       01  W-BRANCH-SUB                 PIC 9(3)  VALUE 0.
       01  ASSET-SUMMARY-TABLE.
           05  SUM-TYPE-ROW OCCURS 6 TIMES.
               10  SUM-BRANCH-ENTRY OCCURS 100 TIMES.
                   15  SUM-UNITS        PIC 9(5)     VALUE 0.
                   15  SUM-COST         PIC 9(9)V99  VALUE 0.
                   15  SUM-ACCUM-DEPR   PIC 9(9)V99  VALUE 0.
                   15  SUM-BOOK-VALUE   PIC 9(9)V99  VALUE 0.
                   15  SUM-CHARGE       PIC 9(9)V99  VALUE 0.

       01  RUN-COUNTERS.
           05  W-UNITS-READ             PIC 9(5) VALUE 0.
           05  W-UNITS-IN-FLEET         PIC 9(5) VALUE 0.
           05  W-UNITS-CHARGED          PIC 9(5) VALUE 0.
           05  W-UNITS-NO-COST          PIC 9(5) VALUE 0.
           05  W-COST-TOTAL             PIC 9(9)V99 VALUE 0.
           05  W-ACCUM-DEPR-TOTAL       PIC 9(9)V99 VALUE 0.
           05  W-BOOK-VALUE-TOTAL       PIC 9(9)V99 VALUE 0.
           05  W-CHARGE-TOTAL           PIC 9(9)V99 VALUE 0.

      *Run-date heading, same pattern as the other batch reports.
       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY           PIC 9(4).
           05  WS-TODAYS-MM             PIC 9(2).
           05  WS-TODAYS-DD             PIC 9(2).
       01  WS-TODAYS-DATE-8 REDEFINES WS-TODAYS-DATE
                                        PIC 9(8).
       01  W08-RUN-DATE-LINE.
           05                           PIC X(20) VALUE SPACES.
           05                           PIC X(10) VALUE 'RUN DATE: '.
           05  W08-RUN-MM               PIC 99.
           05                           PIC X     VALUE '/'.
           05  W08-RUN-DD               PIC 99.
           05                           PIC X     VALUE '/'.
           05  W08-RUN-CCYY             PIC 9999.
           05                           PIC X(92) VALUE SPACES.

       01  REGISTER-TITLE-LINE.
           05                           PIC X(20) VALUE SPACES.
           05                           PIC X(29)
                 VALUE 'FLEET ASSET REGISTER  PERIOD '.
           05  RTL-PERIOD-MM            PIC 99.
           05                           PIC X     VALUE '/'.
           05  RTL-PERIOD-CCYY          PIC 9999.
           05                           PIC X(76) VALUE SPACES.
       01  W-PERIOD-SPLIT.
           05  W-PERIOD-CCYY            PIC 9(4).
           05  W-PERIOD-MM              PIC 9(2).
       01  W-PERIOD-NUMERIC REDEFINES W-PERIOD-SPLIT
                                        PIC 9(6).
       01  REGISTER-HEADING-LINE.
           05                           PIC X(6)  VALUE 'UNIT #'.
           05                           PIC X(3)  VALUE SPACES.
           05                           PIC X(4)  VALUE 'TYPE'.
           05                           PIC X(3)  VALUE SPACES.
           05                           PIC X(6)  VALUE 'BRANCH'.
           05                           PIC X     VALUE SPACES.
           05                           PIC X(4)  VALUE 'METH'.
           05                           PIC X(2)  VALUE SPACES.
           05                           PIC X(4)  VALUE 'LIFE'.
           05                           PIC X(11) VALUE SPACES.
           05                           PIC X(4)  VALUE 'COST'.
           05                           PIC X(6)  VALUE SPACES.
           05                           PIC X(10) VALUE 'ACCUM DEPR'.
           05                           PIC X(6)  VALUE SPACES.
           05                           PIC X(10) VALUE 'BOOK VALUE'.
           05                           PIC X(3)  VALUE SPACES.
           05                           PIC X(10) VALUE 'THIS MONTH'.
           05                           PIC X(3)  VALUE SPACES.
           05                           PIC X(4)  VALUE 'NOTE'.
           05                           PIC X(32) VALUE SPACES.
       01  REGISTER-DETAIL-LINE.
           05                           PIC X     VALUE SPACES.
           05  RGD-UNIT-NO              PIC 9(4).
           05                           PIC X(5)  VALUE SPACES.
           05  RGD-CAR-TYPE             PIC X.
           05                           PIC X(6)  VALUE SPACES.
           05  RGD-BRANCH               PIC 99.
           05                           PIC X(5)  VALUE SPACES.
           05  RGD-METHOD               PIC X.
           05                           PIC X(4)  VALUE SPACES.
           05  RGD-LIFE                 PIC ZZ9.
           05                           PIC X(3)  VALUE SPACES.
           05  RGD-COST                 PIC $$,$$$,$$9.99.
           05                           PIC X(3)  VALUE SPACES.
           05  RGD-ACCUM-DEPR           PIC $$,$$$,$$9.99.
           05                           PIC X(3)  VALUE SPACES.
           05  RGD-BOOK-VALUE           PIC $$,$$$,$$9.99.
           05                           PIC X(3)  VALUE SPACES.
           05  RGD-CHARGE               PIC $$$,$$9.99.
           05                           PIC X(3)  VALUE SPACES.
           05  RGD-NOTE                 PIC X(20).
           05                           PIC X(16) VALUE SPACES.

       01  SUMMARY-TITLE-LINE.
           05                           PIC X(20) VALUE SPACES.
           05                           PIC X(30)
                 VALUE 'SUMMARY BY CAR TYPE AND BRANCH'.
           05                           PIC X(82) VALUE SPACES.
       01  SUMMARY-HEADING-LINE.
           05                           PIC X(4)  VALUE 'TYPE'.
           05                           PIC X(2)  VALUE SPACES.
           05                           PIC X(6)  VALUE 'BRANCH'.
           05                           PIC X(3)  VALUE SPACES.
           05                           PIC X(5)  VALUE 'UNITS'.
           05                           PIC X(14) VALUE SPACES.
           05                           PIC X(4)  VALUE 'COST'.
           05                           PIC X(8)  VALUE SPACES.
           05                           PIC X(10) VALUE 'ACCUM DEPR'.
           05                           PIC X(8)  VALUE SPACES.
           05                           PIC X(10) VALUE 'BOOK VALUE'.
           05                           PIC X(6)  VALUE SPACES.
           05                           PIC X(10) VALUE 'THIS MONTH'.
           05                           PIC X(42) VALUE SPACES.
       01  SUMMARY-DETAIL-LINE.
           05                           PIC X     VALUE SPACES.
           05  RGS-CAR-TYPE             PIC X.
           05                           PIC X(6)  VALUE SPACES.
           05  RGS-BRANCH               PIC 99.
           05                           PIC X(4)  VALUE SPACES.
           05  RGS-UNITS                PIC ZZ,ZZ9.
           05                           PIC X(4)  VALUE SPACES.
           05  RGS-COST                 PIC $$$,$$$,$$9.99.
           05                           PIC X(4)  VALUE SPACES.
           05  RGS-ACCUM-DEPR           PIC $$$,$$$,$$9.99.
           05                           PIC X(4)  VALUE SPACES.
           05  RGS-BOOK-VALUE           PIC $$$,$$$,$$9.99.
           05                           PIC X(3)  VALUE SPACES.
           05  RGS-CHARGE               PIC $$,$$$,$$9.99.
           05                           PIC X(42) VALUE SPACES.
       01  SUMMARY-TOTAL-LINE.
           05                           PIC X(14)
                 VALUE 'FLEET TOTAL   '.
           05  RGT-UNITS                PIC ZZ,ZZ9.
           05                           PIC X(4)  VALUE SPACES.
           05  RGT-COST                 PIC $$$,$$$,$$9.99.
           05                           PIC X(4)  VALUE SPACES.
           05  RGT-ACCUM-DEPR           PIC $$$,$$$,$$9.99.
           05                           PIC X(4)  VALUE SPACES.
           05  RGT-BOOK-VALUE           PIC $$$,$$$,$$9.99.
           05                           PIC X(3)  VALUE SPACES.
           05  RGT-CHARGE               PIC $$,$$$,$$9.99.
           05                           PIC X(42) VALUE SPACES.
       01  REGISTER-TRAILER-LINE.
           05                           PIC X(19)
                 VALUE 'UNITS DEPRECIATED: '.
           05  RGT-CHARGED              PIC ZZ,ZZ9.
           05                           PIC X(19)
                 VALUE '  NO COST ON FILE: '.
           05  RGT-NO-COST              PIC ZZ,ZZ9.
           05                           PIC X(82) VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
       01  WS-RUN-START-TIME.
           05  WS-START-HH              PIC 99.
           05  WS-START-MM              PIC 99.
           05  WS-START-SS              PIC 99.
           05  WS-START-HS              PIC 99.
       01  WS-RUN-END-TIME.
           05  WS-END-HH                PIC 99.
           05  WS-END-MM                PIC 99.
           05  WS-END-SS                PIC 99.
           05  WS-END-HS                PIC 99.
       01  OPS-LOG-LINE.
           05  FILLER              PIC X(9)  VALUE 'PROGRAM: '.
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'FLEETDEP'.
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
           PERFORM 105-READ-DEPR-PARAMETERS
           OPEN INPUT  F01-UNIT-IN-FILE
                OUTPUT F02-UNIT-OUT-FILE
                OUTPUT F03-REGISTER-FILE
           PERFORM 120-WRITE-REGISTER-HEADINGS
           IF WS-UNIT-IN-FILE-STATUS = '00'
               READ F01-UNIT-IN-FILE
                   AT END SET W01-EOF-REACHED TO TRUE
               END-READ
           ELSE
               SET W01-EOF-REACHED TO TRUE
           END-IF
           PERFORM 200-PROCESS-ONE-UNIT
               UNTIL W01-EOF-REACHED
           PERFORM 600-WRITE-ASSET-SUMMARY
           PERFORM 700-WRITE-REGISTER-TRAILER
           CLOSE F01-UNIT-IN-FILE
                 F02-UNIT-OUT-FILE
                 F03-REGISTER-FILE
           IF W-UNITS-NO-COST > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 910-WRITE-CONTROL-TOTALS
           PERFORM 920-WRITE-GL-JOURNAL
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
           OPEN INPUT F08-RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = '00'
               READ F08-RUN-LOCK-FILE
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
               CLOSE F08-RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-IS-LIVE
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' - FLEETDEP NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F08-RUN-LOCK-FILE
           MOVE 'FLEETDEP' TO LCK-PROGRAM
           MOVE WS-LOCK-NOW-DATE TO LCK-DATE
           MOVE WS-LOCK-NOW-TIME TO LCK-TIME
           MOVE WS-LOCK-NOW-DATE TO WS-LID-DATE
           MOVE WS-LOCK-NOW-TIME TO WS-LID-TIME
           MOVE WS-LOCK-IDENTITY TO LCK-IDENTITY
           WRITE F08-RUN-LOCK-RECORD
           CLOSE F08-RUN-LOCK-FILE
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
           MOVE WS-TODAYS-MM   TO W08-RUN-MM
           MOVE WS-TODAYS-DD   TO W08-RUN-DD
           MOVE WS-TODAYS-CCYY TO W08-RUN-CCYY
           MOVE WS-TODAYS-DATE(1:6) TO W-DEPR-PERIOD
           .

      *A period override lets the desk run a month that closed
      *after midnight of the first; a month outside 01-12 is
      *ignored.
       105-READ-DEPR-PARAMETERS.
           OPEN INPUT F04-PARAMETER-FILE
           IF WS-PARAM-FILE-STATUS = '00'
               READ F04-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-DEPR-PERIOD IS NUMERIC
                          AND PARM-DEPR-PERIOD(5:2) >= '01'
                          AND PARM-DEPR-PERIOD(5:2) <= '12'
                           MOVE PARM-DEPR-PERIOD TO W-DEPR-PERIOD
                       END-IF
                       IF PARM-DEFAULT-LIFE IS NUMERIC
                          AND PARM-DEFAULT-LIFE > 0
                           MOVE PARM-DEFAULT-LIFE TO W-DEFAULT-LIFE
                       END-IF
               END-READ
               CLOSE F04-PARAMETER-FILE
           END-IF
           MOVE W-DEPR-PERIOD   TO W-PERIOD-NUMERIC
           MOVE W-PERIOD-MM     TO RTL-PERIOD-MM
           MOVE W-PERIOD-CCYY   TO RTL-PERIOD-CCYY
           .

       120-WRITE-REGISTER-HEADINGS.
           WRITE F03-REGISTER-RECORD FROM W08-RUN-DATE-LINE
           WRITE F03-REGISTER-RECORD FROM REGISTER-TITLE-LINE
           WRITE F03-REGISTER-RECORD FROM SPACES
           WRITE F03-REGISTER-RECORD FROM REGISTER-HEADING-LINE
           .

      *Carries each unit to the rewritten master. Retired units
      *are off the fleet and pass through untouched; every other
      *unit is depreciated if it has a cost and goes on the
      *register either way.
       200-PROCESS-ONE-UNIT.
           ADD 1 TO W-UNITS-READ
           MOVE F01-UNIT-IN-RECORD TO F02-UNIT-OUT-RECORD
           IF FU-IN-STATUS NOT = 'R'
               ADD 1 TO W-UNITS-IN-FLEET
               MOVE 0 TO W-UNIT-BRANCH
               IF FU-IN-HOME-BRANCH IS NUMERIC
                   MOVE FU-IN-HOME-BRANCH TO W-UNIT-BRANCH
               END-IF
               IF FU-IN-ACQ-COST IS NOT NUMERIC
                   OR FU-IN-ACQ-COST = 0
                   PERFORM 250-LIST-UNCOSTED-UNIT
               ELSE
                   PERFORM 210-DEPRECIATE-ONE-UNIT
               END-IF
               PERFORM 300-ADD-TO-ASSET-SUMMARY
           END-IF
           WRITE F02-UNIT-OUT-RECORD
           READ F01-UNIT-IN-FILE
               AT END SET W01-EOF-REACHED TO TRUE
           END-READ
           .

      *Blank asset fields on a costed unit are taken as zero, and
      *a missing method or life falls back to straight-line over
      *the default life; the rewritten master carries the values
      *actually used. A unit already depreciated for this period,
      *or not yet in service by it, is charged nothing.
       210-DEPRECIATE-ONE-UNIT.
           MOVE FU-IN-ACQ-COST TO W-UNIT-COST
           MOVE 0 TO W-UNIT-RESIDUAL
           IF FU-IN-RESIDUAL IS NUMERIC
               AND FU-IN-RESIDUAL < W-UNIT-COST
               MOVE FU-IN-RESIDUAL TO W-UNIT-RESIDUAL
           END-IF
           MOVE 0 TO W-UNIT-ACCUM-DEPR
           IF FU-IN-ACCUM-DEPR IS NUMERIC
               MOVE FU-IN-ACCUM-DEPR TO W-UNIT-ACCUM-DEPR
           END-IF
           MOVE W-DEFAULT-LIFE TO W-UNIT-LIFE
           IF FU-IN-DEPR-LIFE IS NUMERIC
               AND FU-IN-DEPR-LIFE > 0
               MOVE FU-IN-DEPR-LIFE TO W-UNIT-LIFE
           END-IF
           IF FU-IN-DEPR-METHOD NOT = 'D'
               MOVE 'S' TO FU-OUT-DEPR-METHOD
           END-IF
           MOVE W-UNIT-BRANCH     TO FU-OUT-HOME-BRANCH
           MOVE W-UNIT-RESIDUAL   TO FU-OUT-RESIDUAL
           MOVE W-UNIT-LIFE       TO FU-OUT-DEPR-LIFE
           MOVE 0 TO W-UNIT-CHARGE
           MOVE SPACES TO W-UNIT-NOTE
           MOVE FU-IN-SERVICE-DATE(1:6) TO W-SERVICE-PERIOD
           IF FU-IN-DEPR-PERIOD IS NUMERIC
               AND FU-IN-DEPR-PERIOD >= W-DEPR-PERIOD
               MOVE 'ALREADY TAKEN' TO W-UNIT-NOTE
           ELSE
               IF W-SERVICE-PERIOD > W-DEPR-PERIOD
                   MOVE 'NOT YET IN SERVICE' TO W-UNIT-NOTE
                   IF FU-IN-DEPR-PERIOD IS NOT NUMERIC
                       MOVE 0 TO FU-OUT-DEPR-PERIOD
                   END-IF
               ELSE
                   PERFORM 220-COMPUTE-MONTHLY-CHARGE
                   MOVE W-DEPR-PERIOD TO FU-OUT-DEPR-PERIOD
               END-IF
           END-IF
           MOVE W-UNIT-ACCUM-DEPR TO FU-OUT-ACCUM-DEPR
           COMPUTE W-UNIT-BOOK-VALUE =
               W-UNIT-COST - W-UNIT-ACCUM-DEPR
           ADD W-UNIT-COST       TO W-COST-TOTAL
           ADD W-UNIT-ACCUM-DEPR TO W-ACCUM-DEPR-TOTAL
           ADD W-UNIT-BOOK-VALUE TO W-BOOK-VALUE-TOTAL
           MOVE FU-IN-UNIT-NO     TO RGD-UNIT-NO
           MOVE FU-IN-CAR-TYPE    TO RGD-CAR-TYPE
           MOVE W-UNIT-BRANCH     TO RGD-BRANCH
           MOVE FU-OUT-DEPR-METHOD TO RGD-METHOD
           MOVE W-UNIT-LIFE       TO RGD-LIFE
           MOVE W-UNIT-COST       TO RGD-COST
           MOVE W-UNIT-ACCUM-DEPR TO RGD-ACCUM-DEPR
           MOVE W-UNIT-BOOK-VALUE TO RGD-BOOK-VALUE
           MOVE W-UNIT-CHARGE     TO RGD-CHARGE
           MOVE W-UNIT-NOTE       TO RGD-NOTE
           WRITE F03-REGISTER-RECORD FROM REGISTER-DETAIL-LINE
           .

      *Straight-line takes an even share of cost less residual
      *each month; declining balance takes twice the straight-line
      *rate on the book value still standing. Either way the
      *charge stops at the residual.
       220-COMPUTE-MONTHLY-CHARGE.
           COMPUTE W-UNIT-DEPRECIABLE =
               W-UNIT-COST - W-UNIT-RESIDUAL
           IF W-UNIT-ACCUM-DEPR >= W-UNIT-DEPRECIABLE
               MOVE 0 TO W-UNIT-REMAINING
           ELSE
               COMPUTE W-UNIT-REMAINING =
                   W-UNIT-DEPRECIABLE - W-UNIT-ACCUM-DEPR
           END-IF
           IF FU-OUT-DEPR-METHOD = 'D'
               COMPUTE W-UNIT-CHARGE ROUNDED =
                   (W-UNIT-COST - W-UNIT-ACCUM-DEPR) * 2
                   / W-UNIT-LIFE
           ELSE
               COMPUTE W-UNIT-CHARGE ROUNDED =
                   W-UNIT-DEPRECIABLE / W-UNIT-LIFE
           END-IF
           IF W-UNIT-CHARGE > W-UNIT-REMAINING
               MOVE W-UNIT-REMAINING TO W-UNIT-CHARGE
           END-IF
           IF W-UNIT-CHARGE > 0
               ADD W-UNIT-CHARGE TO W-UNIT-ACCUM-DEPR
               ADD W-UNIT-CHARGE TO W-CHARGE-TOTAL
               ADD 1 TO W-UNITS-CHARGED
           ELSE
               MOVE 'FULLY DEPRECIATED' TO W-UNIT-NOTE
           END-IF
           .

      *A unit with no cost on file is listed so the desk can key
      *one, and counted in the summary with no value.
       250-LIST-UNCOSTED-UNIT.
           ADD 1 TO W-UNITS-NO-COST
           MOVE 0 TO W-UNIT-COST
           MOVE 0 TO W-UNIT-ACCUM-DEPR
           MOVE 0 TO W-UNIT-BOOK-VALUE
           MOVE 0 TO W-UNIT-CHARGE
           MOVE SPACES TO REGISTER-DETAIL-LINE
           MOVE FU-IN-UNIT-NO     TO RGD-UNIT-NO
           MOVE FU-IN-CAR-TYPE    TO RGD-CAR-TYPE
           MOVE W-UNIT-BRANCH     TO RGD-BRANCH
           MOVE 'NO COST ON FILE' TO RGD-NOTE
           WRITE F03-REGISTER-RECORD FROM REGISTER-DETAIL-LINE
           .

       300-ADD-TO-ASSET-SUMMARY.
           PERFORM VARYING W-TYPE-SUB FROM 1 BY 1
               UNTIL W-TYPE-SUB > 5
                  OR W-TYPE-CODES(W-TYPE-SUB:1) = FU-IN-CAR-TYPE
               CONTINUE
           END-PERFORM
           COMPUTE W-BRANCH-SUB = W-UNIT-BRANCH + 1
           ADD 1 TO SUM-UNITS(W-TYPE-SUB W-BRANCH-SUB)
           ADD W-UNIT-COST
               TO SUM-COST(W-TYPE-SUB W-BRANCH-SUB)
           ADD W-UNIT-ACCUM-DEPR
               TO SUM-ACCUM-DEPR(W-TYPE-SUB W-BRANCH-SUB)
           ADD W-UNIT-BOOK-VALUE
               TO SUM-BOOK-VALUE(W-TYPE-SUB W-BRANCH-SUB)
           ADD W-UNIT-CHARGE
               TO SUM-CHARGE(W-TYPE-SUB W-BRANCH-SUB)
           .

      *One line for each car type and branch holding any units,
      *car types in rate-table order and branches ascending, then
      *the fleet total.
       600-WRITE-ASSET-SUMMARY.
           WRITE F03-REGISTER-RECORD FROM SPACES
           WRITE F03-REGISTER-RECORD FROM SUMMARY-TITLE-LINE
           WRITE F03-REGISTER-RECORD FROM SPACES
           WRITE F03-REGISTER-RECORD FROM SUMMARY-HEADING-LINE
           PERFORM VARYING W-TYPE-SUB FROM 1 BY 1
               UNTIL W-TYPE-SUB > 6
               PERFORM VARYING W-BRANCH-SUB FROM 1 BY 1
                   UNTIL W-BRANCH-SUB > 100
                   IF SUM-UNITS(W-TYPE-SUB W-BRANCH-SUB) > 0
                       PERFORM 610-WRITE-SUMMARY-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           WRITE F03-REGISTER-RECORD FROM SPACES
           MOVE W-UNITS-IN-FLEET   TO RGT-UNITS
           MOVE W-COST-TOTAL       TO RGT-COST
           MOVE W-ACCUM-DEPR-TOTAL TO RGT-ACCUM-DEPR
           MOVE W-BOOK-VALUE-TOTAL TO RGT-BOOK-VALUE
           MOVE W-CHARGE-TOTAL     TO RGT-CHARGE
           WRITE F03-REGISTER-RECORD FROM SUMMARY-TOTAL-LINE
           .

       610-WRITE-SUMMARY-LINE.
           MOVE W-TYPE-CODES(W-TYPE-SUB:1) TO RGS-CAR-TYPE
           COMPUTE RGS-BRANCH = W-BRANCH-SUB - 1
           MOVE SUM-UNITS(W-TYPE-SUB W-BRANCH-SUB)      TO RGS-UNITS
           MOVE SUM-COST(W-TYPE-SUB W-BRANCH-SUB)       TO RGS-COST
           MOVE SUM-ACCUM-DEPR(W-TYPE-SUB W-BRANCH-SUB)
               TO RGS-ACCUM-DEPR
           MOVE SUM-BOOK-VALUE(W-TYPE-SUB W-BRANCH-SUB)
               TO RGS-BOOK-VALUE
           MOVE SUM-CHARGE(W-TYPE-SUB W-BRANCH-SUB)     TO RGS-CHARGE
           WRITE F03-REGISTER-RECORD FROM SUMMARY-DETAIL-LINE
           .

       700-WRITE-REGISTER-TRAILER.
           WRITE F03-REGISTER-RECORD FROM SPACES
           MOVE W-UNITS-CHARGED  TO RGT-CHARGED
           MOVE W-UNITS-NO-COST  TO RGT-NO-COST
           WRITE F03-REGISTER-RECORD FROM REGISTER-TRAILER-LINE
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
           OPEN EXTEND F05-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F05-OPS-LOG-FILE
               CLOSE F05-OPS-LOG-FILE
               OPEN EXTEND F05-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F05-OPS-LOG-RECORD
           WRITE F05-OPS-LOG-RECORD
           CLOSE F05-OPS-LOG-FILE
           .

      *Units charged and the month's depreciation, and the fleet's
      *book value after it, for the balancing run to tie against
      *the journal.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F06-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT F06-CONTROL-TOTAL-FILE
               CLOSE F06-CONTROL-TOTAL-FILE
               OPEN EXTEND F06-CONTROL-TOTAL-FILE
           END-IF
           MOVE 'FLEETDEP' TO CTF-PROGRAM
           MOVE 'DEPRECIATION' TO CTF-ITEM
           MOVE W-UNITS-CHARGED TO CTF-COUNT
           MOVE W-CHARGE-TOTAL TO CTF-AMOUNT
           WRITE F06-CONTROL-TOTAL-RECORD
           MOVE 'BOOK-VALUE' TO CTF-ITEM
           MOVE W-UNITS-IN-FLEET TO CTF-COUNT
           MOVE W-BOOK-VALUE-TOTAL TO CTF-AMOUNT
           WRITE F06-CONTROL-TOTAL-RECORD
           CLOSE F06-CONTROL-TOTAL-FILE
           .

      *The month's charge goes to depreciation expense (5700)
      *against accumulated depreciation on the fleet (1510).
       920-WRITE-GL-JOURNAL.
           IF W-CHARGE-TOTAL > 0
               OPEN EXTEND F07-GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS = '35'
                   OPEN OUTPUT F07-GL-JOURNAL-FILE
                   CLOSE F07-GL-JOURNAL-FILE
                   OPEN EXTEND F07-GL-JOURNAL-FILE
               END-IF
               MOVE 'FLEETDEP' TO GLJ-PROGRAM
               MOVE WS-TODAYS-DATE-8 TO GLJ-DATE
               MOVE '5700' TO GLJ-ACCOUNT
               MOVE 'D' TO GLJ-DC
               MOVE W-CHARGE-TOTAL TO GLJ-AMOUNT
               WRITE F07-GL-JOURNAL-RECORD
               MOVE '1510' TO GLJ-ACCOUNT
               MOVE 'C' TO GLJ-DC
               MOVE W-CHARGE-TOTAL TO GLJ-AMOUNT
               WRITE F07-GL-JOURNAL-RECORD
               CLOSE F07-GL-JOURNAL-FILE
           END-IF
           .
