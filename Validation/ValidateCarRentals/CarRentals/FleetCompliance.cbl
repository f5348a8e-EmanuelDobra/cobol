       IDENTIFICATION DIVISION.
       PROGRAM-ID.      FLEETCMP.

      *Daily registration and inspection compliance run. Each unit
      *on the fleet unit master carries its registration expiry and
      *the date its next safety inspection falls due. Renewals the
      *desk keys from the motor-vehicle paperwork are posted to the
      *unit first; then any unit whose registration has expired or
      *whose inspection is past due is grounded - marked 'G' on the
      *rewritten master with the day it was grounded - so RENTALS
      *refuses a contract on it and OVERBOOK stops counting it as
      *capacity. A grounded unit whose papers are current again is
      *released back to available. Units expiring within the
      *desk's window, grounded units and units with no dates on
      *file are listed by home branch so each branch can chase its
      *renewals before the cars have to come off the road.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *The fleet unit master FLEETSVC maintains.
           SELECT F01-UNIT-IN-FILE
               ASSIGN TO "fleetunits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIT-IN-FILE-STATUS.

      *The rewritten unit master with renewals posted and lapsed
      *units grounded. The overnight procedure moves it over
      *fleetunits.dat once the run ends clean.
           SELECT F02-UNIT-OUT-FILE
               ASSIGN TO "fleetunits.new"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F03-REPORT-FILE
               ASSIGN TO "compliancereport.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Warning window in days, desk-controlled the same way
      *rentalparams.dat is; the built-in default is kept when the
      *file is absent.
           SELECT F04-PARAMETER-FILE
               ASSIGN TO "complianceparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

      *Registration and inspection renewals keyed by the desk since
      *the last run; absent when there are none.
           SELECT F05-RENEWAL-FILE
               ASSIGN TO "unitrenewals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENEWAL-FILE-STATUS.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F06-OPS-LOG-FILE
               ASSIGN TO "opslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Machine-readable control totals for the nightly balancing
      *run.
           SELECT F07-CONTROL-TOTAL-FILE
               ASSIGN TO "controltotals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

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

       FD  F03-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F03-REPORT-RECORD.
       01  F03-REPORT-RECORD            PIC X(132).

       FD  F04-PARAMETER-FILE
           RECORD CONTAINS 3 CHARACTERS
           DATA RECORD IS F04-PARM-RECORD.
       01  F04-PARM-RECORD.
           05  PARM-WINDOW-DAYS         PIC 9(3).

      *A blank or zero date leaves that date on the unit as it is,
      *so one renewal record can carry either date or both.
       FD  F05-RENEWAL-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS F05-RENEWAL-RECORD.
       01  F05-RENEWAL-RECORD.
           05  RNW-UNIT-NO              PIC 9(4).
           05  RNW-REG-EXPIRY           PIC 9(8).
           05  RNW-INSP-DUE             PIC 9(8).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F06-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F06-OPS-LOG-RECORD.
       01  F06-OPS-LOG-RECORD           PIC X(132).

       FD  F07-CONTROL-TOTAL-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F07-CONTROL-TOTAL-RECORD.
       01  F07-CONTROL-TOTAL-RECORD.
           05  CTF-PROGRAM         PIC X(8).
           05  CTF-ITEM            PIC X(12).
           05  CTF-COUNT           PIC 9(7).
           05  CTF-AMOUNT          PIC 9(11).

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
       01  WS-RENEWAL-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS           PIC XX   VALUE SPACES.

      *Days ahead a registration or inspection is warned of,
      *overlaid from complianceparams.dat when the desk has
      *dropped one off.
       01  W-WINDOW-DAYS                PIC 9(3) VALUE 30.

      *Today and the last day of the warning window, in both
      *calendar and integer-date form.
       01  W-TODAY-INT                  PIC 9(7) VALUE 0.
       01  W-WINDOW-END-INT             PIC 9(7) VALUE 0.
       01  W-WINDOW-END-DATE            PIC 9(8) VALUE 0.

      *Renewals loaded at startup. Every renewal for a unit is
      *posted in the order keyed, so a later correction wins; one
      *matching no unit on the master is listed at the end.
       01  MAX-RENEWALS                 PIC 9(5) VALUE 2000.
       01  RENEWAL-TABLE-AREA.
           05  W-RENEWAL-COUNT          PIC 9(5) VALUE 0.
           05  RENEWAL-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON W-RENEWAL-COUNT
                   INDEXED BY RNW-IDX.
               10  RNT-UNIT-NO          PIC 9(4).
               10  RNT-REG-EXPIRY       PIC 9(8).
               10  RNT-INSP-DUE         PIC 9(8).
               10  RNT-MATCHED          PIC X.
               10  RNT-REASON           PIC X(30).

      *Date edit work fields: a date is taken as on file only when
      *it is a real calendar date.
       01  W-CHECK-DATE                 PIC 9(8) VALUE 0.
       01  W-CHECK-DATE-PARTS REDEFINES W-CHECK-DATE.
           05  W-CHECK-CCYY             PIC 9(4).
           05  W-CHECK-MM               PIC 9(2).
           05  W-CHECK-DD               PIC 9(2).
       01  W-DATE-VALID-SWITCH          PIC X    VALUE 'N'.
           88  W-DATE-VALID                 VALUE 'Y'.
           88  W-DATE-NOT-VALID             VALUE 'N'.

      *Per-unit compliance state.
       01  UNIT-COMPLIANCE.
           05  W-UNIT-BRANCH            PIC 9(2)  VALUE 0.
           05  W-REG-STATE              PIC X     VALUE SPACE.
               88  W-REG-MISSING            VALUE 'M'.
               88  W-REG-LAPSED             VALUE 'L'.
               88  W-REG-EXPIRING           VALUE 'E'.
               88  W-REG-CURRENT            VALUE 'C'.
           05  W-INSP-STATE             PIC X     VALUE SPACE.
               88  W-INSP-MISSING           VALUE 'M'.
               88  W-INSP-LAPSED            VALUE 'L'.
               88  W-INSP-EXPIRING          VALUE 'E'.
               88  W-INSP-CURRENT           VALUE 'C'.
           05  W-STATE-DATE             PIC 9(8)  VALUE 0.
           05  W-STATE                  PIC X     VALUE SPACE.
           05  W-STATE-DAYS             PIC S9(5) VALUE 0.
           05  W-REG-DAYS               PIC S9(5) VALUE 0.
           05  W-INSP-DAYS              PIC S9(5) VALUE 0.
           05  W-UNIT-ACTION            PIC X(20) VALUE SPACES.

      *Units to list, held until the master has been read so the
      *report can go out branch by branch.
       01  MAX-LISTED-UNITS             PIC 9(5) VALUE 5000.
       01  LISTED-TABLE-AREA.
           05  W-LISTED-COUNT           PIC 9(5) VALUE 0.
           05  LISTED-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON W-LISTED-COUNT
                   INDEXED BY LST-IDX.
               10  LST-BRANCH           PIC 9(2).
               10  LST-UNIT-NO          PIC 9(4).
               10  LST-CAR-TYPE         PIC X.
               10  LST-PLATE            PIC X(8).
               10  LST-REG-EXPIRY       PIC 9(8).
               10  LST-REG-STATE        PIC X.
               10  LST-REG-DAYS         PIC S9(5).
               10  LST-INSP-DUE         PIC 9(8).
               10  LST-INSP-STATE       PIC X.
               10  LST-INSP-DAYS        PIC S9(5).
               10  LST-GROUNDED-DATE    PIC 9(8).
               10  LST-ACTION           PIC X(20).

      *Counts per branch for the branch headings, subscripted by
      *branch number plus one.
       01  W-BRANCH-SUB                 PIC 9(3)  VALUE 0.
       01  BRANCH-COUNT-TABLE.
           05  BRANCH-COUNT-ENTRY OCCURS 100 TIMES.
               10  BRC-LISTED           PIC 9(5)  VALUE 0.
               10  BRC-GROUNDED         PIC 9(5)  VALUE 0.
               10  BRC-EXPIRING         PIC 9(5)  VALUE 0.

       01  RUN-COUNTERS.
           05  W-UNITS-READ             PIC 9(5) VALUE 0.
           05  W-UNITS-CHECKED          PIC 9(5) VALUE 0.
           05  W-UNITS-NEWLY-GROUNDED   PIC 9(5) VALUE 0.
           05  W-UNITS-STILL-GROUNDED   PIC 9(5) VALUE 0.
           05  W-UNITS-RELEASED         PIC 9(5) VALUE 0.
           05  W-UNITS-EXPIRING         PIC 9(5) VALUE 0.
           05  W-UNITS-UNDATED          PIC 9(5) VALUE 0.
           05  W-UNITS-NOT-LISTED       PIC 9(5) VALUE 0.
           05  W-RENEWALS-READ          PIC 9(5) VALUE 0.
           05  W-RENEWALS-POSTED        PIC 9(5) VALUE 0.
           05  W-RENEWALS-REJECTED      PIC 9(5) VALUE 0.
           05  W-RENEWALS-NOT-LOADED    PIC 9(5) VALUE 0.
           05  W-UNITS-GROUNDED         PIC 9(5) VALUE 0.

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

       01  REPORT-TITLE-LINE.
           05                           PIC X(20) VALUE SPACES.
           05                           PIC X(37)
                 VALUE 'REGISTRATION AND INSPECTION - WINDOW '.
           05  RTL-WINDOW-DAYS          PIC ZZ9.
           05                           PIC X(11)
                 VALUE ' DAYS, TO  '.
           05  RTL-WINDOW-END           PIC 9999/99/99.
           05                           PIC X(51) VALUE SPACES.
       01  REPORT-HEADING-LINE.
           05                           PIC X(6)  VALUE 'UNIT #'.
           05                           PIC X(3)  VALUE SPACES.
           05                           PIC X(4)  VALUE 'TYPE'.
           05                           PIC X(3)  VALUE SPACES.
           05                           PIC X(5)  VALUE 'PLATE'.
           05                           PIC X(6)  VALUE SPACES.
           05                           PIC X(10) VALUE 'REG EXPIRY'.
           05                           PIC X(3)  VALUE SPACES.
           05                           PIC X(4)  VALUE 'DAYS'.
           05                           PIC X(3)  VALUE SPACES.
           05                           PIC X(8)  VALUE 'INSP DUE'.
           05                           PIC X(5)  VALUE SPACES.
           05                           PIC X(4)  VALUE 'DAYS'.
           05                           PIC X(3)  VALUE SPACES.
           05                           PIC X(8)  VALUE 'GROUNDED'.
           05                           PIC X(5)  VALUE SPACES.
           05                           PIC X(6)  VALUE 'ACTION'.
           05                           PIC X(46) VALUE SPACES.
       01  BRANCH-HEADING-LINE.
           05                           PIC X(7)  VALUE 'BRANCH '.
           05  RBH-BRANCH               PIC 99.
           05                           PIC X(9)  VALUE '  LISTED '.
           05  RBH-LISTED               PIC ZZ,ZZ9.
           05                           PIC X(11) VALUE '  GROUNDED '.
           05  RBH-GROUNDED             PIC ZZ,ZZ9.
           05                           PIC X(11) VALUE '  EXPIRING '.
           05  RBH-EXPIRING             PIC ZZ,ZZ9.
           05                           PIC X(74) VALUE SPACES.
       01  REPORT-DETAIL-LINE.
           05                           PIC X     VALUE SPACES.
           05  RCD-UNIT-NO              PIC 9(4).
           05                           PIC X(5)  VALUE SPACES.
           05  RCD-CAR-TYPE             PIC X.
           05                           PIC X(5)  VALUE SPACES.
           05  RCD-PLATE                PIC X(8).
           05                           PIC X(3)  VALUE SPACES.
           05  RCD-REG-EXPIRY           PIC X(10).
           05                           PIC X     VALUE SPACES.
           05  RCD-REG-DAYS             PIC X(6).
           05                           PIC X(3)  VALUE SPACES.
           05  RCD-INSP-DUE             PIC X(10).
           05                           PIC X     VALUE SPACES.
           05  RCD-INSP-DAYS            PIC X(6).
           05                           PIC X(3)  VALUE SPACES.
           05  RCD-GROUNDED-DATE        PIC X(10).
           05                           PIC X(3)  VALUE SPACES.
           05  RCD-ACTION               PIC X(20).
           05                           PIC X(32) VALUE SPACES.
       01  W-EDIT-DATE                  PIC 9999/99/99.
       01  W-EDIT-DAYS                  PIC -----9.

       01  RENEWAL-TITLE-LINE.
           05                           PIC X(20) VALUE SPACES.
           05                           PIC X(19)
                 VALUE 'RENEWALS NOT POSTED'.
           05                           PIC X(93) VALUE SPACES.
       01  RENEWAL-DETAIL-LINE.
           05                           PIC X     VALUE SPACES.
           05  RRD-UNIT-NO              PIC X(4).
           05                           PIC X(5)  VALUE SPACES.
           05  RRD-REG-EXPIRY           PIC X(8).
           05                           PIC X(3)  VALUE SPACES.
           05  RRD-INSP-DUE             PIC X(8).
           05                           PIC X(3)  VALUE SPACES.
           05  RRD-REASON               PIC X(30).
           05                           PIC X(70) VALUE SPACES.

       01  REPORT-TRAILER-LINE-1.
           05                           PIC X(17)
                 VALUE 'UNITS CHECKED:   '.
           05  RTR-CHECKED              PIC ZZ,ZZ9.
           05                           PIC X(20)
                 VALUE '  GROUNDED TODAY:   '.
           05  RTR-NEWLY-GROUNDED       PIC ZZ,ZZ9.
           05                           PIC X(20)
                 VALUE '  STILL GROUNDED:   '.
           05  RTR-STILL-GROUNDED       PIC ZZ,ZZ9.
           05                           PIC X(14)
                 VALUE '  RELEASED:   '.
           05  RTR-RELEASED             PIC ZZ,ZZ9.
           05                           PIC X(37) VALUE SPACES.
       01  REPORT-TRAILER-LINE-2.
           05                           PIC X(17)
                 VALUE 'EXPIRING:        '.
           05  RTR-EXPIRING             PIC ZZ,ZZ9.
           05                           PIC X(20)
                 VALUE '  NO DATES ON FILE: '.
           05  RTR-UNDATED              PIC ZZ,ZZ9.
           05                           PIC X(20)
                 VALUE '  RENEWALS POSTED:  '.
           05  RTR-RENEWALS-POSTED      PIC ZZ,ZZ9.
           05                           PIC X(14)
                 VALUE '  NOT POSTED: '.
           05  RTR-RENEWALS-REJECTED    PIC ZZ,ZZ9.
           05                           PIC X(37) VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'FLEETCMP'.
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
           PERFORM 110-LOAD-RENEWALS
           OPEN INPUT  F01-UNIT-IN-FILE
                OUTPUT F02-UNIT-OUT-FILE
                OUTPUT F03-REPORT-FILE
           PERFORM 120-WRITE-REPORT-HEADINGS
           IF WS-UNIT-IN-FILE-STATUS = '00'
               READ F01-UNIT-IN-FILE
                   AT END SET W01-EOF-REACHED TO TRUE
               END-READ
           ELSE
               SET W01-EOF-REACHED TO TRUE
           END-IF
           PERFORM 200-PROCESS-ONE-UNIT
               UNTIL W01-EOF-REACHED
           PERFORM 600-WRITE-BRANCH-LISTING
           PERFORM 650-WRITE-UNPOSTED-RENEWALS
           PERFORM 700-WRITE-REPORT-TRAILER
           CLOSE F01-UNIT-IN-FILE
                 F02-UNIT-OUT-FILE
                 F03-REPORT-FILE
      *Suite severity standard: grounded or expiring units, and
      *renewals that could not be posted, set condition 4 so the
      *overnight operator sees them.
           IF W-UNITS-NEWLY-GROUNDED > 0
              OR W-UNITS-STILL-GROUNDED > 0
              OR W-UNITS-EXPIRING > 0
              OR W-RENEWALS-REJECTED > 0
              OR W-RENEWALS-NOT-LOADED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
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
                   ' - FLEETCMP NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F08-RUN-LOCK-FILE
           MOVE 'FLEETCMP' TO LCK-PROGRAM
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
           COMPUTE W-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-8)
           .

       105-READ-PARAMETERS.
           OPEN INPUT F04-PARAMETER-FILE
           IF WS-PARAM-FILE-STATUS = '00'
               READ F04-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-WINDOW-DAYS IS NUMERIC
                           MOVE PARM-WINDOW-DAYS TO W-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE F04-PARAMETER-FILE
           END-IF
           COMPUTE W-WINDOW-END-INT = W-TODAY-INT + W-WINDOW-DAYS
           COMPUTE W-WINDOW-END-DATE =
               FUNCTION DATE-OF-INTEGER(W-WINDOW-END-INT)
           MOVE W-WINDOW-DAYS     TO RTL-WINDOW-DAYS
           MOVE W-WINDOW-END-DATE TO RTL-WINDOW-END
           .

      *A renewal needs a numeric unit number and at least one
      *date; a date that is keyed must be a real calendar date.
      *Renewals failing either test are kept in the table, already
      *marked with their reason, so they list with the unmatched.
       110-LOAD-RENEWALS.
           OPEN INPUT F05-RENEWAL-FILE
           IF WS-RENEWAL-FILE-STATUS = '00'
               PERFORM UNTIL WS-RENEWAL-FILE-STATUS NOT = '00'
                   READ F05-RENEWAL-FILE
                       AT END
                           MOVE '10' TO WS-RENEWAL-FILE-STATUS
                       NOT AT END
                           ADD 1 TO W-RENEWALS-READ
                           IF W-RENEWAL-COUNT < MAX-RENEWALS
                               PERFORM 115-STORE-ONE-RENEWAL
                           ELSE
                               ADD 1 TO W-RENEWALS-NOT-LOADED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F05-RENEWAL-FILE
           END-IF
           .

       115-STORE-ONE-RENEWAL.
           ADD 1 TO W-RENEWAL-COUNT
           SET RNW-IDX TO W-RENEWAL-COUNT
           MOVE F05-RENEWAL-RECORD TO RENEWAL-ENTRY(RNW-IDX)
           MOVE 'N' TO RNT-MATCHED(RNW-IDX)
           MOVE 'NO SUCH UNIT ON FLEET' TO RNT-REASON(RNW-IDX)
           IF RNW-REG-EXPIRY = SPACES
               MOVE 0 TO RNT-REG-EXPIRY(RNW-IDX)
           END-IF
           IF RNW-INSP-DUE = SPACES
               MOVE 0 TO RNT-INSP-DUE(RNW-IDX)
           END-IF
           IF RNW-UNIT-NO IS NOT NUMERIC
               MOVE 'X' TO RNT-MATCHED(RNW-IDX)
               MOVE 'UNIT NUMBER INVALID' TO RNT-REASON(RNW-IDX)
           ELSE
               IF RNT-REG-EXPIRY(RNW-IDX) IS NOT NUMERIC
                  OR RNT-INSP-DUE(RNW-IDX) IS NOT NUMERIC
                  OR (RNT-REG-EXPIRY(RNW-IDX) = 0
                      AND RNT-INSP-DUE(RNW-IDX) = 0)
                   MOVE 'X' TO RNT-MATCHED(RNW-IDX)
                   MOVE 'NO VALID DATE KEYED' TO RNT-REASON(RNW-IDX)
               ELSE
                   IF RNT-REG-EXPIRY(RNW-IDX) > 0
                       MOVE RNT-REG-EXPIRY(RNW-IDX) TO W-CHECK-DATE
                       PERFORM 150-CHECK-CALENDAR-DATE
                       IF W-DATE-NOT-VALID
                           MOVE 'X' TO RNT-MATCHED(RNW-IDX)
                           MOVE 'REGISTRATION EXPIRY INVALID'
                               TO RNT-REASON(RNW-IDX)
                       END-IF
                   END-IF
                   IF RNT-INSP-DUE(RNW-IDX) > 0
                       MOVE RNT-INSP-DUE(RNW-IDX) TO W-CHECK-DATE
                       PERFORM 150-CHECK-CALENDAR-DATE
                       IF W-DATE-NOT-VALID
                           MOVE 'X' TO RNT-MATCHED(RNW-IDX)
                           MOVE 'INSPECTION DUE DATE INVALID'
                               TO RNT-REASON(RNW-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       120-WRITE-REPORT-HEADINGS.
           WRITE F03-REPORT-RECORD FROM W08-RUN-DATE-LINE
           WRITE F03-REPORT-RECORD FROM REPORT-TITLE-LINE
           WRITE F03-REPORT-RECORD FROM SPACES
           WRITE F03-REPORT-RECORD FROM REPORT-HEADING-LINE
           .

      *Sets W-DATE-VALID for a plausible CCYYMMDD in W-CHECK-DATE:
      *month 01-12 and a day that month can hold.
       150-CHECK-CALENDAR-DATE.
           MOVE 'N' TO W-DATE-VALID-SWITCH
           IF W-CHECK-CCYY >= 1900
              AND W-CHECK-MM >= 1 AND W-CHECK-MM <= 12
              AND W-CHECK-DD >= 1 AND W-CHECK-DD <= 31
               MOVE 'Y' TO W-DATE-VALID-SWITCH
               IF (W-CHECK-MM = 4 OR W-CHECK-MM = 6
                   OR W-CHECK-MM = 9 OR W-CHECK-MM = 11)
                  AND W-CHECK-DD > 30
                   MOVE 'N' TO W-DATE-VALID-SWITCH
               END-IF
               IF W-CHECK-MM = 2 AND W-CHECK-DD > 29
                   MOVE 'N' TO W-DATE-VALID-SWITCH
               END-IF
           END-IF
           .

      *Carries each unit to the rewritten master. Retired units
      *are off the fleet and pass through untouched; every other
      *unit has its renewals posted and its papers checked. A
      *stolen unit takes its renewals but keeps its 'S' until
      *FLEETTHF records its recovery. Dates not on file are
      *carried forward as zero.
       200-PROCESS-ONE-UNIT.
           ADD 1 TO W-UNITS-READ
           MOVE F01-UNIT-IN-RECORD TO F02-UNIT-OUT-RECORD
           IF FU-IN-REG-EXPIRY IS NOT NUMERIC
               MOVE 0 TO FU-OUT-REG-EXPIRY
           END-IF
           IF FU-IN-INSP-DUE IS NOT NUMERIC
               MOVE 0 TO FU-OUT-INSP-DUE
           END-IF
           IF FU-IN-GROUNDED-DATE IS NOT NUMERIC
               MOVE 0 TO FU-OUT-GROUNDED-DATE
           END-IF
           IF FU-IN-STATUS NOT = 'R'
               ADD 1 TO W-UNITS-CHECKED
               MOVE 0 TO W-UNIT-BRANCH
               IF FU-IN-HOME-BRANCH IS NUMERIC
                   MOVE FU-IN-HOME-BRANCH TO W-UNIT-BRANCH
               END-IF
               IF W-RENEWAL-COUNT > 0
                   PERFORM 210-POST-RENEWALS
               END-IF
               IF FU-IN-STATUS NOT = 'S'
                   PERFORM 220-CHECK-UNIT-PAPERS
               END-IF
           END-IF
           WRITE F02-UNIT-OUT-RECORD
           READ F01-UNIT-IN-FILE
               AT END SET W01-EOF-REACHED TO TRUE
           END-READ
           .

       210-POST-RENEWALS.
           PERFORM VARYING RNW-IDX FROM 1 BY 1
               UNTIL RNW-IDX > W-RENEWAL-COUNT
               IF RNT-UNIT-NO(RNW-IDX) = FU-IN-UNIT-NO
                  AND RNT-MATCHED(RNW-IDX) NOT = 'X'
                   IF RNT-REG-EXPIRY(RNW-IDX) > 0
                       MOVE RNT-REG-EXPIRY(RNW-IDX)
                           TO FU-OUT-REG-EXPIRY
                   END-IF
                   IF RNT-INSP-DUE(RNW-IDX) > 0
                       MOVE RNT-INSP-DUE(RNW-IDX)
                           TO FU-OUT-INSP-DUE
                   END-IF
                   MOVE 'Y' TO RNT-MATCHED(RNW-IDX)
                   ADD 1 TO W-RENEWALS-POSTED
               END-IF
           END-PERFORM
           .

      *A registration runs through its expiry date and an
      *inspection is good through its due date; the day after,
      *the unit is lapsed. Either one lapsed grounds the unit. A
      *grounded unit with both papers current again goes back to
      *available - if it was also overdue for service FLEETSVC
      *takes it out again on its next run.
       220-CHECK-UNIT-PAPERS.
           MOVE FU-OUT-REG-EXPIRY TO W-STATE-DATE
           PERFORM 230-CLASSIFY-DATE
           MOVE W-STATE      TO W-REG-STATE
           MOVE W-STATE-DAYS TO W-REG-DAYS
           MOVE FU-OUT-INSP-DUE TO W-STATE-DATE
           PERFORM 230-CLASSIFY-DATE
           MOVE W-STATE      TO W-INSP-STATE
           MOVE W-STATE-DAYS TO W-INSP-DAYS
           MOVE SPACES TO W-UNIT-ACTION
           IF W-REG-LAPSED OR W-INSP-LAPSED
               IF FU-IN-STATUS = 'G'
                   ADD 1 TO W-UNITS-STILL-GROUNDED
                   MOVE 'STILL GROUNDED' TO W-UNIT-ACTION
               ELSE
                   MOVE 'G' TO FU-OUT-STATUS
                   MOVE WS-TODAYS-DATE-8 TO FU-OUT-GROUNDED-DATE
                   ADD 1 TO W-UNITS-NEWLY-GROUNDED
                   MOVE 'GROUNDED TODAY' TO W-UNIT-ACTION
               END-IF
           ELSE
               IF FU-IN-STATUS = 'G'
                   MOVE 'A' TO FU-OUT-STATUS
                   MOVE 0 TO FU-OUT-GROUNDED-DATE
                   ADD 1 TO W-UNITS-RELEASED
                   MOVE 'RELEASED TO SERVICE' TO W-UNIT-ACTION
               ELSE
                   IF W-REG-EXPIRING OR W-INSP-EXPIRING
                       ADD 1 TO W-UNITS-EXPIRING
                       MOVE 'EXPIRING - RENEW' TO W-UNIT-ACTION
                   ELSE
                       IF W-REG-MISSING OR W-INSP-MISSING
                           ADD 1 TO W-UNITS-UNDATED
                           MOVE 'NO DATES ON FILE' TO W-UNIT-ACTION
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF W-UNIT-ACTION NOT = SPACES
               PERFORM 250-ADD-TO-LISTING
           END-IF
           .

      *Classifies the date in W-STATE-DATE against today and the
      *window end, with the days left until it (negative once
      *lapsed).
       230-CLASSIFY-DATE.
           MOVE 0 TO W-STATE-DAYS
           MOVE W-STATE-DATE TO W-CHECK-DATE
           PERFORM 150-CHECK-CALENDAR-DATE
           IF W-DATE-NOT-VALID
               MOVE 'M' TO W-STATE
           ELSE
               COMPUTE W-STATE-DAYS =
                   FUNCTION INTEGER-OF-DATE(W-STATE-DATE)
                   - W-TODAY-INT
               IF W-STATE-DATE < WS-TODAYS-DATE-8
                   MOVE 'L' TO W-STATE
               ELSE
                   IF W-STATE-DATE <= W-WINDOW-END-DATE
                       MOVE 'E' TO W-STATE
                   ELSE
                       MOVE 'C' TO W-STATE
                   END-IF
               END-IF
           END-IF
           .

       250-ADD-TO-LISTING.
           COMPUTE W-BRANCH-SUB = W-UNIT-BRANCH + 1
           ADD 1 TO BRC-LISTED(W-BRANCH-SUB)
           IF FU-OUT-STATUS = 'G'
               ADD 1 TO BRC-GROUNDED(W-BRANCH-SUB)
           END-IF
           IF W-UNIT-ACTION = 'EXPIRING - RENEW'
               ADD 1 TO BRC-EXPIRING(W-BRANCH-SUB)
           END-IF
           IF W-LISTED-COUNT < MAX-LISTED-UNITS
               ADD 1 TO W-LISTED-COUNT
               SET LST-IDX TO W-LISTED-COUNT
               MOVE W-UNIT-BRANCH        TO LST-BRANCH(LST-IDX)
               MOVE FU-OUT-UNIT-NO       TO LST-UNIT-NO(LST-IDX)
               MOVE FU-OUT-CAR-TYPE      TO LST-CAR-TYPE(LST-IDX)
               MOVE FU-OUT-PLATE         TO LST-PLATE(LST-IDX)
               MOVE FU-OUT-REG-EXPIRY    TO LST-REG-EXPIRY(LST-IDX)
               MOVE W-REG-STATE          TO LST-REG-STATE(LST-IDX)
               MOVE W-REG-DAYS           TO LST-REG-DAYS(LST-IDX)
               MOVE FU-OUT-INSP-DUE      TO LST-INSP-DUE(LST-IDX)
               MOVE W-INSP-STATE         TO LST-INSP-STATE(LST-IDX)
               MOVE W-INSP-DAYS          TO LST-INSP-DAYS(LST-IDX)
               MOVE FU-OUT-GROUNDED-DATE
                   TO LST-GROUNDED-DATE(LST-IDX)
               MOVE W-UNIT-ACTION        TO LST-ACTION(LST-IDX)
           ELSE
               ADD 1 TO W-UNITS-NOT-LISTED
           END-IF
           .

      *Branches ascending, each with its counts and then its
      *units in master order.
       600-WRITE-BRANCH-LISTING.
           PERFORM VARYING W-BRANCH-SUB FROM 1 BY 1
               UNTIL W-BRANCH-SUB > 100
               IF BRC-LISTED(W-BRANCH-SUB) > 0
                   WRITE F03-REPORT-RECORD FROM SPACES
                   COMPUTE RBH-BRANCH = W-BRANCH-SUB - 1
                   MOVE BRC-LISTED(W-BRANCH-SUB)   TO RBH-LISTED
                   MOVE BRC-GROUNDED(W-BRANCH-SUB) TO RBH-GROUNDED
                   MOVE BRC-EXPIRING(W-BRANCH-SUB) TO RBH-EXPIRING
                   WRITE F03-REPORT-RECORD FROM BRANCH-HEADING-LINE
                   PERFORM VARYING LST-IDX FROM 1 BY 1
                       UNTIL LST-IDX > W-LISTED-COUNT
                       IF LST-BRANCH(LST-IDX) = RBH-BRANCH
                           PERFORM 610-WRITE-DETAIL-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       610-WRITE-DETAIL-LINE.
           MOVE LST-UNIT-NO(LST-IDX)  TO RCD-UNIT-NO
           MOVE LST-CAR-TYPE(LST-IDX) TO RCD-CAR-TYPE
           MOVE LST-PLATE(LST-IDX)    TO RCD-PLATE
           IF LST-REG-STATE(LST-IDX) = 'M'
               MOVE 'NONE'    TO RCD-REG-EXPIRY
               MOVE SPACES    TO RCD-REG-DAYS
           ELSE
               MOVE LST-REG-EXPIRY(LST-IDX) TO W-EDIT-DATE
               MOVE W-EDIT-DATE             TO RCD-REG-EXPIRY
               MOVE LST-REG-DAYS(LST-IDX)   TO W-EDIT-DAYS
               MOVE W-EDIT-DAYS             TO RCD-REG-DAYS
           END-IF
           IF LST-INSP-STATE(LST-IDX) = 'M'
               MOVE 'NONE'    TO RCD-INSP-DUE
               MOVE SPACES    TO RCD-INSP-DAYS
           ELSE
               MOVE LST-INSP-DUE(LST-IDX)   TO W-EDIT-DATE
               MOVE W-EDIT-DATE             TO RCD-INSP-DUE
               MOVE LST-INSP-DAYS(LST-IDX)  TO W-EDIT-DAYS
               MOVE W-EDIT-DAYS             TO RCD-INSP-DAYS
           END-IF
           IF LST-GROUNDED-DATE(LST-IDX) > 0
               MOVE LST-GROUNDED-DATE(LST-IDX) TO W-EDIT-DATE
               MOVE W-EDIT-DATE                TO RCD-GROUNDED-DATE
           ELSE
               MOVE SPACES TO RCD-GROUNDED-DATE
           END-IF
           MOVE LST-ACTION(LST-IDX) TO RCD-ACTION
           WRITE F03-REPORT-RECORD FROM REPORT-DETAIL-LINE
           .

      *Renewals that were invalid or matched no unit still on the
      *fleet, for the desk to correct and key again.
       650-WRITE-UNPOSTED-RENEWALS.
           PERFORM VARYING RNW-IDX FROM 1 BY 1
               UNTIL RNW-IDX > W-RENEWAL-COUNT
               IF RNT-MATCHED(RNW-IDX) NOT = 'Y'
                   IF W-RENEWALS-REJECTED = 0
                       WRITE F03-REPORT-RECORD FROM SPACES
                       WRITE F03-REPORT-RECORD FROM RENEWAL-TITLE-LINE
                   END-IF
                   ADD 1 TO W-RENEWALS-REJECTED
                   MOVE RENEWAL-ENTRY(RNW-IDX)(1:4)  TO RRD-UNIT-NO
                   MOVE RENEWAL-ENTRY(RNW-IDX)(5:8)  TO RRD-REG-EXPIRY
                   MOVE RENEWAL-ENTRY(RNW-IDX)(13:8) TO RRD-INSP-DUE
                   IF RRD-REG-EXPIRY = ZERO
                       MOVE SPACES TO RRD-REG-EXPIRY
                   END-IF
                   IF RRD-INSP-DUE = ZERO
                       MOVE SPACES TO RRD-INSP-DUE
                   END-IF
                   MOVE RNT-REASON(RNW-IDX)          TO RRD-REASON
                   WRITE F03-REPORT-RECORD FROM RENEWAL-DETAIL-LINE
               END-IF
           END-PERFORM
           .

       700-WRITE-REPORT-TRAILER.
           WRITE F03-REPORT-RECORD FROM SPACES
           MOVE W-UNITS-CHECKED        TO RTR-CHECKED
           MOVE W-UNITS-NEWLY-GROUNDED TO RTR-NEWLY-GROUNDED
           MOVE W-UNITS-STILL-GROUNDED TO RTR-STILL-GROUNDED
           MOVE W-UNITS-RELEASED       TO RTR-RELEASED
           WRITE F03-REPORT-RECORD FROM REPORT-TRAILER-LINE-1
           MOVE W-UNITS-EXPIRING       TO RTR-EXPIRING
           MOVE W-UNITS-UNDATED        TO RTR-UNDATED
           MOVE W-RENEWALS-POSTED      TO RTR-RENEWALS-POSTED
           MOVE W-RENEWALS-REJECTED    TO RTR-RENEWALS-REJECTED
           WRITE F03-REPORT-RECORD FROM REPORT-TRAILER-LINE-2
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
           OPEN EXTEND F06-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F06-OPS-LOG-FILE
               CLOSE F06-OPS-LOG-FILE
               OPEN EXTEND F06-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F06-OPS-LOG-RECORD
           WRITE F06-OPS-LOG-RECORD
           CLOSE F06-OPS-LOG-FILE
           .

      *Units grounded at the end of the run, units coming due in
      *the window, and renewals posted, for the balancing run.
       910-WRITE-CONTROL-TOTALS.
           COMPUTE W-UNITS-GROUNDED =
               W-UNITS-NEWLY-GROUNDED + W-UNITS-STILL-GROUNDED
           OPEN EXTEND F07-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT F07-CONTROL-TOTAL-FILE
               CLOSE F07-CONTROL-TOTAL-FILE
               OPEN EXTEND F07-CONTROL-TOTAL-FILE
           END-IF
           MOVE 'FLEETCMP' TO CTF-PROGRAM
           MOVE 'GROUNDED' TO CTF-ITEM
           MOVE W-UNITS-GROUNDED TO CTF-COUNT
           MOVE 0 TO CTF-AMOUNT
           WRITE F07-CONTROL-TOTAL-RECORD
           MOVE 'EXPIRING' TO CTF-ITEM
           MOVE W-UNITS-EXPIRING TO CTF-COUNT
           WRITE F07-CONTROL-TOTAL-RECORD
           MOVE 'RENEWALS' TO CTF-ITEM
           MOVE W-RENEWALS-POSTED TO CTF-COUNT
           WRITE F07-CONTROL-TOTAL-RECORD
           CLOSE F07-CONTROL-TOTAL-FILE
           .
