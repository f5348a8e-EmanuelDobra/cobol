       IDENTIFICATION DIVISION.

       PROGRAM-ID.     CREDSCOR.

      *Credit scoring for buyers we finance. VALCAR used to book
      *whatever rate and term the desk keyed, and notes went out
      *below our own minimums to weaker buyers. The finance office
      *now keys a credit application per buyer onto creditapps.dat
      *- monthly income, monthly housing payment, bureau score -
      *and this run scores each new application into a credit tier
      *from credittiers.dat. The tier sets the most we will
      *finance, the least we take down (as a percentage of the
      *selling price), the lowest APR and the longest term.
      *Decisions are carried on the approval master
      *(creditapprovals.dat) with the tier's limits copied onto
      *them, so a later change to the tier table does not move a
      *buyer already approved; VALCAR rejects any finance record
      *outside the buyer's approval. Every decision, approved or
      *declined with its reason, is listed on the compliance
      *register (creditregister.dat). This is the master's only
      *writer.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Credit applications keyed by the finance office, one per
      *buyer per application date; a buyer who applies again is
      *scored again.
           SELECT F01-APPLICATION-FILE
               ASSIGN TO "creditapps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLICATION-STATUS.

      *The credit tiers, best tier first. The built-in table is
      *kept when the file is absent or holds no usable tier.
           SELECT F02-TIER-FILE
               ASSIGN TO "credittiers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIER-FILE-STATUS.

      *Yesterday's approval master, absent on the very first run.
           SELECT F03-APPROVAL-IN-FILE
               ASSIGN TO "creditapprovals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-IN-STATUS.

      *The rewritten master; the overnight procedure moves it over
      *creditapprovals.dat once the run ends clean.
           SELECT F04-APPROVAL-OUT-FILE
               ASSIGN TO "creditapprovals.new"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F05-REGISTER-FILE
               ASSIGN TO "creditregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

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
       FD  F01-APPLICATION-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS F01-APPLICATION-RECORD.
       01  F01-APPLICATION-RECORD.
           05  CAP-BUYER-ID            PIC 9(6).
           05  CAP-APP-DATE            PIC 9(8).
           05  CAP-MONTHLY-INCOME      PIC 9(6).
           05  CAP-HOUSING-PAYMENT     PIC 9(5).
           05  CAP-BUREAU-SCORE        PIC 9(3).

      *One tier: the lowest bureau score it takes, the most of the
      *buyer's monthly income the housing payment may be, and the
      *finance limits the tier approves.
       FD  F02-TIER-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS F02-TIER-RECORD.
       01  F02-TIER-RECORD.
           05  CTR-TIER                PIC X.
           05  CTR-MIN-SCORE           PIC 9(3).
           05  CTR-MAX-HOUSING-PCT     PIC 99.
           05  CTR-MAX-FINANCED        PIC 9(6).
           05  CTR-MIN-DOWN-PCT        PIC 99V99.
           05  CTR-MIN-APR             PIC 99V99.
           05  CTR-MAX-TERM            PIC 9(3).

      *One record per buyer: the application last scored, the
      *decision (A approved, D declined), and for an approval the
      *tier and the limits it carried on the day it was decided.
       FD  F03-APPROVAL-IN-FILE
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS F03-APPROVAL-IN-RECORD.
       01  F03-APPROVAL-IN-RECORD.
           05  CAI-BUYER-ID            PIC 9(6).
           05  CAI-APP-DATE            PIC 9(8).
           05  CAI-DECISION            PIC X.
           05  CAI-TIER                PIC X.
           05  CAI-MAX-FINANCED        PIC 9(6).
           05  CAI-MIN-DOWN-PCT        PIC 99V99.
           05  CAI-MIN-APR             PIC 99V99.
           05  CAI-MAX-TERM            PIC 9(3).
           05  CAI-DECISION-DATE       PIC 9(8).
           05  CAI-REASON              PIC X(20).

       FD  F04-APPROVAL-OUT-FILE
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS F04-APPROVAL-OUT-RECORD.
       01  F04-APPROVAL-OUT-RECORD.
           05  CAO-BUYER-ID            PIC 9(6).
           05  CAO-APP-DATE            PIC 9(8).
           05  CAO-DECISION            PIC X.
           05  CAO-TIER                PIC X.
           05  CAO-MAX-FINANCED        PIC 9(6).
           05  CAO-MIN-DOWN-PCT        PIC 99V99.
           05  CAO-MIN-APR             PIC 99V99.
           05  CAO-MAX-TERM            PIC 9(3).
           05  CAO-DECISION-DATE       PIC 9(8).
           05  CAO-REASON              PIC X(20).

       FD  F05-REGISTER-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F05-REGISTER-RECORD.
       01  F05-REGISTER-RECORD         PIC X(120).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F06-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F06-OPS-LOG-RECORD.
       01  F06-OPS-LOG-RECORD          PIC X(132).

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
       01  W01-EOF-SWITCH              PIC X    VALUE 'N'.
           88  W01-EOF-REACHED             VALUE 'Y'.

       01  WS-APPLICATION-STATUS       PIC XX   VALUE SPACES.
       01  WS-TIER-FILE-STATUS         PIC XX   VALUE SPACES.
       01  WS-APPROVAL-IN-STATUS       PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS          PIC XX   VALUE SPACES.

      *The house credit tiers - A through D, best first - replaced
      *as a whole by credittiers.dat when it holds a usable tier.
      *Each lower tier takes a lower score and a heavier housing
      *payment, against tighter finance limits.
       01  W-TIER-DEFAULTS.
           05  FILLER                  PIC X(23)
                 VALUE 'A7203006000000000399084'.
           05  FILLER                  PIC X(23)
                 VALUE 'B6603504000010000699072'.
           05  FILLER                  PIC X(23)
                 VALUE 'C6004002500015001199060'.
           05  FILLER                  PIC X(23)
                 VALUE 'D5404501500020001799048'.
           05  FILLER                  PIC X(23) VALUE SPACES.
           05  FILLER                  PIC X(23) VALUE SPACES.
       01  W-TIER-TABLE REDEFINES W-TIER-DEFAULTS.
           05  W-TIER OCCURS 6 TIMES
                   INDEXED BY TIR-IDX.
               10  W-TIER-CODE         PIC X.
               10  W-TIER-MIN-SCORE    PIC 9(3).
               10  W-TIER-MAX-HOUSING-PCT
                                       PIC 99.
               10  W-TIER-MAX-FINANCED PIC 9(6).
               10  W-TIER-MIN-DOWN-PCT PIC 99V99.
               10  W-TIER-MIN-APR      PIC 99V99.
               10  W-TIER-MAX-TERM     PIC 9(3).
       01  MAX-TIERS                   PIC 9    VALUE 6.
       01  W-TIER-COUNT                PIC 9    VALUE 4.
       01  W-FILE-TIER-COUNT           PIC 9    VALUE 0.
       01  W-FILE-TIERS.
           05  W-FILE-TIER OCCURS 6 TIMES
                   INDEXED BY FTR-IDX  PIC X(23).

      *The approval master in memory, one entry per buyer.
       01  MAX-APPROVALS               PIC 9(5) VALUE 10000.
       01  W-APR-FOUND-SWITCH          PIC X    VALUE 'N'.
           88  W-APPROVAL-FOUND            VALUE 'Y'.
           88  W-APPROVAL-NOT-FOUND        VALUE 'N'.
       01  APPROVAL-TABLE-AREA.
           05  W-APPROVAL-COUNT        PIC 9(5) VALUE 0.
           05  APPROVAL-ENTRY OCCURS 0 TO 10000 TIMES
                   DEPENDING ON W-APPROVAL-COUNT
                   INDEXED BY APR-IDX.
               10  APR-BUYER-ID        PIC 9(6).
               10  APR-APP-DATE        PIC 9(8).
               10  APR-DECISION        PIC X.
                   88  APR-APPROVED        VALUE 'A'.
                   88  APR-DECLINED        VALUE 'D'.
               10  APR-TIER            PIC X.
               10  APR-MAX-FINANCED    PIC 9(6).
               10  APR-MIN-DOWN-PCT    PIC 99V99.
               10  APR-MIN-APR         PIC 99V99.
               10  APR-MAX-TERM        PIC 9(3).
               10  APR-DECISION-DATE   PIC 9(8).
               10  APR-REASON          PIC X(20).

      *Per-application work fields. The housing ratio is the
      *monthly housing payment as a whole percentage of monthly
      *income.
       01  W-HOUSING-PCT               PIC 9(3)  VALUE 0.
       01  W-SCORE-TIER                PIC 9     VALUE 0.
       01  W-DECISION-TIER             PIC 9     VALUE 0.
       01  W-DECISION                  PIC X     VALUE SPACE.
           88  W-APPROVE                   VALUE 'A'.
           88  W-DECLINE                   VALUE 'D'.
       01  W-REASON                    PIC X(20) VALUE SPACES.

       01  W-PRINT-DATE                PIC 9(8)  VALUE 0.
       01  W-PRINT-DATE-PARTS REDEFINES W-PRINT-DATE.
           05  W-PRINT-CCYY            PIC 9(4).
           05  W-PRINT-MM              PIC 9(2).
           05  W-PRINT-DD              PIC 9(2).
       01  W-EDITED-DATE.
           05  W-EDITED-MM             PIC 99.
           05                          PIC X     VALUE '/'.
           05  W-EDITED-DD             PIC 99.
           05                          PIC X     VALUE '/'.
           05  W-EDITED-CCYY           PIC 9999.

       01  RUN-COUNTERS.
           05  W-APPLICATIONS-READ     PIC 9(7)  VALUE 0.
           05  W-ALREADY-DECIDED       PIC 9(5)  VALUE 0.
           05  W-APPROVED              PIC 9(5)  VALUE 0.
           05  W-DECLINED              PIC 9(5)  VALUE 0.
           05  W-INCOMPLETE            PIC 9(5)  VALUE 0.
           05  W-TOTAL-APPROVED-LIMIT  PIC 9(9)  VALUE 0.

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
           05                          PIC X(34)
                 VALUE 'CREDIT APPROVAL/DECLINE REGISTER  '.
           05                          PIC X(46) VALUE SPACES.

       01  W03-HEADING.
           05                          PIC X(6)  VALUE 'BUYER '.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(10) VALUE 'APPLIED'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(5)  VALUE 'SCORE'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(8)  VALUE '  INCOME'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(7)  VALUE 'HOUSING'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'PCT'.
           05                          PIC X(9)  VALUE 'DECISION'.
           05                          PIC X(5)  VALUE 'TIER'.
           05                          PIC X(9)  VALUE ' MAX AMT'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'DOWN%'.
           05                          PIC X(6)  VALUE 'APR%'.
           05                          PIC X(5)  VALUE 'TERM'.
           05                          PIC X(20) VALUE 'REASON'.
           05                          PIC X(8)  VALUE SPACES.
       01  W04-DETAIL.
           05  W04-BUYER-ID            PIC 9(6).
           05                          PIC X(2)  VALUE SPACES.
           05  W04-APP-DATE            PIC X(10).
           05                          PIC X(3)  VALUE SPACES.
           05  W04-SCORE               PIC ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05  W04-INCOME              PIC $$$,$$9.
           05                          PIC X(3)  VALUE SPACES.
           05  W04-HOUSING             PIC $$,$$9.
           05                          PIC X(2)  VALUE SPACES.
           05  W04-HOUSING-PCT         PIC ZZ9.
           05                          PIC X     VALUE SPACE.
           05  W04-DECISION            PIC X(9).
           05                          PIC X     VALUE SPACE.
           05  W04-TIER                PIC X.
           05                          PIC X(2)  VALUE SPACES.
           05  W04-MAX-FINANCED        PIC $$$$,$$9.
           05                          PIC X(2)  VALUE SPACES.
           05  W04-MIN-DOWN-PCT        PIC Z9.99.
           05                          PIC X     VALUE SPACE.
           05  W04-MIN-APR             PIC Z9.99.
           05                          PIC X     VALUE SPACE.
           05  W04-MAX-TERM            PIC ZZ9.
           05                          PIC X(2)  VALUE SPACES.
           05  W04-REASON              PIC X(20).
           05                          PIC X(11) VALUE SPACES.
       01  W05-INCOMPLETE-LINE.
           05                          PIC X(15)
                 VALUE 'APPLICATION:   '.
           05  W05-CONTENTS            PIC X(28).
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(40)
                 VALUE 'INCOMPLETE - NOT SCORED                 '.
           05                          PIC X(34) VALUE SPACES.
       01  W07-TRAILER.
           05                          PIC X(10) VALUE 'APPROVED: '.
           05  W07-APPROVED            PIC ZZ,ZZ9.
           05                          PIC X(12) VALUE '  DECLINED: '.
           05  W07-DECLINED            PIC ZZ,ZZ9.
           05                          PIC X(14)
                 VALUE '  INCOMPLETE: '.
           05  W07-INCOMPLETE          PIC ZZ,ZZ9.
           05                          PIC X(19)
                 VALUE '  ALREADY DECIDED: '.
           05  W07-ALREADY-DECIDED     PIC ZZ,ZZ9.
           05                          PIC X(41) VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'CREDSCOR'.
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
           PERFORM 105-READ-TIERS
           PERFORM 110-LOAD-APPROVAL-MASTER
           OPEN OUTPUT F05-REGISTER-FILE
           WRITE F05-REGISTER-RECORD FROM W08-RUN-DATE-LINE
           WRITE F05-REGISTER-RECORD FROM W02-TITLE
           WRITE F05-REGISTER-RECORD FROM SPACES
           WRITE F05-REGISTER-RECORD FROM W03-HEADING
           OPEN INPUT F01-APPLICATION-FILE
           IF WS-APPLICATION-STATUS = '00'
               READ F01-APPLICATION-FILE
                   AT END SET W01-EOF-REACHED TO TRUE
               END-READ
           ELSE
               SET W01-EOF-REACHED TO TRUE
           END-IF
           PERFORM 200-TAKE-ONE-APPLICATION
               UNTIL W01-EOF-REACHED
           CLOSE F01-APPLICATION-FILE
           PERFORM 600-REWRITE-APPROVAL-MASTER
           WRITE F05-REGISTER-RECORD FROM SPACES
           MOVE W-APPROVED          TO W07-APPROVED
           MOVE W-DECLINED          TO W07-DECLINED
           MOVE W-INCOMPLETE        TO W07-INCOMPLETE
           MOVE W-ALREADY-DECIDED   TO W07-ALREADY-DECIDED
           WRITE F05-REGISTER-RECORD FROM W07-TRAILER
           CLOSE F05-REGISTER-FILE
           IF W-INCOMPLETE > 0
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
                   ' - CREDSCOR NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F08-RUN-LOCK-FILE
           MOVE 'CREDSCOR' TO LCK-PROGRAM
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
           MOVE WS-TODAYS-DATE TO WS-TODAYS-DATE-8
           MOVE WS-TODAYS-MM   TO W08-RUN-MM
           MOVE WS-TODAYS-DD   TO W08-RUN-DD
           MOVE WS-TODAYS-CCYY TO W08-RUN-CCYY
           .

      *A tier record with a blank code or a field that is not
      *numeric is skipped. Only when at least one tier survives
      *does the file replace the built-in table, so a damaged
      *file cannot leave every buyer declined.
       105-READ-TIERS.
           OPEN INPUT F02-TIER-FILE
           IF WS-TIER-FILE-STATUS = '00'
               PERFORM UNTIL WS-TIER-FILE-STATUS NOT = '00'
                   READ F02-TIER-FILE
                       AT END
                           MOVE '10' TO WS-TIER-FILE-STATUS
                       NOT AT END
                           IF CTR-TIER NOT = SPACE
                               AND CTR-MIN-SCORE IS NUMERIC
                               AND CTR-MAX-HOUSING-PCT IS NUMERIC
                               AND CTR-MAX-FINANCED IS NUMERIC
                               AND CTR-MIN-DOWN-PCT IS NUMERIC
                               AND CTR-MIN-APR IS NUMERIC
                               AND CTR-MAX-TERM IS NUMERIC
                               AND W-FILE-TIER-COUNT < MAX-TIERS
                               ADD 1 TO W-FILE-TIER-COUNT
                               MOVE F02-TIER-RECORD
                                   TO W-FILE-TIER(W-FILE-TIER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-TIER-FILE
           END-IF
           IF W-FILE-TIER-COUNT > 0
               MOVE SPACES TO W-TIER-DEFAULTS
               MOVE W-FILE-TIERS TO W-TIER-DEFAULTS
               MOVE W-FILE-TIER-COUNT TO W-TIER-COUNT
           END-IF
           .

       110-LOAD-APPROVAL-MASTER.
           OPEN INPUT F03-APPROVAL-IN-FILE
           IF WS-APPROVAL-IN-STATUS = '00'
               PERFORM UNTIL WS-APPROVAL-IN-STATUS NOT = '00'
                   READ F03-APPROVAL-IN-FILE
                       AT END
                           MOVE '10' TO WS-APPROVAL-IN-STATUS
                       NOT AT END
                           IF W-APPROVAL-COUNT < MAX-APPROVALS
                               ADD 1 TO W-APPROVAL-COUNT
                               SET APR-IDX TO W-APPROVAL-COUNT
                               MOVE F03-APPROVAL-IN-RECORD
                                   TO APPROVAL-ENTRY(APR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-APPROVAL-IN-FILE
           END-IF
           .

      *An application dated no later than the one the buyer was
      *last decided on has already been scored and is left alone;
      *a later one is scored and replaces the decision on file.
       200-TAKE-ONE-APPLICATION.
           ADD 1 TO W-APPLICATIONS-READ
           IF CAP-BUYER-ID IS NOT NUMERIC
               OR CAP-BUYER-ID = 0
               OR CAP-APP-DATE IS NOT NUMERIC
               OR CAP-MONTHLY-INCOME IS NOT NUMERIC
               OR CAP-HOUSING-PAYMENT IS NOT NUMERIC
               OR CAP-BUREAU-SCORE IS NOT NUMERIC
               ADD 1 TO W-INCOMPLETE
               MOVE F01-APPLICATION-RECORD TO W05-CONTENTS
               WRITE F05-REGISTER-RECORD FROM W05-INCOMPLETE-LINE
           ELSE
               MOVE 'N' TO W-APR-FOUND-SWITCH
               IF W-APPROVAL-COUNT > 0
                   SET APR-IDX TO 1
                   SEARCH APPROVAL-ENTRY
                       AT END CONTINUE
                       WHEN APR-BUYER-ID(APR-IDX) = CAP-BUYER-ID
                           MOVE 'Y' TO W-APR-FOUND-SWITCH
                   END-SEARCH
               END-IF
               IF W-APPROVAL-FOUND
                   AND CAP-APP-DATE NOT > APR-APP-DATE(APR-IDX)
                   ADD 1 TO W-ALREADY-DECIDED
               ELSE
                   PERFORM 300-SCORE-APPLICATION
                   PERFORM 400-RECORD-DECISION
               END-IF
           END-IF
           READ F01-APPLICATION-FILE
               AT END SET W01-EOF-REACHED TO TRUE
           END-READ
           .

      *The bureau score places the buyer in the best tier whose
      *minimum it meets; a housing payment too heavy for that tier
      *drops the buyer to the first lower tier that allows it.
      *No income, a score under every tier, or a housing ratio no
      *tier allows is a decline.
       300-SCORE-APPLICATION.
           SET W-DECLINE TO TRUE
           MOVE SPACES TO W-REASON
           MOVE 0 TO W-SCORE-TIER
           MOVE 0 TO W-DECISION-TIER
           MOVE 0 TO W-HOUSING-PCT
           IF CAP-MONTHLY-INCOME = 0
               MOVE 'NO VERIFIABLE INCOME' TO W-REASON
           ELSE
               COMPUTE W-HOUSING-PCT ROUNDED =
                   CAP-HOUSING-PAYMENT * 100 / CAP-MONTHLY-INCOME
                   ON SIZE ERROR MOVE 999 TO W-HOUSING-PCT
               END-COMPUTE
               PERFORM VARYING TIR-IDX FROM 1 BY 1
                       UNTIL TIR-IDX > W-TIER-COUNT
                          OR W-SCORE-TIER > 0
                   IF CAP-BUREAU-SCORE
                       NOT < W-TIER-MIN-SCORE(TIR-IDX)
                       SET W-SCORE-TIER TO TIR-IDX
                   END-IF
               END-PERFORM
               IF W-SCORE-TIER = 0
                   MOVE 'SCORE BELOW MINIMUM' TO W-REASON
               ELSE
                   PERFORM VARYING TIR-IDX FROM W-SCORE-TIER BY 1
                           UNTIL TIR-IDX > W-TIER-COUNT
                              OR W-DECISION-TIER > 0
                       IF W-HOUSING-PCT
                           NOT > W-TIER-MAX-HOUSING-PCT(TIR-IDX)
                           SET W-DECISION-TIER TO TIR-IDX
                       END-IF
                   END-PERFORM
                   IF W-DECISION-TIER = 0
                       MOVE 'HOUSING PCT TOO HIGH' TO W-REASON
                   ELSE
                       SET W-APPROVE TO TRUE
                       IF W-DECISION-TIER > W-SCORE-TIER
                           MOVE 'TIER LOWERED-HOUSING' TO W-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *Writes the decision onto the buyer's master entry - a new
      *one for a first application - and lists it on the register.
       400-RECORD-DECISION.
           IF W-APPROVAL-NOT-FOUND
               IF W-APPROVAL-COUNT < MAX-APPROVALS
                   ADD 1 TO W-APPROVAL-COUNT
                   SET APR-IDX TO W-APPROVAL-COUNT
                   MOVE 'Y' TO W-APR-FOUND-SWITCH
               END-IF
           END-IF
           MOVE SPACES TO W04-DETAIL
           IF W-APPROVE
               ADD 1 TO W-APPROVED
               SET TIR-IDX TO W-DECISION-TIER
               ADD W-TIER-MAX-FINANCED(TIR-IDX)
                   TO W-TOTAL-APPROVED-LIMIT
               MOVE 'APPROVED'                   TO W04-DECISION
               MOVE W-TIER-CODE(TIR-IDX)         TO W04-TIER
               MOVE W-TIER-MAX-FINANCED(TIR-IDX) TO W04-MAX-FINANCED
               MOVE W-TIER-MIN-DOWN-PCT(TIR-IDX) TO W04-MIN-DOWN-PCT
               MOVE W-TIER-MIN-APR(TIR-IDX)      TO W04-MIN-APR
               MOVE W-TIER-MAX-TERM(TIR-IDX)     TO W04-MAX-TERM
           ELSE
               ADD 1 TO W-DECLINED
               MOVE 'DECLINED'                   TO W04-DECISION
           END-IF
           IF W-APPROVAL-FOUND
               MOVE CAP-BUYER-ID     TO APR-BUYER-ID(APR-IDX)
               MOVE CAP-APP-DATE     TO APR-APP-DATE(APR-IDX)
               MOVE W-DECISION       TO APR-DECISION(APR-IDX)
               MOVE WS-TODAYS-DATE-8 TO APR-DECISION-DATE(APR-IDX)
               MOVE W-REASON         TO APR-REASON(APR-IDX)
               IF W-APPROVE
                   MOVE W-TIER-CODE(TIR-IDX) TO APR-TIER(APR-IDX)
                   MOVE W-TIER-MAX-FINANCED(TIR-IDX)
                       TO APR-MAX-FINANCED(APR-IDX)
                   MOVE W-TIER-MIN-DOWN-PCT(TIR-IDX)
                       TO APR-MIN-DOWN-PCT(APR-IDX)
                   MOVE W-TIER-MIN-APR(TIR-IDX)
                       TO APR-MIN-APR(APR-IDX)
                   MOVE W-TIER-MAX-TERM(TIR-IDX)
                       TO APR-MAX-TERM(APR-IDX)
               ELSE
                   MOVE SPACE TO APR-TIER(APR-IDX)
                   MOVE 0     TO APR-MAX-FINANCED(APR-IDX)
                   MOVE 0     TO APR-MIN-DOWN-PCT(APR-IDX)
                   MOVE 0     TO APR-MIN-APR(APR-IDX)
                   MOVE 0     TO APR-MAX-TERM(APR-IDX)
               END-IF
           END-IF
           MOVE CAP-BUYER-ID        TO W04-BUYER-ID
           MOVE CAP-APP-DATE        TO W-PRINT-DATE
           PERFORM 450-EDIT-PRINT-DATE
           MOVE W-EDITED-DATE       TO W04-APP-DATE
           MOVE CAP-BUREAU-SCORE    TO W04-SCORE
           MOVE CAP-MONTHLY-INCOME  TO W04-INCOME
           MOVE CAP-HOUSING-PAYMENT TO W04-HOUSING
           MOVE W-HOUSING-PCT       TO W04-HOUSING-PCT
           MOVE W-REASON            TO W04-REASON
           WRITE F05-REGISTER-RECORD FROM W04-DETAIL
           .

       450-EDIT-PRINT-DATE.
           MOVE W-PRINT-MM   TO W-EDITED-MM
           MOVE W-PRINT-DD   TO W-EDITED-DD
           MOVE W-PRINT-CCYY TO W-EDITED-CCYY
           .

       600-REWRITE-APPROVAL-MASTER.
           OPEN OUTPUT F04-APPROVAL-OUT-FILE
           PERFORM VARYING APR-IDX FROM 1 BY 1
                   UNTIL APR-IDX > W-APPROVAL-COUNT
               MOVE APPROVAL-ENTRY(APR-IDX) TO F04-APPROVAL-OUT-RECORD
               WRITE F04-APPROVAL-OUT-RECORD
           END-PERFORM
           CLOSE F04-APPROVAL-OUT-FILE
           .

      *Applications approved with the financing limits they carry,
      *and applications declined, for the balancing run.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F07-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT F07-CONTROL-TOTAL-FILE
               CLOSE F07-CONTROL-TOTAL-FILE
               OPEN EXTEND F07-CONTROL-TOTAL-FILE
           END-IF
           MOVE 'CREDSCOR' TO CTF-PROGRAM
           MOVE 'APPROVED' TO CTF-ITEM
           MOVE W-APPROVED TO CTF-COUNT
           MOVE W-TOTAL-APPROVED-LIMIT TO CTF-AMOUNT
           WRITE F07-CONTROL-TOTAL-RECORD
           MOVE 'CREDSCOR' TO CTF-PROGRAM
           MOVE 'DECLINED' TO CTF-ITEM
           MOVE W-DECLINED TO CTF-COUNT
           MOVE 0 TO CTF-AMOUNT
           WRITE F07-CONTROL-TOTAL-RECORD
           CLOSE F07-CONTROL-TOTAL-FILE
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
           MOVE W-APPLICATIONS-READ TO OPL-RECORD-COUNT
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
