       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CARDRECN.

      *Card-deposit reconciliation for the rental side - the card
      *processor's counterpart of BANKRECN. RENTRECV batches the
      *night's card payments and captured holds on
      *cardsettlement.dat for the processor and appends the dated
      *batch total to cardbatches.dat; this run proves each batch
      *against the processor's deposit file (carddeposits.dat, one
      *deposit per batch date with its item count and amount),
      *carries anything not yet proved in its own master, and
      *prints an exception report - so a short deposit or a batch
      *the processor never funded surfaces the next morning. A
      *batch with no deposit yet is only awaiting funding until
      *the wait limit passes. Ops clears cardbatches.dat and
      *carddeposits.dat once the reconciliation has consumed them;
      *the carried batches ride carddiff.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Same 24-byte layout RENTRECV appends cardbatches.dat with.
           SELECT F01-CARD-BATCH-FILE
               ASSIGN TO "cardbatches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-BATCH-STATUS.

      *The processor's deposit advice, one record per batch date
      *funded.
           SELECT F02-DEPOSIT-FILE
               ASSIGN TO "carddeposits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-FILE-STATUS.

      *Yesterday's unproved batches, absent on the very first run.
           SELECT F03-DIFF-IN-FILE
               ASSIGN TO "carddiff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIFF-IN-STATUS.

      *The rewritten master; the overnight procedure moves it over
      *carddiff.dat once the run ends clean.
           SELECT F04-DIFF-OUT-FILE
               ASSIGN TO "carddiff.new"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F05-EXCEPTION-FILE
               ASSIGN TO "cardexceptions.dat"
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
       FD  F01-CARD-BATCH-FILE
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS F01-CARD-BATCH-RECORD.
       01  F01-CARD-BATCH-RECORD.
           05  CBT-BATCH-DATE           PIC 9(8).
           05  CBT-COUNT                PIC 9(5).
           05  CBT-AMOUNT               PIC 9(9)V99.

       FD  F02-DEPOSIT-FILE
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS F02-DEPOSIT-RECORD.
       01  F02-DEPOSIT-RECORD.
           05  CDP-BATCH-DATE           PIC 9(8).
           05  CDP-COUNT                PIC 9(5).
           05  CDP-AMOUNT               PIC 9(9)V99.

       FD  F03-DIFF-IN-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS F03-DIFF-IN-RECORD.
       01  F03-DIFF-IN-RECORD.
           05  DIF-IN-BATCH-DATE        PIC 9(8).
           05  DIF-IN-SETTLED-COUNT     PIC 9(5).
           05  DIF-IN-SETTLED           PIC 9(9)V99.
           05  DIF-IN-DEPOSITED-COUNT   PIC 9(5).
           05  DIF-IN-DEPOSITED         PIC 9(9)V99.

       FD  F04-DIFF-OUT-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS F04-DIFF-OUT-RECORD.
       01  F04-DIFF-OUT-RECORD.
           05  DIF-OUT-BATCH-DATE       PIC 9(8).
           05  DIF-OUT-SETTLED-COUNT    PIC 9(5).
           05  DIF-OUT-SETTLED          PIC 9(9)V99.
           05  DIF-OUT-DEPOSITED-COUNT  PIC 9(5).
           05  DIF-OUT-DEPOSITED        PIC 9(9)V99.

       FD  F05-EXCEPTION-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F05-EXCEPTION-RECORD.
       01  F05-EXCEPTION-RECORD         PIC X(132).

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
       01  WS-CARD-BATCH-STATUS         PIC XX    VALUE SPACES.
       01  WS-DEPOSIT-FILE-STATUS       PIC XX    VALUE SPACES.
       01  WS-DIFF-IN-STATUS            PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS        PIC XX    VALUE SPACES.
       01  WS-CTL-FILE-STATUS           PIC XX    VALUE SPACES.

      *Processors fund a batch a day or two after it settles; a
      *batch with no deposit yet is awaiting funding until it is
      *older than this many days.
       01  W-DEPOSIT-WAIT-DAYS          PIC 9(2)  VALUE 3.

      *One entry per batch date carrying what was settled and what
      *the processor deposited.
       01  MAX-BATCHES                  PIC 9(3)  VALUE 200.
       01  W-BAT-FOUND-SWITCH           PIC X     VALUE 'N'.
           88  W-BAT-FOUND                        VALUE 'Y'.
           88  W-BAT-NOT-FOUND                    VALUE 'N'.
       01  BATCH-TABLE-AREA.
           05  W-BATCH-COUNT            PIC 9(3)  VALUE 0.
           05  BATCH-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON W-BATCH-COUNT
                   INDEXED BY BAT-IDX.
               10  BAT-DATE             PIC 9(8).
               10  BAT-SETTLED-COUNT    PIC 9(5).
               10  BAT-SETTLED          PIC 9(9)V99.
               10  BAT-DEPOSITED-COUNT  PIC 9(5).
               10  BAT-DEPOSITED        PIC 9(9)V99.
               10  BAT-STATE            PIC X.
                   88  BAT-MATCHED          VALUE 'M'.
                   88  BAT-AWAITING         VALUE 'W'.
                   88  BAT-OUT-OF-BALANCE   VALUE 'X'.
       01  W-WORK-DATE                  PIC 9(8)  VALUE 0.
       01  W-DAYS-WAITING               PIC S9(5) VALUE 0.
       01  W-DIFFERENCE                 PIC S9(9)V99 VALUE 0.

       01  RUN-COUNTERS.
           05  W-BATCHES-READ           PIC 9(5)     VALUE 0.
           05  W-DEPOSITS-READ          PIC 9(5)     VALUE 0.
           05  W-DEPOSIT-DOLLARS        PIC 9(11)V99 VALUE 0.
           05  W-BATCHES-MATCHED        PIC 9(3)     VALUE 0.
           05  W-MATCHED-DOLLARS        PIC 9(11)V99 VALUE 0.
           05  W-BATCHES-AWAITING       PIC 9(3)     VALUE 0.
           05  W-BATCHES-UNMATCHED      PIC 9(3)     VALUE 0.
           05  W-UNMATCHED-DOLLARS      PIC 9(11)V99 VALUE 0.

       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY           PIC 9(4).
           05  WS-TODAYS-MM             PIC 9(2).
           05  WS-TODAYS-DD             PIC 9(2).
       01  WS-TODAYS-DATE-8             PIC 9(8)  VALUE 0.

       01  W08-RUN-DATE-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(10)
                 VALUE 'RUN DATE: '.
           05  W08-RUN-MM               PIC 99.
           05                           PIC X      VALUE '/'.
           05  W08-RUN-DD               PIC 99.
           05                           PIC X      VALUE '/'.
           05  W08-RUN-CCYY             PIC 9999.
           05                           PIC X(111) VALUE SPACES.

       01  EXC-TITLE-LINE.
           05                           PIC X(48)  VALUE SPACES.
           05                           PIC X(27)
                 VALUE 'CARD DEPOSIT RECONCILIATION'.
           05                           PIC X(57)  VALUE SPACES.

       01  EXC-HEADING-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(10)  VALUE 'BATCH DATE'.
           05                           PIC X(4)   VALUE SPACES.
           05                           PIC X(5)   VALUE 'ITEMS'.
           05                           PIC X(10)  VALUE SPACES.
           05                           PIC X(7)   VALUE 'SETTLED'.
           05                           PIC X(4)   VALUE SPACES.
           05                           PIC X(5)   VALUE 'ITEMS'.
           05                           PIC X(8)   VALUE SPACES.
           05                           PIC X(9)   VALUE 'DEPOSITED'.
           05                           PIC X(7)   VALUE SPACES.
           05                           PIC X(10)  VALUE 'DIFFERENCE'.
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(6)   VALUE 'STATUS'.
           05                           PIC X(43)  VALUE SPACES.

       01  EXC-DETAIL-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05  EXD-BATCH-DATE           PIC 9(8).
           05                           PIC X(4)   VALUE SPACES.
           05  EXD-SETTLED-COUNT        PIC ZZ,ZZ9.
           05                           PIC X(2)   VALUE SPACES.
           05  EXD-SETTLED              PIC $$$$,$$$,$$9.99.
           05                           PIC X(3)   VALUE SPACES.
           05  EXD-DEPOSITED-COUNT      PIC ZZ,ZZ9.
           05                           PIC X(2)   VALUE SPACES.
           05  EXD-DEPOSITED            PIC $$$$,$$$,$$9.99.
           05                           PIC X(2)   VALUE SPACES.
           05  EXD-DIFFERENCE           PIC +$$$,$$$,$$9.99.
           05                           PIC X(3)   VALUE SPACES.
           05  EXD-STATUS               PIC X(16).
           05                           PIC X(35)  VALUE SPACES.

       01  EXC-TRAILER-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(17)
                 VALUE 'BATCHES MATCHED: '.
           05  EXT-MATCHED              PIC ZZ9.
           05                           PIC X(21)
                 VALUE '  AWAITING DEPOSIT:  '.
           05  EXT-AWAITING             PIC ZZ9.
           05                           PIC X(19)
                 VALUE '  OUT OF BALANCE:  '.
           05  EXT-UNMATCHED            PIC ZZ9.
           05                           PIC X(65)  VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'CARDRECN'.
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
           PERFORM 110-LOAD-CARRIED-BATCHES
           PERFORM 200-ADD-SETTLED-BATCHES
           PERFORM 300-ADD-PROCESSOR-DEPOSITS
           PERFORM 400-CLASSIFY-BATCHES
           PERFORM 500-WRITE-EXCEPTION-REPORT
           PERFORM 600-REWRITE-CARRIED-BATCHES
      *Suite severity standard: a batch out of balance sets
      *condition 4 so the morning run list shows it.
           IF W-BATCHES-UNMATCHED > 0
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
                   ' - CARDRECN NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F08-RUN-LOCK-FILE
           MOVE 'CARDRECN' TO LCK-PROGRAM
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

       110-LOAD-CARRIED-BATCHES.
           OPEN INPUT F03-DIFF-IN-FILE
           IF WS-DIFF-IN-STATUS = '00'
               PERFORM UNTIL WS-DIFF-IN-STATUS NOT = '00'
                   READ F03-DIFF-IN-FILE
                       AT END
                           MOVE '10' TO WS-DIFF-IN-STATUS
                       NOT AT END
                           IF W-BATCH-COUNT < MAX-BATCHES
                               ADD 1 TO W-BATCH-COUNT
                               SET BAT-IDX TO W-BATCH-COUNT
                               MOVE DIF-IN-BATCH-DATE
                                   TO BAT-DATE(BAT-IDX)
                               MOVE DIF-IN-SETTLED-COUNT
                                   TO BAT-SETTLED-COUNT(BAT-IDX)
                               MOVE DIF-IN-SETTLED
                                   TO BAT-SETTLED(BAT-IDX)
                               MOVE DIF-IN-DEPOSITED-COUNT
                                   TO BAT-DEPOSITED-COUNT(BAT-IDX)
                               MOVE DIF-IN-DEPOSITED
                                   TO BAT-DEPOSITED(BAT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-DIFF-IN-FILE
           END-IF
           .

       200-ADD-SETTLED-BATCHES.
           OPEN INPUT F01-CARD-BATCH-FILE
           IF WS-CARD-BATCH-STATUS = '00'
               PERFORM UNTIL WS-CARD-BATCH-STATUS NOT = '00'
                   READ F01-CARD-BATCH-FILE
                       AT END
                           MOVE '10' TO WS-CARD-BATCH-STATUS
                       NOT AT END
                           ADD 1 TO W-BATCHES-READ
                           MOVE CBT-BATCH-DATE TO W-WORK-DATE
                           PERFORM 210-FIND-OR-ADD-BATCH
                           IF W-BAT-FOUND
                               ADD CBT-COUNT
                                   TO BAT-SETTLED-COUNT(BAT-IDX)
                               ADD CBT-AMOUNT
                                   TO BAT-SETTLED(BAT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F01-CARD-BATCH-FILE
           END-IF
           .

       210-FIND-OR-ADD-BATCH.
           MOVE 'N' TO W-BAT-FOUND-SWITCH
           IF W-BATCH-COUNT > 0
               SET BAT-IDX TO 1
               SEARCH BATCH-ENTRY
                   AT END CONTINUE
                   WHEN BAT-DATE(BAT-IDX) = W-WORK-DATE
                       MOVE 'Y' TO W-BAT-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-BAT-NOT-FOUND
               AND W-BATCH-COUNT < MAX-BATCHES
               ADD 1 TO W-BATCH-COUNT
               SET BAT-IDX TO W-BATCH-COUNT
               MOVE W-WORK-DATE TO BAT-DATE(BAT-IDX)
               MOVE 0 TO BAT-SETTLED-COUNT(BAT-IDX)
               MOVE 0 TO BAT-SETTLED(BAT-IDX)
               MOVE 0 TO BAT-DEPOSITED-COUNT(BAT-IDX)
               MOVE 0 TO BAT-DEPOSITED(BAT-IDX)
               MOVE 'Y' TO W-BAT-FOUND-SWITCH
           END-IF
           .

      *A deposit for a date never settled still opens an entry, so
      *money the processor sent against no batch is shown.
       300-ADD-PROCESSOR-DEPOSITS.
           OPEN INPUT F02-DEPOSIT-FILE
           IF WS-DEPOSIT-FILE-STATUS = '00'
               PERFORM UNTIL WS-DEPOSIT-FILE-STATUS NOT = '00'
                   READ F02-DEPOSIT-FILE
                       AT END
                           MOVE '10' TO WS-DEPOSIT-FILE-STATUS
                       NOT AT END
                           ADD 1 TO W-DEPOSITS-READ
                           ADD CDP-AMOUNT TO W-DEPOSIT-DOLLARS
                           MOVE CDP-BATCH-DATE TO W-WORK-DATE
                           PERFORM 210-FIND-OR-ADD-BATCH
                           IF W-BAT-FOUND
                               ADD CDP-COUNT
                                   TO BAT-DEPOSITED-COUNT(BAT-IDX)
                               ADD CDP-AMOUNT
                                   TO BAT-DEPOSITED(BAT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-DEPOSIT-FILE
           END-IF
           .

       400-CLASSIFY-BATCHES.
           PERFORM 410-CLASSIFY-ONE-BATCH
               VARYING BAT-IDX FROM 1 BY 1
               UNTIL BAT-IDX > W-BATCH-COUNT
           .

      *Matched when both the item count and the amount agree; a
      *batch the processor has not funded at all is only awaiting
      *deposit inside the wait limit.
       410-CLASSIFY-ONE-BATCH.
           IF BAT-SETTLED-COUNT(BAT-IDX) = BAT-DEPOSITED-COUNT(BAT-IDX)
               AND BAT-SETTLED(BAT-IDX) = BAT-DEPOSITED(BAT-IDX)
               SET BAT-MATCHED(BAT-IDX) TO TRUE
               ADD 1 TO W-BATCHES-MATCHED
               ADD BAT-SETTLED(BAT-IDX) TO W-MATCHED-DOLLARS
           ELSE
               COMPUTE W-DAYS-WAITING =
                   FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-8) -
                   FUNCTION INTEGER-OF-DATE(BAT-DATE(BAT-IDX))
               IF BAT-DEPOSITED-COUNT(BAT-IDX) = 0
                   AND BAT-DEPOSITED(BAT-IDX) = 0
                   AND W-DAYS-WAITING <= W-DEPOSIT-WAIT-DAYS
                   SET BAT-AWAITING(BAT-IDX) TO TRUE
                   ADD 1 TO W-BATCHES-AWAITING
               ELSE
                   SET BAT-OUT-OF-BALANCE(BAT-IDX) TO TRUE
                   ADD 1 TO W-BATCHES-UNMATCHED
                   ADD BAT-SETTLED(BAT-IDX) TO W-UNMATCHED-DOLLARS
               END-IF
           END-IF
           .

      *Every batch settled, funded or carried this run, matched
      *ones included so the report proves the whole night.
       500-WRITE-EXCEPTION-REPORT.
           OPEN OUTPUT F05-EXCEPTION-FILE
           WRITE F05-EXCEPTION-RECORD FROM W08-RUN-DATE-LINE
           WRITE F05-EXCEPTION-RECORD FROM EXC-TITLE-LINE
           WRITE F05-EXCEPTION-RECORD FROM SPACES
           WRITE F05-EXCEPTION-RECORD FROM EXC-HEADING-LINE
           PERFORM 510-WRITE-ONE-BATCH
               VARYING BAT-IDX FROM 1 BY 1
               UNTIL BAT-IDX > W-BATCH-COUNT
           WRITE F05-EXCEPTION-RECORD FROM SPACES
           MOVE W-BATCHES-MATCHED   TO EXT-MATCHED
           MOVE W-BATCHES-AWAITING  TO EXT-AWAITING
           MOVE W-BATCHES-UNMATCHED TO EXT-UNMATCHED
           WRITE F05-EXCEPTION-RECORD FROM EXC-TRAILER-LINE
           CLOSE F05-EXCEPTION-FILE
           .

       510-WRITE-ONE-BATCH.
           MOVE BAT-DATE(BAT-IDX)            TO EXD-BATCH-DATE
           MOVE BAT-SETTLED-COUNT(BAT-IDX)   TO EXD-SETTLED-COUNT
           MOVE BAT-SETTLED(BAT-IDX)         TO EXD-SETTLED
           MOVE BAT-DEPOSITED-COUNT(BAT-IDX) TO EXD-DEPOSITED-COUNT
           MOVE BAT-DEPOSITED(BAT-IDX)       TO EXD-DEPOSITED
           COMPUTE W-DIFFERENCE =
               BAT-DEPOSITED(BAT-IDX) - BAT-SETTLED(BAT-IDX)
           MOVE W-DIFFERENCE TO EXD-DIFFERENCE
           EVALUATE TRUE
               WHEN BAT-MATCHED(BAT-IDX)
                   MOVE 'MATCHED' TO EXD-STATUS
               WHEN BAT-AWAITING(BAT-IDX)
                   MOVE 'AWAITING DEPOSIT' TO EXD-STATUS
               WHEN OTHER
                   MOVE 'OUT OF BALANCE' TO EXD-STATUS
           END-EVALUATE
           WRITE F05-EXCEPTION-RECORD FROM EXC-DETAIL-LINE
           .

      *Matched batches drop off; everything else carries forward
      *to be proved again tomorrow.
       600-REWRITE-CARRIED-BATCHES.
           OPEN OUTPUT F04-DIFF-OUT-FILE
           PERFORM 610-WRITE-ONE-CARRIED-BATCH
               VARYING BAT-IDX FROM 1 BY 1
               UNTIL BAT-IDX > W-BATCH-COUNT
           CLOSE F04-DIFF-OUT-FILE
           .

       610-WRITE-ONE-CARRIED-BATCH.
           IF NOT BAT-MATCHED(BAT-IDX)
               MOVE BAT-DATE(BAT-IDX)      TO DIF-OUT-BATCH-DATE
               MOVE BAT-SETTLED-COUNT(BAT-IDX)
                   TO DIF-OUT-SETTLED-COUNT
               MOVE BAT-SETTLED(BAT-IDX)   TO DIF-OUT-SETTLED
               MOVE BAT-DEPOSITED-COUNT(BAT-IDX)
                   TO DIF-OUT-DEPOSITED-COUNT
               MOVE BAT-DEPOSITED(BAT-IDX) TO DIF-OUT-DEPOSITED
               WRITE F04-DIFF-OUT-RECORD
           END-IF
           .

      *Batches proved and batches out of balance, for the
      *balancing run to set against RENTRECV's card settlement.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F07-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT F07-CONTROL-TOTAL-FILE
               CLOSE F07-CONTROL-TOTAL-FILE
               OPEN EXTEND F07-CONTROL-TOTAL-FILE
           END-IF
           MOVE 'CARDRECN' TO CTF-PROGRAM
           MOVE 'DEPOSITS' TO CTF-ITEM
           MOVE W-DEPOSITS-READ TO CTF-COUNT
           MOVE W-DEPOSIT-DOLLARS TO CTF-AMOUNT
           WRITE F07-CONTROL-TOTAL-RECORD
           MOVE 'CARDRECN' TO CTF-PROGRAM
           MOVE 'MATCHED' TO CTF-ITEM
           MOVE W-BATCHES-MATCHED TO CTF-COUNT
           MOVE W-MATCHED-DOLLARS TO CTF-AMOUNT
           WRITE F07-CONTROL-TOTAL-RECORD
           MOVE 'CARDRECN' TO CTF-PROGRAM
           MOVE 'OUT OF BAL' TO CTF-ITEM
           MOVE W-BATCHES-UNMATCHED TO CTF-COUNT
           MOVE W-UNMATCHED-DOLLARS TO CTF-AMOUNT
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
           COMPUTE OPL-RECORD-COUNT = W-BATCHES-READ + W-DEPOSITS-READ
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
