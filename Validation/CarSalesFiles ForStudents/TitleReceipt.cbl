       IDENTIFICATION DIVISION.

       PROGRAM-ID.     TITLEREC.

      *Title-in-hand tracking for lot units. A car cannot legally be
      *delivered without its title, and the titles for trade-ins and
      *auction buys arrive days or weeks after the car does. The
      *office keys each title as it comes in onto titletrans.dat by
      *VIN - the date it was received and any lien recorded on it -
      *and a lien release when the lienholder's release arrives.
      *This run carries the title master (titles.dat), one record
      *per unit on UnsoldInventory.dat whose title is in hand, posts
      *tonight's transactions against it and lists each on the
      *title register. AGERPT lists the units still missing a
      *title; VALCAR warns on or rejects the sale of one, per
      *valcarparams.dat. This is the master's only writer.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Title transactions keyed by the office: R title received,
      *L lien released.
           SELECT F01-TRANSACTION-FILE
               ASSIGN TO "titletrans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

      *Same 61-byte lot layout AGERPT reads; read only. A title is
      *only taken for a unit on it.
           SELECT F02-LOT-FILE
               ASSIGN TO "UnsoldInventory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-FILE-STATUS.

      *Yesterday's title master, absent on the very first run.
           SELECT F03-TITLE-IN-FILE
               ASSIGN TO "titles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TITLE-IN-STATUS.

      *The rewritten master; the overnight procedure moves it over
      *titles.dat once the run ends clean.
           SELECT F04-TITLE-OUT-FILE
               ASSIGN TO "titles.new"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F05-REGISTER-FILE
               ASSIGN TO "titleregister.dat"
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
      *A receipt carries the date the title came in and, when the
      *title shows a lien, the lienholder and the amount owed; a
      *lien release carries the date of the release.
       FD  F01-TRANSACTION-FILE
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS F01-TRANSACTION-RECORD.
       01  F01-TRANSACTION-RECORD.
           05  TTR-ACTION              PIC X.
               88  TTR-RECEIPT             VALUE 'R'.
               88  TTR-LIEN-RELEASE        VALUE 'L'.
           05  TTR-VIN                 PIC X(17).
           05  TTR-DATE                PIC 9(8).
           05  TTR-DATE-PARTS REDEFINES TTR-DATE.
               10  TTR-CCYY            PIC 9(4).
               10  TTR-MM              PIC 9(2).
               10  TTR-DD              PIC 9(2).
           05  TTR-LIENHOLDER          PIC X(20).
           05  TTR-LIEN-AMOUNT         PIC 9(6).

       FD  F02-LOT-FILE
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS F02-LOT-RECORD.
       01  F02-LOT-RECORD.
           05  LOT-MAKE                PIC X(11).
           05  LOT-MODEL               PIC X(13).
           05  LOT-YEAR                PIC X(2).
           05  LOT-DATE-RECEIVED       PIC 9(6).
           05  LOT-ACQ-COST            PIC 9(6).
           05  LOT-FUNDING-DATE        PIC 9(6).
           05  LOT-VIN                 PIC X(17).

      *One record per unit whose title is in hand: when it came in,
      *the lien on it if any, and when that lien was released
      *(zero while it is still open).
       FD  F03-TITLE-IN-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS F03-TITLE-IN-RECORD.
       01  F03-TITLE-IN-RECORD.
           05  TTI-VIN                 PIC X(17).
           05  TTI-RECEIVED-DATE       PIC 9(8).
           05  TTI-LIENHOLDER          PIC X(20).
           05  TTI-LIEN-AMOUNT         PIC 9(6).
           05  TTI-LIEN-RELEASED-DATE  PIC 9(8).

       FD  F04-TITLE-OUT-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS F04-TITLE-OUT-RECORD.
       01  F04-TITLE-OUT-RECORD.
           05  TTO-VIN                 PIC X(17).
           05  TTO-RECEIVED-DATE       PIC 9(8).
           05  TTO-LIENHOLDER          PIC X(20).
           05  TTO-LIEN-AMOUNT         PIC 9(6).
           05  TTO-LIEN-RELEASED-DATE  PIC 9(8).

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

       01  WS-TRANS-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-LOT-FILE-STATUS          PIC XX   VALUE SPACES.
       01  WS-TITLE-IN-STATUS          PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS          PIC XX   VALUE SPACES.

      *Without tonight's lot file no receipt can be checked and
      *every title would look like it had left the lot, so the run
      *posts nothing and carries the master forward untouched.
       01  W-LOT-MISSING-SWITCH        PIC X    VALUE 'N'.
           88  W-LOT-FILE-MISSING          VALUE 'Y'.

      *VINs on tonight's lot file.
       01  MAX-LOT-UNITS               PIC 9(4) VALUE 5000.
       01  W-LOT-FOUND-SWITCH          PIC X    VALUE 'N'.
           88  W-LOT-FOUND                 VALUE 'Y'.
           88  W-LOT-NOT-FOUND             VALUE 'N'.
       01  LOT-TABLE-AREA.
           05  W-LOT-COUNT             PIC 9(4) VALUE 0.
           05  LOT-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON W-LOT-COUNT
                   INDEXED BY LOT-IDX.
               10  LTT-VIN             PIC X(17).

      *The title master in memory, carried forward with tonight's
      *transactions applied.
       01  MAX-TITLES                  PIC 9(4) VALUE 5000.
       01  W-TITLE-FOUND-SWITCH        PIC X    VALUE 'N'.
           88  W-TITLE-FOUND               VALUE 'Y'.
           88  W-TITLE-NOT-FOUND           VALUE 'N'.
       01  TITLE-TABLE-AREA.
           05  W-TITLE-COUNT           PIC 9(4) VALUE 0.
           05  TITLE-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON W-TITLE-COUNT
                   INDEXED BY TTL-IDX.
               10  TTM-VIN             PIC X(17).
               10  TTM-RECEIVED-DATE   PIC 9(8).
               10  TTM-LIENHOLDER      PIC X(20).
               10  TTM-LIEN-AMOUNT     PIC 9(6).
               10  TTM-LIEN-RELEASED-DATE
                                       PIC 9(8).
                   88  TTM-LIEN-OPEN       VALUE 0.

      *Per-transaction work fields.
       01  W-REJECT-REASON             PIC X(30) VALUE SPACES.

       01  RUN-COUNTERS.
           05  W-TRANS-READ            PIC 9(5)  VALUE 0.
           05  W-TITLES-RECEIVED       PIC 9(5)  VALUE 0.
           05  W-LIENS-RELEASED        PIC 9(5)  VALUE 0.
           05  W-TRANS-REJECTED        PIC 9(5)  VALUE 0.
           05  W-TITLES-RETIRED        PIC 9(5)  VALUE 0.
           05  W-TOTAL-LIEN-AMOUNT     PIC 9(9)  VALUE 0.

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
           05                          PIC X(22)
                 VALUE 'TITLE RECEIPT REGISTER'.
           05                          PIC X(58) VALUE SPACES.

       01  W03-HEADING.
           05                          PIC X(12) VALUE 'ACTION'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(17) VALUE 'VIN'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'DATE'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(20) VALUE 'LIENHOLDER'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'LIEN AMT'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(30) VALUE 'RESULT'.
           05                          PIC X(15) VALUE SPACES.
       01  W04-DETAIL.
           05  W04-ACTION              PIC X(12).
           05                          PIC X(2)  VALUE SPACES.
           05  W04-VIN                 PIC X(17).
           05                          PIC X(2)  VALUE SPACES.
           05  W04-DATE                PIC X(8).
           05                          PIC X(2)  VALUE SPACES.
           05  W04-LIENHOLDER          PIC X(20).
           05                          PIC X(2)  VALUE SPACES.
           05  W04-LIEN-AMOUNT         PIC $$$$,$$9.
           05                          PIC X(2)  VALUE SPACES.
           05  W04-RESULT              PIC X(30).
           05                          PIC X(15) VALUE SPACES.
       01  W07-TRAILER.
           05                          PIC X(10) VALUE 'RECEIVED: '.
           05  W07-RECEIVED            PIC ZZ,ZZ9.
           05                          PIC X(18)
                 VALUE '  LIENS RELEASED: '.
           05  W07-RELEASED            PIC ZZ,ZZ9.
           05                          PIC X(12)
                 VALUE '  REJECTED: '.
           05  W07-REJECTED            PIC ZZ,ZZ9.
           05                          PIC X(19)
                 VALUE '  RETIRED OFF LOT: '.
           05  W07-RETIRED             PIC ZZ,ZZ9.
           05                          PIC X(37) VALUE SPACES.
       01  W09-NO-LOT-LINE.
           05                          PIC X(52)
             VALUE 'UNSOLDINVENTORY.DAT MISSING - NO TITLES POSTED'.
           05                          PIC X(68) VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'TITLEREC'.
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
           PERFORM 110-LOAD-TITLE-MASTER
           PERFORM 120-LOAD-LOT-UNITS
           OPEN OUTPUT F05-REGISTER-FILE
           WRITE F05-REGISTER-RECORD FROM W08-RUN-DATE-LINE
           WRITE F05-REGISTER-RECORD FROM W02-TITLE
           WRITE F05-REGISTER-RECORD FROM SPACES
           IF W-LOT-FILE-MISSING
               WRITE F05-REGISTER-RECORD FROM W09-NO-LOT-LINE
           ELSE
               PERFORM 200-POST-TRANSACTIONS
           END-IF
           PERFORM 600-REWRITE-TITLE-MASTER
           WRITE F05-REGISTER-RECORD FROM SPACES
           MOVE W-TITLES-RECEIVED TO W07-RECEIVED
           MOVE W-LIENS-RELEASED  TO W07-RELEASED
           MOVE W-TRANS-REJECTED  TO W07-REJECTED
           MOVE W-TITLES-RETIRED  TO W07-RETIRED
           WRITE F05-REGISTER-RECORD FROM W07-TRAILER
           CLOSE F05-REGISTER-FILE
      *Suite severity standard: no lot file is severe, a keyed
      *transaction that fails its edits is condition 4.
           EVALUATE TRUE
               WHEN W-LOT-FILE-MISSING
                   MOVE 16 TO RETURN-CODE
               WHEN W-TRANS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
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
                   ' - TITLEREC NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F08-RUN-LOCK-FILE
           MOVE 'TITLEREC' TO LCK-PROGRAM
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

       110-LOAD-TITLE-MASTER.
           OPEN INPUT F03-TITLE-IN-FILE
           IF WS-TITLE-IN-STATUS = '00'
               PERFORM UNTIL WS-TITLE-IN-STATUS NOT = '00'
                   READ F03-TITLE-IN-FILE
                       AT END
                           MOVE '10' TO WS-TITLE-IN-STATUS
                       NOT AT END
                           IF W-TITLE-COUNT < MAX-TITLES
                               ADD 1 TO W-TITLE-COUNT
                               SET TTL-IDX TO W-TITLE-COUNT
                               MOVE F03-TITLE-IN-RECORD
                                   TO TITLE-ENTRY(TTL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-TITLE-IN-FILE
           END-IF
           .

       120-LOAD-LOT-UNITS.
           OPEN INPUT F02-LOT-FILE
           IF WS-LOT-FILE-STATUS = '00'
               PERFORM UNTIL WS-LOT-FILE-STATUS NOT = '00'
                   READ F02-LOT-FILE
                       AT END
                           MOVE '10' TO WS-LOT-FILE-STATUS
                       NOT AT END
                           IF LOT-VIN NOT = SPACES
                               AND W-LOT-COUNT < MAX-LOT-UNITS
                               ADD 1 TO W-LOT-COUNT
                               MOVE LOT-VIN TO LTT-VIN(W-LOT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-LOT-FILE
           ELSE
               SET W-LOT-FILE-MISSING TO TRUE
               DISPLAY 'UNSOLDINVENTORY.DAT MISSING - TITLEREC '
                   'POSTED NOTHING'
           END-IF
           .

       200-POST-TRANSACTIONS.
           WRITE F05-REGISTER-RECORD FROM W03-HEADING
           OPEN INPUT F01-TRANSACTION-FILE
           IF WS-TRANS-FILE-STATUS = '00'
               READ F01-TRANSACTION-FILE
                   AT END SET W01-EOF-REACHED TO TRUE
               END-READ
           ELSE
               SET W01-EOF-REACHED TO TRUE
           END-IF
           PERFORM 210-PROCESS-ONE-TRANSACTION
               UNTIL W01-EOF-REACHED
           CLOSE F01-TRANSACTION-FILE
           .

       210-PROCESS-ONE-TRANSACTION.
           ADD 1 TO W-TRANS-READ
           PERFORM 220-EDIT-ONE-TRANSACTION
           MOVE SPACES TO W04-DETAIL
           EVALUATE TRUE
               WHEN TTR-RECEIPT
                   MOVE 'RECEIVED'     TO W04-ACTION
               WHEN TTR-LIEN-RELEASE
                   MOVE 'LIEN RELEASE' TO W04-ACTION
               WHEN OTHER
                   MOVE TTR-ACTION     TO W04-ACTION
           END-EVALUATE
           MOVE TTR-VIN                TO W04-VIN
           MOVE F01-TRANSACTION-RECORD(19:8) TO W04-DATE
           MOVE TTR-LIENHOLDER         TO W04-LIENHOLDER
           IF TTR-LIEN-AMOUNT IS NUMERIC
               MOVE TTR-LIEN-AMOUNT    TO W04-LIEN-AMOUNT
           END-IF
           IF W-REJECT-REASON = SPACES
               PERFORM 230-POST-ONE-TRANSACTION
           ELSE
               ADD 1 TO W-TRANS-REJECTED
               MOVE W-REJECT-REASON TO W04-RESULT
           END-IF
           WRITE F05-REGISTER-RECORD FROM W04-DETAIL
           READ F01-TRANSACTION-FILE
               AT END SET W01-EOF-REACHED TO TRUE
           END-READ
           .

      *First failing edit wins. A title is only taken for a unit
      *on the lot tonight, once; a lien amount is required with a
      *lienholder and not allowed without one. A release needs a
      *title on file with a lien still open, and cannot predate
      *the title's arrival.
       220-EDIT-ONE-TRANSACTION.
           MOVE SPACES TO W-REJECT-REASON
           IF NOT TTR-RECEIPT AND NOT TTR-LIEN-RELEASE
               MOVE 'ACTION CODE INVALID' TO W-REJECT-REASON
           END-IF
           MOVE 'N' TO W-LOT-FOUND-SWITCH
           IF TTR-VIN NOT = SPACES AND W-LOT-COUNT > 0
               SET LOT-IDX TO 1
               SEARCH LOT-ENTRY
                   AT END CONTINUE
                   WHEN LTT-VIN(LOT-IDX) = TTR-VIN
                       MOVE 'Y' TO W-LOT-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-REJECT-REASON = SPACES
               AND W-LOT-NOT-FOUND
               MOVE 'VIN NOT ON LOT' TO W-REJECT-REASON
           END-IF
           MOVE 'N' TO W-TITLE-FOUND-SWITCH
           IF TTR-VIN NOT = SPACES AND W-TITLE-COUNT > 0
               SET TTL-IDX TO 1
               SEARCH TITLE-ENTRY
                   AT END CONTINUE
                   WHEN TTM-VIN(TTL-IDX) = TTR-VIN
                       MOVE 'Y' TO W-TITLE-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-REJECT-REASON = SPACES
               AND (TTR-DATE NOT NUMERIC
                    OR TTR-MM < 1 OR TTR-MM > 12
                    OR TTR-DD < 1 OR TTR-DD > 31
                    OR TTR-DATE > WS-TODAYS-DATE-8)
               MOVE 'DATE INVALID' TO W-REJECT-REASON
           END-IF
           IF W-REJECT-REASON = SPACES
               AND TTR-RECEIPT
               PERFORM 222-EDIT-RECEIPT
           END-IF
           IF W-REJECT-REASON = SPACES
               AND TTR-LIEN-RELEASE
               PERFORM 224-EDIT-LIEN-RELEASE
           END-IF
           .

       222-EDIT-RECEIPT.
           IF W-TITLE-FOUND
               MOVE 'TITLE ALREADY ON FILE' TO W-REJECT-REASON
           END-IF
           IF W-REJECT-REASON = SPACES
               AND TTR-LIEN-AMOUNT NOT NUMERIC
               MOVE 'LIEN AMOUNT INVALID' TO W-REJECT-REASON
           END-IF
           IF W-REJECT-REASON = SPACES
               AND TTR-LIENHOLDER NOT = SPACES
               AND TTR-LIEN-AMOUNT = 0
               MOVE 'LIEN AMOUNT MISSING' TO W-REJECT-REASON
           END-IF
           IF W-REJECT-REASON = SPACES
               AND TTR-LIENHOLDER = SPACES
               AND TTR-LIEN-AMOUNT > 0
               MOVE 'LIENHOLDER MISSING' TO W-REJECT-REASON
           END-IF
           IF W-REJECT-REASON = SPACES
               AND W-TITLE-COUNT NOT < MAX-TITLES
               MOVE 'TITLE MASTER FULL' TO W-REJECT-REASON
           END-IF
           .

       224-EDIT-LIEN-RELEASE.
           IF W-TITLE-NOT-FOUND
               MOVE 'NO TITLE ON FILE' TO W-REJECT-REASON
           END-IF
           IF W-REJECT-REASON = SPACES
               AND (TTM-LIENHOLDER(TTL-IDX) = SPACES
                    OR NOT TTM-LIEN-OPEN(TTL-IDX))
               MOVE 'NO OPEN LIEN ON TITLE' TO W-REJECT-REASON
           END-IF
           IF W-REJECT-REASON = SPACES
               AND TTR-DATE < TTM-RECEIVED-DATE(TTL-IDX)
               MOVE 'RELEASE BEFORE TITLE RECEIPT' TO W-REJECT-REASON
           END-IF
           .

       230-POST-ONE-TRANSACTION.
           IF TTR-RECEIPT
               ADD 1 TO W-TITLES-RECEIVED
               ADD TTR-LIEN-AMOUNT TO W-TOTAL-LIEN-AMOUNT
               ADD 1 TO W-TITLE-COUNT
               SET TTL-IDX TO W-TITLE-COUNT
               MOVE TTR-VIN         TO TTM-VIN(TTL-IDX)
               MOVE TTR-DATE        TO TTM-RECEIVED-DATE(TTL-IDX)
               MOVE TTR-LIENHOLDER  TO TTM-LIENHOLDER(TTL-IDX)
               MOVE TTR-LIEN-AMOUNT TO TTM-LIEN-AMOUNT(TTL-IDX)
               MOVE 0               TO TTM-LIEN-RELEASED-DATE(TTL-IDX)
               IF TTR-LIENHOLDER = SPACES
                   MOVE 'TITLE IN HAND - CLEAR' TO W04-RESULT
               ELSE
                   MOVE 'TITLE IN HAND - LIEN OPEN' TO W04-RESULT
               END-IF
           ELSE
               ADD 1 TO W-LIENS-RELEASED
               MOVE TTR-DATE TO TTM-LIEN-RELEASED-DATE(TTL-IDX)
               MOVE TTM-LIENHOLDER(TTL-IDX)  TO W04-LIENHOLDER
               MOVE TTM-LIEN-AMOUNT(TTL-IDX) TO W04-LIEN-AMOUNT
               MOVE 'LIEN RELEASED' TO W04-RESULT
           END-IF
           .

      *Only titles for units still on the lot ride forward; once a
      *unit is sold or disposed of its title has gone with it.
       600-REWRITE-TITLE-MASTER.
           OPEN OUTPUT F04-TITLE-OUT-FILE
           PERFORM 610-WRITE-ONE-TITLE
               VARYING TTL-IDX FROM 1 BY 1
               UNTIL TTL-IDX > W-TITLE-COUNT
           CLOSE F04-TITLE-OUT-FILE
           .

       610-WRITE-ONE-TITLE.
           MOVE 'Y' TO W-LOT-FOUND-SWITCH
           IF NOT W-LOT-FILE-MISSING
               MOVE 'N' TO W-LOT-FOUND-SWITCH
               IF W-LOT-COUNT > 0
                   SET LOT-IDX TO 1
                   SEARCH LOT-ENTRY
                       AT END CONTINUE
                       WHEN LTT-VIN(LOT-IDX) = TTM-VIN(TTL-IDX)
                           MOVE 'Y' TO W-LOT-FOUND-SWITCH
                   END-SEARCH
               END-IF
           END-IF
           IF W-LOT-FOUND
               MOVE TITLE-ENTRY(TTL-IDX) TO F04-TITLE-OUT-RECORD
               WRITE F04-TITLE-OUT-RECORD
           ELSE
               ADD 1 TO W-TITLES-RETIRED
           END-IF
           .

      *Titles received with the liens they carried, liens released,
      *and transactions rejected, for the balancing run.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F07-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT F07-CONTROL-TOTAL-FILE
               CLOSE F07-CONTROL-TOTAL-FILE
               OPEN EXTEND F07-CONTROL-TOTAL-FILE
           END-IF
           MOVE 'TITLEREC' TO CTF-PROGRAM
           MOVE 'RECEIVED' TO CTF-ITEM
           MOVE W-TITLES-RECEIVED TO CTF-COUNT
           MOVE W-TOTAL-LIEN-AMOUNT TO CTF-AMOUNT
           WRITE F07-CONTROL-TOTAL-RECORD
           MOVE 'TITLEREC' TO CTF-PROGRAM
           MOVE 'LIEN RELEASE' TO CTF-ITEM
           MOVE W-LIENS-RELEASED TO CTF-COUNT
           MOVE 0 TO CTF-AMOUNT
           WRITE F07-CONTROL-TOTAL-RECORD
           MOVE 'TITLEREC' TO CTF-PROGRAM
           MOVE 'REJECTED' TO CTF-ITEM
           MOVE W-TRANS-REJECTED TO CTF-COUNT
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
           MOVE W-TRANS-READ    TO OPL-RECORD-COUNT
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
