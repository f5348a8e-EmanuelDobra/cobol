       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TSTEXTR.

      *Masked test-data extract from the production masters. The
      *regression files are small and hand-built; developers may
      *not have customers.dat, the tuition student and balance
      *masters or financebal.dat because of the names, addresses
      *and balances on them. This run copies a sample of each
      *master listed in the extract table below to <name>.tst,
      *masking names, addresses, contact e-mails and mobile
      *numbers, bank routing and account numbers, VINs and student
      *IDs on the way.
      *
      *Both the sample and the mask are driven by the record's own
      *real key, never by its position in the file, so one
      *customer, student or VIN is picked - and masked - the same
      *way in every file: a sampled customer arrives with their
      *open contracts, open items, finance notes and vehicles, and
      *a masked VIN on soldvehicles matches the same masked VIN on
      *ownership. A key is in the sample when a hash of it, offset
      *by the mask seed, divides by the sample interval. Masking
      *replaces each digit with a digit and each letter with a
      *letter, shifted by the seed, the character's position and
      *the real character before it, so equal values always mask
      *equal and different values never collide. A VIN keeps its
      *manufacturer prefix and model-year character, so decoding
      *programs still see a real make and year.
      *
      *The interval and seed come from testextractparams.dat; ops
      *keeps the seed, so the masked copy cannot be keyed back.
      *Each master's read and extracted counts land on
      *testextract.log. A master not found is logged and ends the
      *run with the warning code 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Sample interval and mask seed.
           SELECT F01-PARAMETER-FILE
                                   ASSIGN TO 'testextractparams.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-PARAM-FILE-STATUS.

      *The production master being sampled and its masked test
      *copy; the names change per extract table entry.
           SELECT F02-MASTER-FILE  ASSIGN TO WS-MASTER-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-MASTER-FILE-STATUS.

           SELECT F03-TEST-FILE    ASSIGN TO WS-TEST-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-TEST-FILE-STATUS.

           SELECT F04-EXTRACT-LOG-FILE
                                   ASSIGN TO 'testextract.log'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F05-OPS-LOG-FILE ASSIGN TO 'opslog.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT F06-RUN-LOCK-FILE
                                   ASSIGN TO 'runlock.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-RUN-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-PARAMETER-FILE
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS F01-PARAMETER-RECORD.
       01  F01-PARAMETER-RECORD.
           05  TXP-SAMPLE-INTERVAL PIC 9(3).
           05  TXP-MASK-SEED       PIC 9(9).

      *Generic view wide enough for every master in the table;
      *LINE SEQUENTIAL writes trim the trailing spaces back off.
       FD  F02-MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS F02-MASTER-RECORD.
       01  F02-MASTER-RECORD       PIC X(200).

       FD  F03-TEST-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS F03-TEST-RECORD.
       01  F03-TEST-RECORD         PIC X(200).

       FD  F04-EXTRACT-LOG-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F04-EXTRACT-LOG-RECORD.
       01  F04-EXTRACT-LOG-RECORD  PIC X(110).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F05-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F05-OPS-LOG-RECORD.
       01  F05-OPS-LOG-RECORD      PIC X(132).

      *One record: who holds the suite run lock and since when.
       FD  F06-RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F06-RUN-LOCK-RECORD.
       01  F06-RUN-LOCK-RECORD.
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

       01  WS-PARAM-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-MASTER-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-TEST-FILE-STATUS     PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.

       01  WS-MASTER-FILENAME      PIC X(40) VALUE SPACES.
       01  WS-TEST-FILENAME        PIC X(44) VALUE SPACES.

      *One in this many keys is sampled; the seed offsets both the
      *sample and the mask. Defaults hold when the file is absent.
       01  WS-SAMPLE-INTERVAL      PIC 9(3)  VALUE 10.
       01  WS-MASK-SEED            PIC 9(9)  VALUE 271828183.

      *The masters extracted, with where each record's sampling
      *key sits and the field to mask: T masks a name, address
      *or ID character by character, V masks a VIN. A zero mask
      *length copies the record unmasked. A second range, always
      *masked character by character, covers a record whose
      *personal fields are not contiguous - the customer's
      *contact e-mail and mobile number sit after the write-off
      *flag, which must survive unmasked. A third range, masked
      *the same way, covers bank routing and account numbers - the
      *student's sit past the contact preferences, which survive
      *unmasked. The salesperson master masks only its direct-
      *deposit bank details; the salesperson name is the key every
      *car sales file carries and no other extracted master holds
      *it, so it is kept.
       01  EXTRACT-TABLE-VALUES.
           05  FILLER              PIC X(41)
                 VALUE 'customers.dat       0010600755T0635500000'.
           05  FILLER              PIC X(41)
                 VALUE 'opencontracts.dat   0070601326T0000000000'.
           05  FILLER              PIC X(41)
                 VALUE 'rentopenitems.dat   0070600000 0000000000'.
           05  FILLER              PIC X(41)
                 VALUE 'financebal.dat      0060600000 0000000000'.
           05  FILLER              PIC X(41)
                 VALUE 'soldvehicles.dat    0490600617V0000000000'.
           05  FILLER              PIC X(41)
                 VALUE 'ownership.dat       0010600717V0000000000'.
           05  FILLER              PIC X(41)
                 VALUE 'stubalance.dat      0011700117T0000000000'.
           05  FILLER              PIC X(41)
                 VALUE 'studentbills.dat    0011700117T0000000000'.
           05  FILLER              PIC X(41)
                 VALUE 'payments.dat        0011700117T0000000000'.
           05  FILLER              PIC X(41)
                 VALUE 'studenttrans.dat    0010500105T0000000000'.
           05  FILLER              PIC X(41)
                 VALUE 'transcript.dat      0010500105T0000000000'.
           05  FILLER              PIC X(41)
                 VALUE 'tuitiondebug.dat    0011700117T0526011626'.
           05  FILLER              PIC X(41)
                 VALUE 'spmaster.dat        0010704026T0000000000'.
       01  EXTRACT-TABLE REDEFINES EXTRACT-TABLE-VALUES.
           05  EXTRACT-ENTRY OCCURS 13 TIMES
                   INDEXED BY EXT-IDX.
               10  EXT-FILE-NAME   PIC X(20).
               10  EXT-KEY-START   PIC 9(3).
               10  EXT-KEY-LENGTH  PIC 9(2).
               10  EXT-MASK-START  PIC 9(3).
               10  EXT-MASK-LENGTH PIC 9(2).
               10  EXT-MASK-CLASS  PIC X.
                   88  EXT-MASK-VIN          VALUE 'V'.
               10  EXT-MASK2-START PIC 9(3).
               10  EXT-MASK2-LENGTH
                                   PIC 9(2).
               10  EXT-MASK3-START PIC 9(3).
               10  EXT-MASK3-LENGTH
                                   PIC 9(2).
       01  MAX-EXTRACT-FILES       PIC 9(2)  VALUE 13.

      *Sampling work fields.
       01  WS-KEY-HASH             PIC 9(7)  VALUE 0.
       01  WS-KEY-SUB              PIC 9(3)  VALUE 0.
       01  WS-KEY-END              PIC 9(3)  VALUE 0.
       01  WS-SAMPLE-SWITCH        PIC X     VALUE 'N'.
           88  WS-IN-SAMPLE                  VALUE 'Y'.

      *Masking work fields. The field is masked in place, one
      *character at a time, within its own class of characters.
       01  WS-MASK-FIELD           PIC X(60) VALUE SPACES.
       01  WS-MASK-START           PIC 9(3)  VALUE 0.
       01  WS-MASK-LENGTH          PIC 9(2)  VALUE 0.
       01  WS-MASK-CLASS           PIC X     VALUE SPACE.
           88  WS-MASK-VIN                   VALUE 'V'.
       01  WS-MASK-POS             PIC 9(2)  VALUE 0.
       01  WS-MASK-CHAR            PIC X     VALUE SPACE.
       01  WS-MASK-SHIFT           PIC 9(5)  VALUE 0.
       01  WS-MASK-CHAIN           PIC 9(2)  VALUE 0.
       01  WS-ALPHA-SUB            PIC 9(2)  VALUE 0.
       01  WS-ALPHA-SIZE           PIC 9(2)  VALUE 0.
       01  WS-NEW-SUB              PIC 9(2)  VALUE 0.
       01  WS-ALPHABET             PIC X(26) VALUE SPACES.
       01  WS-DIGITS               PIC X(10) VALUE '0123456789'.
       01  WS-LETTERS              PIC X(26)
                 VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-LOWER-LETTERS        PIC X(26)
                 VALUE 'abcdefghijklmnopqrstuvwxyz'.
      *VINs never carry I, O or Q.
       01  WS-VIN-LETTERS          PIC X(23)
                 VALUE 'ABCDEFGHJKLMNPRSTUVWXYZ'.

       01  EXTRACT-COUNTERS.
           05  WS-READ-COUNT       PIC 9(7)  VALUE 0.
           05  WS-EXTRACT-COUNT    PIC 9(7)  VALUE 0.
           05  WS-TOTAL-EXTRACTED  PIC 9(7)  VALUE 0.
           05  WS-FILES-EXTRACTED  PIC 9(3)  VALUE 0.
           05  WS-FILES-MISSING    PIC 9(3)  VALUE 0.

       01  WS-TODAYS-DATE-8        PIC 9(8)  VALUE 0.
       01  WS-TODAYS-DATE REDEFINES WS-TODAYS-DATE-8.
           05  WS-TODAYS-CCYY      PIC 9(4).
           05  WS-TODAYS-MM        PIC 9(2).
           05  WS-TODAYS-DD        PIC 9(2).

       01  EXTRACT-LOG-HEADING.
           05  FILLER              PIC X(20)
                 VALUE 'TEST DATA EXTRACT - '.
           05  ELH-RUN-MM          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  ELH-RUN-DD          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  ELH-RUN-CCYY        PIC 9999.
           05  FILLER              PIC X(12) VALUE '  ONE IN    '.
           05  ELH-INTERVAL        PIC ZZ9.
           05  FILLER              PIC X(65) VALUE SPACES.
       01  EXTRACT-LOG-LINE.
           05  ELL-FILE-NAME       PIC X(40).
           05  FILLER              PIC X     VALUE SPACES.
           05  ELL-STATUS          PIC X(9).
           05  FILLER              PIC X(7)  VALUE ' READ: '.
           05  ELL-READ-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(12) VALUE ' EXTRACTED: '.
           05  ELL-EXTRACT-COUNT   PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(23) VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'TSTEXTR'.
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
           ACCEPT WS-TODAYS-DATE-8 FROM DATE YYYYMMDD
           PERFORM 100-READ-EXTRACT-PARMS
           OPEN OUTPUT F04-EXTRACT-LOG-FILE
           MOVE WS-TODAYS-MM   TO ELH-RUN-MM
           MOVE WS-TODAYS-DD   TO ELH-RUN-DD
           MOVE WS-TODAYS-CCYY TO ELH-RUN-CCYY
           MOVE WS-SAMPLE-INTERVAL TO ELH-INTERVAL
           WRITE F04-EXTRACT-LOG-RECORD FROM EXTRACT-LOG-HEADING
           PERFORM 200-EXTRACT-ONE-MASTER
               VARYING EXT-IDX FROM 1 BY 1
               UNTIL EXT-IDX > MAX-EXTRACT-FILES
           CLOSE F04-EXTRACT-LOG-FILE
           IF WS-FILES-MISSING > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 096-RELEASE-RUN-LOCK
           STOP RUN
           .

      *Takes the suite run lock before anything is opened, so the
      *masters are not sampled halfway through a nightly rewrite -
      *a customer taken before the purge and their contracts after
      *it would no longer match. A live lock refuses the run with
      *the severe condition code; a lock from a prior day, or
      *older than the stale limit, is left over from a crashed run
      *and is taken over.
       095-TAKE-RUN-LOCK.
           ACCEPT WS-LOCK-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-NOW-TIME-FULL FROM TIME
           MOVE 'N' TO WS-LOCK-LIVE-SWITCH
           OPEN INPUT F06-RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = '00'
               READ F06-RUN-LOCK-FILE
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
               CLOSE F06-RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-IS-LIVE
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' - TSTEXTR NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F06-RUN-LOCK-FILE
           MOVE 'TSTEXTR' TO LCK-PROGRAM
           MOVE WS-LOCK-NOW-DATE TO LCK-DATE
           MOVE WS-LOCK-NOW-TIME TO LCK-TIME
           MOVE WS-LOCK-NOW-DATE TO WS-LID-DATE
           MOVE WS-LOCK-NOW-TIME TO WS-LID-TIME
           MOVE WS-LOCK-IDENTITY TO LCK-IDENTITY
           WRITE F06-RUN-LOCK-RECORD
           CLOSE F06-RUN-LOCK-FILE
           .

      *Releases the run lock at end of job, preserving whatever
      *severity the run already set for the suite return code.
       096-RELEASE-RUN-LOCK.
           MOVE RETURN-CODE TO WS-LOCK-SAVED-RC
           CALL 'CBL_DELETE_FILE' USING WS-RUN-LOCK-FILENAME
           MOVE WS-LOCK-SAVED-RC TO RETURN-CODE
           .

      *Captures the run start time before any file is opened, so
      *the end-of-day operations log entry reflects this run's
      *true start.
       097-CAPTURE-START-TIME.
           ACCEPT WS-RUN-START-TIME FROM TIME
           .

       100-READ-EXTRACT-PARMS.
           OPEN INPUT F01-PARAMETER-FILE
           IF WS-PARAM-FILE-STATUS = '00'
               READ F01-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TXP-SAMPLE-INTERVAL IS NUMERIC
                           AND TXP-SAMPLE-INTERVAL > 0
                           MOVE TXP-SAMPLE-INTERVAL
                               TO WS-SAMPLE-INTERVAL
                       END-IF
                       IF TXP-MASK-SEED IS NUMERIC
                           AND TXP-MASK-SEED > 0
                           MOVE TXP-MASK-SEED TO WS-MASK-SEED
                       END-IF
               END-READ
               CLOSE F01-PARAMETER-FILE
           END-IF
           .

      *One master: every record whose key is in the sample is
      *masked and written to the test copy.
       200-EXTRACT-ONE-MASTER.
           MOVE EXT-FILE-NAME(EXT-IDX) TO WS-MASTER-FILENAME
           MOVE SPACES TO WS-TEST-FILENAME
           STRING FUNCTION TRIM(WS-MASTER-FILENAME) '.tst'
               DELIMITED BY SIZE
               INTO WS-TEST-FILENAME
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-EXTRACT-COUNT
           MOVE SPACES TO WS-MASTER-FILE-STATUS
           OPEN INPUT F02-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               ADD 1 TO WS-FILES-MISSING
               MOVE 'NO FILE' TO ELL-STATUS
           ELSE
               OPEN OUTPUT F03-TEST-FILE
               PERFORM UNTIL WS-MASTER-FILE-STATUS NOT = '00'
                   READ F02-MASTER-FILE
                       AT END
                           MOVE '10' TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 210-TEST-SAMPLE
                           IF WS-IN-SAMPLE
                               PERFORM 220-MASK-AND-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-MASTER-FILE
                     F03-TEST-FILE
               ADD 1 TO WS-FILES-EXTRACTED
               MOVE 'EXTRACTED' TO ELL-STATUS
           END-IF
           MOVE WS-MASTER-FILENAME TO ELL-FILE-NAME
           MOVE WS-READ-COUNT      TO ELL-READ-COUNT
           MOVE WS-EXTRACT-COUNT   TO ELL-EXTRACT-COUNT
           WRITE F04-EXTRACT-LOG-RECORD FROM EXTRACT-LOG-LINE
           .

      *Hashes the real key byte by byte; the same key hashes the
      *same in every file, so it is in or out of the sample
      *everywhere.
       210-TEST-SAMPLE.
           MOVE 0 TO WS-KEY-HASH
           COMPUTE WS-KEY-END = EXT-KEY-START(EXT-IDX)
                              + EXT-KEY-LENGTH(EXT-IDX) - 1
           PERFORM VARYING WS-KEY-SUB FROM EXT-KEY-START(EXT-IDX)
               BY 1 UNTIL WS-KEY-SUB > WS-KEY-END
               COMPUTE WS-KEY-HASH = FUNCTION MOD
                   (WS-KEY-HASH * 31
                    + FUNCTION ORD(F02-MASTER-RECORD(WS-KEY-SUB:1)),
                    999983)
           END-PERFORM
           MOVE 'N' TO WS-SAMPLE-SWITCH
           IF FUNCTION MOD(WS-KEY-HASH + WS-MASK-SEED,
                           WS-SAMPLE-INTERVAL) = 0
               SET WS-IN-SAMPLE TO TRUE
           END-IF
           .

       220-MASK-AND-WRITE.
           MOVE F02-MASTER-RECORD TO F03-TEST-RECORD
           MOVE EXT-MASK-START(EXT-IDX)  TO WS-MASK-START
           MOVE EXT-MASK-LENGTH(EXT-IDX) TO WS-MASK-LENGTH
           MOVE EXT-MASK-CLASS(EXT-IDX)  TO WS-MASK-CLASS
           PERFORM 225-MASK-ONE-RANGE
           MOVE EXT-MASK2-START(EXT-IDX)  TO WS-MASK-START
           MOVE EXT-MASK2-LENGTH(EXT-IDX) TO WS-MASK-LENGTH
           MOVE 'T'                       TO WS-MASK-CLASS
           PERFORM 225-MASK-ONE-RANGE
           MOVE EXT-MASK3-START(EXT-IDX)  TO WS-MASK-START
           MOVE EXT-MASK3-LENGTH(EXT-IDX) TO WS-MASK-LENGTH
           PERFORM 225-MASK-ONE-RANGE
           WRITE F03-TEST-RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           ADD 1 TO WS-TOTAL-EXTRACTED
           .

       225-MASK-ONE-RANGE.
           IF WS-MASK-LENGTH > 0
               MOVE SPACES TO WS-MASK-FIELD
               MOVE F02-MASTER-RECORD(WS-MASK-START:WS-MASK-LENGTH)
                   TO WS-MASK-FIELD
               PERFORM 230-MASK-FIELD
               MOVE WS-MASK-FIELD(1:WS-MASK-LENGTH)
                   TO F03-TEST-RECORD(WS-MASK-START:WS-MASK-LENGTH)
           END-IF
           .

      *Each digit or letter is replaced within its own class,
      *shifted by the seed, its position and the real character
      *before it; spaces and punctuation pass through, so a name
      *keeps its shape. A VIN's first three characters and its
      *tenth are left alone.
       230-MASK-FIELD.
           MOVE 0 TO WS-MASK-CHAIN
           PERFORM VARYING WS-MASK-POS FROM 1 BY 1
               UNTIL WS-MASK-POS > WS-MASK-LENGTH
               MOVE WS-MASK-FIELD(WS-MASK-POS:1) TO WS-MASK-CHAR
               EVALUATE TRUE
                   WHEN WS-MASK-VIN
                       AND (WS-MASK-POS <= 3 OR WS-MASK-POS = 10)
                       MOVE 0 TO WS-ALPHA-SIZE
                   WHEN WS-MASK-CHAR >= '0' AND WS-MASK-CHAR <= '9'
                       MOVE WS-DIGITS TO WS-ALPHABET
                       MOVE 10 TO WS-ALPHA-SIZE
                   WHEN WS-MASK-CHAR >= 'A' AND WS-MASK-CHAR <= 'Z'
                       AND WS-MASK-VIN
                       MOVE WS-VIN-LETTERS TO WS-ALPHABET
                       MOVE 23 TO WS-ALPHA-SIZE
                   WHEN WS-MASK-CHAR >= 'A' AND WS-MASK-CHAR <= 'Z'
                       MOVE WS-LETTERS TO WS-ALPHABET
                       MOVE 26 TO WS-ALPHA-SIZE
                   WHEN WS-MASK-CHAR >= 'a' AND WS-MASK-CHAR <= 'z'
                       MOVE WS-LOWER-LETTERS TO WS-ALPHABET
                       MOVE 26 TO WS-ALPHA-SIZE
                   WHEN OTHER
                       MOVE 0 TO WS-ALPHA-SIZE
               END-EVALUATE
               IF WS-ALPHA-SIZE > 0
                   PERFORM 240-MASK-ONE-CHARACTER
               END-IF
           END-PERFORM
           .

      *A character outside the class alphabet (an I, O or Q keyed
      *into a VIN) is left as it is.
       240-MASK-ONE-CHARACTER.
           MOVE 1 TO WS-ALPHA-SUB
           PERFORM UNTIL WS-ALPHA-SUB > WS-ALPHA-SIZE
               OR WS-ALPHABET(WS-ALPHA-SUB:1) = WS-MASK-CHAR
               ADD 1 TO WS-ALPHA-SUB
           END-PERFORM
           IF WS-ALPHA-SUB <= WS-ALPHA-SIZE
               COMPUTE WS-MASK-SHIFT = FUNCTION MOD
                   (WS-MASK-SEED + WS-MASK-POS * 7919, 9973)
               COMPUTE WS-NEW-SUB = FUNCTION MOD
                   (WS-ALPHA-SUB - 1 + WS-MASK-SHIFT + WS-MASK-CHAIN,
                    WS-ALPHA-SIZE) + 1
               MOVE WS-ALPHABET(WS-NEW-SUB:1)
                   TO WS-MASK-FIELD(WS-MASK-POS:1)
               MOVE WS-ALPHA-SUB TO WS-MASK-CHAIN
           END-IF
           .

      *Appends one line to the shared end-of-day operations log
      *recording this run's start/end time and records extracted.
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
           MOVE WS-TOTAL-EXTRACTED TO OPL-RECORD-COUNT
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
