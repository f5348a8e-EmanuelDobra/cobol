       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARTROYAL.
       AUTHOR. JANIS.

      *Quarterly artist resale royalty. A sale goes onto
      *arttrans.dat as a 'D' disposal with the sale price; where
      *the artist - or, after death, the estate - holds a resale
      *right, a percentage of that price is owed. This run takes
      *the quarter's disposals, looks the piece's artist up on the
      *artist master for the rights status and who is paid (the
      *artist or estate direct, or their collecting society),
      *applies the rate for the price band the sale falls in,
      *appends one payable record per royalty to the payables
      *file, posts the quarter's total to the GL journal, and
      *prints the quarterly royalty register.
      *The quarter defaults to the one last closed, since the run
      *is made after quarter end; ARTROYAL_QUARTER (CCYYQ) names
      *another. The transaction file keeps every disposal forever,
      *so a quarter already on the payables file is reported again
      *but not posted twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Same 97-byte layout the inventory run reads; only the 'D'
      *disposals count here.
           SELECT F01-TRANS-FILE   ASSIGN TO 'arttrans.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TRANS-FILE-STATUS.

      *Same 86-byte master ARTREST rewrites; gives the piece's
      *artist.
           SELECT F02-MASTER-FILE  ASSIGN TO 'artmaster.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-MASTER-FILE-STATUS.

      *Artist master, hand-maintained by the registrar: one record
      *per artist name as it is carried on the art master.
           SELECT F03-ARTIST-FILE  ASSIGN TO 'artartists.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-ARTIST-FILE-STATUS.

      *Royalty rate by sale-price band, hand-maintained as the
      *statutory rates change.
           SELECT F04-RATE-FILE    ASSIGN TO 'artroyaltyrates.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RATE-FILE-STATUS.

      *Royalty payables, appended to each quarter; accounts
      *payable settles from it.
           SELECT F05-PAYABLE-FILE ASSIGN TO 'artroyaltypay.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-PAYABLE-FILE-STATUS.

           SELECT F06-PRINT-FILE   ASSIGN TO 'royaltyregister.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Common general-ledger journal, appended to the same way the
      *suite's control files are; the GL run edits and posts it.
           SELECT F07-GL-JOURNAL-FILE
                                   ASSIGN TO 'gljournal.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-GL-JOURNAL-STATUS.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F08-OPS-LOG-FILE ASSIGN TO 'opslog.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT F09-RUN-LOCK-FILE
                                   ASSIGN TO 'runlock.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-RUN-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-TRANS-FILE
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS F01-TRANS-RECORD.
       01  F01-TRANS-RECORD.
           05  F01-ACCESSION-NO    PIC 9(8).
           05  F01-NAME            PIC X(25).
           05  F01-VALUE           PIC 9(7).
           05  F01-SALE-DATE.
               10  F01-SALE-YEAR   PIC 9(2).
               10  F01-SALE-MONTH  PIC 9(2).
               10  F01-SALE-DAY    PIC 9(2).
           05  F01-TRANS-CODE      PIC X.
               88  F01-DISPOSAL        VALUE 'D'.
           05  FILLER              PIC X(50).

       FD  F02-MASTER-FILE
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS F02-MASTER-RECORD.
       01  F02-MASTER-RECORD.
           05  F02-ACCESSION-NO    PIC 9(8).
           05  F02-NAME            PIC X(25).
           05  F02-ARTIST          PIC X(20).
           05  FILLER              PIC X(33).

      *Rights status: L living artist, E estate within the
      *post-mortem term, N no resale right (term expired or not
      *eligible). Payee type: A the artist or estate direct,
      *S a collecting society, with its member reference.
       FD  F03-ARTIST-FILE
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS F03-ARTIST-RECORD.
       01  F03-ARTIST-RECORD.
           05  F03-ARTIST-NAME     PIC X(20).
           05  F03-RIGHTS-STATUS   PIC X.
           05  F03-PAYEE-TYPE      PIC X.
           05  F03-PAYEE-NAME      PIC X(30).
           05  F03-PAYEE-REF       PIC X(15).

      *One band per record: sale prices from the low to the high
      *bound, inclusive, carry the rate as a percent with two
      *decimals (0400 is 4.00%). A band at 0000 is the threshold
      *below which no royalty is due.
       FD  F04-RATE-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F04-RATE-RECORD.
       01  F04-RATE-RECORD.
           05  F04-LOW-PRICE       PIC 9(7).
           05  F04-HIGH-PRICE      PIC 9(7).
           05  F04-RATE-PCT        PIC 99V99.

       FD  F05-PAYABLE-FILE
           RECORD CONTAINS 107 CHARACTERS
           DATA RECORD IS F05-PAYABLE-RECORD.
       01  F05-PAYABLE-RECORD.
           05  PAY-QUARTER.
               10  PAY-QTR-CCYY    PIC 9(4).
               10  PAY-QTR-Q       PIC 9.
           05  PAY-ACCESSION-NO    PIC 9(8).
           05  PAY-ARTIST-NAME     PIC X(20).
           05  PAY-PAYEE-TYPE      PIC X.
           05  PAY-PAYEE-NAME      PIC X(30).
           05  PAY-PAYEE-REF       PIC X(15).
           05  PAY-SALE-DATE       PIC 9(8).
           05  PAY-SALE-PRICE      PIC 9(7).
           05  PAY-RATE-PCT        PIC 99V99.
           05  PAY-ROYALTY         PIC 9(7)V99.

       FD  F06-PRINT-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F06-PRINT-LINE-RECORD.
       01  F06-PRINT-LINE-RECORD   PIC X(110).

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

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F08-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F08-OPS-LOG-RECORD.
       01  F08-OPS-LOG-RECORD      PIC X(132).

      *One record: who holds the suite run lock and since when.
       FD  F09-RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F09-RUN-LOCK-RECORD.
       01  F09-RUN-LOCK-RECORD.
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
       01  WS-TRANS-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-MASTER-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-ARTIST-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-RATE-FILE-STATUS     PIC XX    VALUE SPACES.
       01  WS-PAYABLE-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-GL-JOURNAL-STATUS    PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.

      *Royalty expense against the royalties-payable liability
      *accounts payable settles.
       01  WS-GL-ROYALTY-EXPENSE   PIC X(4)  VALUE '5650'.
       01  WS-GL-ROYALTY-PAYABLE   PIC X(4)  VALUE '2650'.

      *Report quarter, and the scratch field the override is
      *staged through - ACCEPT FROM ENVIRONMENT blanks its
      *receiving field when the variable is not set.
       01  WS-REPORT-QUARTER.
           05  WS-REPORT-CCYY      PIC 9(4)  VALUE 0.
           05  WS-REPORT-Q         PIC 9     VALUE 0.
       01  WS-ENV-SCRATCH          PIC X(5)  VALUE SPACES.
       01  WS-SALE-QUARTER.
           05  WS-SALE-CCYY        PIC 9(4)  VALUE 0.
           05  WS-SALE-Q           PIC 9     VALUE 0.
       01  WS-SALE-DATE-8          PIC 9(8)  VALUE 0.
       01  WS-POSTED-SWITCH        PIC X     VALUE 'N'.
           88  WS-ALREADY-POSTED             VALUE 'Y'.

       01  MAX-MASTER              PIC 9(5)  VALUE 5000.
       01  MASTER-TABLE-AREA.
           05  WS-MASTER-COUNT     PIC 9(5)  VALUE 0.
           05  MASTER-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-MASTER-COUNT
                   INDEXED BY MST-IDX.
               10  MST-ACCESSION   PIC 9(8).
               10  MST-ARTIST      PIC X(20).

       01  MAX-ARTISTS             PIC 9(4)  VALUE 1000.
       01  ARTIST-TABLE-AREA.
           05  WS-ARTIST-COUNT     PIC 9(4)  VALUE 0.
           05  ARTIST-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-ARTIST-COUNT
                   INDEXED BY ART-IDX.
               10  ART-NAME        PIC X(20).
               10  ART-RIGHTS      PIC X.
                   88  ART-HAS-RESALE-RIGHT VALUES 'L' 'E'.
               10  ART-PAYEE-TYPE  PIC X.
                   88  ART-PAID-VIA-SOCIETY VALUE 'S'.
               10  ART-PAYEE-NAME  PIC X(30).
               10  ART-PAYEE-REF   PIC X(15).

       01  MAX-RATES               PIC 99    VALUE 20.
       01  RATE-TABLE-AREA.
           05  WS-RATE-COUNT       PIC 99    VALUE 0.
           05  RATE-ENTRY OCCURS 0 TO 20 TIMES
                   DEPENDING ON WS-RATE-COUNT
                   INDEXED BY RTE-IDX.
               10  RTE-LOW         PIC 9(7).
               10  RTE-HIGH        PIC 9(7).
               10  RTE-PCT         PIC 99V99.

      *One disposal's outcome: the royalty and rate when one is
      *due, otherwise the reason none is.
       01  WS-FOUND-SWITCH         PIC X     VALUE 'N'.
           88  WS-FOUND                      VALUE 'Y'.
       01  WS-ROYALTY              PIC 9(7)V99 VALUE 0.
       01  WS-RATE-PCT             PIC 99V99 VALUE 0.
       01  WS-NO-ROYALTY-REASON    PIC X(40) VALUE SPACES.
       01  WS-EXCEPTION-SWITCH     PIC X     VALUE 'N'.
           88  WS-EXCEPTION                  VALUE 'Y'.

       01  RUN-COUNTERS.
           05  WS-ROWS-READ        PIC 9(7)  VALUE 0.
           05  WS-DISPOSALS        PIC 9(5)  VALUE 0.
           05  WS-ROYALTIES        PIC 9(5)  VALUE 0.
           05  WS-EXCEPTIONS       PIC 9(5)  VALUE 0.
           05  WS-TOTAL-PRICE      PIC 9(9)  VALUE 0.
           05  WS-TOTAL-ROYALTY    PIC 9(9)V99 VALUE 0.

       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY      PIC 9(4).
           05  WS-TODAYS-MM        PIC 9(2).
           05  WS-TODAYS-DD        PIC 9(2).
       01  WS-TODAYS-DATE-8 REDEFINES WS-TODAYS-DATE PIC 9(8).
       01  W07-RUN-DATE-LINE.
           05                      PIC X(4)   VALUE SPACES.
           05                      PIC X(10)  VALUE 'RUN DATE: '.
           05  W07-RUN-MM          PIC 99.
           05                      PIC X      VALUE '/'.
           05  W07-RUN-DD          PIC 99.
           05                      PIC X      VALUE '/'.
           05  W07-RUN-CCYY        PIC 9999.
           05                      PIC X(86)  VALUE SPACES.

       01  W02-TITLE-LINE.
           05                      PIC X(25)  VALUE SPACES.
           05                      PIC X(41)
                 VALUE 'ARTIST RESALE ROYALTY REGISTER - QUARTER '.
           05  W02-QUARTER         PIC 9.
           05                      PIC X      VALUE SPACES.
           05  W02-CCYY            PIC 9999.
           05                      PIC X(38)  VALUE SPACES.

       01  W03-HEADING-LINE.
           05                      PIC X(10)  VALUE 'ACCESSION'.
           05                      PIC X(26)  VALUE 'TITLE'.
           05                      PIC X(21)  VALUE 'ARTIST'.
           05                      PIC X(9)   VALUE 'SOLD'.
           05                      PIC X(10)  VALUE '     PRICE'.
           05                      PIC X(8)   VALUE '    RATE'.
           05                      PIC X(26)  VALUE '    ROYALTY'.

       01  W04-DETAIL-LINE.
           05  W04-ACCESSION       PIC 9(8).
           05                      PIC X(2)   VALUE SPACES.
           05  W04-NAME            PIC X(25).
           05                      PIC X      VALUE SPACES.
           05  W04-ARTIST          PIC X(20).
           05                      PIC X      VALUE SPACES.
           05  W04-SALE-MM         PIC 99.
           05                      PIC X      VALUE '/'.
           05  W04-SALE-DD         PIC 99.
           05                      PIC X      VALUE '/'.
           05  W04-SALE-YY         PIC 99.
           05                      PIC X      VALUE SPACES.
           05  W04-PRICE           PIC $$,$$$,$$9.
           05                      PIC X(2)   VALUE SPACES.
           05  W04-RATE            PIC Z9.99.
           05                      PIC X      VALUE '%'.
           05                      PIC X      VALUE SPACES.
           05  W04-ROYALTY         PIC $$$$,$$9.99.
           05                      PIC X(14)  VALUE SPACES.

       01  W05-PAYEE-LINE.
           05                      PIC X(10)  VALUE SPACES.
           05                      PIC X(8)   VALUE 'PAY TO: '.
           05  W05-PAYEE-NAME      PIC X(30).
           05                      PIC X(2)   VALUE SPACES.
           05  W05-PAYEE-TYPE      PIC X(20).
           05  W05-PAYEE-REF       PIC X(15).
           05                      PIC X(25)  VALUE SPACES.

       01  W06-NOTE-LINE.
           05                      PIC X(10)  VALUE SPACES.
           05                      PIC X(12)  VALUE 'NO ROYALTY: '.
           05  W06-REASON          PIC X(40).
           05                      PIC X(48)  VALUE SPACES.

       01  W08-TOTAL-LINE.
           05                      PIC X(10)  VALUE SPACES.
           05  W08-TEXT            PIC X(40).
           05  W08-COUNT           PIC ZZZZ9.
           05                      PIC X(5)   VALUE SPACES.
           05  W08-AMOUNT          PIC $$$$,$$$,$$9.99
                                   BLANK WHEN ZERO.
           05                      PIC X(35)  VALUE SPACES.

       01  W09-POSTED-LINE.
           05                      PIC X(10)  VALUE SPACES.
           05                      PIC X(39)
                 VALUE 'QUARTER ALREADY ON THE PAYABLES FILE - '.
           05                      PIC X(61)
                 VALUE 'REPORTED ONLY, NOTHING POSTED'.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'ARTROYAL'.
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
           PERFORM 100-SET-REPORT-QUARTER
           PERFORM 110-LOAD-MASTER
           PERFORM 120-LOAD-ARTISTS
           PERFORM 130-LOAD-RATES
           PERFORM 140-CHECK-ALREADY-POSTED
           OPEN OUTPUT F06-PRINT-FILE
           MOVE W07-RUN-DATE-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           MOVE WS-REPORT-Q    TO W02-QUARTER
           MOVE WS-REPORT-CCYY TO W02-CCYY
           MOVE W02-TITLE-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           IF WS-ALREADY-POSTED
               MOVE W09-POSTED-LINE TO F06-PRINT-LINE-RECORD
               WRITE F06-PRINT-LINE-RECORD
           ELSE
               OPEN EXTEND F05-PAYABLE-FILE
               IF WS-PAYABLE-FILE-STATUS = '35'
                   OPEN OUTPUT F05-PAYABLE-FILE
                   CLOSE F05-PAYABLE-FILE
                   OPEN EXTEND F05-PAYABLE-FILE
               END-IF
           END-IF
           MOVE SPACES TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           MOVE W03-HEADING-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           PERFORM 200-REGISTER-THE-DISPOSALS
           IF NOT WS-ALREADY-POSTED
               CLOSE F05-PAYABLE-FILE
           END-IF
           PERFORM 250-WRITE-TOTALS
           CLOSE F06-PRINT-FILE
           IF NOT WS-ALREADY-POSTED
               PERFORM 920-WRITE-GL-JOURNAL
           END-IF
      *Suite severity standard: a disposal whose royalty could not
      *be determined, or a quarter already posted, sets
      *condition 4.
           IF WS-EXCEPTIONS > 0 OR WS-ALREADY-POSTED
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 096-RELEASE-RUN-LOCK
           STOP RUN.

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
           OPEN INPUT F09-RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = '00'
               READ F09-RUN-LOCK-FILE
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
               CLOSE F09-RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-IS-LIVE
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' - ARTROYAL NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F09-RUN-LOCK-FILE
           MOVE 'ARTROYAL' TO LCK-PROGRAM
           MOVE WS-LOCK-NOW-DATE TO LCK-DATE
           MOVE WS-LOCK-NOW-TIME TO LCK-TIME
           MOVE WS-LOCK-NOW-DATE TO WS-LID-DATE
           MOVE WS-LOCK-NOW-TIME TO WS-LID-TIME
           MOVE WS-LOCK-IDENTITY TO LCK-IDENTITY
           WRITE F09-RUN-LOCK-RECORD
           CLOSE F09-RUN-LOCK-FILE
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

       099-GET-TODAYS-DATE.
           ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAYS-MM   TO W07-RUN-MM
           MOVE WS-TODAYS-DD   TO W07-RUN-DD
           MOVE WS-TODAYS-CCYY TO W07-RUN-CCYY.

      *The quarter last closed: the run's own quarter less one,
      *back into the prior year's fourth quarter in January-March.
       100-SET-REPORT-QUARTER.
           COMPUTE WS-REPORT-Q = (WS-TODAYS-MM + 2) / 3
           MOVE WS-TODAYS-CCYY TO WS-REPORT-CCYY
           IF WS-REPORT-Q = 1
               MOVE 4 TO WS-REPORT-Q
               SUBTRACT 1 FROM WS-REPORT-CCYY
           ELSE
               SUBTRACT 1 FROM WS-REPORT-Q
           END-IF
           MOVE SPACES TO WS-ENV-SCRATCH
           ACCEPT WS-ENV-SCRATCH
               FROM ENVIRONMENT 'ARTROYAL_QUARTER'
           IF WS-ENV-SCRATCH IS NUMERIC
               AND WS-ENV-SCRATCH(5:1) >= '1'
               AND WS-ENV-SCRATCH(5:1) <= '4'
               MOVE WS-ENV-SCRATCH TO WS-REPORT-QUARTER
           END-IF.

       110-LOAD-MASTER.
           OPEN INPUT F02-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '00'
               PERFORM UNTIL WS-MASTER-FILE-STATUS NOT = '00'
                   READ F02-MASTER-FILE
                       AT END
                           MOVE '10' TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           IF WS-MASTER-COUNT < MAX-MASTER
                               ADD 1 TO WS-MASTER-COUNT
                               MOVE F02-ACCESSION-NO
                                   TO MST-ACCESSION(WS-MASTER-COUNT)
                               MOVE F02-ARTIST
                                   TO MST-ARTIST(WS-MASTER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-MASTER-FILE
           END-IF.

       120-LOAD-ARTISTS.
           OPEN INPUT F03-ARTIST-FILE
           IF WS-ARTIST-FILE-STATUS = '00'
               PERFORM UNTIL WS-ARTIST-FILE-STATUS NOT = '00'
                   READ F03-ARTIST-FILE
                       AT END
                           MOVE '10' TO WS-ARTIST-FILE-STATUS
                       NOT AT END
                           IF WS-ARTIST-COUNT < MAX-ARTISTS
                               ADD 1 TO WS-ARTIST-COUNT
                               MOVE F03-ARTIST-RECORD
                                   TO ARTIST-ENTRY(WS-ARTIST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-ARTIST-FILE
           END-IF.

       130-LOAD-RATES.
           OPEN INPUT F04-RATE-FILE
           IF WS-RATE-FILE-STATUS = '00'
               PERFORM UNTIL WS-RATE-FILE-STATUS NOT = '00'
                   READ F04-RATE-FILE
                       AT END
                           MOVE '10' TO WS-RATE-FILE-STATUS
                       NOT AT END
                           IF WS-RATE-COUNT < MAX-RATES
                               AND F04-RATE-RECORD IS NUMERIC
                               ADD 1 TO WS-RATE-COUNT
                               MOVE F04-LOW-PRICE
                                   TO RTE-LOW(WS-RATE-COUNT)
                               MOVE F04-HIGH-PRICE
                                   TO RTE-HIGH(WS-RATE-COUNT)
                               MOVE F04-RATE-PCT
                                   TO RTE-PCT(WS-RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F04-RATE-FILE
           END-IF.

      *Any payable already carrying this quarter means an earlier
      *run posted it.
       140-CHECK-ALREADY-POSTED.
           OPEN INPUT F05-PAYABLE-FILE
           IF WS-PAYABLE-FILE-STATUS = '00'
               PERFORM UNTIL WS-PAYABLE-FILE-STATUS NOT = '00'
                   READ F05-PAYABLE-FILE
                       AT END
                           MOVE '10' TO WS-PAYABLE-FILE-STATUS
                       NOT AT END
                           IF PAY-QUARTER = WS-REPORT-QUARTER
                               MOVE 'Y' TO WS-POSTED-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F05-PAYABLE-FILE
           END-IF.

      *Every disposal dated in the report quarter is registered,
      *with its royalty or the reason none is due. The sale date
      *is the 2-digit year the rest of the suite reads, assumed
      *20xx.
       200-REGISTER-THE-DISPOSALS.
           OPEN INPUT F01-TRANS-FILE
           IF WS-TRANS-FILE-STATUS = '00'
               PERFORM UNTIL WS-TRANS-FILE-STATUS NOT = '00'
                   READ F01-TRANS-FILE
                       AT END
                           MOVE '10' TO WS-TRANS-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           IF F01-DISPOSAL
                               AND F01-SALE-MONTH >= 1
                               AND F01-SALE-MONTH <= 12
                               COMPUTE WS-SALE-CCYY =
                                   2000 + F01-SALE-YEAR
                               COMPUTE WS-SALE-Q =
                                   (F01-SALE-MONTH + 2) / 3
                               IF WS-SALE-QUARTER = WS-REPORT-QUARTER
                                   PERFORM 210-ONE-DISPOSAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F01-TRANS-FILE
           END-IF.

      *Piece to artist, artist to rights status and payee, sale
      *price to band rate. The whole price takes the rate of the
      *band it falls in.
       210-ONE-DISPOSAL.
           ADD 1 TO WS-DISPOSALS
           MOVE 0 TO WS-ROYALTY
           MOVE 0 TO WS-RATE-PCT
           MOVE SPACES TO WS-NO-ROYALTY-REASON
           MOVE 'N' TO WS-EXCEPTION-SWITCH
           MOVE F01-ACCESSION-NO TO W04-ACCESSION
           MOVE F01-NAME         TO W04-NAME
           MOVE SPACES           TO W04-ARTIST
           MOVE F01-SALE-MONTH   TO W04-SALE-MM
           MOVE F01-SALE-DAY     TO W04-SALE-DD
           MOVE F01-SALE-YEAR    TO W04-SALE-YY
           MOVE F01-VALUE        TO W04-PRICE
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-MASTER-COUNT > 0
               SET MST-IDX TO 1
               SEARCH MASTER-ENTRY
                   AT END CONTINUE
                   WHEN MST-ACCESSION(MST-IDX) = F01-ACCESSION-NO
                       MOVE 'Y' TO WS-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF NOT WS-FOUND
               MOVE 'PIECE NOT ON THE ART MASTER'
                   TO WS-NO-ROYALTY-REASON
               MOVE 'Y' TO WS-EXCEPTION-SWITCH
           ELSE
               MOVE MST-ARTIST(MST-IDX) TO W04-ARTIST
               PERFORM 220-FIND-ARTIST-AND-RATE
           END-IF
           MOVE WS-RATE-PCT TO W04-RATE
           MOVE WS-ROYALTY  TO W04-ROYALTY
           MOVE W04-DETAIL-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           IF WS-ROYALTY > 0
               ADD 1 TO WS-ROYALTIES
               ADD F01-VALUE  TO WS-TOTAL-PRICE
               ADD WS-ROYALTY TO WS-TOTAL-ROYALTY
               MOVE ART-PAYEE-NAME(ART-IDX) TO W05-PAYEE-NAME
               MOVE ART-PAYEE-REF(ART-IDX)  TO W05-PAYEE-REF
               IF ART-PAID-VIA-SOCIETY(ART-IDX)
                   MOVE 'COLLECTING SOCIETY' TO W05-PAYEE-TYPE
               ELSE
                   MOVE 'ARTIST OR ESTATE'   TO W05-PAYEE-TYPE
               END-IF
               MOVE W05-PAYEE-LINE TO F06-PRINT-LINE-RECORD
               WRITE F06-PRINT-LINE-RECORD
               IF NOT WS-ALREADY-POSTED
                   PERFORM 230-WRITE-PAYABLE
               END-IF
           ELSE
               MOVE WS-NO-ROYALTY-REASON TO W06-REASON
               MOVE W06-NOTE-LINE TO F06-PRINT-LINE-RECORD
               WRITE F06-PRINT-LINE-RECORD
           END-IF
           IF WS-EXCEPTION
               ADD 1 TO WS-EXCEPTIONS
           END-IF.

       220-FIND-ARTIST-AND-RATE.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-ARTIST-COUNT > 0
               SET ART-IDX TO 1
               SEARCH ARTIST-ENTRY
                   AT END CONTINUE
                   WHEN ART-NAME(ART-IDX) = MST-ARTIST(MST-IDX)
                       MOVE 'Y' TO WS-FOUND-SWITCH
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   MOVE 'ARTIST NOT ON THE ARTIST MASTER'
                       TO WS-NO-ROYALTY-REASON
                   MOVE 'Y' TO WS-EXCEPTION-SWITCH
               WHEN NOT ART-HAS-RESALE-RIGHT(ART-IDX)
                   MOVE 'NO RESALE RIGHT HELD'
                       TO WS-NO-ROYALTY-REASON
               WHEN OTHER
                   MOVE 'N' TO WS-FOUND-SWITCH
                   IF WS-RATE-COUNT > 0
                       SET RTE-IDX TO 1
                       SEARCH RATE-ENTRY
                           AT END CONTINUE
                           WHEN F01-VALUE >= RTE-LOW(RTE-IDX)
                               AND F01-VALUE <= RTE-HIGH(RTE-IDX)
                               MOVE 'Y' TO WS-FOUND-SWITCH
                       END-SEARCH
                   END-IF
                   IF NOT WS-FOUND
                       MOVE 'NO RATE BAND FOR THE SALE PRICE'
                           TO WS-NO-ROYALTY-REASON
                       MOVE 'Y' TO WS-EXCEPTION-SWITCH
                   ELSE
                       MOVE RTE-PCT(RTE-IDX) TO WS-RATE-PCT
                       COMPUTE WS-ROYALTY ROUNDED =
                           F01-VALUE * WS-RATE-PCT / 100
                       IF WS-ROYALTY = 0
                           MOVE 'SALE PRICE BELOW THE THRESHOLD'
                               TO WS-NO-ROYALTY-REASON
                       END-IF
                   END-IF
           END-EVALUATE.

       230-WRITE-PAYABLE.
           MOVE WS-REPORT-QUARTER       TO PAY-QUARTER
           MOVE F01-ACCESSION-NO        TO PAY-ACCESSION-NO
           MOVE ART-NAME(ART-IDX)       TO PAY-ARTIST-NAME
           MOVE ART-PAYEE-TYPE(ART-IDX) TO PAY-PAYEE-TYPE
           MOVE ART-PAYEE-NAME(ART-IDX) TO PAY-PAYEE-NAME
           MOVE ART-PAYEE-REF(ART-IDX)  TO PAY-PAYEE-REF
           COMPUTE WS-SALE-DATE-8 = WS-SALE-CCYY * 10000
               + F01-SALE-MONTH * 100 + F01-SALE-DAY
           MOVE WS-SALE-DATE-8          TO PAY-SALE-DATE
           MOVE F01-VALUE               TO PAY-SALE-PRICE
           MOVE WS-RATE-PCT             TO PAY-RATE-PCT
           MOVE WS-ROYALTY              TO PAY-ROYALTY
           WRITE F05-PAYABLE-RECORD.

       250-WRITE-TOTALS.
           MOVE SPACES TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           MOVE 'DISPOSALS IN THE QUARTER:' TO W08-TEXT
           MOVE WS-DISPOSALS TO W08-COUNT
           MOVE 0 TO W08-AMOUNT
           MOVE W08-TOTAL-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           MOVE 'ROYALTIES PAYABLE (ON SALES OF):' TO W08-TEXT
           MOVE WS-TOTAL-PRICE TO W08-AMOUNT
           MOVE WS-ROYALTIES TO W08-COUNT
           MOVE W08-TOTAL-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           MOVE 'TOTAL ROYALTY DUE:' TO W08-TEXT
           MOVE WS-ROYALTIES TO W08-COUNT
           MOVE WS-TOTAL-ROYALTY TO W08-AMOUNT
           MOVE W08-TOTAL-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           MOVE 'DISPOSALS WITH NO ROYALTY DETERMINED:'
               TO W08-TEXT
           MOVE WS-EXCEPTIONS TO W08-COUNT
           MOVE 0 TO W08-AMOUNT
           MOVE W08-TOTAL-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD.

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
           MOVE WS-ROWS-READ    TO OPL-RECORD-COUNT
           OPEN EXTEND F08-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F08-OPS-LOG-FILE
               CLOSE F08-OPS-LOG-FILE
               OPEN EXTEND F08-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F08-OPS-LOG-RECORD
           WRITE F08-OPS-LOG-RECORD
           CLOSE F08-OPS-LOG-FILE
           .

      *The quarter's royalties as a balanced journal entry: the
      *expense against the royalties-payable liability.
       920-WRITE-GL-JOURNAL.
           IF WS-TOTAL-ROYALTY > 0
               OPEN EXTEND F07-GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS = '35'
                   OPEN OUTPUT F07-GL-JOURNAL-FILE
                   CLOSE F07-GL-JOURNAL-FILE
                   OPEN EXTEND F07-GL-JOURNAL-FILE
               END-IF
               MOVE 'ARTROYAL' TO GLJ-PROGRAM
               MOVE WS-TODAYS-DATE-8 TO GLJ-DATE
               MOVE WS-GL-ROYALTY-EXPENSE TO GLJ-ACCOUNT
               MOVE 'D' TO GLJ-DC
               MOVE WS-TOTAL-ROYALTY TO GLJ-AMOUNT
               WRITE F07-GL-JOURNAL-RECORD
               MOVE WS-GL-ROYALTY-PAYABLE TO GLJ-ACCOUNT
               MOVE 'C' TO GLJ-DC
               MOVE WS-TOTAL-ROYALTY TO GLJ-AMOUNT
               WRITE F07-GL-JOURNAL-RECORD
               CLOSE F07-GL-JOURNAL-FILE
           END-IF
           .
