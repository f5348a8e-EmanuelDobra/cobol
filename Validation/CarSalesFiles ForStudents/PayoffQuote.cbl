       IDENTIFICATION DIVISION.

       PROGRAM-ID.     PAYQUOTE.

      *Payoff quotes for the financing subsystem. The office keys a
      *request on payoffrequests.dat whenever a buyer calls for a
      *payoff figure; this run prices each one off the note-balance
      *master: the balance, plus per-diem interest at the note's
      *APR from the last payment (or origination) through the
      *good-through date. Each quote prints as a dated letter to the
      *buyer off the shared customer master and is appended to
      *payoffquotes.dat, which FINPOST holds the early-payoff
      *transaction to.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *One request per call: the invoice and the date the quote must
      *be good through (zero takes the standard quote period).
           SELECT F01-REQUEST-FILE
               ASSIGN TO "payoffrequests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

      *Same 53-byte note-balance layout FINPOST carries; read only.
           SELECT F02-BALANCE-FILE
               ASSIGN TO "financebal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

      *Shared customer master, for the letter address.
           SELECT F03-CUSTOMER-FILE
               ASSIGN TO "customers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

      *Every quote issued, appended run after run; FINPOST takes the
      *latest one for an invoice.
           SELECT F04-QUOTE-FILE
               ASSIGN TO "payoffquotes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-FILE-STATUS.

           SELECT F05-LETTER-FILE
               ASSIGN TO "payoffletters.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F06-REPORT-FILE
               ASSIGN TO "payoffquotereport.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F07-OPS-LOG-FILE
               ASSIGN TO "opslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Machine-readable control totals for the nightly balancing
      *run.
           SELECT F08-CONTROL-TOTAL-FILE
               ASSIGN TO "controltotals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  F01-REQUEST-FILE
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS F01-REQUEST-RECORD.
       01  F01-REQUEST-RECORD.
           05  PRQ-INVOICE             PIC 9(5).
           05  PRQ-INVOICE-X REDEFINES PRQ-INVOICE
                                       PIC X(5).
           05  PRQ-GOOD-THROUGH        PIC 9(8).
           05  PRQ-GOOD-THROUGH-PARTS REDEFINES PRQ-GOOD-THROUGH.
               10  PRQ-GOOD-CCYY       PIC 9(4).
               10  PRQ-GOOD-MM         PIC 9(2).
               10  PRQ-GOOD-DD         PIC 9(2).

       FD  F02-BALANCE-FILE
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS F02-BALANCE-RECORD.
       01  F02-BALANCE-RECORD.
           05  FB-INVOICE              PIC 9(5).
           05  FB-BUYER-ID             PIC 9(6).
           05  FB-BALANCE              PIC 9(7)V99.
           05  FB-PAYMENT              PIC 9(5)V99.
           05  FB-APR                  PIC 99V99.
           05  FB-TERM-MONTHS          PIC 9(3).
           05  FB-ORIG-DATE            PIC 9(8).
           05  FB-PAYMENTS-MADE        PIC 9(3).
           05  FB-LAST-PAID            PIC 9(8).

      *Same 120-byte shared-customer layout both validators read.
       FD  F03-CUSTOMER-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F03-CUSTOMER-RECORD.
       01  F03-CUSTOMER-RECORD.
           05  CUST-IN-ID              PIC 9(6).
           05  CUST-IN-NAME            PIC X(25).
           05  CUST-IN-ADDRESS         PIC X(30).
           05  FILLER                  PIC X(59).

      *One record per quote: the balance it was priced from, the
      *date interest runs from, the per-diem and the payoff at the
      *good-through date.
       FD  F04-QUOTE-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS F04-QUOTE-RECORD.
       01  F04-QUOTE-RECORD.
           05  PQ-INVOICE              PIC 9(5).
           05  PQ-BUYER-ID             PIC 9(6).
           05  PQ-QUOTE-DATE           PIC 9(8).
           05  PQ-GOOD-THROUGH         PIC 9(8).
           05  PQ-BALANCE              PIC 9(7)V99.
           05  PQ-INTEREST-FROM        PIC 9(8).
           05  PQ-PER-DIEM             PIC 9(5)V99.
           05  PQ-PAYOFF               PIC 9(7)V99.

       FD  F05-LETTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F05-LETTER-RECORD.
       01  F05-LETTER-RECORD           PIC X(80).

       FD  F06-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F06-REPORT-RECORD.
       01  F06-REPORT-RECORD           PIC X(100).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F07-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F07-OPS-LOG-RECORD.
       01  F07-OPS-LOG-RECORD          PIC X(132).

       FD  F08-CONTROL-TOTAL-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F08-CONTROL-TOTAL-RECORD.
       01  F08-CONTROL-TOTAL-RECORD.
           05  CTF-PROGRAM         PIC X(8).
           05  CTF-ITEM            PIC X(12).
           05  CTF-COUNT           PIC 9(7).
           05  CTF-AMOUNT          PIC 9(11).

       WORKING-STORAGE SECTION.

       01  W01-EOF-SWITCH              PIC X    VALUE 'N'.
           88  W01-EOF-REACHED             VALUE 'Y'.

       01  WS-REQUEST-FILE-STATUS      PIC XX   VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS      PIC XX   VALUE SPACES.
       01  WS-CUSTOMER-FILE-STATUS     PIC XX   VALUE SPACES.
       01  WS-QUOTE-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS          PIC XX   VALUE SPACES.

      *A request with no good-through date is quoted this many days
      *out, the usual ten-day payoff letter.
       01  W-STANDARD-QUOTE-DAYS       PIC 9(3) VALUE 10.

      *The note-balance master in memory, keyed by invoice.
       01  MAX-NOTES                   PIC 9(4) VALUE 5000.
       01  W-NOTE-FOUND-SWITCH         PIC X    VALUE 'N'.
           88  W-NOTE-FOUND                VALUE 'Y'.
           88  W-NOTE-NOT-FOUND            VALUE 'N'.
       01  NOTE-TABLE-AREA.
           05  W-NOTE-COUNT            PIC 9(4) VALUE 0.
           05  NOTE-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON W-NOTE-COUNT
                   INDEXED BY NTE-IDX.
               10  NTE-INVOICE         PIC 9(5).
               10  NTE-BUYER-ID        PIC 9(6).
               10  NTE-BALANCE         PIC 9(7)V99.
               10  NTE-APR             PIC 99V99.
               10  NTE-ORIG-DATE       PIC 9(8).
               10  NTE-LAST-PAID       PIC 9(8).

      *Shared customer master in memory for the letter address.
       01  MAX-CUSTOMERS               PIC 9(5) VALUE 10000.
       01  W-CUST-FOUND-SWITCH         PIC X    VALUE 'N'.
           88  W-CUSTOMER-FOUND            VALUE 'Y'.
           88  W-CUSTOMER-NOT-FOUND        VALUE 'N'.
       01  CUSTOMER-TABLE-AREA.
           05  W-CUSTOMER-COUNT        PIC 9(5) VALUE 0.
           05  CUSTOMER-ENTRY OCCURS 0 TO 10000 TIMES
                   DEPENDING ON W-CUSTOMER-COUNT
                   INDEXED BY CUST-IDX.
               10  CUSTOMER-ID         PIC 9(6).
               10  CUSTOMER-NAME       PIC X(25).
               10  CUSTOMER-ADDRESS    PIC X(30).

      *Per-quote work fields.
       01  W-REJECT-REASON             PIC X(30) VALUE SPACES.
       01  W-GOOD-THROUGH              PIC 9(8)  VALUE 0.
       01  W-INTEREST-FROM             PIC 9(8)  VALUE 0.
       01  W-INTEREST-DAYS             PIC S9(5) VALUE 0.
       01  W-PER-DIEM                  PIC 9(5)V99 VALUE 0.
       01  W-PAYOFF                    PIC 9(7)V99 VALUE 0.

      *Any CCYYMMDD date broken out for the letter.
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
           05  W-REQUESTS-READ         PIC 9(5)     VALUE 0.
           05  W-QUOTES-ISSUED         PIC 9(5)     VALUE 0.
           05  W-REQUESTS-REJECTED     PIC 9(5)     VALUE 0.
           05  W-PAYOFF-TOTAL          PIC 9(9)V99  VALUE 0.

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
           05                          PIC X(50) VALUE SPACES.

       01  RPT-TITLE-LINE.
           05                          PIC X(40) VALUE SPACES.
           05                          PIC X(21)
                 VALUE 'PAYOFF QUOTES ISSUED '.
           05                          PIC X(39) VALUE SPACES.
       01  RPT-HEADING-LINE.
           05                          PIC X(7)  VALUE 'INVOICE'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'BUYER ID'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(12) VALUE 'GOOD THROUGH'.
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(7)  VALUE 'BALANCE'.
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'PER DIEM'.
           05                          PIC X(9)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'PAYOFF'.
           05                          PIC X(30) VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  RPD-INVOICE             PIC 9(5).
           05                          PIC X(4)  VALUE SPACES.
           05  RPD-BUYER               PIC 9(6).
           05                          PIC X(5)  VALUE SPACES.
           05  RPD-GOOD-THROUGH        PIC 9(8).
           05                          PIC X(2)  VALUE SPACES.
           05  RPD-BALANCE             PIC $$,$$$,$$9.99.
           05                          PIC X(2)  VALUE SPACES.
           05  RPD-PER-DIEM            PIC $$$,$$9.99.
           05                          PIC X(2)  VALUE SPACES.
           05  RPD-PAYOFF              PIC $$,$$$,$$9.99.
           05                          PIC X(30) VALUE SPACES.
       01  RPT-REJECT-LINE.
           05  RPJ-INVOICE             PIC X(5).
           05                          PIC X(15) VALUE SPACES.
           05  RPJ-GOOD-THROUGH        PIC X(8).
           05                          PIC X(4)  VALUE SPACES.
           05  RPJ-REASON              PIC X(30).
           05                          PIC X(38) VALUE SPACES.
       01  RPT-TRAILER-LINE.
           05                          PIC X(15)
                 VALUE 'QUOTES ISSUED: '.
           05  RPT-QUOTES              PIC ZZ,ZZ9.
           05                          PIC X(12)
                 VALUE '  REJECTED: '.
           05  RPT-REJECTED            PIC ZZ,ZZ9.
           05                          PIC X(17)
                 VALUE '  PAYOFFS QUOTED '.
           05  RPT-PAYOFF-TOTAL        PIC $$$,$$$,$$9.99.
           05                          PIC X(30) VALUE SPACES.

      *Payoff quote letter lines.
       01  LTR-SEPARATOR-LINE.
           05                          PIC X(60) VALUE ALL '-'.
           05                          PIC X(20) VALUE SPACES.
       01  LTR-DATE-LINE.
           05                          PIC X(50) VALUE SPACES.
           05  LTR-QUOTE-DATE          PIC X(10).
           05                          PIC X(20) VALUE SPACES.
       01  LTR-ADDRESS-NAME-LINE.
           05  LTR-NAME                PIC X(25).
           05                          PIC X(55) VALUE SPACES.
       01  LTR-ADDRESS-LINE.
           05  LTR-ADDRESS             PIC X(30).
           05                          PIC X(50) VALUE SPACES.
       01  LTR-BODY-LINE-1.
           05                          PIC X(34)
                 VALUE 'PAYOFF QUOTE FOR FINANCE CONTRACT '.
           05  LTR-INVOICE             PIC 9(5).
           05                          PIC X(41) VALUE SPACES.
       01  LTR-BODY-LINE-2.
           05                          PIC X(30)
                 VALUE 'PRINCIPAL BALANCE:            '.
           05  LTR-BALANCE             PIC $$,$$$,$$9.99.
           05                          PIC X(37) VALUE SPACES.
       01  LTR-BODY-LINE-3.
           05                          PIC X(14)
                 VALUE 'INTEREST FROM '.
           05  LTR-INTEREST-FROM       PIC X(10).
           05                          PIC X(4)  VALUE ' AT '.
           05  LTR-APR                 PIC Z9.99.
           05                          PIC X(5)  VALUE '% APR'.
           05                          PIC X(42) VALUE SPACES.
       01  LTR-BODY-LINE-4.
           05                          PIC X(30)
                 VALUE 'PER-DIEM INTEREST:            '.
           05  LTR-PER-DIEM            PIC $$,$$$,$$9.99.
           05                          PIC X(37) VALUE SPACES.
       01  LTR-BODY-LINE-5.
           05                          PIC X(20)
                 VALUE 'PAYOFF GOOD THROUGH '.
           05  LTR-GOOD-THROUGH        PIC X(10).
           05  LTR-PAYOFF              PIC $$,$$$,$$9.99.
           05                          PIC X(37) VALUE SPACES.
       01  LTR-BODY-LINE-6.
           05                          PIC X(44)
                 VALUE 'FOR FUNDS RECEIVED BEFORE THAT DATE, DEDUCT '.
           05                          PIC X(36)
                 VALUE 'THE PER-DIEM FOR EACH DAY EARLY.    '.
       01  LTR-BODY-LINE-7.
           05                          PIC X(44)
                 VALUE 'FUNDS RECEIVED AFTER THAT DATE NEED A NEW   '.
           05                          PIC X(36)
                 VALUE 'QUOTE. THE LIEN IS RELEASED TO THE  '.
       01  LTR-BODY-LINE-8.
           05                          PIC X(44)
                 VALUE 'DMV WHEN THE PAYOFF IS POSTED.              '.
           05                          PIC X(36) VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'PAYQUOTE'.
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
           PERFORM 110-LOAD-OPEN-NOTES
           PERFORM 120-LOAD-CUSTOMER-MASTER
           PERFORM 200-QUOTE-REQUESTS
      *Suite severity standard: a request that cannot be quoted is
      *condition 4.
           IF W-REQUESTS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 910-WRITE-CONTROL-TOTALS
           STOP RUN
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

       110-LOAD-OPEN-NOTES.
           OPEN INPUT F02-BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS = '00'
               PERFORM UNTIL WS-BALANCE-FILE-STATUS NOT = '00'
                   READ F02-BALANCE-FILE
                       AT END
                           MOVE '10' TO WS-BALANCE-FILE-STATUS
                       NOT AT END
                           IF W-NOTE-COUNT < MAX-NOTES
                               ADD 1 TO W-NOTE-COUNT
                               PERFORM 115-LOAD-ONE-NOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-BALANCE-FILE
           END-IF
           .

       115-LOAD-ONE-NOTE.
           MOVE FB-INVOICE    TO NTE-INVOICE(W-NOTE-COUNT)
           MOVE FB-BUYER-ID   TO NTE-BUYER-ID(W-NOTE-COUNT)
           MOVE FB-BALANCE    TO NTE-BALANCE(W-NOTE-COUNT)
           MOVE FB-APR        TO NTE-APR(W-NOTE-COUNT)
           MOVE FB-ORIG-DATE  TO NTE-ORIG-DATE(W-NOTE-COUNT)
           MOVE FB-LAST-PAID  TO NTE-LAST-PAID(W-NOTE-COUNT)
           .

       120-LOAD-CUSTOMER-MASTER.
           OPEN INPUT F03-CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS = '00'
               PERFORM UNTIL WS-CUSTOMER-FILE-STATUS NOT = '00'
                   READ F03-CUSTOMER-FILE
                       AT END
                           MOVE '10' TO WS-CUSTOMER-FILE-STATUS
                       NOT AT END
                           IF W-CUSTOMER-COUNT < MAX-CUSTOMERS
                               ADD 1 TO W-CUSTOMER-COUNT
                               MOVE CUST-IN-ID
                                   TO CUSTOMER-ID(W-CUSTOMER-COUNT)
                               MOVE CUST-IN-NAME
                                   TO CUSTOMER-NAME(W-CUSTOMER-COUNT)
                               MOVE CUST-IN-ADDRESS
                                   TO
                                   CUSTOMER-ADDRESS(W-CUSTOMER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-CUSTOMER-FILE
           END-IF
           .

       200-QUOTE-REQUESTS.
           OPEN OUTPUT F05-LETTER-FILE
                       F06-REPORT-FILE
           OPEN EXTEND F04-QUOTE-FILE
           IF WS-QUOTE-FILE-STATUS = '35'
               OPEN OUTPUT F04-QUOTE-FILE
               CLOSE F04-QUOTE-FILE
               OPEN EXTEND F04-QUOTE-FILE
           END-IF
           WRITE F06-REPORT-RECORD FROM W08-RUN-DATE-LINE
           WRITE F06-REPORT-RECORD FROM RPT-TITLE-LINE
           WRITE F06-REPORT-RECORD FROM SPACES
           WRITE F06-REPORT-RECORD FROM RPT-HEADING-LINE
           OPEN INPUT F01-REQUEST-FILE
           IF WS-REQUEST-FILE-STATUS = '00'
               READ F01-REQUEST-FILE
                   AT END SET W01-EOF-REACHED TO TRUE
               END-READ
           ELSE
               SET W01-EOF-REACHED TO TRUE
           END-IF
           PERFORM 210-QUOTE-ONE-REQUEST
               UNTIL W01-EOF-REACHED
           CLOSE F01-REQUEST-FILE
           WRITE F06-REPORT-RECORD FROM SPACES
           MOVE W-QUOTES-ISSUED     TO RPT-QUOTES
           MOVE W-REQUESTS-REJECTED TO RPT-REJECTED
           MOVE W-PAYOFF-TOTAL      TO RPT-PAYOFF-TOTAL
           WRITE F06-REPORT-RECORD FROM RPT-TRAILER-LINE
           CLOSE F04-QUOTE-FILE
                 F05-LETTER-FILE
                 F06-REPORT-FILE
           .

       210-QUOTE-ONE-REQUEST.
           ADD 1 TO W-REQUESTS-READ
           PERFORM 220-EDIT-ONE-REQUEST
           IF W-REJECT-REASON = SPACES
               PERFORM 230-PRICE-ONE-QUOTE
               PERFORM 240-WRITE-QUOTE-LETTER
           ELSE
               ADD 1 TO W-REQUESTS-REJECTED
               MOVE PRQ-INVOICE-X    TO RPJ-INVOICE
               MOVE PRQ-GOOD-THROUGH TO RPJ-GOOD-THROUGH
               MOVE W-REJECT-REASON  TO RPJ-REASON
               WRITE F06-REPORT-RECORD FROM RPT-REJECT-LINE
           END-IF
           READ F01-REQUEST-FILE
               AT END SET W01-EOF-REACHED TO TRUE
           END-READ
           .

      *The note must still be open, and a keyed good-through date
      *must be a real date no earlier than today.
       220-EDIT-ONE-REQUEST.
           MOVE SPACES TO W-REJECT-REASON
           MOVE 'N' TO W-NOTE-FOUND-SWITCH
           IF PRQ-INVOICE NOT NUMERIC
               MOVE 'INVOICE NOT NUMERIC' TO W-REJECT-REASON
           ELSE
               IF W-NOTE-COUNT > 0
                   SET NTE-IDX TO 1
                   SEARCH NOTE-ENTRY
                       AT END CONTINUE
                       WHEN NTE-INVOICE(NTE-IDX) = PRQ-INVOICE
                           MOVE 'Y' TO W-NOTE-FOUND-SWITCH
                   END-SEARCH
               END-IF
               IF W-NOTE-NOT-FOUND
                   MOVE 'NO OPEN NOTE ON INVOICE' TO W-REJECT-REASON
               END-IF
           END-IF
           IF W-REJECT-REASON = SPACES
               IF PRQ-GOOD-THROUGH NOT NUMERIC
                   OR PRQ-GOOD-THROUGH = 0
                   COMPUTE W-GOOD-THROUGH =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-8)
                           + W-STANDARD-QUOTE-DAYS)
               ELSE
                   IF PRQ-GOOD-MM < 1 OR PRQ-GOOD-MM > 12
                       OR PRQ-GOOD-DD < 1 OR PRQ-GOOD-DD > 31
                       MOVE 'GOOD-THROUGH DATE INVALID'
                           TO W-REJECT-REASON
                   ELSE
                       IF PRQ-GOOD-THROUGH < WS-TODAYS-DATE-8
                           MOVE 'GOOD-THROUGH DATE PASSED'
                               TO W-REJECT-REASON
                       ELSE
                           MOVE PRQ-GOOD-THROUGH TO W-GOOD-THROUGH
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *Simple interest on the balance at the note's APR over a
      *365-day year, from the last payment - or origination if
      *none is in yet - through the good-through date.
       230-PRICE-ONE-QUOTE.
           IF NTE-LAST-PAID(NTE-IDX) > 0
               MOVE NTE-LAST-PAID(NTE-IDX) TO W-INTEREST-FROM
           ELSE
               MOVE NTE-ORIG-DATE(NTE-IDX) TO W-INTEREST-FROM
           END-IF
           COMPUTE W-PER-DIEM ROUNDED =
               NTE-BALANCE(NTE-IDX) * NTE-APR(NTE-IDX) / 36500
           COMPUTE W-INTEREST-DAYS =
               FUNCTION INTEGER-OF-DATE(W-GOOD-THROUGH) -
               FUNCTION INTEGER-OF-DATE(W-INTEREST-FROM)
           IF W-INTEREST-DAYS < 0
               MOVE 0 TO W-INTEREST-DAYS
           END-IF
           COMPUTE W-PAYOFF =
               NTE-BALANCE(NTE-IDX) + (W-PER-DIEM * W-INTEREST-DAYS)
           ADD 1 TO W-QUOTES-ISSUED
           ADD W-PAYOFF TO W-PAYOFF-TOTAL
           MOVE NTE-INVOICE(NTE-IDX)  TO PQ-INVOICE
           MOVE NTE-BUYER-ID(NTE-IDX) TO PQ-BUYER-ID
           MOVE WS-TODAYS-DATE-8      TO PQ-QUOTE-DATE
           MOVE W-GOOD-THROUGH        TO PQ-GOOD-THROUGH
           MOVE NTE-BALANCE(NTE-IDX)  TO PQ-BALANCE
           MOVE W-INTEREST-FROM       TO PQ-INTEREST-FROM
           MOVE W-PER-DIEM            TO PQ-PER-DIEM
           MOVE W-PAYOFF              TO PQ-PAYOFF
           WRITE F04-QUOTE-RECORD
           MOVE NTE-INVOICE(NTE-IDX)  TO RPD-INVOICE
           MOVE NTE-BUYER-ID(NTE-IDX) TO RPD-BUYER
           MOVE W-GOOD-THROUGH        TO RPD-GOOD-THROUGH
           MOVE NTE-BALANCE(NTE-IDX)  TO RPD-BALANCE
           MOVE W-PER-DIEM            TO RPD-PER-DIEM
           MOVE W-PAYOFF              TO RPD-PAYOFF
           WRITE F06-REPORT-RECORD FROM RPT-DETAIL-LINE
           .

      *A buyer missing from the customer master still gets a
      *letter, addressed by buyer number for the office to hand
      *address.
       240-WRITE-QUOTE-LETTER.
           MOVE 'N' TO W-CUST-FOUND-SWITCH
           IF W-CUSTOMER-COUNT > 0
               SET CUST-IDX TO 1
               SEARCH CUSTOMER-ENTRY
                   AT END CONTINUE
                   WHEN CUSTOMER-ID(CUST-IDX) = NTE-BUYER-ID(NTE-IDX)
                       MOVE 'Y' TO W-CUST-FOUND-SWITCH
               END-SEARCH
           END-IF
           WRITE F05-LETTER-RECORD FROM LTR-SEPARATOR-LINE
           MOVE WS-TODAYS-DATE-8 TO W-PRINT-DATE
           PERFORM 250-EDIT-PRINT-DATE
           MOVE W-EDITED-DATE TO LTR-QUOTE-DATE
           WRITE F05-LETTER-RECORD FROM LTR-DATE-LINE
           IF W-CUSTOMER-FOUND
               MOVE CUSTOMER-NAME(CUST-IDX)    TO LTR-NAME
               MOVE CUSTOMER-ADDRESS(CUST-IDX) TO LTR-ADDRESS
           ELSE
               MOVE SPACES TO LTR-NAME
               STRING 'BUYER ' NTE-BUYER-ID(NTE-IDX)
                   DELIMITED BY SIZE INTO LTR-NAME
               MOVE SPACES TO LTR-ADDRESS
           END-IF
           WRITE F05-LETTER-RECORD FROM LTR-ADDRESS-NAME-LINE
           WRITE F05-LETTER-RECORD FROM LTR-ADDRESS-LINE
           WRITE F05-LETTER-RECORD FROM SPACES
           MOVE NTE-INVOICE(NTE-IDX) TO LTR-INVOICE
           WRITE F05-LETTER-RECORD FROM LTR-BODY-LINE-1
           MOVE NTE-BALANCE(NTE-IDX) TO LTR-BALANCE
           WRITE F05-LETTER-RECORD FROM LTR-BODY-LINE-2
           MOVE W-INTEREST-FROM TO W-PRINT-DATE
           PERFORM 250-EDIT-PRINT-DATE
           MOVE W-EDITED-DATE TO LTR-INTEREST-FROM
           MOVE NTE-APR(NTE-IDX) TO LTR-APR
           WRITE F05-LETTER-RECORD FROM LTR-BODY-LINE-3
           MOVE W-PER-DIEM TO LTR-PER-DIEM
           WRITE F05-LETTER-RECORD FROM LTR-BODY-LINE-4
           MOVE W-GOOD-THROUGH TO W-PRINT-DATE
           PERFORM 250-EDIT-PRINT-DATE
           MOVE W-EDITED-DATE TO LTR-GOOD-THROUGH
           MOVE W-PAYOFF TO LTR-PAYOFF
           WRITE F05-LETTER-RECORD FROM LTR-BODY-LINE-5
           WRITE F05-LETTER-RECORD FROM SPACES
           WRITE F05-LETTER-RECORD FROM LTR-BODY-LINE-6
           WRITE F05-LETTER-RECORD FROM LTR-BODY-LINE-7
           WRITE F05-LETTER-RECORD FROM LTR-BODY-LINE-8
           .

       250-EDIT-PRINT-DATE.
           MOVE W-PRINT-MM   TO W-EDITED-MM
           MOVE W-PRINT-DD   TO W-EDITED-DD
           MOVE W-PRINT-CCYY TO W-EDITED-CCYY
           .

      *Quotes issued and the payoff dollars quoted, for the
      *balancing run.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F08-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT F08-CONTROL-TOTAL-FILE
               CLOSE F08-CONTROL-TOTAL-FILE
               OPEN EXTEND F08-CONTROL-TOTAL-FILE
           END-IF
           MOVE 'PAYQUOTE' TO CTF-PROGRAM
           MOVE 'QUOTES' TO CTF-ITEM
           MOVE W-QUOTES-ISSUED TO CTF-COUNT
           MOVE W-PAYOFF-TOTAL TO CTF-AMOUNT
           WRITE F08-CONTROL-TOTAL-RECORD
           CLOSE F08-CONTROL-TOTAL-FILE
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
           MOVE W-REQUESTS-READ TO OPL-RECORD-COUNT
           OPEN EXTEND F07-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F07-OPS-LOG-FILE
               CLOSE F07-OPS-LOG-FILE
               OPEN EXTEND F07-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F07-OPS-LOG-RECORD
           WRITE F07-OPS-LOG-RECORD
           CLOSE F07-OPS-LOG-FILE
           .
