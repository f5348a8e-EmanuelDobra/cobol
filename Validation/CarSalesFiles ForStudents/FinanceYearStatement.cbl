       IDENTIFICATION DIVISION.

       PROGRAM-ID.     FINSTMT.

      *Year-end interest-paid statements for the financing
      *subsystem. Finance buyers ask every January how much
      *interest they paid on their vehicle contract. FINPOST splits
      *every payment and payoff it posts into principal and
      *interest and keeps the split on finpayhist.dat; this run
      *sweeps the statement year's payments off that history, adds
      *the balance still owed from the note-balance master
      *(financebal.dat), and prints one statement per buyer
      *addressed off the shared customer master, plus a control
      *list whose interest total ties to the finance interest
      *income (4200) the GL actually took for the year, footed off
      *the posting history GLPOST keeps (glposted.dat).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Same 55-byte layout FINPOST appends its payment history in.
           SELECT F01-HISTORY-FILE
               ASSIGN TO "finpayhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      *Same 53-byte note-balance layout FINPOST carries; read only.
           SELECT F02-BALANCE-FILE
               ASSIGN TO "financebal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

      *Shared customer master, for the statement address.
           SELECT F03-CUSTOMER-FILE
               ASSIGN TO "customers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

      *The statement year, keyed by the office; defaults to the
      *prior calendar year when the file is absent.
           SELECT F04-YEAR-PARM-FILE
               ASSIGN TO "finstmtyear.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-PARM-STATUS.

           SELECT F05-STATEMENT-FILE
               ASSIGN TO "finstatements.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F06-CONTROL-LIST-FILE
               ASSIGN TO "finstmtcontrol.dat"
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

      *Every line GLPOST has posted, dated as it went to the
      *ledger; read only.
           SELECT F09-POSTED-FILE
               ASSIGN TO "glposted.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  F01-HISTORY-FILE
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS F01-HISTORY-RECORD.
       01  F01-HISTORY-RECORD.
           05  FPH-INVOICE             PIC 9(5).
           05  FPH-BUYER-ID            PIC 9(6).
           05  FPH-PAID-DATE           PIC 9(8).
           05  FPH-PAID-PARTS REDEFINES FPH-PAID-DATE.
               10  FPH-PAID-CCYY       PIC 9(4).
               10  FPH-PAID-MMDD       PIC 9(4).
           05  FPH-POSTED-DATE         PIC 9(8).
           05  FPH-POSTED-PARTS REDEFINES FPH-POSTED-DATE.
               10  FPH-POSTED-CCYY     PIC 9(4).
               10  FPH-POSTED-MMDD     PIC 9(4).
           05  FPH-AMOUNT              PIC 9(7)V99.
           05  FPH-PRINCIPAL           PIC 9(7)V99.
           05  FPH-INTEREST            PIC 9(7)V99.
           05  FPH-TYPE                PIC X.

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

      *Same 120-byte shared-customer layout both validators read;
      *the address is the one VALCAR carries as F15-CUST-ADDRESS.
       FD  F03-CUSTOMER-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F03-CUSTOMER-RECORD.
       01  F03-CUSTOMER-RECORD.
           05  CUST-IN-ID              PIC 9(6).
           05  CUST-IN-NAME            PIC X(25).
           05  CUST-IN-ADDRESS         PIC X(30).
           05  FILLER                  PIC X(59).

       FD  F04-YEAR-PARM-FILE
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS F04-YEAR-PARM-RECORD.
       01  F04-YEAR-PARM-RECORD.
           05  PARM-STMT-YEAR          PIC 9(4).

       FD  F05-STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F05-STATEMENT-RECORD.
       01  F05-STATEMENT-RECORD        PIC X(80).

       FD  F06-CONTROL-LIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F06-CONTROL-LIST-RECORD.
       01  F06-CONTROL-LIST-RECORD     PIC X(100).

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

      *Same 42-byte posting-history layout GLPOST writes and
      *GLCLOSE and GLSTMT read.
       FD  F09-POSTED-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS F09-POSTED-RECORD.
       01  F09-POSTED-RECORD.
           05  GLH-PROGRAM             PIC X(8).
           05  GLH-DATE                PIC 9(8).
           05  GLH-DATE-PARTS REDEFINES GLH-DATE.
               10  GLH-CCYY            PIC 9(4).
               10  GLH-MMDD            PIC 9(4).
           05  GLH-ACCOUNT             PIC X(4).
           05  GLH-DC                  PIC X.
           05  GLH-AMOUNT              PIC 9(11)V99.
           05  GLH-ORIGINAL-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-HISTORY-FILE-STATUS      PIC XX   VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS      PIC XX   VALUE SPACES.
       01  WS-CUSTOMER-FILE-STATUS     PIC XX   VALUE SPACES.
       01  WS-YEAR-PARM-STATUS         PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS          PIC XX   VALUE SPACES.
       01  WS-POSTED-FILE-STATUS       PIC XX   VALUE SPACES.

       01  W-STATEMENT-YEAR            PIC 9(4) VALUE 0.

      *Per-contract accumulation for the year, keyed by invoice.
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
               10  NTE-PRINCIPAL       PIC 9(7)V99.
               10  NTE-INTEREST        PIC 9(7)V99.
               10  NTE-BALANCE         PIC 9(7)V99.

      *One entry per buyer with payments in the year, in the order
      *first met; a buyer with two contracts gets one statement.
       01  MAX-BUYERS                  PIC 9(4) VALUE 5000.
       01  W-BUYER-FOUND-SWITCH        PIC X    VALUE 'N'.
           88  W-BUYER-FOUND               VALUE 'Y'.
           88  W-BUYER-NOT-FOUND           VALUE 'N'.
       01  BUYER-TABLE-AREA.
           05  W-BUYER-COUNT           PIC 9(4) VALUE 0.
           05  BUYER-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON W-BUYER-COUNT
                   INDEXED BY BYR-IDX.
               10  BYR-BUYER-ID        PIC 9(6).
               10  BYR-PRINCIPAL       PIC 9(7)V99.
               10  BYR-INTEREST        PIC 9(7)V99.

      *Shared customer master in memory for the statement address.
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

       01  RUN-COUNTERS.
           05  W-HISTORY-READ          PIC 9(7)     VALUE 0.
           05  W-PAYMENTS-SWEPT        PIC 9(7)     VALUE 0.
           05  W-STATEMENTS-WRITTEN    PIC 9(5)     VALUE 0.
           05  W-NO-ADDRESS            PIC 9(5)     VALUE 0.
           05  W-TOTAL-PRINCIPAL       PIC 9(9)V99  VALUE 0.
           05  W-TOTAL-INTEREST        PIC 9(9)V99  VALUE 0.
           05  W-GL-YEAR-INTEREST      PIC S9(9)V99 VALUE 0.
           05  W-TIMING-DIFFERENCE     PIC S9(9)V99 VALUE 0.

      *Run-date heading, same pattern as the other batch reports.
       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY          PIC 9(4).
           05  WS-TODAYS-MM            PIC 9(2).
           05  WS-TODAYS-DD            PIC 9(2).
       01  W08-RUN-DATE-LINE.
           05                          PIC X(30) VALUE SPACES.
           05                          PIC X(10) VALUE 'RUN DATE: '.
           05  W08-RUN-MM              PIC 99.
           05                          PIC X     VALUE '/'.
           05  W08-RUN-DD              PIC 99.
           05                          PIC X     VALUE '/'.
           05  W08-RUN-CCYY            PIC 9999.
           05                          PIC X(50) VALUE SPACES.

      *Statement lines, one block per buyer.
       01  STMT-SEPARATOR-LINE.
           05                          PIC X(60) VALUE ALL '-'.
           05                          PIC X(20) VALUE SPACES.
       01  STMT-TITLE-LINE.
           05                          PIC X(39)
                 VALUE 'VEHICLE FINANCE INTEREST STATEMENT FOR '.
           05  STT-YEAR                PIC 9(4).
           05                          PIC X(37) VALUE SPACES.
       01  STMT-ADDRESS-NAME-LINE.
           05  STN-NAME                PIC X(25).
           05                          PIC X(55) VALUE SPACES.
       01  STMT-ADDRESS-LINE.
           05  STN-ADDRESS             PIC X(30).
           05                          PIC X(50) VALUE SPACES.
       01  STMT-HEADING-LINE.
           05                          PIC X(8)  VALUE 'CONTRACT'.
           05                          PIC X(6)  VALUE SPACES.
           05                          PIC X(14)
                 VALUE 'PRINCIPAL PAID'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(13) VALUE 'INTEREST PAID'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(13) VALUE ' BALANCE OWED'.
           05                          PIC X(20) VALUE SPACES.
       01  STMT-DETAIL-LINE.
           05  STD-INVOICE             PIC 9(5).
           05                          PIC X(10) VALUE SPACES.
           05  STD-PRINCIPAL           PIC $$,$$$,$$9.99.
           05                          PIC X(3)  VALUE SPACES.
           05  STD-INTEREST            PIC $$,$$$,$$9.99.
           05                          PIC X(3)  VALUE SPACES.
           05  STD-BALANCE             PIC $$,$$$,$$9.99.
           05                          PIC X(20) VALUE SPACES.
       01  STMT-TOTAL-LINE.
           05                          PIC X(15)
                 VALUE 'TOTAL FOR YEAR '.
           05  STO-PRINCIPAL           PIC $$,$$$,$$9.99.
           05                          PIC X(3)  VALUE SPACES.
           05  STO-INTEREST            PIC $$,$$$,$$9.99.
           05                          PIC X(36) VALUE SPACES.
       01  STMT-NOTE-LINE-1.
           05                          PIC X(44)
                 VALUE 'INTEREST SHOWN IS THE FINANCE CHARGE PAID ON'.
           05                          PIC X(36) VALUE SPACES.
       01  STMT-NOTE-LINE-2.
           05                          PIC X(44)
                 VALUE 'YOUR VEHICLE CONTRACT IN THE CALENDAR YEAR. '.
           05                          PIC X(36) VALUE SPACES.
       01  STMT-NOTE-LINE-3.
           05                          PIC X(44)
                 VALUE 'KEEP THIS STATEMENT WITH YOUR TAX RECORDS.  '.
           05                          PIC X(36) VALUE SPACES.

      *Control list lines.
       01  CTL-TITLE-LINE.
           05                          PIC X(25) VALUE SPACES.
           05                          PIC X(40)
                 VALUE 'FINANCE INTEREST STATEMENT CONTROL LIST '.
           05                          PIC X(9)  VALUE 'FOR YEAR '.
           05  CTT-YEAR                PIC 9(4).
           05                          PIC X(22) VALUE SPACES.
       01  CTL-HEADING-LINE.
           05                          PIC X(8)  VALUE 'BUYER'.
           05                          PIC X(27) VALUE 'NAME'.
           05                          PIC X(7)  VALUE 'INVOICE'.
           05                          PIC X(5)  VALUE SPACES.
           05                          PIC X(9)  VALUE 'PRINCIPAL'.
           05                          PIC X(8)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'INTEREST'.
           05                          PIC X(9)  VALUE SPACES.
           05                          PIC X(7)  VALUE 'BALANCE'.
           05                          PIC X(12) VALUE SPACES.
       01  CTL-DETAIL-LINE.
           05  CTD-BUYER               PIC 9(6).
           05                          PIC X(2)  VALUE SPACES.
           05  CTD-NAME                PIC X(25).
           05                          PIC X(2)  VALUE SPACES.
           05  CTD-INVOICE             PIC 9(5).
           05                          PIC X(3)  VALUE SPACES.
           05  CTD-PRINCIPAL           PIC $$,$$$,$$9.99.
           05                          PIC X(3)  VALUE SPACES.
           05  CTD-INTEREST            PIC $$,$$$,$$9.99.
           05                          PIC X(3)  VALUE SPACES.
           05  CTD-BALANCE             PIC $$,$$$,$$9.99.
           05                          PIC X(12) VALUE SPACES.
       01  CTL-TRAILER-LINE.
           05                          PIC X(12) VALUE 'STATEMENTS: '.
           05  CTT-STATEMENTS          PIC ZZ,ZZ9.
           05                          PIC X(13)
                 VALUE '  CONTRACTS: '.
           05  CTT-CONTRACTS           PIC ZZ,ZZ9.
           05                          PIC X(6)  VALUE SPACES.
           05  CTT-PRINCIPAL           PIC $$,$$$,$$9.99.
           05                          PIC X(3)  VALUE SPACES.
           05  CTT-INTEREST            PIC $$,$$$,$$9.99.
           05                          PIC X(28) VALUE SPACES.
       01  CTL-GL-LINE.
           05                          PIC X(58)
                 VALUE 'INTEREST POSTED TO GL 4200 IN THE YEAR'.
           05  CTG-GL-INTEREST         PIC +$$,$$$,$$9.99.
           05                          PIC X(28) VALUE SPACES.
       01  CTL-DIFFERENCE-LINE.
           05                          PIC X(58)
                 VALUE 'PAID IN YEAR LESS GL 4200 FOR THE YEAR'.
           05  CTG-DIFFERENCE          PIC +$$,$$$,$$9.99.
           05                          PIC X(28) VALUE SPACES.
       01  CTL-NO-ADDRESS-LINE.
           05                          PIC X(40)
                 VALUE 'STATEMENTS WITH NO CUSTOMER RECORD:     '.
           05  CTN-NO-ADDRESS          PIC ZZ,ZZ9.
           05                          PIC X(54) VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'FINSTMT'.
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
           PERFORM 100-READ-STATEMENT-YEAR
           PERFORM 120-LOAD-CUSTOMER-MASTER
           PERFORM 200-SWEEP-PAYMENT-HISTORY
           PERFORM 250-SWEEP-GL-POSTINGS
           PERFORM 300-LOAD-BALANCES-OWED
           PERFORM 400-WRITE-STATEMENTS
      *Suite severity standard: a statement that cannot be
      *addressed from the customer master is condition 4.
           IF W-NO-ADDRESS > 0
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
           MOVE WS-TODAYS-MM   TO W08-RUN-MM
           MOVE WS-TODAYS-DD   TO W08-RUN-DD
           MOVE WS-TODAYS-CCYY TO W08-RUN-CCYY
           .

      *Tax season asks about last year; the office can point the
      *run at any year through finstmtyear.dat.
       100-READ-STATEMENT-YEAR.
           COMPUTE W-STATEMENT-YEAR = WS-TODAYS-CCYY - 1
           OPEN INPUT F04-YEAR-PARM-FILE
           IF WS-YEAR-PARM-STATUS = '00'
               READ F04-YEAR-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-STMT-YEAR IS NUMERIC
                           AND PARM-STMT-YEAR > 0
                           MOVE PARM-STMT-YEAR TO W-STATEMENT-YEAR
                       END-IF
               END-READ
               CLOSE F04-YEAR-PARM-FILE
           END-IF
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

      *The statements go by the date the buyer paid.
       200-SWEEP-PAYMENT-HISTORY.
           OPEN INPUT F01-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '00'
               PERFORM UNTIL WS-HISTORY-FILE-STATUS NOT = '00'
                   READ F01-HISTORY-FILE
                       AT END
                           MOVE '10' TO WS-HISTORY-FILE-STATUS
                       NOT AT END
                           ADD 1 TO W-HISTORY-READ
                           PERFORM 210-SWEEP-ONE-PAYMENT
                   END-READ
               END-PERFORM
               CLOSE F01-HISTORY-FILE
           END-IF
           .

       210-SWEEP-ONE-PAYMENT.
           IF FPH-PAID-CCYY = W-STATEMENT-YEAR
               ADD 1 TO W-PAYMENTS-SWEPT
               ADD FPH-PRINCIPAL TO W-TOTAL-PRINCIPAL
               ADD FPH-INTEREST  TO W-TOTAL-INTEREST
               PERFORM 220-FIND-OR-ADD-NOTE
               IF W-NOTE-FOUND
                   ADD FPH-PRINCIPAL TO NTE-PRINCIPAL(NTE-IDX)
                   ADD FPH-INTEREST  TO NTE-INTEREST(NTE-IDX)
               END-IF
               PERFORM 230-FIND-OR-ADD-BUYER
               IF W-BUYER-FOUND
                   ADD FPH-PRINCIPAL TO BYR-PRINCIPAL(BYR-IDX)
                   ADD FPH-INTEREST  TO BYR-INTEREST(BYR-IDX)
               END-IF
           END-IF
           .

       220-FIND-OR-ADD-NOTE.
           MOVE 'N' TO W-NOTE-FOUND-SWITCH
           IF W-NOTE-COUNT > 0
               SET NTE-IDX TO 1
               SEARCH NOTE-ENTRY
                   AT END CONTINUE
                   WHEN NTE-INVOICE(NTE-IDX) = FPH-INVOICE
                       MOVE 'Y' TO W-NOTE-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-NOTE-NOT-FOUND
               AND W-NOTE-COUNT < MAX-NOTES
               ADD 1 TO W-NOTE-COUNT
               SET NTE-IDX TO W-NOTE-COUNT
               MOVE FPH-INVOICE  TO NTE-INVOICE(NTE-IDX)
               MOVE FPH-BUYER-ID TO NTE-BUYER-ID(NTE-IDX)
               MOVE 0 TO NTE-PRINCIPAL(NTE-IDX)
               MOVE 0 TO NTE-INTEREST(NTE-IDX)
               MOVE 0 TO NTE-BALANCE(NTE-IDX)
               MOVE 'Y' TO W-NOTE-FOUND-SWITCH
           END-IF
           .

       230-FIND-OR-ADD-BUYER.
           MOVE 'N' TO W-BUYER-FOUND-SWITCH
           IF W-BUYER-COUNT > 0
               SET BYR-IDX TO 1
               SEARCH BUYER-ENTRY
                   AT END CONTINUE
                   WHEN BYR-BUYER-ID(BYR-IDX) = FPH-BUYER-ID
                       MOVE 'Y' TO W-BUYER-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-BUYER-NOT-FOUND
               AND W-BUYER-COUNT < MAX-BUYERS
               ADD 1 TO W-BUYER-COUNT
               SET BYR-IDX TO W-BUYER-COUNT
               MOVE FPH-BUYER-ID TO BYR-BUYER-ID(BYR-IDX)
               MOVE 0 TO BYR-PRINCIPAL(BYR-IDX)
               MOVE 0 TO BYR-INTEREST(BYR-IDX)
               MOVE 'Y' TO W-BUYER-FOUND-SWITCH
           END-IF
           .

      *What the ledger itself took into finance interest income
      *for the statement year: credits less debits to 4200 by the
      *date GLPOST posted them, so anything it sent to suspense
      *or moved into another period is out of the figure. GLSTMT's
      *own year-end closing lines are left out, as GLSTMT leaves
      *them out of the year's activity. The control list then
      *shows by how much the statements and the GL disagree.
       250-SWEEP-GL-POSTINGS.
           OPEN INPUT F09-POSTED-FILE
           IF WS-POSTED-FILE-STATUS = '00'
               PERFORM UNTIL WS-POSTED-FILE-STATUS NOT = '00'
                   READ F09-POSTED-FILE
                       AT END
                           MOVE '10' TO WS-POSTED-FILE-STATUS
                       NOT AT END
                           PERFORM 260-SWEEP-ONE-POSTING
                   END-READ
               END-PERFORM
               CLOSE F09-POSTED-FILE
           END-IF
           .

       260-SWEEP-ONE-POSTING.
           IF GLH-ACCOUNT = '4200'
               AND GLH-CCYY = W-STATEMENT-YEAR
               AND GLH-PROGRAM NOT = 'GLSTMT'
               AND GLH-AMOUNT IS NUMERIC
               IF GLH-DC = 'D'
                   SUBTRACT GLH-AMOUNT FROM W-GL-YEAR-INTEREST
               ELSE
                   ADD GLH-AMOUNT TO W-GL-YEAR-INTEREST
               END-IF
           END-IF
           .

      *The balance still owed on each contract off the current
      *note-balance master; a contract paid out or repossessed has
      *dropped off it and shows nothing owed.
       300-LOAD-BALANCES-OWED.
           OPEN INPUT F02-BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS = '00'
               PERFORM UNTIL WS-BALANCE-FILE-STATUS NOT = '00'
                   READ F02-BALANCE-FILE
                       AT END
                           MOVE '10' TO WS-BALANCE-FILE-STATUS
                       NOT AT END
                           PERFORM 310-APPLY-ONE-BALANCE
                   END-READ
               END-PERFORM
               CLOSE F02-BALANCE-FILE
           END-IF
           .

       310-APPLY-ONE-BALANCE.
           MOVE 'N' TO W-NOTE-FOUND-SWITCH
           IF W-NOTE-COUNT > 0
               SET NTE-IDX TO 1
               SEARCH NOTE-ENTRY
                   AT END CONTINUE
                   WHEN NTE-INVOICE(NTE-IDX) = FB-INVOICE
                       MOVE 'Y' TO W-NOTE-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-NOTE-FOUND
               MOVE FB-BALANCE TO NTE-BALANCE(NTE-IDX)
           END-IF
           .

       400-WRITE-STATEMENTS.
           OPEN OUTPUT F05-STATEMENT-FILE
                       F06-CONTROL-LIST-FILE
           WRITE F06-CONTROL-LIST-RECORD FROM W08-RUN-DATE-LINE
           MOVE W-STATEMENT-YEAR TO CTT-YEAR
           WRITE F06-CONTROL-LIST-RECORD FROM CTL-TITLE-LINE
           WRITE F06-CONTROL-LIST-RECORD FROM SPACES
           WRITE F06-CONTROL-LIST-RECORD FROM CTL-HEADING-LINE
           PERFORM 410-WRITE-ONE-STATEMENT
               VARYING BYR-IDX FROM 1 BY 1
               UNTIL BYR-IDX > W-BUYER-COUNT
           WRITE F06-CONTROL-LIST-RECORD FROM SPACES
           MOVE W-STATEMENTS-WRITTEN TO CTT-STATEMENTS
           MOVE W-NOTE-COUNT         TO CTT-CONTRACTS
           MOVE W-TOTAL-PRINCIPAL    TO CTT-PRINCIPAL
           MOVE W-TOTAL-INTEREST     TO CTT-INTEREST
           WRITE F06-CONTROL-LIST-RECORD FROM CTL-TRAILER-LINE
           MOVE W-GL-YEAR-INTEREST TO CTG-GL-INTEREST
           WRITE F06-CONTROL-LIST-RECORD FROM CTL-GL-LINE
           COMPUTE W-TIMING-DIFFERENCE =
               W-TOTAL-INTEREST - W-GL-YEAR-INTEREST
           MOVE W-TIMING-DIFFERENCE TO CTG-DIFFERENCE
           WRITE F06-CONTROL-LIST-RECORD FROM CTL-DIFFERENCE-LINE
           IF W-NO-ADDRESS > 0
               MOVE W-NO-ADDRESS TO CTN-NO-ADDRESS
               WRITE F06-CONTROL-LIST-RECORD FROM CTL-NO-ADDRESS-LINE
           END-IF
           CLOSE F05-STATEMENT-FILE
                 F06-CONTROL-LIST-FILE
           .

      *A buyer missing from the customer master still gets a
      *statement, addressed by buyer number for the office to hand
      *address, and is counted on the control list.
       410-WRITE-ONE-STATEMENT.
           ADD 1 TO W-STATEMENTS-WRITTEN
           MOVE 'N' TO W-CUST-FOUND-SWITCH
           IF W-CUSTOMER-COUNT > 0
               SET CUST-IDX TO 1
               SEARCH CUSTOMER-ENTRY
                   AT END CONTINUE
                   WHEN CUSTOMER-ID(CUST-IDX) = BYR-BUYER-ID(BYR-IDX)
                       MOVE 'Y' TO W-CUST-FOUND-SWITCH
               END-SEARCH
           END-IF
           WRITE F05-STATEMENT-RECORD FROM STMT-SEPARATOR-LINE
           MOVE W-STATEMENT-YEAR TO STT-YEAR
           WRITE F05-STATEMENT-RECORD FROM STMT-TITLE-LINE
           WRITE F05-STATEMENT-RECORD FROM SPACES
           IF W-CUSTOMER-FOUND
               MOVE CUSTOMER-NAME(CUST-IDX)    TO STN-NAME
               MOVE CUSTOMER-ADDRESS(CUST-IDX) TO STN-ADDRESS
           ELSE
               ADD 1 TO W-NO-ADDRESS
               MOVE SPACES TO STN-NAME
               STRING 'BUYER ' BYR-BUYER-ID(BYR-IDX)
                   DELIMITED BY SIZE INTO STN-NAME
               MOVE SPACES TO STN-ADDRESS
           END-IF
           WRITE F05-STATEMENT-RECORD FROM STMT-ADDRESS-NAME-LINE
           WRITE F05-STATEMENT-RECORD FROM STMT-ADDRESS-LINE
           WRITE F05-STATEMENT-RECORD FROM SPACES
           WRITE F05-STATEMENT-RECORD FROM STMT-HEADING-LINE
           PERFORM 420-WRITE-ONE-CONTRACT
               VARYING NTE-IDX FROM 1 BY 1
               UNTIL NTE-IDX > W-NOTE-COUNT
           MOVE BYR-PRINCIPAL(BYR-IDX) TO STO-PRINCIPAL
           MOVE BYR-INTEREST(BYR-IDX)  TO STO-INTEREST
           WRITE F05-STATEMENT-RECORD FROM STMT-TOTAL-LINE
           WRITE F05-STATEMENT-RECORD FROM SPACES
           WRITE F05-STATEMENT-RECORD FROM STMT-NOTE-LINE-1
           WRITE F05-STATEMENT-RECORD FROM STMT-NOTE-LINE-2
           WRITE F05-STATEMENT-RECORD FROM STMT-NOTE-LINE-3
           .

       420-WRITE-ONE-CONTRACT.
           IF NTE-BUYER-ID(NTE-IDX) = BYR-BUYER-ID(BYR-IDX)
               MOVE NTE-INVOICE(NTE-IDX)   TO STD-INVOICE
               MOVE NTE-PRINCIPAL(NTE-IDX) TO STD-PRINCIPAL
               MOVE NTE-INTEREST(NTE-IDX)  TO STD-INTEREST
               MOVE NTE-BALANCE(NTE-IDX)   TO STD-BALANCE
               WRITE F05-STATEMENT-RECORD FROM STMT-DETAIL-LINE
               MOVE BYR-BUYER-ID(BYR-IDX)  TO CTD-BUYER
               MOVE STN-NAME               TO CTD-NAME
               MOVE NTE-INVOICE(NTE-IDX)   TO CTD-INVOICE
               MOVE NTE-PRINCIPAL(NTE-IDX) TO CTD-PRINCIPAL
               MOVE NTE-INTEREST(NTE-IDX)  TO CTD-INTEREST
               MOVE NTE-BALANCE(NTE-IDX)   TO CTD-BALANCE
               WRITE F06-CONTROL-LIST-RECORD FROM CTL-DETAIL-LINE
           END-IF
           .

      *Statements written and the year's interest on them, for the
      *balancing run.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F08-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT F08-CONTROL-TOTAL-FILE
               CLOSE F08-CONTROL-TOTAL-FILE
               OPEN EXTEND F08-CONTROL-TOTAL-FILE
           END-IF
           MOVE 'FINSTMT' TO CTF-PROGRAM
           MOVE 'STATEMENTS' TO CTF-ITEM
           MOVE W-STATEMENTS-WRITTEN TO CTF-COUNT
           MOVE W-TOTAL-INTEREST TO CTF-AMOUNT
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
           MOVE W-HISTORY-READ  TO OPL-RECORD-COUNT
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
