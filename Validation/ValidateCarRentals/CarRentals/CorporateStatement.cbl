       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CORPSTMT.

      *Month-end consolidated statements for corporate accounts.
      *RENTBILL prices a linked driver's contract at the account's
      *negotiated terms and appends it to corpcharges.month; this
      *pass reads the accumulated month back and prints one
      *statement per account - every contract charged to it this
      *month with the driver and the company's PO number, the
      *month's total, and the balance the account still owes on
      *the rental receivables master. Ops clears corpcharges.month
      *once the statements have gone out, same as taxremit.month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Same corporate account master RENTBILL prices from.
           SELECT F01-CORP-ACCOUNT-FILE
               ASSIGN TO "corpaccounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORP-ACCOUNT-STATUS.

           SELECT F02-CORP-MONTH-FILE
               ASSIGN TO "corpcharges.month"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORP-MONTH-STATUS.

      *RENTRECV's open-invoice master, read for each account's
      *balance outstanding.
           SELECT F03-OPEN-ITEM-FILE
               ASSIGN TO "rentopenitems.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT F04-STATEMENT-FILE
               ASSIGN TO "corpstatements.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

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

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT F07-RUN-LOCK-FILE
               ASSIGN TO "runlock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Same 40-byte layout RENTBILL reads the account master with.
       FD  F01-CORP-ACCOUNT-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS F01-CORP-ACCOUNT-RECORD.
       01  F01-CORP-ACCOUNT-RECORD.
           05  CORP-IN-ACCOUNT-NO       PIC 9(6).
           05  CORP-IN-NAME             PIC X(30).
           05  CORP-IN-DISCOUNT-PCT     PIC 9(2)V9.
           05  CORP-IN-STATUS           PIC X.

      *Same 99-byte layout RENTBILL appends account charges with.
       FD  F02-CORP-MONTH-FILE
           RECORD CONTAINS 99 CHARACTERS
           DATA RECORD IS F02-CORP-MONTH-RECORD.
       01  F02-CORP-MONTH-RECORD.
           05  CCH-ACCOUNT-NO           PIC 9(6).
           05  CCH-BILL-DATE            PIC 9(8).
           05  CCH-CONTRACT-NO          PIC 9(6).
           05  CCH-CUSTOMER-ID          PIC 9(6).
           05  CCH-LAST-NAME            PIC X(15).
           05  CCH-FIRST-NAME           PIC X(10).
           05  CCH-PO-NUMBER            PIC X(12).
           05  CCH-PICKUP-DATE          PIC 9(8).
           05  CCH-RETURNED-DATE        PIC 9(8).
           05  CCH-AMOUNT               PIC 9(9)V99.
           05  CCH-TAX                  PIC 9(7)V99.

      *Same 41-byte layout RENTRECV carries open items with; only
      *items owed by an account (debtor type 'A') count here.
       FD  F03-OPEN-ITEM-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS F03-OPEN-ITEM-RECORD.
       01  F03-OPEN-ITEM-RECORD.
           05  OPI-CONTRACT-NO          PIC 9(6).
           05  OPI-CUSTOMER-ID          PIC 9(6).
           05  OPI-SIGN                 PIC X.
           05  OPI-AMOUNT               PIC 9(9)V99.
           05  OPI-BILL-DATE            PIC 9(8).
           05  OPI-LAST-PAYMENT         PIC 9(8).
           05  OPI-DEBTOR-TYPE          PIC X.

       FD  F04-STATEMENT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F04-STATEMENT-RECORD.
       01  F04-STATEMENT-RECORD         PIC X(132).

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

      *One record: who holds the suite run lock and since when.
       FD  F07-RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F07-RUN-LOCK-RECORD.
       01  F07-RUN-LOCK-RECORD.
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
       01  WS-CORP-ACCOUNT-STATUS       PIC XX    VALUE SPACES.
       01  WS-CORP-MONTH-STATUS         PIC XX    VALUE SPACES.
       01  WS-OPEN-ITEM-STATUS          PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS        PIC XX    VALUE SPACES.
       01  WS-CTL-FILE-STATUS           PIC XX    VALUE SPACES.

      *Account master held in memory with each account's month and
      *open-balance accumulators.
       01  MAX-CORP-ACCOUNTS            PIC 9(4)  VALUE 500.
       01  W-CORP-FOUND-SWITCH          PIC X     VALUE 'N'.
           88  W-CORP-FOUND                       VALUE 'Y'.
           88  W-CORP-NOT-FOUND                   VALUE 'N'.
       01  CORP-ACCOUNT-AREA.
           05  W-CORP-COUNT             PIC 9(4)  VALUE 0.
           05  CORP-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON W-CORP-COUNT
                   INDEXED BY CORP-IDX.
               10  CORP-ACCOUNT-NO      PIC 9(6).
               10  CORP-NAME            PIC X(30).
               10  CORP-STATUS          PIC X.
               10  CORP-MONTH-COUNT     PIC 9(5).
               10  CORP-MONTH-AMOUNT    PIC 9(9)V99.
               10  CORP-MONTH-TAX       PIC 9(9)V99.
               10  CORP-OPEN-BALANCE    PIC S9(9)V99.

      *The month's account charges, held so each statement can
      *pick its own contracts out in the order they were billed.
       01  MAX-MONTH-CHARGES            PIC 9(5)  VALUE 20000.
       01  MONTH-CHARGE-AREA.
           05  W-CHARGE-COUNT           PIC 9(5)  VALUE 0.
           05  CHARGE-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON W-CHARGE-COUNT
                   INDEXED BY CHG-IDX.
               10  CHG-ACCOUNT-NO       PIC 9(6).
               10  CHG-BILL-DATE        PIC 9(8).
               10  CHG-CONTRACT-NO      PIC 9(6).
               10  CHG-LAST-NAME        PIC X(15).
               10  CHG-FIRST-NAME       PIC X(10).
               10  CHG-PO-NUMBER        PIC X(12).
               10  CHG-PICKUP-DATE      PIC 9(8).
               10  CHG-RETURNED-DATE    PIC 9(8).
               10  CHG-AMOUNT           PIC 9(9)V99.
      *'Y' once the charge has printed on a statement; whatever is
      *left unmatched at the end has no account on the master.
               10  CHG-MATCHED          PIC X.

       01  RUN-COUNTERS.
           05  W-STATEMENTS-WRITTEN     PIC 9(5)     VALUE 0.
           05  W-CHARGES-STATED         PIC 9(7)     VALUE 0.
           05  W-TOTAL-STATED           PIC 9(11)V99 VALUE 0.
           05  W-UNMATCHED-CHARGES      PIC 9(5)     VALUE 0.
           05  W-UNMATCHED-DOLLARS      PIC 9(11)V99 VALUE 0.
       01  W-SIGNED-AMOUNT              PIC S9(9)V99 VALUE 0.

       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY           PIC 9(4).
           05  WS-TODAYS-MM             PIC 9(2).
           05  WS-TODAYS-DD             PIC 9(2).

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

      *Statement lines.
       01  STM-SEPARATOR-LINE.
           05                           PIC X(100) VALUE ALL '-'.
           05                           PIC X(32)  VALUE SPACES.
       01  STM-TITLE-LINE.
           05                           PIC X(30)  VALUE SPACES.
           05                           PIC X(22)
                 VALUE 'VERY NICE RENTALS INC.'.
           05                           PIC X(5)   VALUE SPACES.
           05                           PIC X(28)
                 VALUE 'MONTHLY STATEMENT OF ACCOUNT'.
           05                           PIC X(47)  VALUE SPACES.
       01  STM-ACCOUNT-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(9)   VALUE 'ACCOUNT: '.
           05  STA-ACCOUNT-NO           PIC 9(6).
           05                           PIC X(2)   VALUE SPACES.
           05  STA-ACCOUNT-NAME         PIC X(30).
           05                           PIC X(4)   VALUE SPACES.
           05                           PIC X(16)
                 VALUE 'STATEMENT DATE: '.
           05  STA-MM                   PIC 99.
           05                           PIC X      VALUE '/'.
           05  STA-DD                   PIC 99.
           05                           PIC X      VALUE '/'.
           05  STA-CCYY                 PIC 9999.
           05                           PIC X(54)  VALUE SPACES.
       01  STM-HEADING-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(10)  VALUE 'BILLED'.
           05                           PIC X(10)  VALUE 'CONTRACT'.
           05                           PIC X(28)  VALUE 'DRIVER'.
           05                           PIC X(14)  VALUE 'PO/REFERENCE'.
           05                           PIC X(10)  VALUE 'PICKUP'.
           05                           PIC X(10)  VALUE 'RETURNED'.
           05                           PIC X(14)  VALUE '      AMOUNT'.
           05                           PIC X(35)  VALUE SPACES.
       01  STM-DETAIL-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05  STD-BILL-DATE            PIC 9(8).
           05                           PIC X(2)   VALUE SPACES.
           05  STD-CONTRACT-NO          PIC 9(6).
           05                           PIC X(4)   VALUE SPACES.
           05  STD-LAST-NAME            PIC X(15).
           05                           PIC X(1)   VALUE SPACES.
           05  STD-FIRST-NAME           PIC X(10).
           05                           PIC X(2)   VALUE SPACES.
           05  STD-PO-NUMBER            PIC X(12).
           05                           PIC X(2)   VALUE SPACES.
           05  STD-PICKUP-DATE          PIC 9(8).
           05                           PIC X(2)   VALUE SPACES.
           05  STD-RETURNED-DATE        PIC 9(8).
           05                           PIC X(2)   VALUE SPACES.
           05  STD-AMOUNT               PIC $$$$,$$$,$$9.99.
           05                           PIC X(34)  VALUE SPACES.
       01  STM-MONTH-TOTAL-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(18)
                 VALUE 'CHARGES THIS MONTH'.
           05                           PIC X(1)   VALUE SPACES.
           05  STT-COUNT                PIC ZZ,ZZ9.
           05                           PIC X(11)
                 VALUE ' CONTRACTS '.
           05                           PIC X(10)
                 VALUE 'INCL. TAX '.
           05  STT-TAX                  PIC $$$,$$$,$$9.99.
           05                           PIC X(22)  VALUE SPACES.
           05  STT-AMOUNT               PIC $$$$,$$$,$$9.99.
           05                           PIC X(34)  VALUE SPACES.
       01  STM-BALANCE-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(33)
                 VALUE 'TOTAL BALANCE OUTSTANDING ON ACCT'.
           05                           PIC X(49)  VALUE SPACES.
           05  STB-BALANCE              PIC $$$$,$$$,$$9.99-.
           05                           PIC X(33)  VALUE SPACES.

      *Charges with no account on the master, listed after the
      *statements for credit control to chase.
       01  UNM-TITLE-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(40)
                 VALUE 'CHARGES FOR ACCOUNTS NOT ON THE MASTER'.
           05                           PIC X(91)  VALUE SPACES.
       01  UNM-DETAIL-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(9)   VALUE 'ACCOUNT: '.
           05  UND-ACCOUNT-NO           PIC 9(6).
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(10)  VALUE 'CONTRACT: '.
           05  UND-CONTRACT-NO          PIC 9(6).
           05                           PIC X(3)   VALUE SPACES.
           05  UND-AMOUNT               PIC $$$$,$$$,$$9.99.
           05                           PIC X(79)  VALUE SPACES.

       01  STM-TRAILER-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(12)
                 VALUE 'STATEMENTS: '.
           05  STR-STATEMENTS           PIC ZZ,ZZ9.
           05                           PIC X(12)
                 VALUE '  CHARGES:  '.
           05  STR-CHARGES              PIC Z,ZZZ,ZZ9.
           05                           PIC X(10)
                 VALUE '  STATED: '.
           05  STR-STATED               PIC $$$,$$$,$$$,$$9.99.
           05                           PIC X(14)
                 VALUE '  UNMATCHED:  '.
           05  STR-UNMATCHED            PIC ZZ,ZZ9.
           05                           PIC X(44)  VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'CORPSTMT'.
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
           PERFORM 110-LOAD-ACCOUNTS
           PERFORM 120-LOAD-MONTH-CHARGES
           PERFORM 130-LOAD-OPEN-BALANCES
           OPEN OUTPUT F04-STATEMENT-FILE
           PERFORM 200-WRITE-ONE-STATEMENT
               VARYING CORP-IDX FROM 1 BY 1
               UNTIL CORP-IDX > W-CORP-COUNT
           PERFORM 300-WRITE-UNMATCHED-CHARGES
           PERFORM 700-WRITE-TRAILER
           CLOSE F04-STATEMENT-FILE
           IF W-UNMATCHED-CHARGES > 0
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
           OPEN INPUT F07-RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = '00'
               READ F07-RUN-LOCK-FILE
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
               CLOSE F07-RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-IS-LIVE
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' - CORPSTMT NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F07-RUN-LOCK-FILE
           MOVE 'CORPSTMT' TO LCK-PROGRAM
           MOVE WS-LOCK-NOW-DATE TO LCK-DATE
           MOVE WS-LOCK-NOW-TIME TO LCK-TIME
           MOVE WS-LOCK-NOW-DATE TO WS-LID-DATE
           MOVE WS-LOCK-NOW-TIME TO WS-LID-TIME
           MOVE WS-LOCK-IDENTITY TO LCK-IDENTITY
           WRITE F07-RUN-LOCK-RECORD
           CLOSE F07-RUN-LOCK-FILE
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
           .

      *Every account on the master, suspended ones included - a
      *suspended account still owes for what it ran up before.
       110-LOAD-ACCOUNTS.
           OPEN INPUT F01-CORP-ACCOUNT-FILE
           IF WS-CORP-ACCOUNT-STATUS = '00'
               PERFORM UNTIL WS-CORP-ACCOUNT-STATUS NOT = '00'
                   READ F01-CORP-ACCOUNT-FILE
                       AT END
                           MOVE '10' TO WS-CORP-ACCOUNT-STATUS
                       NOT AT END
                           IF W-CORP-COUNT < MAX-CORP-ACCOUNTS
                               ADD 1 TO W-CORP-COUNT
                               PERFORM 115-LOAD-ONE-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F01-CORP-ACCOUNT-FILE
           END-IF
           .

       115-LOAD-ONE-ACCOUNT.
           MOVE CORP-IN-ACCOUNT-NO TO CORP-ACCOUNT-NO(W-CORP-COUNT)
           MOVE CORP-IN-NAME       TO CORP-NAME(W-CORP-COUNT)
           MOVE CORP-IN-STATUS     TO CORP-STATUS(W-CORP-COUNT)
           MOVE 0 TO CORP-MONTH-COUNT(W-CORP-COUNT)
           MOVE 0 TO CORP-MONTH-AMOUNT(W-CORP-COUNT)
           MOVE 0 TO CORP-MONTH-TAX(W-CORP-COUNT)
           MOVE 0 TO CORP-OPEN-BALANCE(W-CORP-COUNT)
           .

       120-LOAD-MONTH-CHARGES.
           OPEN INPUT F02-CORP-MONTH-FILE
           IF WS-CORP-MONTH-STATUS = '00'
               PERFORM UNTIL WS-CORP-MONTH-STATUS NOT = '00'
                   READ F02-CORP-MONTH-FILE
                       AT END
                           MOVE '10' TO WS-CORP-MONTH-STATUS
                       NOT AT END
                           IF W-CHARGE-COUNT < MAX-MONTH-CHARGES
                               ADD 1 TO W-CHARGE-COUNT
                               PERFORM 125-LOAD-ONE-CHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-CORP-MONTH-FILE
           END-IF
           .

       125-LOAD-ONE-CHARGE.
           SET CHG-IDX TO W-CHARGE-COUNT
           MOVE CCH-ACCOUNT-NO    TO CHG-ACCOUNT-NO(CHG-IDX)
           MOVE CCH-BILL-DATE     TO CHG-BILL-DATE(CHG-IDX)
           MOVE CCH-CONTRACT-NO   TO CHG-CONTRACT-NO(CHG-IDX)
           MOVE CCH-LAST-NAME     TO CHG-LAST-NAME(CHG-IDX)
           MOVE CCH-FIRST-NAME    TO CHG-FIRST-NAME(CHG-IDX)
           MOVE CCH-PO-NUMBER     TO CHG-PO-NUMBER(CHG-IDX)
           MOVE CCH-PICKUP-DATE   TO CHG-PICKUP-DATE(CHG-IDX)
           MOVE CCH-RETURNED-DATE TO CHG-RETURNED-DATE(CHG-IDX)
           MOVE CCH-AMOUNT        TO CHG-AMOUNT(CHG-IDX)
           MOVE 'N'               TO CHG-MATCHED(CHG-IDX)
           PERFORM 140-FIND-ACCOUNT
           IF W-CORP-FOUND
               ADD 1          TO CORP-MONTH-COUNT(CORP-IDX)
               ADD CCH-AMOUNT TO CORP-MONTH-AMOUNT(CORP-IDX)
               ADD CCH-TAX    TO CORP-MONTH-TAX(CORP-IDX)
           END-IF
           .

      *Open items owed by an account net into its balance; credits
      *(a '-' sign) reduce it.
       130-LOAD-OPEN-BALANCES.
           OPEN INPUT F03-OPEN-ITEM-FILE
           IF WS-OPEN-ITEM-STATUS = '00'
               PERFORM UNTIL WS-OPEN-ITEM-STATUS NOT = '00'
                   READ F03-OPEN-ITEM-FILE
                       AT END
                           MOVE '10' TO WS-OPEN-ITEM-STATUS
                       NOT AT END
                           IF OPI-DEBTOR-TYPE = 'A'
                               PERFORM 135-ADD-ONE-OPEN-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-OPEN-ITEM-FILE
           END-IF
           .

       135-ADD-ONE-OPEN-ITEM.
           MOVE OPI-CUSTOMER-ID TO CCH-ACCOUNT-NO
           PERFORM 140-FIND-ACCOUNT
           IF W-CORP-FOUND
               IF OPI-SIGN = '-'
                   COMPUTE W-SIGNED-AMOUNT = 0 - OPI-AMOUNT
               ELSE
                   MOVE OPI-AMOUNT TO W-SIGNED-AMOUNT
               END-IF
               ADD W-SIGNED-AMOUNT TO CORP-OPEN-BALANCE(CORP-IDX)
           END-IF
           .

      *Looks up the account number staged in CCH-ACCOUNT-NO.
       140-FIND-ACCOUNT.
           MOVE 'N' TO W-CORP-FOUND-SWITCH
           IF W-CORP-COUNT > 0
               SET CORP-IDX TO 1
               SEARCH CORP-ENTRY
                   AT END CONTINUE
                   WHEN CORP-ACCOUNT-NO(CORP-IDX) = CCH-ACCOUNT-NO
                       MOVE 'Y' TO W-CORP-FOUND-SWITCH
               END-SEARCH
           END-IF
           .

      *One statement per account with charges this month or money
      *still owed; an account with neither gets no paper.
       200-WRITE-ONE-STATEMENT.
           IF CORP-MONTH-COUNT(CORP-IDX) > 0
               OR CORP-OPEN-BALANCE(CORP-IDX) NOT = 0
               ADD 1 TO W-STATEMENTS-WRITTEN
               WRITE F04-STATEMENT-RECORD FROM STM-SEPARATOR-LINE
               WRITE F04-STATEMENT-RECORD FROM STM-TITLE-LINE
               WRITE F04-STATEMENT-RECORD FROM SPACES
               MOVE CORP-ACCOUNT-NO(CORP-IDX) TO STA-ACCOUNT-NO
               MOVE CORP-NAME(CORP-IDX)       TO STA-ACCOUNT-NAME
               MOVE WS-TODAYS-MM              TO STA-MM
               MOVE WS-TODAYS-DD              TO STA-DD
               MOVE WS-TODAYS-CCYY            TO STA-CCYY
               WRITE F04-STATEMENT-RECORD FROM STM-ACCOUNT-LINE
               WRITE F04-STATEMENT-RECORD FROM SPACES
               WRITE F04-STATEMENT-RECORD FROM STM-HEADING-LINE
               PERFORM 210-WRITE-ONE-CHARGE
                   VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > W-CHARGE-COUNT
               WRITE F04-STATEMENT-RECORD FROM SPACES
               MOVE CORP-MONTH-COUNT(CORP-IDX)  TO STT-COUNT
               MOVE CORP-MONTH-TAX(CORP-IDX)    TO STT-TAX
               MOVE CORP-MONTH-AMOUNT(CORP-IDX) TO STT-AMOUNT
               WRITE F04-STATEMENT-RECORD FROM STM-MONTH-TOTAL-LINE
               MOVE CORP-OPEN-BALANCE(CORP-IDX) TO STB-BALANCE
               WRITE F04-STATEMENT-RECORD FROM STM-BALANCE-LINE
               WRITE F04-STATEMENT-RECORD FROM SPACES
           END-IF
           .

       210-WRITE-ONE-CHARGE.
           IF CHG-ACCOUNT-NO(CHG-IDX) = CORP-ACCOUNT-NO(CORP-IDX)
               MOVE CHG-BILL-DATE(CHG-IDX)     TO STD-BILL-DATE
               MOVE CHG-CONTRACT-NO(CHG-IDX)   TO STD-CONTRACT-NO
               MOVE CHG-LAST-NAME(CHG-IDX)     TO STD-LAST-NAME
               MOVE CHG-FIRST-NAME(CHG-IDX)    TO STD-FIRST-NAME
               MOVE CHG-PO-NUMBER(CHG-IDX)     TO STD-PO-NUMBER
               MOVE CHG-PICKUP-DATE(CHG-IDX)   TO STD-PICKUP-DATE
               MOVE CHG-RETURNED-DATE(CHG-IDX) TO STD-RETURNED-DATE
               MOVE CHG-AMOUNT(CHG-IDX)        TO STD-AMOUNT
               WRITE F04-STATEMENT-RECORD FROM STM-DETAIL-LINE
               MOVE 'Y' TO CHG-MATCHED(CHG-IDX)
               ADD 1 TO W-CHARGES-STATED
               ADD CHG-AMOUNT(CHG-IDX) TO W-TOTAL-STATED
           END-IF
           .

      *A charge whose account has since come off the master cannot
      *be stated; it is listed for credit control and the run ends
      *with the exceptions condition code.
       300-WRITE-UNMATCHED-CHARGES.
           PERFORM 310-CHECK-ONE-CHARGE
               VARYING CHG-IDX FROM 1 BY 1
               UNTIL CHG-IDX > W-CHARGE-COUNT
           .

       310-CHECK-ONE-CHARGE.
           IF CHG-MATCHED(CHG-IDX) NOT = 'Y'
               IF W-UNMATCHED-CHARGES = 0
                   WRITE F04-STATEMENT-RECORD FROM STM-SEPARATOR-LINE
                   WRITE F04-STATEMENT-RECORD FROM UNM-TITLE-LINE
                   WRITE F04-STATEMENT-RECORD FROM SPACES
               END-IF
               ADD 1 TO W-UNMATCHED-CHARGES
               ADD CHG-AMOUNT(CHG-IDX) TO W-UNMATCHED-DOLLARS
               MOVE CHG-ACCOUNT-NO(CHG-IDX)  TO UND-ACCOUNT-NO
               MOVE CHG-CONTRACT-NO(CHG-IDX) TO UND-CONTRACT-NO
               MOVE CHG-AMOUNT(CHG-IDX)      TO UND-AMOUNT
               WRITE F04-STATEMENT-RECORD FROM UNM-DETAIL-LINE
           END-IF
           .

       700-WRITE-TRAILER.
           WRITE F04-STATEMENT-RECORD FROM SPACES
           WRITE F04-STATEMENT-RECORD FROM W08-RUN-DATE-LINE
           MOVE W-STATEMENTS-WRITTEN TO STR-STATEMENTS
           MOVE W-CHARGES-STATED     TO STR-CHARGES
           MOVE W-TOTAL-STATED       TO STR-STATED
           MOVE W-UNMATCHED-CHARGES  TO STR-UNMATCHED
           WRITE F04-STATEMENT-RECORD FROM STM-TRAILER-LINE
           .

      *Charges stated and dollars stated, for the balancing run to
      *compare against the month's RENTBILL corporate totals.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F06-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT F06-CONTROL-TOTAL-FILE
               CLOSE F06-CONTROL-TOTAL-FILE
               OPEN EXTEND F06-CONTROL-TOTAL-FILE
           END-IF
           MOVE 'CORPSTMT' TO CTF-PROGRAM
           MOVE 'STATED' TO CTF-ITEM
           MOVE W-CHARGES-STATED TO CTF-COUNT
           MOVE W-TOTAL-STATED TO CTF-AMOUNT
           WRITE F06-CONTROL-TOTAL-RECORD
           MOVE 'CORPSTMT' TO CTF-PROGRAM
           MOVE 'UNMATCHED' TO CTF-ITEM
           MOVE W-UNMATCHED-CHARGES TO CTF-COUNT
           MOVE W-UNMATCHED-DOLLARS TO CTF-AMOUNT
           WRITE F06-CONTROL-TOTAL-RECORD
           CLOSE F06-CONTROL-TOTAL-FILE
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
           MOVE W-CHARGE-COUNT  TO OPL-RECORD-COUNT
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
