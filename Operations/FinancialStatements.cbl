       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLSTMT.

      *Financial statements from the general ledger, and the
      *year-end close. The controller used to build the income
      *statement and balance sheet in a spreadsheet from
      *trialbalance.dat. The chart of accounts now carries each
      *account's type, the statement line it prints on, and the
      *business line - rentals, car sales, tuition, art - it
      *belongs to; this run prints an income statement for each
      *business line, with the accounts no line owns under SHARED,
      *and a balance sheet, each for the reporting period against
      *the period before it. Period activity and period-end
      *balances are worked from the carried balances and GLPOST's
      *posting history the same way GLCLOSE works its closing
      *balances, so the statements can be rerun for any period
      *still on the history. For a December period the run can
      *also write the year-end close to the journal: every income
      *and expense account is zeroed into retained earnings, dated
      *the last day of the year, and GLPOST posts it the same
      *night like any feeder's entries.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Reporting period, year-end switch and the retained earnings
      *account; defaults are kept when the file is absent.
           SELECT F01-PARAMETER-FILE
                                   ASSIGN TO 'glstmtparams.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-PARAM-FILE-STATUS.

      *Chart of accounts with the statement classification.
           SELECT F02-CHART-FILE   ASSIGN TO 'chartofaccounts.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-CHART-FILE-STATUS.

      *Carried account balances as of the last GLPOST run.
           SELECT F03-BALANCE-FILE ASSIGN TO 'glbalances.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-BALANCE-FILE-STATUS.

      *GLPOST's posting history, each entry under the date it
      *posted under.
           SELECT F04-POSTED-FILE  ASSIGN TO 'glposted.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-POSTED-FILE-STATUS.

      *Accounting period calendar GLCLOSE maintains.
           SELECT F05-PERIOD-FILE  ASSIGN TO 'glperiods.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-PERIOD-FILE-STATUS.

      *Read for entries not yet posted, and appended to with the
      *year-end close.
           SELECT F06-JOURNAL-FILE ASSIGN TO 'gljournal.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-JOURNAL-FILE-STATUS.

           SELECT F07-INCOME-FILE  ASSIGN TO 'incomestatement.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F08-BALANCE-SHEET-FILE
                                   ASSIGN TO 'balancesheet.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F09-OPS-LOG-FILE ASSIGN TO 'opslog.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-OPSLOG-FILE-STATUS.

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT F10-RUN-LOCK-FILE
                                   ASSIGN TO 'runlock.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-RUN-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *A zero period reports the month before the run month.
       FD  F01-PARAMETER-FILE
           RECORD CONTAINS 11 CHARACTERS
           DATA RECORD IS F01-PARAMETER-RECORD.
       01  F01-PARAMETER-RECORD.
           05  STP-PERIOD          PIC 9(6).
           05  STP-YEAR-END-CLOSE  PIC X.
           05  STP-RETAINED-ACCOUNT
                                   PIC X(4).

      *Account type: A asset, L liability, E equity, R revenue,
      *X expense; a blank type falls back on the account number's
      *leading digit. The statement line is the caption the
      *account prints under - accounts sharing a caption print as
      *one line - and defaults to the description. Business line:
      *RN rentals, CS car sales, TU tuition, AR art; blank is
      *shared.
       FD  F02-CHART-FILE
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS F02-CHART-RECORD.
       01  F02-CHART-RECORD.
           05  GLA-ACCOUNT         PIC X(4).
           05  GLA-ACCOUNT-PARTS REDEFINES GLA-ACCOUNT.
               10  GLA-ACCOUNT-CLASS
                                   PIC X.
               10  FILLER          PIC X(3).
           05  GLA-DESCRIPTION     PIC X(25).
           05  GLA-TYPE            PIC X.
           05  GLA-STATEMENT-LINE  PIC X(20).
           05  GLA-BUSINESS-LINE   PIC X(2).

       FD  F03-BALANCE-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F03-BALANCE-RECORD.
       01  F03-BALANCE-RECORD.
           05  GLB-ACCOUNT         PIC X(4).
           05  GLB-SIGN            PIC X.
           05  GLB-AMOUNT          PIC 9(11)V99.

      *Same 42-byte history GLPOST appends.
       FD  F04-POSTED-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS F04-POSTED-RECORD.
       01  F04-POSTED-RECORD.
           05  GLH-PROGRAM         PIC X(8).
           05  GLH-DATE            PIC 9(8).
           05  GLH-DATE-PARTS REDEFINES GLH-DATE.
               10  GLH-PERIOD      PIC 9(6).
               10  GLH-DD          PIC 99.
           05  GLH-ACCOUNT         PIC X(4).
           05  GLH-DC              PIC X.
           05  GLH-AMOUNT          PIC 9(11)V99.
           05  GLH-ORIGINAL-DATE   PIC 9(8).

       FD  F05-PERIOD-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS F05-PERIOD-RECORD.
       01  F05-PERIOD-RECORD.
           05  GLP-PERIOD          PIC 9(6).
           05  GLP-STATUS          PIC X.
               88  GLP-CLOSED                VALUE 'C'.
           05  GLP-STATUS-DATE     PIC 9(8).
           05  GLP-STATUS-OPERATOR PIC X(8).

      *Same 34-byte journal layout the feeder programs append.
       FD  F06-JOURNAL-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS F06-JOURNAL-RECORD.
       01  F06-JOURNAL-RECORD.
           05  GLJ-PROGRAM         PIC X(8).
           05  GLJ-DATE            PIC 9(8).
           05  GLJ-DATE-PARTS REDEFINES GLJ-DATE.
               10  GLJ-CCYY        PIC 9(4).
               10  GLJ-MMDD        PIC 9(4).
           05  GLJ-ACCOUNT         PIC X(4).
           05  GLJ-DC              PIC X.
           05  GLJ-AMOUNT          PIC 9(11)V99.

       FD  F07-INCOME-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F07-INCOME-RECORD.
       01  F07-INCOME-RECORD       PIC X(100).

       FD  F08-BALANCE-SHEET-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F08-BALANCE-SHEET-RECORD.
       01  F08-BALANCE-SHEET-RECORD
                                   PIC X(100).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F09-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F09-OPS-LOG-RECORD.
       01  F09-OPS-LOG-RECORD      PIC X(132).

      *One record: who holds the suite run lock and since when.
       FD  F10-RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F10-RUN-LOCK-RECORD.
       01  F10-RUN-LOCK-RECORD.
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
       01  WS-CHART-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-POSTED-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-PERIOD-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-JOURNAL-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.

      *The reporting period and the one before it.
       01  WS-PERIOD               PIC 9(6)  VALUE 0.
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-CCYY      PIC 9(4).
           05  WS-PERIOD-MM        PIC 99.
       01  WS-PRIOR-PERIOD         PIC 9(6)  VALUE 0.
       01  WS-PRIOR-PARTS REDEFINES WS-PRIOR-PERIOD.
           05  WS-PRIOR-CCYY       PIC 9(4).
           05  WS-PRIOR-MM         PIC 99.
       01  WS-YEAR-END-SWITCH      PIC X     VALUE 'N'.
           88  WS-YEAR-END-WANTED            VALUE 'Y'.
       01  WS-RETAINED-ACCOUNT     PIC X(4)  VALUE '3100'.
       01  WS-YEAR-END-DATE        PIC 9(8)  VALUE 0.
       01  WS-PROGRAM-NAME         PIC X(8)  VALUE 'GLSTMT'.

      *Accounts from the chart, the carried file and the history.
      *Balances are signed debit-positive: the carried balance,
      *the balance at the end of the reporting and prior periods,
      *and each period's activity, the year-end close excluded.
       01  MAX-ACCOUNTS            PIC 9(3)  VALUE 100.
       01  WS-ACC-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-ACC-FOUND                  VALUE 'Y'.
           88  WS-ACC-NOT-FOUND              VALUE 'N'.
       01  ACCOUNT-TABLE-AREA.
           05  WS-ACCOUNT-COUNT    PIC 9(3)  VALUE 0.
           05  ACCOUNT-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-ACCOUNT-COUNT
                   INDEXED BY ACC-IDX.
               10  ACC-ACCOUNT     PIC X(4).
               10  ACC-DESCRIPTION PIC X(25).
               10  ACC-TYPE        PIC X.
                   88  ACC-ASSET             VALUE 'A'.
                   88  ACC-LIABILITY         VALUE 'L'.
                   88  ACC-EQUITY            VALUE 'E'.
                   88  ACC-REVENUE           VALUE 'R'.
                   88  ACC-EXPENSE           VALUE 'X'.
                   88  ACC-INCOME-ACCOUNT    VALUE 'R' 'X'.
               10  ACC-CAPTION     PIC X(30).
               10  ACC-BUSINESS-LINE
                                   PIC X(2).
               10  ACC-BALANCE     PIC S9(12)V99.
               10  ACC-BAL-CURRENT PIC S9(12)V99.
               10  ACC-BAL-PRIOR   PIC S9(12)V99.
               10  ACC-ACT-CURRENT PIC S9(12)V99.
               10  ACC-ACT-PRIOR   PIC S9(12)V99.
       01  WS-WORK-ACCOUNT         PIC X(4)  VALUE SPACES.
       01  WS-SIGNED-AMOUNT        PIC S9(12)V99 VALUE 0.

      *Statement lines, one per report, business line, section
      *and caption, with amounts signed the way they print:
      *revenue, liabilities and equity credit-positive.
       01  MAX-LINES               PIC 9(3)  VALUE 300.
       01  LINE-TABLE-AREA.
           05  WS-LINE-COUNT       PIC 9(3)  VALUE 0.
           05  LINE-ENTRY OCCURS 0 TO 300 TIMES
                   DEPENDING ON WS-LINE-COUNT
                   INDEXED BY LIN-IDX.
               10  LIN-KEY.
                   15  LIN-REPORT  PIC X.
                   15  LIN-BL-SEQ  PIC 9.
                   15  LIN-SECTION PIC 9.
                   15  LIN-CAPTION PIC X(30).
               10  LIN-CURRENT     PIC S9(13)V99.
               10  LIN-PRIOR       PIC S9(13)V99.
       01  WS-WORK-LINE-KEY.
           05  WS-WORK-REPORT      PIC X.
           05  WS-WORK-BL-SEQ      PIC 9.
           05  WS-WORK-SECTION     PIC 9.
           05  WS-WORK-CAPTION     PIC X(30).
       01  WS-WORK-CURRENT         PIC S9(13)V99 VALUE 0.
       01  WS-WORK-PRIOR           PIC S9(13)V99 VALUE 0.
       01  WS-LIN-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-LIN-FOUND                  VALUE 'Y'.
           88  WS-LIN-NOT-FOUND              VALUE 'N'.

      *Selection-sort work fields for the statement-line order.
       01  WS-SORT-I               PIC 9(4)  VALUE 0.
       01  WS-SORT-J               PIC 9(4)  VALUE 0.
       01  WS-SORT-LOW             PIC 9(4)  VALUE 0.
       01  WS-SWAP-LINE            PIC X(63) VALUE SPACES.

      *Business lines in print order; the last is the catch-all.
       01  BUSINESS-LINE-NAMES.
           05  FILLER              PIC X(22) VALUE 'RNRENTALS'.
           05  FILLER              PIC X(22) VALUE 'CSCAR SALES'.
           05  FILLER              PIC X(22) VALUE 'TUTUITION'.
           05  FILLER              PIC X(22) VALUE 'ARART'.
           05  FILLER              PIC X(22) VALUE '  SHARED'.
       01  BUSINESS-LINE-TABLE REDEFINES BUSINESS-LINE-NAMES.
           05  BUSINESS-LINE-ENTRY OCCURS 5 TIMES
                   INDEXED BY BLN-IDX.
               10  BLN-CODE        PIC X(2).
               10  BLN-NAME        PIC X(20).
       01  WS-BL-SEQ               PIC 9     VALUE 0.
       01  WS-SECTION              PIC 9     VALUE 0.
       01  WS-SECTION-LINES        PIC 9(3)  VALUE 0.

      *Statement totals.
       01  STATEMENT-TOTALS.
           05  WS-SECTION-CURRENT  PIC S9(13)V99 VALUE 0.
           05  WS-SECTION-PRIOR    PIC S9(13)V99 VALUE 0.
           05  WS-REVENUE-CURRENT  PIC S9(13)V99 VALUE 0.
           05  WS-REVENUE-PRIOR    PIC S9(13)V99 VALUE 0.
           05  WS-EXPENSE-CURRENT  PIC S9(13)V99 VALUE 0.
           05  WS-EXPENSE-PRIOR    PIC S9(13)V99 VALUE 0.
           05  WS-NET-CURRENT      PIC S9(13)V99 VALUE 0.
           05  WS-NET-PRIOR        PIC S9(13)V99 VALUE 0.
           05  WS-ALL-NET-CURRENT  PIC S9(13)V99 VALUE 0.
           05  WS-ALL-NET-PRIOR    PIC S9(13)V99 VALUE 0.
           05  WS-ASSETS-CURRENT   PIC S9(13)V99 VALUE 0.
           05  WS-ASSETS-PRIOR     PIC S9(13)V99 VALUE 0.
           05  WS-LIAB-CURRENT     PIC S9(13)V99 VALUE 0.
           05  WS-LIAB-PRIOR       PIC S9(13)V99 VALUE 0.
           05  WS-EQUITY-CURRENT   PIC S9(13)V99 VALUE 0.
           05  WS-EQUITY-PRIOR     PIC S9(13)V99 VALUE 0.
           05  WS-EARNINGS-CURRENT PIC S9(13)V99 VALUE 0.
           05  WS-EARNINGS-PRIOR   PIC S9(13)V99 VALUE 0.
       01  WS-UNCLASSIFIED-COUNT   PIC 9(3)  VALUE 0.

      *Year-end close work fields.
       01  WS-YEAR-CLOSED-SWITCH   PIC X     VALUE 'N'.
           88  WS-YEAR-ALREADY-CLOSED        VALUE 'Y'.
       01  WS-DECEMBER-CLOSED-SWITCH
                                   PIC X     VALUE 'N'.
           88  WS-DECEMBER-CLOSED            VALUE 'Y'.
       01  WS-PENDING-ENTRIES      PIC 9(6)  VALUE 0.
       01  WS-CLOSING-ENTRIES      PIC 9(5)  VALUE 0.
       01  WS-CLOSING-NET          PIC S9(13)V99 VALUE 0.
       01  WS-YEAR-END-MESSAGE     PIC X(98) VALUE SPACES.

       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY      PIC 9(4).
           05  WS-TODAYS-MM        PIC 9(2).
           05  WS-TODAYS-DD        PIC 9(2).

       01  RUN-DATE-LINE.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  RDL-RUN-MM          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  RDL-RUN-DD          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  RDL-RUN-CCYY        PIC 9999.
           05  FILLER              PIC X(79) VALUE SPACES.

       01  STMT-TITLE-LINE.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  STL-TITLE           PIC X(26).
           05  FILLER              PIC X(8)  VALUE 'PERIOD: '.
           05  STL-CCYY            PIC 9999.
           05  FILLER              PIC X     VALUE '/'.
           05  STL-MM              PIC 99.
           05  FILLER              PIC X(29) VALUE SPACES.
       01  STMT-COLUMN-HEADING.
           05  FILLER              PIC X(38) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE SPACES.
           05  SCH-CURRENT-CCYY    PIC 9999.
           05  FILLER              PIC X     VALUE '/'.
           05  SCH-CURRENT-MM      PIC 99.
           05  FILLER              PIC X(15) VALUE SPACES.
           05  SCH-PRIOR-CCYY      PIC 9999.
           05  FILLER              PIC X     VALUE '/'.
           05  SCH-PRIOR-MM        PIC 99.
           05  FILLER              PIC X(16) VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE 'CHANGE'.
       01  BUSINESS-LINE-HEADING.
           05  FILLER              PIC X(15) VALUE 'BUSINESS LINE: '.
           05  BLH-NAME            PIC X(20).
           05  FILLER              PIC X(65) VALUE SPACES.
       01  SECTION-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SHL-TEXT            PIC X(98).
       01  STMT-DETAIL-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  SDL-CAPTION         PIC X(30).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  SDL-CURRENT         PIC ---,---,---,--9.99.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  SDL-PRIOR           PIC ---,---,---,--9.99.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  SDL-CHANGE          PIC ---,---,---,--9.99.
       01  STMT-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  STT-CAPTION         PIC X(36).
           05  STT-CURRENT         PIC ---,---,---,--9.99.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  STT-PRIOR           PIC ---,---,---,--9.99.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  STT-CHANGE          PIC ---,---,---,--9.99.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'GLSTMT'.
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
           PERFORM 100-LOAD-PARAMETERS
           PERFORM 110-LOAD-CHART
           PERFORM 120-LOAD-CARRIED-BALANCES
           PERFORM 130-ROLL-BACK-HISTORY
           PERFORM 200-BUILD-STATEMENT-LINES
           PERFORM 250-SORT-STATEMENT-LINES
           IF WS-YEAR-END-WANTED
               PERFORM 700-YEAR-END-CLOSE
           END-IF
           PERFORM 300-WRITE-INCOME-STATEMENT
           PERFORM 400-WRITE-BALANCE-SHEET
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 096-RELEASE-RUN-LOCK
           STOP RUN.

      *Takes the suite run lock before anything is opened. A live
      *lock means another batch program is mid-run - the year-end
      *close appends to the journal GLPOST reads - so the run
      *refuses with the severe condition code. A lock from a prior
      *day, or older than the stale limit, is left over from a
      *crashed run and is taken over.
       095-TAKE-RUN-LOCK.
           ACCEPT WS-LOCK-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-NOW-TIME-FULL FROM TIME
           MOVE 'N' TO WS-LOCK-LIVE-SWITCH
           OPEN INPUT F10-RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = '00'
               READ F10-RUN-LOCK-FILE
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
               CLOSE F10-RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-IS-LIVE
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' - GLSTMT NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F10-RUN-LOCK-FILE
           MOVE 'GLSTMT' TO LCK-PROGRAM
           MOVE WS-LOCK-NOW-DATE TO LCK-DATE
           MOVE WS-LOCK-NOW-TIME TO LCK-TIME
           MOVE WS-LOCK-NOW-DATE TO WS-LID-DATE
           MOVE WS-LOCK-NOW-TIME TO WS-LID-TIME
           MOVE WS-LOCK-IDENTITY TO LCK-IDENTITY
           WRITE F10-RUN-LOCK-RECORD
           CLOSE F10-RUN-LOCK-FILE
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
           MOVE WS-TODAYS-MM   TO RDL-RUN-MM
           MOVE WS-TODAYS-DD   TO RDL-RUN-DD
           MOVE WS-TODAYS-CCYY TO RDL-RUN-CCYY.

      *With no period keyed the statements are for the month just
      *ended.
       100-LOAD-PARAMETERS.
           OPEN INPUT F01-PARAMETER-FILE
           IF WS-PARAM-FILE-STATUS = '00'
               READ F01-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF STP-PERIOD IS NUMERIC
                           MOVE STP-PERIOD TO WS-PERIOD
                       END-IF
                       IF STP-YEAR-END-CLOSE = 'Y'
                           SET WS-YEAR-END-WANTED TO TRUE
                       END-IF
                       IF STP-RETAINED-ACCOUNT NOT = SPACES
                           MOVE STP-RETAINED-ACCOUNT
                               TO WS-RETAINED-ACCOUNT
                       END-IF
               END-READ
               CLOSE F01-PARAMETER-FILE
           END-IF
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               MOVE WS-TODAYS-CCYY TO WS-PERIOD-CCYY
               MOVE WS-TODAYS-MM   TO WS-PERIOD-MM
               IF WS-PERIOD-MM = 1
                   SUBTRACT 1 FROM WS-PERIOD-CCYY
                   MOVE 12 TO WS-PERIOD-MM
               ELSE
                   SUBTRACT 1 FROM WS-PERIOD-MM
               END-IF
           END-IF
           MOVE WS-PERIOD TO WS-PRIOR-PERIOD
           IF WS-PRIOR-MM = 1
               SUBTRACT 1 FROM WS-PRIOR-CCYY
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF
           COMPUTE WS-YEAR-END-DATE = WS-PERIOD-CCYY * 10000 + 1231.

       110-LOAD-CHART.
           OPEN INPUT F02-CHART-FILE
           IF WS-CHART-FILE-STATUS = '00'
               PERFORM UNTIL WS-CHART-FILE-STATUS NOT = '00'
                   READ F02-CHART-FILE
                       AT END
                           MOVE '10' TO WS-CHART-FILE-STATUS
                       NOT AT END
                           MOVE GLA-ACCOUNT TO WS-WORK-ACCOUNT
                           PERFORM 115-FIND-OR-ADD-ACCOUNT
                           IF WS-ACC-FOUND
                               PERFORM 117-CLASSIFY-FROM-CHART
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-CHART-FILE
           END-IF.

      *An account found only on the carried file or the history is
      *classified by its number alone.
       115-FIND-OR-ADD-ACCOUNT.
           MOVE 'N' TO WS-ACC-FOUND-SWITCH
           IF WS-ACCOUNT-COUNT > 0
               SET ACC-IDX TO 1
               SEARCH ACCOUNT-ENTRY
                   AT END CONTINUE
                   WHEN ACC-ACCOUNT(ACC-IDX) = WS-WORK-ACCOUNT
                       MOVE 'Y' TO WS-ACC-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF WS-ACC-NOT-FOUND
               AND WS-ACCOUNT-COUNT < MAX-ACCOUNTS
               ADD 1 TO WS-ACCOUNT-COUNT
               SET ACC-IDX TO WS-ACCOUNT-COUNT
               MOVE WS-WORK-ACCOUNT TO ACC-ACCOUNT(ACC-IDX)
               MOVE SPACES TO ACC-DESCRIPTION(ACC-IDX)
               MOVE SPACES TO ACC-BUSINESS-LINE(ACC-IDX)
               MOVE 0 TO ACC-BALANCE(ACC-IDX)
               MOVE 0 TO ACC-BAL-CURRENT(ACC-IDX)
               MOVE 0 TO ACC-BAL-PRIOR(ACC-IDX)
               MOVE 0 TO ACC-ACT-CURRENT(ACC-IDX)
               MOVE 0 TO ACC-ACT-PRIOR(ACC-IDX)
               MOVE WS-WORK-ACCOUNT(1:1) TO ACC-TYPE(ACC-IDX)
               PERFORM 118-TYPE-FROM-NUMBER
               MOVE SPACES TO ACC-CAPTION(ACC-IDX)
               STRING 'ACCOUNT ' WS-WORK-ACCOUNT
                   DELIMITED BY SIZE INTO ACC-CAPTION(ACC-IDX)
               MOVE 'Y' TO WS-ACC-FOUND-SWITCH
           END-IF.

       117-CLASSIFY-FROM-CHART.
           MOVE GLA-DESCRIPTION TO ACC-DESCRIPTION(ACC-IDX)
           IF GLA-STATEMENT-LINE = SPACES
               MOVE GLA-DESCRIPTION TO ACC-CAPTION(ACC-IDX)
           ELSE
               MOVE GLA-STATEMENT-LINE TO ACC-CAPTION(ACC-IDX)
           END-IF
           MOVE GLA-BUSINESS-LINE TO ACC-BUSINESS-LINE(ACC-IDX)
           IF GLA-TYPE = 'A' OR 'L' OR 'E' OR 'R' OR 'X'
               MOVE GLA-TYPE TO ACC-TYPE(ACC-IDX)
           ELSE
               MOVE GLA-ACCOUNT-CLASS TO ACC-TYPE(ACC-IDX)
               PERFORM 118-TYPE-FROM-NUMBER
           END-IF.

      *The suite's numbering: 1xxx assets, 2xxx liabilities, 3xxx
      *equity, 4xxx revenue, 5xxx expense. ACC-TYPE holds the
      *leading digit on the way in.
       118-TYPE-FROM-NUMBER.
           EVALUATE ACC-TYPE(ACC-IDX)
               WHEN '1'   MOVE 'A' TO ACC-TYPE(ACC-IDX)
               WHEN '2'   MOVE 'L' TO ACC-TYPE(ACC-IDX)
               WHEN '3'   MOVE 'E' TO ACC-TYPE(ACC-IDX)
               WHEN '4'   MOVE 'R' TO ACC-TYPE(ACC-IDX)
               WHEN '5'   MOVE 'X' TO ACC-TYPE(ACC-IDX)
               WHEN OTHER MOVE '?' TO ACC-TYPE(ACC-IDX)
           END-EVALUATE.

       120-LOAD-CARRIED-BALANCES.
           OPEN INPUT F03-BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS = '00'
               PERFORM UNTIL WS-BALANCE-FILE-STATUS NOT = '00'
                   READ F03-BALANCE-FILE
                       AT END
                           MOVE '10' TO WS-BALANCE-FILE-STATUS
                       NOT AT END
                           MOVE GLB-ACCOUNT TO WS-WORK-ACCOUNT
                           PERFORM 115-FIND-OR-ADD-ACCOUNT
                           IF WS-ACC-FOUND
                               IF GLB-SIGN = '-'
                                   COMPUTE ACC-BALANCE(ACC-IDX) =
                                       0 - GLB-AMOUNT
                               ELSE
                                   MOVE GLB-AMOUNT
                                       TO ACC-BALANCE(ACC-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-BALANCE-FILE
           END-IF.

      *One pass over the posting history: an entry posted after a
      *period is backed out of that period's ending balance, and
      *an entry posted in the reporting or prior period counts as
      *that period's activity - except the year-end close, which
      *would otherwise cancel out December's income statement.
       130-ROLL-BACK-HISTORY.
           PERFORM VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT
               MOVE ACC-BALANCE(ACC-IDX) TO ACC-BAL-CURRENT(ACC-IDX)
               MOVE ACC-BALANCE(ACC-IDX) TO ACC-BAL-PRIOR(ACC-IDX)
           END-PERFORM
           OPEN INPUT F04-POSTED-FILE
           IF WS-POSTED-FILE-STATUS = '00'
               PERFORM UNTIL WS-POSTED-FILE-STATUS NOT = '00'
                   READ F04-POSTED-FILE
                       AT END
                           MOVE '10' TO WS-POSTED-FILE-STATUS
                       NOT AT END
                           PERFORM 135-APPLY-ONE-POSTING
                   END-READ
               END-PERFORM
               CLOSE F04-POSTED-FILE
           END-IF.

       135-APPLY-ONE-POSTING.
           IF GLH-PROGRAM = WS-PROGRAM-NAME
               AND GLH-DATE = WS-YEAR-END-DATE
               SET WS-YEAR-ALREADY-CLOSED TO TRUE
           END-IF
           MOVE GLH-ACCOUNT TO WS-WORK-ACCOUNT
           PERFORM 115-FIND-OR-ADD-ACCOUNT
           IF WS-ACC-FOUND
               IF GLH-DC = 'D'
                   MOVE GLH-AMOUNT TO WS-SIGNED-AMOUNT
               ELSE
                   COMPUTE WS-SIGNED-AMOUNT = 0 - GLH-AMOUNT
               END-IF
               IF GLH-PERIOD > WS-PERIOD
                   SUBTRACT WS-SIGNED-AMOUNT
                       FROM ACC-BAL-CURRENT(ACC-IDX)
               END-IF
               IF GLH-PERIOD > WS-PRIOR-PERIOD
                   SUBTRACT WS-SIGNED-AMOUNT
                       FROM ACC-BAL-PRIOR(ACC-IDX)
               END-IF
               IF GLH-PROGRAM NOT = WS-PROGRAM-NAME
                   IF GLH-PERIOD = WS-PERIOD
                       ADD WS-SIGNED-AMOUNT
                           TO ACC-ACT-CURRENT(ACC-IDX)
                   END-IF
                   IF GLH-PERIOD = WS-PRIOR-PERIOD
                       ADD WS-SIGNED-AMOUNT
                           TO ACC-ACT-PRIOR(ACC-IDX)
                   END-IF
               END-IF
           END-IF.

      *Income and expense accounts feed their business line's
      *income statement with the period's activity and the
      *balance sheet's current-year earnings with their balance;
      *the rest feed the balance sheet with their balance.
       200-BUILD-STATEMENT-LINES.
           PERFORM VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT
               MOVE ACC-CAPTION(ACC-IDX) TO WS-WORK-CAPTION
               EVALUATE TRUE
                   WHEN ACC-INCOME-ACCOUNT(ACC-IDX)
                       PERFORM 210-ADD-INCOME-ACCOUNT
                   WHEN ACC-ASSET(ACC-IDX)
                       MOVE 1 TO WS-WORK-SECTION
                       MOVE ACC-BAL-CURRENT(ACC-IDX)
                           TO WS-WORK-CURRENT
                       MOVE ACC-BAL-PRIOR(ACC-IDX) TO WS-WORK-PRIOR
                       PERFORM 220-ADD-BALANCE-ACCOUNT
                   WHEN ACC-LIABILITY(ACC-IDX)
                       MOVE 2 TO WS-WORK-SECTION
                       COMPUTE WS-WORK-CURRENT =
                           0 - ACC-BAL-CURRENT(ACC-IDX)
                       COMPUTE WS-WORK-PRIOR =
                           0 - ACC-BAL-PRIOR(ACC-IDX)
                       PERFORM 220-ADD-BALANCE-ACCOUNT
                   WHEN ACC-EQUITY(ACC-IDX)
                       MOVE 3 TO WS-WORK-SECTION
                       COMPUTE WS-WORK-CURRENT =
                           0 - ACC-BAL-CURRENT(ACC-IDX)
                       COMPUTE WS-WORK-PRIOR =
                           0 - ACC-BAL-PRIOR(ACC-IDX)
                       PERFORM 220-ADD-BALANCE-ACCOUNT
                   WHEN OTHER
                       MOVE 9 TO WS-WORK-SECTION
                       MOVE ACC-BAL-CURRENT(ACC-IDX)
                           TO WS-WORK-CURRENT
                       MOVE ACC-BAL-PRIOR(ACC-IDX) TO WS-WORK-PRIOR
                       IF WS-WORK-CURRENT NOT = 0
                           OR WS-WORK-PRIOR NOT = 0
                           ADD 1 TO WS-UNCLASSIFIED-COUNT
                       END-IF
                       PERFORM 220-ADD-BALANCE-ACCOUNT
               END-EVALUATE
           END-PERFORM.

       210-ADD-INCOME-ACCOUNT.
           SUBTRACT ACC-BAL-CURRENT(ACC-IDX) FROM WS-EARNINGS-CURRENT
           SUBTRACT ACC-BAL-PRIOR(ACC-IDX) FROM WS-EARNINGS-PRIOR
           MOVE 'I' TO WS-WORK-REPORT
           MOVE 5 TO WS-WORK-BL-SEQ
           PERFORM VARYING BLN-IDX FROM 1 BY 1 UNTIL BLN-IDX > 4
               IF BLN-CODE(BLN-IDX) = ACC-BUSINESS-LINE(ACC-IDX)
                   SET WS-WORK-BL-SEQ TO BLN-IDX
               END-IF
           END-PERFORM
           IF ACC-REVENUE(ACC-IDX)
               MOVE 1 TO WS-WORK-SECTION
               COMPUTE WS-WORK-CURRENT = 0 - ACC-ACT-CURRENT(ACC-IDX)
               COMPUTE WS-WORK-PRIOR = 0 - ACC-ACT-PRIOR(ACC-IDX)
           ELSE
               MOVE 2 TO WS-WORK-SECTION
               MOVE ACC-ACT-CURRENT(ACC-IDX) TO WS-WORK-CURRENT
               MOVE ACC-ACT-PRIOR(ACC-IDX)   TO WS-WORK-PRIOR
           END-IF
           IF WS-WORK-CURRENT NOT = 0 OR WS-WORK-PRIOR NOT = 0
               PERFORM 230-ADD-TO-LINE
           END-IF.

       220-ADD-BALANCE-ACCOUNT.
           MOVE 'B' TO WS-WORK-REPORT
           MOVE 0 TO WS-WORK-BL-SEQ
           IF WS-WORK-SECTION = 9
               STRING ACC-ACCOUNT(ACC-IDX) ' '
                   ACC-DESCRIPTION(ACC-IDX)
                   DELIMITED BY SIZE INTO WS-WORK-CAPTION
           END-IF
           IF WS-WORK-CURRENT NOT = 0 OR WS-WORK-PRIOR NOT = 0
               PERFORM 230-ADD-TO-LINE
           END-IF.

      *Accounts that share a caption within a section add into
      *one statement line.
       230-ADD-TO-LINE.
           MOVE 'N' TO WS-LIN-FOUND-SWITCH
           IF WS-LINE-COUNT > 0
               SET LIN-IDX TO 1
               SEARCH LINE-ENTRY
                   AT END CONTINUE
                   WHEN LIN-KEY(LIN-IDX) = WS-WORK-LINE-KEY
                       MOVE 'Y' TO WS-LIN-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF WS-LIN-NOT-FOUND
               AND WS-LINE-COUNT < MAX-LINES
               ADD 1 TO WS-LINE-COUNT
               SET LIN-IDX TO WS-LINE-COUNT
               MOVE WS-WORK-LINE-KEY TO LIN-KEY(LIN-IDX)
               MOVE 0 TO LIN-CURRENT(LIN-IDX)
               MOVE 0 TO LIN-PRIOR(LIN-IDX)
               MOVE 'Y' TO WS-LIN-FOUND-SWITCH
           END-IF
           IF WS-LIN-FOUND
               ADD WS-WORK-CURRENT TO LIN-CURRENT(LIN-IDX)
               ADD WS-WORK-PRIOR   TO LIN-PRIOR(LIN-IDX)
           END-IF.

      *Report, business line, section, then caption; a selection
      *sort is ample for a chart this size.
       250-SORT-STATEMENT-LINES.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-LINE-COUNT
               MOVE WS-SORT-I TO WS-SORT-LOW
               COMPUTE WS-SORT-J = WS-SORT-I + 1
               PERFORM UNTIL WS-SORT-J > WS-LINE-COUNT
                   IF LIN-KEY(WS-SORT-J) < LIN-KEY(WS-SORT-LOW)
                       MOVE WS-SORT-J TO WS-SORT-LOW
                   END-IF
                   ADD 1 TO WS-SORT-J
               END-PERFORM
               IF WS-SORT-LOW NOT = WS-SORT-I
                   MOVE LINE-ENTRY(WS-SORT-I) TO WS-SWAP-LINE
                   MOVE LINE-ENTRY(WS-SORT-LOW)
                       TO LINE-ENTRY(WS-SORT-I)
                   MOVE WS-SWAP-LINE TO LINE-ENTRY(WS-SORT-LOW)
               END-IF
           END-PERFORM.

      *One statement per business line that has any activity in
      *either period, then the net income of them all.
       300-WRITE-INCOME-STATEMENT.
           OPEN OUTPUT F07-INCOME-FILE
           MOVE RUN-DATE-LINE TO F07-INCOME-RECORD
           WRITE F07-INCOME-RECORD
           MOVE 'INCOME STATEMENT' TO STL-TITLE
           MOVE WS-PERIOD-CCYY TO STL-CCYY
           MOVE WS-PERIOD-MM   TO STL-MM
           MOVE STMT-TITLE-LINE TO F07-INCOME-RECORD
           WRITE F07-INCOME-RECORD
           MOVE WS-PERIOD-CCYY TO SCH-CURRENT-CCYY
           MOVE WS-PERIOD-MM   TO SCH-CURRENT-MM
           MOVE WS-PRIOR-CCYY  TO SCH-PRIOR-CCYY
           MOVE WS-PRIOR-MM    TO SCH-PRIOR-MM
           PERFORM VARYING WS-BL-SEQ FROM 1 BY 1 UNTIL WS-BL-SEQ > 5
               MOVE 0 TO WS-SECTION-LINES
               PERFORM VARYING LIN-IDX FROM 1 BY 1
                   UNTIL LIN-IDX > WS-LINE-COUNT
                   IF LIN-REPORT(LIN-IDX) = 'I'
                       AND LIN-BL-SEQ(LIN-IDX) = WS-BL-SEQ
                       ADD 1 TO WS-SECTION-LINES
                   END-IF
               END-PERFORM
               IF WS-SECTION-LINES > 0
                   PERFORM 310-WRITE-ONE-BUSINESS-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO F07-INCOME-RECORD
           WRITE F07-INCOME-RECORD
           MOVE 'NET INCOME - ALL BUSINESS LINES' TO STT-CAPTION
           MOVE WS-ALL-NET-CURRENT TO WS-SECTION-CURRENT
           MOVE WS-ALL-NET-PRIOR   TO WS-SECTION-PRIOR
           PERFORM 390-FORMAT-TOTAL-LINE
           MOVE STMT-TOTAL-LINE TO F07-INCOME-RECORD
           WRITE F07-INCOME-RECORD
           IF WS-YEAR-END-MESSAGE NOT = SPACES
               MOVE SPACES TO F07-INCOME-RECORD
               WRITE F07-INCOME-RECORD
               MOVE WS-YEAR-END-MESSAGE TO SHL-TEXT
               MOVE SECTION-HEADING-LINE TO F07-INCOME-RECORD
               WRITE F07-INCOME-RECORD
           END-IF
           CLOSE F07-INCOME-FILE.

       310-WRITE-ONE-BUSINESS-LINE.
           SET BLN-IDX TO WS-BL-SEQ
           MOVE BLN-NAME(BLN-IDX) TO BLH-NAME
           MOVE SPACES TO F07-INCOME-RECORD
           WRITE F07-INCOME-RECORD
           MOVE BUSINESS-LINE-HEADING TO F07-INCOME-RECORD
           WRITE F07-INCOME-RECORD
           MOVE STMT-COLUMN-HEADING TO F07-INCOME-RECORD
           WRITE F07-INCOME-RECORD
           MOVE 1 TO WS-SECTION
           MOVE 'REVENUE' TO SHL-TEXT
           PERFORM 320-WRITE-INCOME-SECTION
           MOVE WS-SECTION-CURRENT TO WS-REVENUE-CURRENT
           MOVE WS-SECTION-PRIOR   TO WS-REVENUE-PRIOR
           MOVE 'TOTAL REVENUE' TO STT-CAPTION
           PERFORM 390-FORMAT-TOTAL-LINE
           MOVE STMT-TOTAL-LINE TO F07-INCOME-RECORD
           WRITE F07-INCOME-RECORD
           MOVE 2 TO WS-SECTION
           MOVE 'EXPENSES' TO SHL-TEXT
           PERFORM 320-WRITE-INCOME-SECTION
           MOVE WS-SECTION-CURRENT TO WS-EXPENSE-CURRENT
           MOVE WS-SECTION-PRIOR   TO WS-EXPENSE-PRIOR
           MOVE 'TOTAL EXPENSES' TO STT-CAPTION
           PERFORM 390-FORMAT-TOTAL-LINE
           MOVE STMT-TOTAL-LINE TO F07-INCOME-RECORD
           WRITE F07-INCOME-RECORD
           COMPUTE WS-NET-CURRENT =
               WS-REVENUE-CURRENT - WS-EXPENSE-CURRENT
           COMPUTE WS-NET-PRIOR =
               WS-REVENUE-PRIOR - WS-EXPENSE-PRIOR
           ADD WS-NET-CURRENT TO WS-ALL-NET-CURRENT
           ADD WS-NET-PRIOR   TO WS-ALL-NET-PRIOR
           MOVE WS-NET-CURRENT TO WS-SECTION-CURRENT
           MOVE WS-NET-PRIOR   TO WS-SECTION-PRIOR
           MOVE SPACES TO F07-INCOME-RECORD
           WRITE F07-INCOME-RECORD
           MOVE 'NET INCOME' TO STT-CAPTION
           PERFORM 390-FORMAT-TOTAL-LINE
           MOVE STMT-TOTAL-LINE TO F07-INCOME-RECORD
           WRITE F07-INCOME-RECORD.

       320-WRITE-INCOME-SECTION.
           MOVE 0 TO WS-SECTION-CURRENT
           MOVE 0 TO WS-SECTION-PRIOR
           MOVE SPACES TO F07-INCOME-RECORD
           WRITE F07-INCOME-RECORD
           MOVE SECTION-HEADING-LINE TO F07-INCOME-RECORD
           WRITE F07-INCOME-RECORD
           PERFORM VARYING LIN-IDX FROM 1 BY 1
               UNTIL LIN-IDX > WS-LINE-COUNT
               IF LIN-REPORT(LIN-IDX) = 'I'
                   AND LIN-BL-SEQ(LIN-IDX) = WS-BL-SEQ
                   AND LIN-SECTION(LIN-IDX) = WS-SECTION
                   PERFORM 380-FORMAT-DETAIL-LINE
                   MOVE STMT-DETAIL-LINE TO F07-INCOME-RECORD
                   WRITE F07-INCOME-RECORD
               END-IF
           END-PERFORM.

       380-FORMAT-DETAIL-LINE.
           MOVE LIN-CAPTION(LIN-IDX) TO SDL-CAPTION
           MOVE LIN-CURRENT(LIN-IDX) TO SDL-CURRENT
           MOVE LIN-PRIOR(LIN-IDX)   TO SDL-PRIOR
           COMPUTE SDL-CHANGE =
               LIN-CURRENT(LIN-IDX) - LIN-PRIOR(LIN-IDX)
           ADD LIN-CURRENT(LIN-IDX) TO WS-SECTION-CURRENT
           ADD LIN-PRIOR(LIN-IDX)   TO WS-SECTION-PRIOR.

       390-FORMAT-TOTAL-LINE.
           MOVE WS-SECTION-CURRENT TO STT-CURRENT
           MOVE WS-SECTION-PRIOR   TO STT-PRIOR
           COMPUTE STT-CHANGE = WS-SECTION-CURRENT - WS-SECTION-PRIOR.

      *Assets against liabilities and equity at the end of each
      *period. Income and expense accounts not yet closed to
      *retained earnings show as current-year earnings, so the two
      *sides agree before and after the year-end close.
       400-WRITE-BALANCE-SHEET.
           OPEN OUTPUT F08-BALANCE-SHEET-FILE
           MOVE RUN-DATE-LINE TO F08-BALANCE-SHEET-RECORD
           WRITE F08-BALANCE-SHEET-RECORD
           MOVE 'BALANCE SHEET' TO STL-TITLE
           MOVE STMT-TITLE-LINE TO F08-BALANCE-SHEET-RECORD
           WRITE F08-BALANCE-SHEET-RECORD
           MOVE SPACES TO F08-BALANCE-SHEET-RECORD
           WRITE F08-BALANCE-SHEET-RECORD
           MOVE STMT-COLUMN-HEADING TO F08-BALANCE-SHEET-RECORD
           WRITE F08-BALANCE-SHEET-RECORD
           MOVE 1 TO WS-SECTION
           MOVE 'ASSETS' TO SHL-TEXT
           PERFORM 410-WRITE-BALANCE-SECTION
           MOVE WS-SECTION-CURRENT TO WS-ASSETS-CURRENT
           MOVE WS-SECTION-PRIOR   TO WS-ASSETS-PRIOR
           MOVE 'TOTAL ASSETS' TO STT-CAPTION
           PERFORM 390-FORMAT-TOTAL-LINE
           MOVE STMT-TOTAL-LINE TO F08-BALANCE-SHEET-RECORD
           WRITE F08-BALANCE-SHEET-RECORD
           MOVE 2 TO WS-SECTION
           MOVE 'LIABILITIES' TO SHL-TEXT
           PERFORM 410-WRITE-BALANCE-SECTION
           MOVE WS-SECTION-CURRENT TO WS-LIAB-CURRENT
           MOVE WS-SECTION-PRIOR   TO WS-LIAB-PRIOR
           MOVE 'TOTAL LIABILITIES' TO STT-CAPTION
           PERFORM 390-FORMAT-TOTAL-LINE
           MOVE STMT-TOTAL-LINE TO F08-BALANCE-SHEET-RECORD
           WRITE F08-BALANCE-SHEET-RECORD
           MOVE 3 TO WS-SECTION
           MOVE 'EQUITY' TO SHL-TEXT
           PERFORM 410-WRITE-BALANCE-SECTION
           MOVE 'CURRENT YEAR EARNINGS' TO SDL-CAPTION
           MOVE WS-EARNINGS-CURRENT TO SDL-CURRENT
           MOVE WS-EARNINGS-PRIOR   TO SDL-PRIOR
           COMPUTE SDL-CHANGE =
               WS-EARNINGS-CURRENT - WS-EARNINGS-PRIOR
           MOVE STMT-DETAIL-LINE TO F08-BALANCE-SHEET-RECORD
           WRITE F08-BALANCE-SHEET-RECORD
           ADD WS-EARNINGS-CURRENT TO WS-SECTION-CURRENT
           ADD WS-EARNINGS-PRIOR   TO WS-SECTION-PRIOR
           MOVE WS-SECTION-CURRENT TO WS-EQUITY-CURRENT
           MOVE WS-SECTION-PRIOR   TO WS-EQUITY-PRIOR
           MOVE 'TOTAL EQUITY' TO STT-CAPTION
           PERFORM 390-FORMAT-TOTAL-LINE
           MOVE STMT-TOTAL-LINE TO F08-BALANCE-SHEET-RECORD
           WRITE F08-BALANCE-SHEET-RECORD
           MOVE SPACES TO F08-BALANCE-SHEET-RECORD
           WRITE F08-BALANCE-SHEET-RECORD
           COMPUTE WS-SECTION-CURRENT =
               WS-LIAB-CURRENT + WS-EQUITY-CURRENT
           COMPUTE WS-SECTION-PRIOR =
               WS-LIAB-PRIOR + WS-EQUITY-PRIOR
           MOVE 'TOTAL LIABILITIES AND EQUITY' TO STT-CAPTION
           PERFORM 390-FORMAT-TOTAL-LINE
           MOVE STMT-TOTAL-LINE TO F08-BALANCE-SHEET-RECORD
           WRITE F08-BALANCE-SHEET-RECORD
           IF WS-ASSETS-CURRENT NOT = WS-SECTION-CURRENT
               OR WS-ASSETS-PRIOR NOT = WS-SECTION-PRIOR
               MOVE SPACES TO F08-BALANCE-SHEET-RECORD
               WRITE F08-BALANCE-SHEET-RECORD
               MOVE '*** BALANCE SHEET DOES NOT BALANCE ***'
                   TO SHL-TEXT
               MOVE SECTION-HEADING-LINE TO F08-BALANCE-SHEET-RECORD
               WRITE F08-BALANCE-SHEET-RECORD
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-UNCLASSIFIED-COUNT > 0
               MOVE 9 TO WS-SECTION
               MOVE 'UNCLASSIFIED ACCOUNTS - NOT IN THE TOTALS ABOVE'
                   TO SHL-TEXT
               PERFORM 410-WRITE-BALANCE-SECTION
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE F08-BALANCE-SHEET-FILE.

       410-WRITE-BALANCE-SECTION.
           MOVE 0 TO WS-SECTION-CURRENT
           MOVE 0 TO WS-SECTION-PRIOR
           MOVE SPACES TO F08-BALANCE-SHEET-RECORD
           WRITE F08-BALANCE-SHEET-RECORD
           MOVE SECTION-HEADING-LINE TO F08-BALANCE-SHEET-RECORD
           WRITE F08-BALANCE-SHEET-RECORD
           PERFORM VARYING LIN-IDX FROM 1 BY 1
               UNTIL LIN-IDX > WS-LINE-COUNT
               IF LIN-REPORT(LIN-IDX) = 'B'
                   AND LIN-SECTION(LIN-IDX) = WS-SECTION
                   PERFORM 380-FORMAT-DETAIL-LINE
                   MOVE STMT-DETAIL-LINE TO F08-BALANCE-SHEET-RECORD
                   WRITE F08-BALANCE-SHEET-RECORD
               END-IF
           END-PERFORM.

      *Zeroes every income and expense account into retained
      *earnings as at the last day of the reporting year, by
      *journal entries GLPOST posts. Refused unless the period is
      *a December, December is still open (a closed December
      *would send the entries to suspense or re-date them into
      *the new year), no entries for the year are still waiting
      *on the journal, and the year has not been closed already.
       700-YEAR-END-CLOSE.
           PERFORM 710-CHECK-DECEMBER-OPEN
           PERFORM 720-SCAN-JOURNAL-FOR-YEAR
           EVALUATE TRUE
               WHEN WS-PERIOD-MM NOT = 12
                   MOVE 'YEAR-END CLOSE REFUSED - NOT A DECEMBER PERIOD'
                       TO WS-YEAR-END-MESSAGE
               WHEN WS-YEAR-ALREADY-CLOSED
                   MOVE 'YEAR-END CLOSE REFUSED - YEAR ALREADY CLOSED'
                       TO WS-YEAR-END-MESSAGE
               WHEN WS-DECEMBER-CLOSED
                   MOVE 'YEAR-END CLOSE REFUSED - DECEMBER IS CLOSED'
                       TO WS-YEAR-END-MESSAGE
                   MOVE '- REOPEN IT FIRST'
                       TO WS-YEAR-END-MESSAGE(45:)
               WHEN WS-PENDING-ENTRIES > 0
                   MOVE 'YEAR-END CLOSE REFUSED - UNPOSTED ENTRIES'
                       TO WS-YEAR-END-MESSAGE
                   MOVE 'FOR THE YEAR ON THE JOURNAL'
                       TO WS-YEAR-END-MESSAGE(43:)
               WHEN OTHER
                   PERFORM 730-WRITE-CLOSING-ENTRIES
           END-EVALUATE
           IF WS-CLOSING-ENTRIES = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       710-CHECK-DECEMBER-OPEN.
           OPEN INPUT F05-PERIOD-FILE
           IF WS-PERIOD-FILE-STATUS = '00'
               PERFORM UNTIL WS-PERIOD-FILE-STATUS NOT = '00'
                   READ F05-PERIOD-FILE
                       AT END
                           MOVE '10' TO WS-PERIOD-FILE-STATUS
                       NOT AT END
                           IF GLP-PERIOD = WS-PERIOD
                               AND GLP-CLOSED
                               SET WS-DECEMBER-CLOSED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F05-PERIOD-FILE
           END-IF.

      *A close already written but not yet posted counts as done.
       720-SCAN-JOURNAL-FOR-YEAR.
           MOVE SPACES TO WS-JOURNAL-FILE-STATUS
           OPEN INPUT F06-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = '00'
               PERFORM UNTIL WS-JOURNAL-FILE-STATUS NOT = '00'
                   READ F06-JOURNAL-FILE
                       AT END
                           MOVE '10' TO WS-JOURNAL-FILE-STATUS
                       NOT AT END
                           IF GLJ-PROGRAM = WS-PROGRAM-NAME
                               AND GLJ-DATE = WS-YEAR-END-DATE
                               SET WS-YEAR-ALREADY-CLOSED TO TRUE
                           ELSE
                               IF GLJ-CCYY = WS-PERIOD-CCYY
                                   ADD 1 TO WS-PENDING-ENTRIES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F06-JOURNAL-FILE
           END-IF.

      *Each income or expense balance is reversed on its own
      *account and the net goes to retained earnings, so the
      *entries balance by construction.
       730-WRITE-CLOSING-ENTRIES.
           MOVE 0 TO WS-CLOSING-NET
           OPEN EXTEND F06-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = '35'
               OPEN OUTPUT F06-JOURNAL-FILE
               CLOSE F06-JOURNAL-FILE
               OPEN EXTEND F06-JOURNAL-FILE
           END-IF
           PERFORM VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT
               IF ACC-INCOME-ACCOUNT(ACC-IDX)
                   AND ACC-BAL-CURRENT(ACC-IDX) NOT = 0
                   MOVE ACC-ACCOUNT(ACC-IDX) TO GLJ-ACCOUNT
                   IF ACC-BAL-CURRENT(ACC-IDX) > 0
                       MOVE 'C' TO GLJ-DC
                       MOVE ACC-BAL-CURRENT(ACC-IDX) TO GLJ-AMOUNT
                   ELSE
                       MOVE 'D' TO GLJ-DC
                       COMPUTE GLJ-AMOUNT =
                           0 - ACC-BAL-CURRENT(ACC-IDX)
                   END-IF
                   PERFORM 740-WRITE-ONE-CLOSING-ENTRY
                   ADD ACC-BAL-CURRENT(ACC-IDX) TO WS-CLOSING-NET
               END-IF
           END-PERFORM
           IF WS-CLOSING-NET NOT = 0
               MOVE WS-RETAINED-ACCOUNT TO GLJ-ACCOUNT
               IF WS-CLOSING-NET > 0
                   MOVE 'D' TO GLJ-DC
                   MOVE WS-CLOSING-NET TO GLJ-AMOUNT
               ELSE
                   MOVE 'C' TO GLJ-DC
                   COMPUTE GLJ-AMOUNT = 0 - WS-CLOSING-NET
               END-IF
               PERFORM 740-WRITE-ONE-CLOSING-ENTRY
           END-IF
           CLOSE F06-JOURNAL-FILE
           IF WS-CLOSING-ENTRIES = 0
               MOVE 'YEAR-END CLOSE - NO INCOME OR EXPENSE BALANCES'
                   TO WS-YEAR-END-MESSAGE
               MOVE 'TO CLOSE' TO WS-YEAR-END-MESSAGE(48:)
           ELSE
               MOVE 'YEAR-END CLOSE WRITTEN TO THE JOURNAL'
                   TO WS-YEAR-END-MESSAGE
               MOVE '- GLPOST POSTS IT TO RETAINED EARNINGS'
                   TO WS-YEAR-END-MESSAGE(39:)
           END-IF.

       740-WRITE-ONE-CLOSING-ENTRY.
           MOVE WS-PROGRAM-NAME  TO GLJ-PROGRAM
           MOVE WS-YEAR-END-DATE TO GLJ-DATE
           WRITE F06-JOURNAL-RECORD
           ADD 1 TO WS-CLOSING-ENTRIES.

      *Appends one line to the shared end-of-day operations log
      *recording this run's start/end time and the closing entries
      *written.
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
           MOVE WS-CLOSING-ENTRIES TO OPL-RECORD-COUNT
           OPEN EXTEND F09-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F09-OPS-LOG-FILE
               CLOSE F09-OPS-LOG-FILE
               OPEN EXTEND F09-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F09-OPS-LOG-RECORD
           WRITE F09-OPS-LOG-RECORD
           CLOSE F09-OPS-LOG-FILE
           .
