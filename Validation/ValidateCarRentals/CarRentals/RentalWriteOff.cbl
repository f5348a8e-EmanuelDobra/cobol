       IDENTIFICATION DIVISION.
       PROGRAM-ID.      RENTWOFF.

      *Bad-debt write-off and collection-agency placement for the
      *rental receivables. RENTRECV carries rentopenitems.dat and
      *ages it, but nothing ever took an item off - years-old
      *balances sat in the over-90 bucket for good. This run picks
      *every customer-owed item older than the parameterized age
      *with at least the parameterized balance, places it with the
      *collection agency on an outbound placement file, records it
      *on the cumulative write-off history, and drops it from the
      *open-item master, journaling the loss to bad-debt expense.
      *Corporate-account items are never written off here - the
      *account's statement and the account manager chase those.
      *What the agency recovers comes back on a recovery file: the
      *gross collected comes off bad-debt expense, the agency's fee
      *is expensed on its own, and cash takes the net. Every
      *customer written off is flagged on customers.dat, so the
      *counter sees it on RENTMAINT's customer inquiry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Open-invoice master as RENTRECV carries it.
           SELECT F01-OPEN-IN-FILE
               ASSIGN TO "rentopenitems.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-IN-STATUS.

      *The master less tonight's write-offs; the overnight
      *procedure moves it over rentopenitems.dat once the run ends
      *clean.
           SELECT F02-OPEN-OUT-FILE
               ASSIGN TO "rentopenitems.new"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Write-off age and minimum balance, and the agency items are
      *placed with, desk-controlled the same way rentalparams.dat
      *is; the built-in defaults are kept when the file is absent.
           SELECT F03-PARAMETER-FILE
               ASSIGN TO "writeoffparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

      *Shared customer master, for the name and address the agency
      *needs, and rewritten with the written-off flag set.
           SELECT F04-CUSTOMER-IN-FILE
               ASSIGN TO "customers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-IN-STATUS.

      *The flagged master; the overnight procedure moves it over
      *customers.dat once the run ends clean.
           SELECT F05-CUSTOMER-OUT-FILE
               ASSIGN TO "customers.new"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Outbound placement file sent to the agency, one record per
      *item placed tonight.
           SELECT F06-PLACEMENT-FILE
               ASSIGN TO "agencyplacements.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Every item ever written off, appended to each run the way
      *taxremit.month is; recoveries are matched against it.
           SELECT F07-HISTORY-FILE
               ASSIGN TO "rentwriteoffs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      *What the agency collected since it last reported, by
      *contract, with its fee split out.
           SELECT F08-RECOVERY-FILE
               ASSIGN TO "agencyrecoveries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-FILE-STATUS.

           SELECT F09-REGISTER-FILE
               ASSIGN TO "writeoffregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F10-OPS-LOG-FILE
               ASSIGN TO "opslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Machine-readable control totals for the nightly balancing
      *run.
           SELECT F11-CONTROL-TOTAL-FILE
               ASSIGN TO "controltotals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      *General-ledger journal GLPOST posts from.
           SELECT F12-GL-JOURNAL-FILE
               ASSIGN TO "gljournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT F13-RUN-LOCK-FILE
               ASSIGN TO "runlock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Same 41-byte layout RENTRECV carries open items with.
       FD  F01-OPEN-IN-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS F01-OPEN-IN-RECORD.
       01  F01-OPEN-IN-RECORD.
           05  OPI-IN-CONTRACT-NO       PIC 9(6).
           05  OPI-IN-CUSTOMER-ID       PIC 9(6).
           05  OPI-IN-SIGN              PIC X.
           05  OPI-IN-AMOUNT            PIC 9(9)V99.
           05  OPI-IN-BILL-DATE         PIC 9(8).
           05  OPI-IN-LAST-PAYMENT      PIC 9(8).
           05  OPI-IN-DEBTOR-TYPE       PIC X.
               88  OPI-IN-ACCOUNT-DEBTOR    VALUE 'A'.

       FD  F02-OPEN-OUT-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS F02-OPEN-OUT-RECORD.
       01  F02-OPEN-OUT-RECORD          PIC X(41).

       FD  F03-PARAMETER-FILE
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS F03-PARAMETER-RECORD.
       01  F03-PARAMETER-RECORD.
           05  PARM-MIN-DAYS-OPEN       PIC 9(3).
           05  PARM-MIN-BALANCE         PIC 9(5)V99.
           05  PARM-AGENCY-ID           PIC X(6).

      *Same 120-byte layout RENTALS reads; byte 62 is the
      *written-off flag this run sets. The contact fields behind
      *it are carried through unchanged.
       FD  F04-CUSTOMER-IN-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F04-CUSTOMER-IN-RECORD.
       01  F04-CUSTOMER-IN-RECORD.
           05  CUS-IN-ID                PIC 9(6).
           05  CUS-IN-NAME              PIC X(25).
           05  CUS-IN-ADDRESS           PIC X(30).
           05  CUS-IN-WRITEOFF          PIC X.
           05  CUS-IN-EMAIL             PIC X(40).
           05  CUS-IN-MOBILE            PIC X(15).
           05  CUS-IN-CHANNEL           PIC X.
           05  CUS-IN-EMAIL-OPTIN       PIC X.
           05  CUS-IN-TEXT-OPTIN        PIC X.

       FD  F05-CUSTOMER-OUT-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F05-CUSTOMER-OUT-RECORD.
       01  F05-CUSTOMER-OUT-RECORD.
           05  CUS-OUT-ID               PIC 9(6).
           05  CUS-OUT-NAME             PIC X(25).
           05  CUS-OUT-ADDRESS          PIC X(30).
           05  CUS-OUT-WRITEOFF         PIC X.
               88  CUS-OUT-WRITTEN-OFF      VALUE 'W'.
           05  CUS-OUT-EMAIL            PIC X(40).
           05  CUS-OUT-MOBILE           PIC X(15).
           05  CUS-OUT-CHANNEL          PIC X.
           05  CUS-OUT-EMAIL-OPTIN      PIC X.
           05  CUS-OUT-TEXT-OPTIN       PIC X.

       FD  F06-PLACEMENT-FILE
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS F06-PLACEMENT-RECORD.
       01  F06-PLACEMENT-RECORD.
           05  PLC-AGENCY-ID            PIC X(6).
           05  PLC-CONTRACT-NO          PIC 9(6).
           05  PLC-CUSTOMER-ID          PIC 9(6).
           05  PLC-NAME                 PIC X(25).
           05  PLC-ADDRESS              PIC X(30).
           05  PLC-AMOUNT               PIC 9(9)V99.
           05  PLC-BILL-DATE            PIC 9(8).
           05  PLC-LAST-PAYMENT         PIC 9(8).
           05  PLC-PLACED-DATE          PIC 9(8).

       FD  F07-HISTORY-FILE
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS F07-HISTORY-RECORD.
       01  F07-HISTORY-RECORD.
           05  WOH-CONTRACT-NO          PIC 9(6).
           05  WOH-CUSTOMER-ID          PIC 9(6).
           05  WOH-AMOUNT               PIC 9(9)V99.
           05  WOH-DATE                 PIC 9(8).
           05  WOH-AGENCY-ID            PIC X(6).

      *Gross is what the agency collected from the customer; the
      *fee is the agency's cut of it, so the remittance received
      *is gross less fee.
       FD  F08-RECOVERY-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS F08-RECOVERY-RECORD.
       01  F08-RECOVERY-RECORD.
           05  RCV-CONTRACT-NO          PIC 9(6).
           05  RCV-GROSS                PIC 9(7)V99.
           05  RCV-FEE                  PIC 9(7)V99.
           05  RCV-DATE                 PIC 9(8).

       FD  F09-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F09-REGISTER-RECORD.
       01  F09-REGISTER-RECORD          PIC X(132).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F10-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F10-OPS-LOG-RECORD.
       01  F10-OPS-LOG-RECORD           PIC X(132).

       FD  F11-CONTROL-TOTAL-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F11-CONTROL-TOTAL-RECORD.
       01  F11-CONTROL-TOTAL-RECORD.
           05  CTF-PROGRAM         PIC X(8).
           05  CTF-ITEM            PIC X(12).
           05  CTF-COUNT           PIC 9(7).
           05  CTF-AMOUNT          PIC 9(11).

      *One journal record per debit or credit posted.
       FD  F12-GL-JOURNAL-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS F12-GL-JOURNAL-RECORD.
       01  F12-GL-JOURNAL-RECORD.
           05  GLJ-PROGRAM         PIC X(8).
           05  GLJ-DATE            PIC 9(8).
           05  GLJ-ACCOUNT         PIC X(4).
           05  GLJ-DC              PIC X.
           05  GLJ-AMOUNT          PIC 9(11)V99.

      *One record: who holds the suite run lock and since when.
       FD  F13-RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F13-RUN-LOCK-RECORD.
       01  F13-RUN-LOCK-RECORD.
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
       01  WS-OPEN-IN-STATUS            PIC XX    VALUE SPACES.
       01  WS-PARAM-FILE-STATUS         PIC XX    VALUE SPACES.
       01  WS-CUSTOMER-IN-STATUS        PIC XX    VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS       PIC XX    VALUE SPACES.
       01  WS-RECOVERY-FILE-STATUS      PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS        PIC XX    VALUE SPACES.
       01  WS-CTL-FILE-STATUS           PIC XX    VALUE SPACES.
       01  WS-GL-JOURNAL-STATUS         PIC XX    VALUE SPACES.

      *Write-off rules, overlaid from writeoffparams.dat when the
      *desk has set them: an item must have been open more than
      *W-MIN-DAYS-OPEN days and owe at least W-MIN-BALANCE.
       01  WRITEOFF-PARAMETERS.
           05  W-MIN-DAYS-OPEN          PIC 9(3)    VALUE 180.
           05  W-MIN-BALANCE            PIC 9(5)V99 VALUE 25.00.
           05  W-AGENCY-ID              PIC X(6)    VALUE 'AGENCY'.

      *Shared customer master in memory for the agency's name and
      *address. The desk keeps customers.dat in ascending ID order,
      *so the lookup is a binary SEARCH ALL, same as RENTALS'.
       01  MAX-CUSTOMERS                PIC 9(5)  VALUE 50000.
       01  W-CUST-FOUND-SWITCH          PIC X     VALUE 'N'.
           88  W-CUSTOMER-FOUND                   VALUE 'Y'.
           88  W-CUSTOMER-NOT-FOUND               VALUE 'N'.
       01  CUSTOMER-TABLE-AREA.
           05  W-CUSTOMER-COUNT         PIC 9(5)  VALUE 0.
           05  CUSTOMER-ENTRY OCCURS 0 TO 50000 TIMES
                   DEPENDING ON W-CUSTOMER-COUNT
                   ASCENDING KEY IS CST-ID
                   INDEXED BY CST-IDX.
               10  CST-ID               PIC 9(6).
               10  CST-NAME             PIC X(25).
               10  CST-ADDRESS          PIC X(30).
               10  CST-WRITEOFF-SWITCH  PIC X.
                   88  CST-WRITTEN-OFF-TONIGHT  VALUE 'Y'.

      *Items already written off, loaded from the history before
      *tonight's are added, for matching the agency's recoveries.
       01  MAX-HISTORY-ITEMS            PIC 9(5)  VALUE 20000.
       01  W-HIST-FOUND-SWITCH          PIC X     VALUE 'N'.
           88  W-HIST-FOUND                       VALUE 'Y'.
           88  W-HIST-NOT-FOUND                   VALUE 'N'.
       01  HISTORY-TABLE-AREA.
           05  W-HISTORY-COUNT          PIC 9(5)  VALUE 0.
           05  HISTORY-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON W-HISTORY-COUNT
                   INDEXED BY HST-IDX.
               10  HST-CONTRACT-NO      PIC 9(6).
               10  HST-CUSTOMER-ID      PIC 9(6).
               10  HST-AMOUNT           PIC 9(9)V99.

      *Aging work fields: days since the invoice was billed.
       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY           PIC 9(4).
           05  WS-TODAYS-MM             PIC 9(2).
           05  WS-TODAYS-DD             PIC 9(2).
       01  WS-TODAYS-DATE-8             PIC 9(8)  VALUE 0.
       01  W-DAYS-OPEN                  PIC S9(5) VALUE 0.
       01  W-RECOVERY-NET               PIC 9(7)V99 VALUE 0.

       01  RUN-COUNTERS.
           05  W-ITEMS-READ             PIC 9(7)    VALUE 0.
           05  W-ITEMS-WRITTEN-OFF      PIC 9(5)    VALUE 0.
           05  W-WRITEOFF-DOLLARS       PIC 9(11)V99 VALUE 0.
           05  W-UNKNOWN-CUSTOMERS      PIC 9(5)    VALUE 0.
           05  W-CUSTOMERS-FLAGGED      PIC 9(5)    VALUE 0.
           05  W-RECOVERIES-POSTED      PIC 9(5)    VALUE 0.
           05  W-UNMATCHED-RECOVERIES   PIC 9(5)    VALUE 0.
           05  W-RECOVERY-GROSS         PIC 9(11)V99 VALUE 0.
           05  W-RECOVERY-FEES          PIC 9(11)V99 VALUE 0.
           05  W-RECOVERY-NET-TOTAL     PIC 9(11)V99 VALUE 0.

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

       01  WO-TITLE-LINE.
           05                           PIC X(40)  VALUE SPACES.
           05                           PIC X(34)
                 VALUE 'RENTAL BAD-DEBT WRITE-OFF REGISTER'.
           05                           PIC X(58)  VALUE SPACES.

       01  WO-RULE-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(30)
                 VALUE 'WRITING OFF ITEMS OPEN OVER  '.
           05  WRL-MIN-DAYS             PIC ZZ9.
           05                           PIC X(22)
                 VALUE ' DAYS OWING AT LEAST  '.
           05  WRL-MIN-BALANCE          PIC $$$,$$9.99.
           05                           PIC X(15)
                 VALUE '  PLACED WITH  '.
           05  WRL-AGENCY-ID            PIC X(6).
           05                           PIC X(45)  VALUE SPACES.

       01  WO-HEADING-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(10)  VALUE 'CONTRACT #'.
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(11)  VALUE 'CUSTOMER ID'.
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(25)  VALUE 'NAME'.
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(9)   VALUE 'BILL DATE'.
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(9)   VALUE 'DAYS OPEN'.
           05                           PIC X(6)   VALUE SPACES.
           05                           PIC X(11)  VALUE 'WRITTEN OFF'.
           05                           PIC X(38)  VALUE SPACES.

       01  WO-DETAIL-LINE.
           05                           PIC X(3)   VALUE SPACES.
           05  WOD-CONTRACT-NO          PIC 9(6).
           05                           PIC X(7)   VALUE SPACES.
           05  WOD-CUSTOMER-ID          PIC 9(6).
           05                           PIC X(5)   VALUE SPACES.
           05  WOD-NAME                 PIC X(25).
           05                           PIC X(3)   VALUE SPACES.
           05  WOD-BILL-DATE            PIC 9(8).
           05                           PIC X(6)   VALUE SPACES.
           05  WOD-DAYS-OPEN            PIC ZZ,ZZ9.
           05                           PIC X(3)   VALUE SPACES.
           05  WOD-AMOUNT               PIC $$,$$$,$$9.99.
           05                           PIC X(2)   VALUE SPACES.
      *Set when the customer ID is not on customers.dat; the item
      *is still placed, with no name or address for the agency.
           05  WOD-NOTE                 PIC X(18).
           05                           PIC X(21)  VALUE SPACES.

       01  RC-TITLE-LINE.
           05                           PIC X(40)  VALUE SPACES.
           05                           PIC X(24)
                 VALUE 'AGENCY RECOVERIES POSTED'.
           05                           PIC X(68)  VALUE SPACES.

       01  RC-HEADING-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(10)  VALUE 'CONTRACT #'.
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(11)  VALUE 'CUSTOMER ID'.
           05                           PIC X(9)   VALUE SPACES.
           05                           PIC X(5)   VALUE 'GROSS'.
           05                           PIC X(9)   VALUE SPACES.
           05                           PIC X(10)  VALUE 'AGENCY FEE'.
           05                           PIC X(6)   VALUE SPACES.
           05                           PIC X(8)   VALUE 'NET CASH'.
           05                           PIC X(60)  VALUE SPACES.

       01  RC-DETAIL-LINE.
           05                           PIC X(3)   VALUE SPACES.
           05  RCD-CONTRACT-NO          PIC 9(6).
           05                           PIC X(7)   VALUE SPACES.
           05  RCD-CUSTOMER-ID          PIC 9(6).
           05                           PIC X(3)   VALUE SPACES.
           05  RCD-GROSS                PIC $$,$$$,$$9.99.
           05                           PIC X(3)   VALUE SPACES.
           05  RCD-FEE                  PIC $$,$$$,$$9.99.
           05                           PIC X(3)   VALUE SPACES.
           05  RCD-NET                  PIC $$,$$$,$$9.99.
           05                           PIC X(2)   VALUE SPACES.
      *An agency report for a contract never written off is listed
      *but not posted, for collections to take up with the agency.
           05  RCD-NOTE                 PIC X(30).
           05                           PIC X(30)  VALUE SPACES.

       01  WO-TRAILER-LINE.
           05                           PIC X(14)
                 VALUE 'WRITTEN OFF:  '.
           05  WOT-COUNT                PIC ZZ,ZZ9.
           05                           PIC X(3)   VALUE SPACES.
           05  WOT-DOLLARS              PIC $$$,$$$,$$$,$$9.99.
           05                           PIC X(22)
                 VALUE '  CUSTOMERS FLAGGED:  '.
           05  WOT-FLAGGED              PIC ZZ,ZZ9.
           05                           PIC X(22)
                 VALUE '  UNKNOWN CUSTOMERS:  '.
           05  WOT-UNKNOWN              PIC ZZ,ZZ9.
           05                           PIC X(35)  VALUE SPACES.

       01  RC-TRAILER-LINE.
           05                           PIC X(14)
                 VALUE 'RECOVERIES:   '.
           05  RCT-COUNT                PIC ZZ,ZZ9.
           05                           PIC X(9)   VALUE '  GROSS  '.
           05  RCT-GROSS                PIC $$$,$$$,$$9.99.
           05                           PIC X(7)   VALUE '  FEES '.
           05  RCT-FEES                 PIC $$$,$$$,$$9.99.
           05                           PIC X(6)   VALUE '  NET '.
           05  RCT-NET                  PIC $$$,$$$,$$9.99.
           05                           PIC X(14)
                 VALUE '  UNMATCHED:  '.
           05  RCT-UNMATCHED            PIC ZZ,ZZ9.
           05                           PIC X(28)  VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'RENTWOFF'.
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
           PERFORM 110-LOAD-CUSTOMERS
           PERFORM 115-LOAD-WRITEOFF-HISTORY
           OPEN OUTPUT F09-REGISTER-FILE
           PERFORM 200-WRITE-OFF-AGED-ITEMS
           PERFORM 300-POST-RECOVERIES
           PERFORM 400-REWRITE-CUSTOMER-MASTER
           PERFORM 500-WRITE-REGISTER-TOTALS
           CLOSE F09-REGISTER-FILE
           IF W-UNMATCHED-RECOVERIES > 0
               OR W-UNKNOWN-CUSTOMERS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 910-WRITE-CONTROL-TOTALS
           PERFORM 920-WRITE-GL-JOURNAL
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
           OPEN INPUT F13-RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = '00'
               READ F13-RUN-LOCK-FILE
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
               CLOSE F13-RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-IS-LIVE
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' - RENTWOFF NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F13-RUN-LOCK-FILE
           MOVE 'RENTWOFF' TO LCK-PROGRAM
           MOVE WS-LOCK-NOW-DATE TO LCK-DATE
           MOVE WS-LOCK-NOW-TIME TO LCK-TIME
           MOVE WS-LOCK-NOW-DATE TO WS-LID-DATE
           MOVE WS-LOCK-NOW-TIME TO WS-LID-TIME
           MOVE WS-LOCK-IDENTITY TO LCK-IDENTITY
           WRITE F13-RUN-LOCK-RECORD
           CLOSE F13-RUN-LOCK-FILE
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

       105-READ-PARAMETERS.
           OPEN INPUT F03-PARAMETER-FILE
           IF WS-PARAM-FILE-STATUS = '00'
               READ F03-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-MIN-DAYS-OPEN IS NUMERIC
                          AND PARM-MIN-DAYS-OPEN > 0
                           MOVE PARM-MIN-DAYS-OPEN
                               TO W-MIN-DAYS-OPEN
                       END-IF
                       IF PARM-MIN-BALANCE IS NUMERIC
                           MOVE PARM-MIN-BALANCE TO W-MIN-BALANCE
                       END-IF
                       IF PARM-AGENCY-ID NOT = SPACES
                           MOVE PARM-AGENCY-ID TO W-AGENCY-ID
                       END-IF
               END-READ
               CLOSE F03-PARAMETER-FILE
           END-IF
           .

       110-LOAD-CUSTOMERS.
           OPEN INPUT F04-CUSTOMER-IN-FILE
           IF WS-CUSTOMER-IN-STATUS = '00'
               PERFORM UNTIL WS-CUSTOMER-IN-STATUS NOT = '00'
                   READ F04-CUSTOMER-IN-FILE
                       AT END
                           MOVE '10' TO WS-CUSTOMER-IN-STATUS
                       NOT AT END
                           IF W-CUSTOMER-COUNT < MAX-CUSTOMERS
                               ADD 1 TO W-CUSTOMER-COUNT
                               SET CST-IDX TO W-CUSTOMER-COUNT
                               MOVE CUS-IN-ID TO CST-ID(CST-IDX)
                               MOVE CUS-IN-NAME TO CST-NAME(CST-IDX)
                               MOVE CUS-IN-ADDRESS
                                   TO CST-ADDRESS(CST-IDX)
                               MOVE 'N'
                                   TO CST-WRITEOFF-SWITCH(CST-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F04-CUSTOMER-IN-FILE
           END-IF
           .

       115-LOAD-WRITEOFF-HISTORY.
           OPEN INPUT F07-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '00'
               PERFORM UNTIL WS-HISTORY-FILE-STATUS NOT = '00'
                   READ F07-HISTORY-FILE
                       AT END
                           MOVE '10' TO WS-HISTORY-FILE-STATUS
                       NOT AT END
                           IF W-HISTORY-COUNT < MAX-HISTORY-ITEMS
                               ADD 1 TO W-HISTORY-COUNT
                               SET HST-IDX TO W-HISTORY-COUNT
                               MOVE WOH-CONTRACT-NO
                                   TO HST-CONTRACT-NO(HST-IDX)
                               MOVE WOH-CUSTOMER-ID
                                   TO HST-CUSTOMER-ID(HST-IDX)
                               MOVE WOH-AMOUNT
                                   TO HST-AMOUNT(HST-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F07-HISTORY-FILE
           END-IF
           .

      *Copies the open-item master through, pulling out each item
      *that meets the write-off rules. Credit balances and account
      *items always go straight through, as does an item with no
      *bill date to age it by.
       200-WRITE-OFF-AGED-ITEMS.
           WRITE F09-REGISTER-RECORD FROM W08-RUN-DATE-LINE
           WRITE F09-REGISTER-RECORD FROM WO-TITLE-LINE
           MOVE W-MIN-DAYS-OPEN TO WRL-MIN-DAYS
           MOVE W-MIN-BALANCE   TO WRL-MIN-BALANCE
           MOVE W-AGENCY-ID     TO WRL-AGENCY-ID
           WRITE F09-REGISTER-RECORD FROM WO-RULE-LINE
           WRITE F09-REGISTER-RECORD FROM SPACES
           WRITE F09-REGISTER-RECORD FROM WO-HEADING-LINE
           OPEN OUTPUT F02-OPEN-OUT-FILE
           OPEN OUTPUT F06-PLACEMENT-FILE
           OPEN EXTEND F07-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '35'
               OPEN OUTPUT F07-HISTORY-FILE
               CLOSE F07-HISTORY-FILE
               OPEN EXTEND F07-HISTORY-FILE
           END-IF
           OPEN INPUT F01-OPEN-IN-FILE
           IF WS-OPEN-IN-STATUS = '00'
               PERFORM UNTIL WS-OPEN-IN-STATUS NOT = '00'
                   READ F01-OPEN-IN-FILE
                       AT END
                           MOVE '10' TO WS-OPEN-IN-STATUS
                       NOT AT END
                           ADD 1 TO W-ITEMS-READ
                           PERFORM 210-JUDGE-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE F01-OPEN-IN-FILE
           END-IF
           CLOSE F02-OPEN-OUT-FILE
                 F06-PLACEMENT-FILE
                 F07-HISTORY-FILE
           .

       210-JUDGE-ONE-ITEM.
           MOVE 0 TO W-DAYS-OPEN
           IF OPI-IN-BILL-DATE IS NUMERIC
               AND OPI-IN-BILL-DATE > 0
               COMPUTE W-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-8) -
                   FUNCTION INTEGER-OF-DATE(OPI-IN-BILL-DATE)
           END-IF
           IF OPI-IN-SIGN NOT = '-'
               AND NOT OPI-IN-ACCOUNT-DEBTOR
               AND W-DAYS-OPEN > W-MIN-DAYS-OPEN
               AND OPI-IN-AMOUNT >= W-MIN-BALANCE
               AND OPI-IN-AMOUNT > 0
               PERFORM 220-WRITE-OFF-ONE-ITEM
           ELSE
               MOVE F01-OPEN-IN-RECORD TO F02-OPEN-OUT-RECORD
               WRITE F02-OPEN-OUT-RECORD
           END-IF
           .

      *Places the item with the agency, records it on the history,
      *lists it, and marks its customer for flagging. An item whose
      *customer is not on the master still goes - the debt is real
      *- but is counted for the desk to chase the missing record.
       220-WRITE-OFF-ONE-ITEM.
           ADD 1 TO W-ITEMS-WRITTEN-OFF
           ADD OPI-IN-AMOUNT TO W-WRITEOFF-DOLLARS
           MOVE SPACES TO WO-DETAIL-LINE
           MOVE SPACES TO PLC-NAME
           MOVE SPACES TO PLC-ADDRESS
           MOVE 'N' TO W-CUST-FOUND-SWITCH
           IF W-CUSTOMER-COUNT > 0
               SEARCH ALL CUSTOMER-ENTRY
                   AT END CONTINUE
                   WHEN CST-ID(CST-IDX) = OPI-IN-CUSTOMER-ID
                       MOVE 'Y' TO W-CUST-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-CUSTOMER-FOUND
               MOVE CST-NAME(CST-IDX)    TO PLC-NAME
               MOVE CST-ADDRESS(CST-IDX) TO PLC-ADDRESS
               SET CST-WRITTEN-OFF-TONIGHT(CST-IDX) TO TRUE
           ELSE
               ADD 1 TO W-UNKNOWN-CUSTOMERS
               MOVE 'CUSTOMER NOT FOUND' TO WOD-NOTE
           END-IF
           MOVE W-AGENCY-ID          TO PLC-AGENCY-ID
           MOVE OPI-IN-CONTRACT-NO   TO PLC-CONTRACT-NO
           MOVE OPI-IN-CUSTOMER-ID   TO PLC-CUSTOMER-ID
           MOVE OPI-IN-AMOUNT        TO PLC-AMOUNT
           MOVE OPI-IN-BILL-DATE     TO PLC-BILL-DATE
           MOVE OPI-IN-LAST-PAYMENT  TO PLC-LAST-PAYMENT
           MOVE WS-TODAYS-DATE-8     TO PLC-PLACED-DATE
           WRITE F06-PLACEMENT-RECORD
           MOVE OPI-IN-CONTRACT-NO   TO WOH-CONTRACT-NO
           MOVE OPI-IN-CUSTOMER-ID   TO WOH-CUSTOMER-ID
           MOVE OPI-IN-AMOUNT        TO WOH-AMOUNT
           MOVE WS-TODAYS-DATE-8     TO WOH-DATE
           MOVE W-AGENCY-ID          TO WOH-AGENCY-ID
           WRITE F07-HISTORY-RECORD
           MOVE OPI-IN-CONTRACT-NO   TO WOD-CONTRACT-NO
           MOVE OPI-IN-CUSTOMER-ID   TO WOD-CUSTOMER-ID
           MOVE PLC-NAME             TO WOD-NAME
           MOVE OPI-IN-BILL-DATE     TO WOD-BILL-DATE
           MOVE W-DAYS-OPEN          TO WOD-DAYS-OPEN
           MOVE OPI-IN-AMOUNT        TO WOD-AMOUNT
           WRITE F09-REGISTER-RECORD FROM WO-DETAIL-LINE
           .

      *Each agency recovery must match an item on the write-off
      *history; a match is posted and listed, anything else is
      *listed unposted for collections to query.
       300-POST-RECOVERIES.
           WRITE F09-REGISTER-RECORD FROM SPACES
           WRITE F09-REGISTER-RECORD FROM RC-TITLE-LINE
           WRITE F09-REGISTER-RECORD FROM SPACES
           WRITE F09-REGISTER-RECORD FROM RC-HEADING-LINE
           OPEN INPUT F08-RECOVERY-FILE
           IF WS-RECOVERY-FILE-STATUS = '00'
               PERFORM UNTIL WS-RECOVERY-FILE-STATUS NOT = '00'
                   READ F08-RECOVERY-FILE
                       AT END
                           MOVE '10' TO WS-RECOVERY-FILE-STATUS
                       NOT AT END
                           PERFORM 310-POST-ONE-RECOVERY
                   END-READ
               END-PERFORM
               CLOSE F08-RECOVERY-FILE
           END-IF
           .

       310-POST-ONE-RECOVERY.
           MOVE SPACES TO RC-DETAIL-LINE
           MOVE 'N' TO W-HIST-FOUND-SWITCH
           IF W-HISTORY-COUNT > 0
               SET HST-IDX TO 1
               SEARCH HISTORY-ENTRY
                   AT END CONTINUE
                   WHEN HST-CONTRACT-NO(HST-IDX) = RCV-CONTRACT-NO
                       MOVE 'Y' TO W-HIST-FOUND-SWITCH
               END-SEARCH
           END-IF
           MOVE RCV-CONTRACT-NO TO RCD-CONTRACT-NO
           MOVE RCV-GROSS       TO RCD-GROSS
           MOVE RCV-FEE         TO RCD-FEE
           IF RCV-FEE > RCV-GROSS
               MOVE 0 TO W-RECOVERY-NET
           ELSE
               COMPUTE W-RECOVERY-NET = RCV-GROSS - RCV-FEE
           END-IF
           MOVE W-RECOVERY-NET  TO RCD-NET
           IF W-HIST-FOUND
               AND RCV-FEE NOT > RCV-GROSS
               ADD 1 TO W-RECOVERIES-POSTED
               ADD RCV-GROSS      TO W-RECOVERY-GROSS
               ADD RCV-FEE        TO W-RECOVERY-FEES
               ADD W-RECOVERY-NET TO W-RECOVERY-NET-TOTAL
               MOVE HST-CUSTOMER-ID(HST-IDX) TO RCD-CUSTOMER-ID
           ELSE
               ADD 1 TO W-UNMATCHED-RECOVERIES
               MOVE 0 TO RCD-CUSTOMER-ID
               IF W-HIST-FOUND
                   MOVE 'NOT POSTED - FEE EXCEEDS GROSS' TO RCD-NOTE
               ELSE
                   MOVE 'NOT POSTED - NO WRITE-OFF' TO RCD-NOTE
               END-IF
           END-IF
           WRITE F09-REGISTER-RECORD FROM RC-DETAIL-LINE
           .

      *Copies customers.dat through to customers.new, setting the
      *written-off flag on everyone written off tonight. A flag set
      *on an earlier run stays set.
       400-REWRITE-CUSTOMER-MASTER.
           OPEN OUTPUT F05-CUSTOMER-OUT-FILE
           OPEN INPUT F04-CUSTOMER-IN-FILE
           IF WS-CUSTOMER-IN-STATUS = '00'
               PERFORM UNTIL WS-CUSTOMER-IN-STATUS NOT = '00'
                   READ F04-CUSTOMER-IN-FILE
                       AT END
                           MOVE '10' TO WS-CUSTOMER-IN-STATUS
                       NOT AT END
                           PERFORM 410-COPY-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE F04-CUSTOMER-IN-FILE
           END-IF
           CLOSE F05-CUSTOMER-OUT-FILE
           .

       410-COPY-ONE-CUSTOMER.
           MOVE CUS-IN-ID       TO CUS-OUT-ID
           MOVE CUS-IN-NAME     TO CUS-OUT-NAME
           MOVE CUS-IN-ADDRESS  TO CUS-OUT-ADDRESS
           MOVE CUS-IN-WRITEOFF TO CUS-OUT-WRITEOFF
           MOVE CUS-IN-EMAIL       TO CUS-OUT-EMAIL
           MOVE CUS-IN-MOBILE      TO CUS-OUT-MOBILE
           MOVE CUS-IN-CHANNEL     TO CUS-OUT-CHANNEL
           MOVE CUS-IN-EMAIL-OPTIN TO CUS-OUT-EMAIL-OPTIN
           MOVE CUS-IN-TEXT-OPTIN  TO CUS-OUT-TEXT-OPTIN
           MOVE 'N' TO W-CUST-FOUND-SWITCH
           IF W-CUSTOMER-COUNT > 0
               SEARCH ALL CUSTOMER-ENTRY
                   AT END CONTINUE
                   WHEN CST-ID(CST-IDX) = CUS-IN-ID
                       MOVE 'Y' TO W-CUST-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-CUSTOMER-FOUND
               IF CST-WRITTEN-OFF-TONIGHT(CST-IDX)
                   AND NOT CUS-OUT-WRITTEN-OFF
                   ADD 1 TO W-CUSTOMERS-FLAGGED
                   SET CUS-OUT-WRITTEN-OFF TO TRUE
               END-IF
           END-IF
           WRITE F05-CUSTOMER-OUT-RECORD
           .

       500-WRITE-REGISTER-TOTALS.
           WRITE F09-REGISTER-RECORD FROM SPACES
           MOVE W-ITEMS-WRITTEN-OFF TO WOT-COUNT
           MOVE W-WRITEOFF-DOLLARS  TO WOT-DOLLARS
           MOVE W-CUSTOMERS-FLAGGED TO WOT-FLAGGED
           MOVE W-UNKNOWN-CUSTOMERS TO WOT-UNKNOWN
           WRITE F09-REGISTER-RECORD FROM WO-TRAILER-LINE
           MOVE W-RECOVERIES-POSTED    TO RCT-COUNT
           MOVE W-RECOVERY-GROSS       TO RCT-GROSS
           MOVE W-RECOVERY-FEES        TO RCT-FEES
           MOVE W-RECOVERY-NET-TOTAL   TO RCT-NET
           MOVE W-UNMATCHED-RECOVERIES TO RCT-UNMATCHED
           WRITE F09-REGISTER-RECORD FROM RC-TRAILER-LINE
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
           MOVE W-ITEMS-READ    TO OPL-RECORD-COUNT
           OPEN EXTEND F10-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F10-OPS-LOG-FILE
               CLOSE F10-OPS-LOG-FILE
               OPEN EXTEND F10-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F10-OPS-LOG-RECORD
           WRITE F10-OPS-LOG-RECORD
           CLOSE F10-OPS-LOG-FILE
           .

      *Dollars written off and recovered, for the balancing run to
      *hold against RENTRECV's open dollars.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F11-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT F11-CONTROL-TOTAL-FILE
               CLOSE F11-CONTROL-TOTAL-FILE
               OPEN EXTEND F11-CONTROL-TOTAL-FILE
           END-IF
           MOVE 'RENTWOFF' TO CTF-PROGRAM
           MOVE 'WRITTEN-OFF' TO CTF-ITEM
           MOVE W-ITEMS-WRITTEN-OFF TO CTF-COUNT
           MOVE W-WRITEOFF-DOLLARS TO CTF-AMOUNT
           WRITE F11-CONTROL-TOTAL-RECORD
           MOVE 'RENTWOFF' TO CTF-PROGRAM
           MOVE 'RECOVERED' TO CTF-ITEM
           MOVE W-RECOVERIES-POSTED TO CTF-COUNT
           MOVE W-RECOVERY-GROSS TO CTF-AMOUNT
           WRITE F11-CONTROL-TOTAL-RECORD
           CLOSE F11-CONTROL-TOTAL-FILE
           .

      *The write-off moves the balances out of rental receivables
      *(1200) into bad-debt expense (5500). A recovery reverses
      *that expense for the gross collected, expenses the agency's
      *fee (5600), and banks the net (1000).
       920-WRITE-GL-JOURNAL.
           IF W-WRITEOFF-DOLLARS > 0
               OR W-RECOVERY-GROSS > 0
               OPEN EXTEND F12-GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS = '35'
                   OPEN OUTPUT F12-GL-JOURNAL-FILE
                   CLOSE F12-GL-JOURNAL-FILE
                   OPEN EXTEND F12-GL-JOURNAL-FILE
               END-IF
               MOVE 'RENTWOFF' TO GLJ-PROGRAM
               MOVE WS-TODAYS-DATE-8 TO GLJ-DATE
               IF W-WRITEOFF-DOLLARS > 0
                   MOVE '5500' TO GLJ-ACCOUNT
                   MOVE 'D' TO GLJ-DC
                   MOVE W-WRITEOFF-DOLLARS TO GLJ-AMOUNT
                   WRITE F12-GL-JOURNAL-RECORD
                   MOVE '1200' TO GLJ-ACCOUNT
                   MOVE 'C' TO GLJ-DC
                   MOVE W-WRITEOFF-DOLLARS TO GLJ-AMOUNT
                   WRITE F12-GL-JOURNAL-RECORD
               END-IF
               IF W-RECOVERY-GROSS > 0
                   IF W-RECOVERY-NET-TOTAL > 0
                       MOVE '1000' TO GLJ-ACCOUNT
                       MOVE 'D' TO GLJ-DC
                       MOVE W-RECOVERY-NET-TOTAL TO GLJ-AMOUNT
                       WRITE F12-GL-JOURNAL-RECORD
                   END-IF
                   IF W-RECOVERY-FEES > 0
                       MOVE '5600' TO GLJ-ACCOUNT
                       MOVE 'D' TO GLJ-DC
                       MOVE W-RECOVERY-FEES TO GLJ-AMOUNT
                       WRITE F12-GL-JOURNAL-RECORD
                   END-IF
                   MOVE '5500' TO GLJ-ACCOUNT
                   MOVE 'C' TO GLJ-DC
                   MOVE W-RECOVERY-GROSS TO GLJ-AMOUNT
                   WRITE F12-GL-JOURNAL-RECORD
               END-IF
               CLOSE F12-GL-JOURNAL-FILE
           END-IF
           .
