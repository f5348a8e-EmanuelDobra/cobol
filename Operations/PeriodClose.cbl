       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCLOSE.

      *Accounting period close and reopen for the general ledger.
      *The controller keys one request per period to close or
      *reopen on glperiodreq.dat with the operator ID; this run
      *works them in order against the period calendar GLPOST
      *cuts postings off by. A close snapshots the period's
      *closing balances onto glperiodbal.dat and prints a close
      *certificate; the closing balance of each account is today's
      *carried balance less everything GLPOST has posted under a
      *later period, so a period can be closed after the next
      *month's postings have started. A close needs an operator
      *from operators.dat with authority 2 or above, is refused
      *while unposted journal entries are dated into the period,
      *and is refused for a period not yet ended. Reopening a
      *closed period needs supervisor authority (3) and a reason.
      *Every close and reopen applied is journaled on glperiod.jnl
      *with the operator ID and the before and after status; a
      *refused request is listed on the certificate report and
      *ends the run with the warning code 4. Ops clears the
      *request file once the run has been checked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Close and reopen requests keyed by the controller.
           SELECT F01-REQUEST-FILE ASSIGN TO 'glperiodreq.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-REQUEST-FILE-STATUS.

      *Operator master, same file and authority levels RENTMAINT
      *signs operators on with.
           SELECT F02-OPERATOR-FILE
                                   ASSIGN TO 'operators.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-OPERATOR-FILE-STATUS.

      *Accounting period calendar GLPOST reads; rewritten here with
      *the status changes applied.
           SELECT F03-PERIOD-FILE  ASSIGN TO 'glperiods.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-PERIOD-FILE-STATUS.

      *Chart of accounts, for the descriptions on the certificate.
           SELECT F04-CHART-FILE   ASSIGN TO 'chartofaccounts.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-CHART-FILE-STATUS.

      *Carried account balances as of the last GLPOST run.
           SELECT F05-BALANCE-FILE ASSIGN TO 'glbalances.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-BALANCE-FILE-STATUS.

      *GLPOST's posting history, each entry under the date it
      *posted under.
           SELECT F06-POSTED-FILE  ASSIGN TO 'glposted.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-POSTED-FILE-STATUS.

      *Journal entries not yet posted.
           SELECT F07-JOURNAL-FILE ASSIGN TO 'gljournal.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-JOURNAL-FILE-STATUS.

      *Closing balances per period; a period closed again after a
      *reopen has its earlier snapshot replaced.
           SELECT F08-SNAPSHOT-FILE
                                   ASSIGN TO 'glperiodbal.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-SNAPSHOT-FILE-STATUS.

           SELECT F09-CERTIFICATE-FILE
                                   ASSIGN TO 'glclosecert.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Period status journal, appended every run.
           SELECT F10-PERIOD-JOURNAL-FILE
                                   ASSIGN TO 'glperiod.jnl'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-PERIOD-JNL-STATUS.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F11-OPS-LOG-FILE ASSIGN TO 'opslog.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-OPSLOG-FILE-STATUS.

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT F12-RUN-LOCK-FILE
                                   ASSIGN TO 'runlock.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-RUN-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-REQUEST-FILE
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS F01-REQUEST-RECORD.
       01  F01-REQUEST-RECORD.
           05  REQ-ACTION          PIC X.
               88  REQ-CLOSE                 VALUE 'C'.
               88  REQ-REOPEN                VALUE 'R'.
           05  REQ-PERIOD          PIC 9(6).
           05  REQ-PERIOD-PARTS REDEFINES REQ-PERIOD.
               10  REQ-CCYY        PIC 9(4).
               10  REQ-MM          PIC 99.
           05  REQ-OPERATOR-ID     PIC X(8).
           05  REQ-REASON          PIC X(30).

      *Same 17-byte layout RENTMAINT reads; the password is not
      *needed here.
       FD  F02-OPERATOR-FILE
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS F02-OPERATOR-RECORD.
       01  F02-OPERATOR-RECORD.
           05  OPR-IN-ID           PIC X(8).
           05  FILLER              PIC X(8).
           05  OPR-IN-AUTHORITY    PIC 9.

       FD  F03-PERIOD-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS F03-PERIOD-RECORD.
       01  F03-PERIOD-RECORD.
           05  GLP-PERIOD          PIC 9(6).
           05  GLP-STATUS          PIC X.
           05  GLP-STATUS-DATE     PIC 9(8).
           05  GLP-STATUS-OPERATOR PIC X(8).

      *Same 52-byte chart GLSTMT reads; the statement fields are
      *not needed here.
       FD  F04-CHART-FILE
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS F04-CHART-RECORD.
       01  F04-CHART-RECORD.
           05  GLA-ACCOUNT         PIC X(4).
           05  GLA-DESCRIPTION     PIC X(25).
           05  FILLER              PIC X(23).

       FD  F05-BALANCE-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F05-BALANCE-RECORD.
       01  F05-BALANCE-RECORD.
           05  GLB-ACCOUNT         PIC X(4).
           05  GLB-SIGN            PIC X.
           05  GLB-AMOUNT          PIC 9(11)V99.

      *Same 42-byte history GLPOST appends.
       FD  F06-POSTED-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS F06-POSTED-RECORD.
       01  F06-POSTED-RECORD.
           05  GLH-PROGRAM         PIC X(8).
           05  GLH-DATE            PIC 9(8).
           05  GLH-DATE-PARTS REDEFINES GLH-DATE.
               10  GLH-PERIOD      PIC 9(6).
               10  GLH-DD          PIC 99.
           05  GLH-ACCOUNT         PIC X(4).
           05  GLH-DC              PIC X.
           05  GLH-AMOUNT          PIC 9(11)V99.
           05  GLH-ORIGINAL-DATE   PIC 9(8).

      *Same 34-byte journal layout the feeder programs append.
       FD  F07-JOURNAL-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS F07-JOURNAL-RECORD.
       01  F07-JOURNAL-RECORD.
           05  GLJ-PROGRAM         PIC X(8).
           05  GLJ-DATE            PIC 9(8).
           05  GLJ-DATE-PARTS REDEFINES GLJ-DATE.
               10  GLJ-PERIOD      PIC 9(6).
               10  GLJ-DD          PIC 99.
           05  GLJ-ACCOUNT         PIC X(4).
           05  GLJ-DC              PIC X.
           05  GLJ-AMOUNT          PIC 9(11)V99.

       FD  F08-SNAPSHOT-FILE
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS F08-SNAPSHOT-RECORD.
       01  F08-SNAPSHOT-RECORD.
           05  GPB-PERIOD          PIC 9(6).
           05  GPB-ACCOUNT         PIC X(4).
           05  GPB-SIGN            PIC X.
           05  GPB-AMOUNT          PIC 9(11)V99.

       FD  F09-CERTIFICATE-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F09-CERTIFICATE-RECORD.
       01  F09-CERTIFICATE-RECORD  PIC X(100).

      *One record per status change: when, which period, who, and
      *the status before and after.
       FD  F10-PERIOD-JOURNAL-FILE
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS F10-PERIOD-JOURNAL-RECORD.
       01  F10-PERIOD-JOURNAL-RECORD.
           05  PJL-DATE            PIC 9(8).
           05  PJL-TIME            PIC 9(6).
           05  PJL-ACTION          PIC X(8).
           05  PJL-PERIOD          PIC 9(6).
           05  PJL-OPERATOR-ID     PIC X(8).
           05  PJL-BEFORE-STATUS   PIC X.
           05  PJL-AFTER-STATUS    PIC X.
           05  PJL-REASON          PIC X(30).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F11-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F11-OPS-LOG-RECORD.
       01  F11-OPS-LOG-RECORD      PIC X(132).

      *One record: who holds the suite run lock and since when.
       FD  F12-RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F12-RUN-LOCK-RECORD.
       01  F12-RUN-LOCK-RECORD.
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

       01  WS-REQUEST-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-OPERATOR-FILE-STATUS PIC XX    VALUE SPACES.
       01  WS-PERIOD-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-CHART-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-POSTED-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-JOURNAL-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-SNAPSHOT-FILE-STATUS PIC XX    VALUE SPACES.
       01  WS-PERIOD-JNL-STATUS    PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.

      *Authority needed to close and to reopen a period.
       01  WS-CLOSE-AUTHORITY      PIC 9     VALUE 2.
       01  WS-REOPEN-AUTHORITY     PIC 9     VALUE 3.

       01  MAX-OPERATORS           PIC 9(2)  VALUE 50.
       01  OPERATOR-TABLE-AREA.
           05  WS-OPERATOR-COUNT   PIC 9(2)  VALUE 0.
           05  OPERATOR-ENTRY OCCURS 0 TO 50 TIMES
                   DEPENDING ON WS-OPERATOR-COUNT
                   INDEXED BY OPR-IDX.
               10  OPR-ID          PIC X(8).
               10  OPR-AUTHORITY   PIC 9.
       01  WS-FOUND-AUTHORITY      PIC 9     VALUE 0.

      *The whole calendar, rewritten at end of run.
       01  MAX-PERIODS             PIC 9(3)  VALUE 240.
       01  WS-PER-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-PER-FOUND                  VALUE 'Y'.
           88  WS-PER-NOT-FOUND              VALUE 'N'.
       01  PERIOD-TABLE-AREA.
           05  WS-PERIOD-COUNT     PIC 9(3)  VALUE 0.
           05  PERIOD-ENTRY OCCURS 0 TO 240 TIMES
                   DEPENDING ON WS-PERIOD-COUNT
                   INDEXED BY PER-IDX.
               10  PER-PERIOD      PIC 9(6).
               10  PER-STATUS      PIC X.
                   88  PER-CLOSED            VALUE 'C'.
               10  PER-STATUS-DATE PIC 9(8).
               10  PER-OPERATOR    PIC X(8).
       01  WS-BEFORE-STATUS        PIC X     VALUE SPACES.

      *Carried balances, and the closing balances worked back from
      *them for the period being closed. Positive is a debit
      *balance, negative a credit balance.
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
               10  ACC-BALANCE     PIC S9(12)V99.
               10  ACC-CLOSING     PIC S9(12)V99.
       01  WS-WORK-ACCOUNT         PIC X(4)  VALUE SPACES.

      *Snapshot rows of other periods, kept while the file is
      *rewritten.
       01  MAX-SNAPSHOTS           PIC 9(5)  VALUE 12000.
       01  SNAPSHOT-TABLE-AREA.
           05  WS-SNAPSHOT-COUNT   PIC 9(5)  VALUE 0.
           05  SNAPSHOT-ENTRY OCCURS 0 TO 12000 TIMES
                   DEPENDING ON WS-SNAPSHOT-COUNT
                   INDEXED BY SNP-IDX.
               10  SNP-RECORD      PIC X(24).

       01  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
           88  WS-REQUEST-ACCEPTED           VALUE SPACES.
       01  WS-PENDING-ENTRIES      PIC 9(6)  VALUE 0.

       01  RUN-TOTALS.
           05  WS-REQUEST-COUNT    PIC 9(5)  VALUE 0.
           05  WS-CLOSED-COUNT     PIC 9(5)  VALUE 0.
           05  WS-REOPENED-COUNT   PIC 9(5)  VALUE 0.
           05  WS-REJECTED-COUNT   PIC 9(5)  VALUE 0.
       01  CERTIFICATE-TOTALS.
           05  WS-CERT-DEBITS      PIC 9(13)V99 VALUE 0.
           05  WS-CERT-CREDITS     PIC 9(13)V99 VALUE 0.

       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY      PIC 9(4).
           05  WS-TODAYS-MM        PIC 9(2).
           05  WS-TODAYS-DD        PIC 9(2).
       01  WS-TODAYS-PARTS REDEFINES WS-TODAYS-DATE.
           05  WS-TODAYS-PERIOD    PIC 9(6).
           05  FILLER              PIC 99.
       01  WS-JNL-TIME-FULL.
           05  WS-JNL-TIME         PIC 9(6).
           05  FILLER              PIC 99.

       01  RUN-DATE-LINE.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  RDL-RUN-MM          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  RDL-RUN-DD          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  RDL-RUN-CCYY        PIC 9999.
           05  FILLER              PIC X(79) VALUE SPACES.

       01  CERT-TITLE-LINE.
           05  FILLER              PIC X(38) VALUE SPACES.
           05  FILLER              PIC X(24)
                 VALUE 'PERIOD CLOSE CERTIFICATE'.
           05  FILLER              PIC X(38) VALUE SPACES.
       01  CERT-PERIOD-LINE.
           05  FILLER              PIC X(8)  VALUE 'PERIOD: '.
           05  CPL-CCYY            PIC 9999.
           05  FILLER              PIC X     VALUE '/'.
           05  CPL-MM              PIC 99.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE 'CLOSED BY: '.
           05  CPL-OPERATOR-ID     PIC X(8).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(4)  VALUE 'AT: '.
           05  CPL-HH              PIC 99.
           05  FILLER              PIC X     VALUE ':'.
           05  CPL-MI              PIC 99.
           05  FILLER              PIC X(47) VALUE SPACES.
       01  CERT-HEADING-LINE.
           05  FILLER              PIC X(7)  VALUE 'ACCOUNT'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(25) VALUE 'DESCRIPTION'.
           05  FILLER              PIC X(8)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE 'DEBIT'.
           05  FILLER              PIC X(11) VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE 'CREDIT'.
           05  FILLER              PIC X(36) VALUE SPACES.
       01  CERT-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CRD-ACCOUNT         PIC X(4).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  CRD-DESCRIPTION     PIC X(25).
           05  FILLER              PIC X     VALUE SPACES.
           05  CRD-DEBIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X     VALUE SPACES.
           05  CRD-CREDIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(30) VALUE SPACES.
       01  CERT-TOTAL-LINE.
           05  FILLER              PIC X(10)
                 VALUE 'TOTALS    '.
           05  FILLER              PIC X(25) VALUE SPACES.
           05  CRT-DEBITS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X     VALUE SPACES.
           05  CRT-CREDITS         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(30) VALUE SPACES.
       01  CERT-STATEMENT-LINE.
           05  FILLER              PIC X(42)
                 VALUE 'CLOSING BALANCES AGREE - PERIOD CERTIFIED '.
           05  FILLER              PIC X(6)  VALUE 'CLOSED'.
           05  FILLER              PIC X(52) VALUE SPACES.
       01  REOPEN-LINE.
           05  FILLER              PIC X(8)  VALUE 'PERIOD: '.
           05  ROL-CCYY            PIC 9999.
           05  FILLER              PIC X     VALUE '/'.
           05  ROL-MM              PIC 99.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(13) VALUE 'REOPENED BY: '.
           05  ROL-OPERATOR-ID     PIC X(8).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  ROL-REASON          PIC X(30).
           05  FILLER              PIC X(28) VALUE SPACES.
       01  REJECT-LINE.
           05  FILLER              PIC X(19)
                 VALUE '*** REJECTED *** - '.
           05  RJL-ACTION          PIC X(6).
           05  FILLER              PIC X     VALUE SPACES.
           05  RJL-CCYY            PIC 9999.
           05  FILLER              PIC X     VALUE '/'.
           05  RJL-MM              PIC 99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RJL-OPERATOR-ID     PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RJL-REASON          PIC X(40).
           05  FILLER              PIC X(15) VALUE SPACES.
       01  NO-REQUESTS-LINE.
           05  FILLER              PIC X(35)
                 VALUE 'NO PERIOD CLOSE OR REOPEN REQUESTED'.
           05  FILLER              PIC X(65) VALUE SPACES.
       01  RUN-TRAILER-LINE.
           05  FILLER              PIC X(10) VALUE 'REQUESTS: '.
           05  RTL-REQUESTS        PIC ZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'CLOSED: '.
           05  RTL-CLOSED          PIC ZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'REOPENED: '.
           05  RTL-REOPENED        PIC ZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'REJECTED: '.
           05  RTL-REJECTED        PIC ZZZZ9.
           05  FILLER              PIC X(33) VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'GLCLOSE'.
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
           PERFORM 110-LOAD-OPERATORS
           PERFORM 120-LOAD-PERIODS
           PERFORM 130-LOAD-CHART
           PERFORM 140-LOAD-CARRIED-BALANCES
           OPEN OUTPUT F09-CERTIFICATE-FILE
           MOVE RUN-DATE-LINE TO F09-CERTIFICATE-RECORD
           WRITE F09-CERTIFICATE-RECORD
           PERFORM 200-PROCESS-REQUESTS
           IF WS-REQUEST-COUNT = 0
               MOVE NO-REQUESTS-LINE TO F09-CERTIFICATE-RECORD
               WRITE F09-CERTIFICATE-RECORD
           END-IF
           PERFORM 600-WRITE-RUN-TRAILER
           CLOSE F09-CERTIFICATE-FILE
           IF WS-CLOSED-COUNT > 0 OR WS-REOPENED-COUNT > 0
               PERFORM 500-REWRITE-PERIODS
           END-IF
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 096-RELEASE-RUN-LOCK
           STOP RUN.

      *Takes the suite run lock before anything is opened. A live
      *lock means another batch program is mid-run - closing a
      *period while GLPOST is posting into it would snapshot half
      *a night's work - so the run refuses with the severe
      *condition code. A lock from a prior day, or older than the
      *stale limit, is left over from a crashed run and is taken
      *over.
       095-TAKE-RUN-LOCK.
           ACCEPT WS-LOCK-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-NOW-TIME-FULL FROM TIME
           MOVE 'N' TO WS-LOCK-LIVE-SWITCH
           OPEN INPUT F12-RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = '00'
               READ F12-RUN-LOCK-FILE
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
               CLOSE F12-RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-IS-LIVE
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' - GLCLOSE NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F12-RUN-LOCK-FILE
           MOVE 'GLCLOSE' TO LCK-PROGRAM
           MOVE WS-LOCK-NOW-DATE TO LCK-DATE
           MOVE WS-LOCK-NOW-TIME TO LCK-TIME
           MOVE WS-LOCK-NOW-DATE TO WS-LID-DATE
           MOVE WS-LOCK-NOW-TIME TO WS-LID-TIME
           MOVE WS-LOCK-IDENTITY TO LCK-IDENTITY
           WRITE F12-RUN-LOCK-RECORD
           CLOSE F12-RUN-LOCK-FILE
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

      *With no operator master nobody is authorized, so every
      *request is refused rather than passed unchecked.
       110-LOAD-OPERATORS.
           OPEN INPUT F02-OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS = '00'
               PERFORM UNTIL WS-OPERATOR-FILE-STATUS NOT = '00'
                   READ F02-OPERATOR-FILE
                       AT END
                           MOVE '10' TO WS-OPERATOR-FILE-STATUS
                       NOT AT END
                           IF WS-OPERATOR-COUNT < MAX-OPERATORS
                               ADD 1 TO WS-OPERATOR-COUNT
                               MOVE OPR-IN-ID
                                   TO OPR-ID(WS-OPERATOR-COUNT)
                               IF OPR-IN-AUTHORITY IS NUMERIC
                                   MOVE OPR-IN-AUTHORITY
                                     TO OPR-AUTHORITY(WS-OPERATOR-COUNT)
                               ELSE
                                   MOVE 0
                                     TO OPR-AUTHORITY(WS-OPERATOR-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-OPERATOR-FILE
           END-IF.

       120-LOAD-PERIODS.
           OPEN INPUT F03-PERIOD-FILE
           IF WS-PERIOD-FILE-STATUS = '00'
               PERFORM UNTIL WS-PERIOD-FILE-STATUS NOT = '00'
                   READ F03-PERIOD-FILE
                       AT END
                           MOVE '10' TO WS-PERIOD-FILE-STATUS
                       NOT AT END
                           IF WS-PERIOD-COUNT < MAX-PERIODS
                               ADD 1 TO WS-PERIOD-COUNT
                               SET PER-IDX TO WS-PERIOD-COUNT
                               MOVE GLP-PERIOD
                                   TO PER-PERIOD(PER-IDX)
                               MOVE GLP-STATUS
                                   TO PER-STATUS(PER-IDX)
                               MOVE GLP-STATUS-DATE
                                   TO PER-STATUS-DATE(PER-IDX)
                               MOVE GLP-STATUS-OPERATOR
                                   TO PER-OPERATOR(PER-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-PERIOD-FILE
           END-IF.

       130-LOAD-CHART.
           OPEN INPUT F04-CHART-FILE
           IF WS-CHART-FILE-STATUS = '00'
               PERFORM UNTIL WS-CHART-FILE-STATUS NOT = '00'
                   READ F04-CHART-FILE
                       AT END
                           MOVE '10' TO WS-CHART-FILE-STATUS
                       NOT AT END
                           MOVE GLA-ACCOUNT TO WS-WORK-ACCOUNT
                           PERFORM 135-FIND-OR-ADD-ACCOUNT
                           IF WS-ACC-FOUND
                               MOVE GLA-DESCRIPTION
                                   TO ACC-DESCRIPTION(ACC-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F04-CHART-FILE
           END-IF.

       135-FIND-OR-ADD-ACCOUNT.
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
               MOVE 0 TO ACC-BALANCE(ACC-IDX)
               MOVE 0 TO ACC-CLOSING(ACC-IDX)
               MOVE 'Y' TO WS-ACC-FOUND-SWITCH
           END-IF.

       140-LOAD-CARRIED-BALANCES.
           OPEN INPUT F05-BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS = '00'
               PERFORM UNTIL WS-BALANCE-FILE-STATUS NOT = '00'
                   READ F05-BALANCE-FILE
                       AT END
                           MOVE '10' TO WS-BALANCE-FILE-STATUS
                       NOT AT END
                           MOVE GLB-ACCOUNT TO WS-WORK-ACCOUNT
                           PERFORM 135-FIND-OR-ADD-ACCOUNT
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
               CLOSE F05-BALANCE-FILE
           END-IF.

      *Requests are worked in the order keyed, so a reopen and a
      *re-close of the same period in one run both take effect.
       200-PROCESS-REQUESTS.
           OPEN INPUT F01-REQUEST-FILE
           IF WS-REQUEST-FILE-STATUS = '00'
               OPEN EXTEND F10-PERIOD-JOURNAL-FILE
               IF WS-PERIOD-JNL-STATUS = '35'
                   OPEN OUTPUT F10-PERIOD-JOURNAL-FILE
                   CLOSE F10-PERIOD-JOURNAL-FILE
                   OPEN EXTEND F10-PERIOD-JOURNAL-FILE
               END-IF
               PERFORM UNTIL WS-REQUEST-FILE-STATUS NOT = '00'
                   READ F01-REQUEST-FILE
                       AT END
                           MOVE '10' TO WS-REQUEST-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-REQUEST-COUNT
                           EVALUATE TRUE
                               WHEN REQ-CLOSE
                                   PERFORM 300-CLOSE-PERIOD
                               WHEN REQ-REOPEN
                                   PERFORM 400-REOPEN-PERIOD
                               WHEN OTHER
                                   MOVE 'UNKNOWN REQUEST ACTION'
                                       TO WS-REJECT-REASON
                                   PERFORM 290-WRITE-REJECTION
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE F01-REQUEST-FILE
               CLOSE F10-PERIOD-JOURNAL-FILE
           END-IF.

      *Returns the operator's authority in WS-FOUND-AUTHORITY;
      *zero when the operator is not on file.
       210-FIND-OPERATOR.
           MOVE 0 TO WS-FOUND-AUTHORITY
           IF WS-OPERATOR-COUNT > 0
               SET OPR-IDX TO 1
               SEARCH OPERATOR-ENTRY
                   AT END CONTINUE
                   WHEN OPR-ID(OPR-IDX) = REQ-OPERATOR-ID
                       MOVE OPR-AUTHORITY(OPR-IDX)
                           TO WS-FOUND-AUTHORITY
               END-SEARCH
           END-IF.

      *Positions PER-IDX on the requested period, adding it to the
      *calendar as open when it is not there yet.
       220-FIND-OR-ADD-PERIOD.
           MOVE 'N' TO WS-PER-FOUND-SWITCH
           IF WS-PERIOD-COUNT > 0
               SET PER-IDX TO 1
               SEARCH PERIOD-ENTRY
                   AT END CONTINUE
                   WHEN PER-PERIOD(PER-IDX) = REQ-PERIOD
                       MOVE 'Y' TO WS-PER-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF WS-PER-NOT-FOUND
               AND WS-PERIOD-COUNT < MAX-PERIODS
               ADD 1 TO WS-PERIOD-COUNT
               SET PER-IDX TO WS-PERIOD-COUNT
               MOVE REQ-PERIOD TO PER-PERIOD(PER-IDX)
               MOVE 'O' TO PER-STATUS(PER-IDX)
               MOVE 0 TO PER-STATUS-DATE(PER-IDX)
               MOVE SPACES TO PER-OPERATOR(PER-IDX)
               MOVE 'Y' TO WS-PER-FOUND-SWITCH
           END-IF.

      *One journal record per status change applied.
       280-WRITE-PERIOD-JOURNAL.
           ACCEPT WS-JNL-TIME-FULL FROM TIME
           MOVE WS-TODAYS-DATE     TO PJL-DATE
           MOVE WS-JNL-TIME        TO PJL-TIME
           MOVE REQ-PERIOD         TO PJL-PERIOD
           MOVE REQ-OPERATOR-ID    TO PJL-OPERATOR-ID
           MOVE WS-BEFORE-STATUS   TO PJL-BEFORE-STATUS
           MOVE PER-STATUS(PER-IDX) TO PJL-AFTER-STATUS
           MOVE REQ-REASON         TO PJL-REASON
           WRITE F10-PERIOD-JOURNAL-RECORD.

       290-WRITE-REJECTION.
           ADD 1 TO WS-REJECTED-COUNT
           EVALUATE TRUE
               WHEN REQ-CLOSE
                   MOVE 'CLOSE'  TO RJL-ACTION
               WHEN REQ-REOPEN
                   MOVE 'REOPEN' TO RJL-ACTION
               WHEN OTHER
                   MOVE REQ-ACTION TO RJL-ACTION
           END-EVALUATE
           IF REQ-PERIOD IS NUMERIC
               MOVE REQ-CCYY TO RJL-CCYY
               MOVE REQ-MM   TO RJL-MM
           ELSE
               MOVE 0 TO RJL-CCYY
               MOVE 0 TO RJL-MM
           END-IF
           MOVE REQ-OPERATOR-ID  TO RJL-OPERATOR-ID
           MOVE WS-REJECT-REASON TO RJL-REASON
           MOVE SPACES TO F09-CERTIFICATE-RECORD
           WRITE F09-CERTIFICATE-RECORD
           MOVE REJECT-LINE TO F09-CERTIFICATE-RECORD
           WRITE F09-CERTIFICATE-RECORD.

      *Edits a close request, works back the closing balances, and
      *only when they agree marks the period closed, replaces its
      *snapshot, prints the certificate, and journals the close.
       300-CLOSE-PERIOD.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 210-FIND-OPERATOR
           EVALUATE TRUE
               WHEN WS-FOUND-AUTHORITY < WS-CLOSE-AUTHORITY
                   MOVE 'OPERATOR NOT AUTHORIZED TO CLOSE'
                       TO WS-REJECT-REASON
               WHEN REQ-PERIOD NOT NUMERIC
                   OR REQ-MM < 1 OR REQ-MM > 12
                   MOVE 'INVALID PERIOD' TO WS-REJECT-REASON
               WHEN REQ-PERIOD NOT < WS-TODAYS-PERIOD
                   MOVE 'PERIOD NOT YET ENDED' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 220-FIND-OR-ADD-PERIOD
                   IF WS-PER-NOT-FOUND
                       MOVE 'PERIOD CALENDAR FULL'
                           TO WS-REJECT-REASON
                   ELSE
                       IF PER-CLOSED(PER-IDX)
                           MOVE 'PERIOD ALREADY CLOSED'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-REQUEST-ACCEPTED
               PERFORM 310-COUNT-PENDING-ENTRIES
               IF WS-PENDING-ENTRIES > 0
                   MOVE 'UNPOSTED JOURNAL ENTRIES IN PERIOD'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REQUEST-ACCEPTED
               PERFORM 320-COMPUTE-CLOSING-BALANCES
               IF WS-CERT-DEBITS NOT = WS-CERT-CREDITS
                   MOVE 'CLOSING BALANCES OUT OF BALANCE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REQUEST-ACCEPTED
               MOVE PER-STATUS(PER-IDX) TO WS-BEFORE-STATUS
               MOVE 'C' TO PER-STATUS(PER-IDX)
               MOVE WS-TODAYS-DATE TO PER-STATUS-DATE(PER-IDX)
               MOVE REQ-OPERATOR-ID TO PER-OPERATOR(PER-IDX)
               PERFORM 340-REPLACE-SNAPSHOT
               MOVE 'CLOSE' TO PJL-ACTION
               PERFORM 280-WRITE-PERIOD-JOURNAL
               PERFORM 350-WRITE-CERTIFICATE
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               PERFORM 290-WRITE-REJECTION
           END-IF.

      *Entries still waiting on the journal for the period would
      *be missing from its closing balances - and GLPOST would
      *refuse them the next night - so the close waits for them.
       310-COUNT-PENDING-ENTRIES.
           MOVE 0 TO WS-PENDING-ENTRIES
           MOVE SPACES TO WS-JOURNAL-FILE-STATUS
           OPEN INPUT F07-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = '00'
               PERFORM UNTIL WS-JOURNAL-FILE-STATUS NOT = '00'
                   READ F07-JOURNAL-FILE
                       AT END
                           MOVE '10' TO WS-JOURNAL-FILE-STATUS
                       NOT AT END
                           IF GLJ-PERIOD = REQ-PERIOD
                               ADD 1 TO WS-PENDING-ENTRIES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F07-JOURNAL-FILE
           END-IF.

      *Closing balance = carried balance less everything posted
      *under a later period: a later debit is taken back off, a
      *later credit added back on.
       320-COMPUTE-CLOSING-BALANCES.
           PERFORM VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT
               MOVE ACC-BALANCE(ACC-IDX) TO ACC-CLOSING(ACC-IDX)
           END-PERFORM
           MOVE SPACES TO WS-POSTED-FILE-STATUS
           OPEN INPUT F06-POSTED-FILE
           IF WS-POSTED-FILE-STATUS = '00'
               PERFORM UNTIL WS-POSTED-FILE-STATUS NOT = '00'
                   READ F06-POSTED-FILE
                       AT END
                           MOVE '10' TO WS-POSTED-FILE-STATUS
                       NOT AT END
                           IF GLH-PERIOD > REQ-PERIOD
                               PERFORM 325-BACK-OUT-ONE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F06-POSTED-FILE
           END-IF
           MOVE 0 TO WS-CERT-DEBITS
           MOVE 0 TO WS-CERT-CREDITS
           PERFORM VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT
               IF ACC-CLOSING(ACC-IDX) < 0
                   SUBTRACT ACC-CLOSING(ACC-IDX)
                       FROM WS-CERT-CREDITS
               ELSE
                   ADD ACC-CLOSING(ACC-IDX) TO WS-CERT-DEBITS
               END-IF
           END-PERFORM.

       325-BACK-OUT-ONE-ENTRY.
           MOVE GLH-ACCOUNT TO WS-WORK-ACCOUNT
           PERFORM 135-FIND-OR-ADD-ACCOUNT
           IF WS-ACC-FOUND
               IF GLH-DC = 'D'
                   SUBTRACT GLH-AMOUNT FROM ACC-CLOSING(ACC-IDX)
               ELSE
                   ADD GLH-AMOUNT TO ACC-CLOSING(ACC-IDX)
               END-IF
           END-IF.

      *Keeps every other period's rows and writes this period's
      *closing balances in place of any earlier snapshot.
       340-REPLACE-SNAPSHOT.
           MOVE 0 TO WS-SNAPSHOT-COUNT
           MOVE SPACES TO WS-SNAPSHOT-FILE-STATUS
           OPEN INPUT F08-SNAPSHOT-FILE
           IF WS-SNAPSHOT-FILE-STATUS = '00'
               PERFORM UNTIL WS-SNAPSHOT-FILE-STATUS NOT = '00'
                   READ F08-SNAPSHOT-FILE
                       AT END
                           MOVE '10' TO WS-SNAPSHOT-FILE-STATUS
                       NOT AT END
                           IF GPB-PERIOD NOT = REQ-PERIOD
                               AND WS-SNAPSHOT-COUNT < MAX-SNAPSHOTS
                               ADD 1 TO WS-SNAPSHOT-COUNT
                               MOVE F08-SNAPSHOT-RECORD
                                 TO SNP-RECORD(WS-SNAPSHOT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F08-SNAPSHOT-FILE
           END-IF
           OPEN OUTPUT F08-SNAPSHOT-FILE
           PERFORM VARYING SNP-IDX FROM 1 BY 1
               UNTIL SNP-IDX > WS-SNAPSHOT-COUNT
               MOVE SNP-RECORD(SNP-IDX) TO F08-SNAPSHOT-RECORD
               WRITE F08-SNAPSHOT-RECORD
           END-PERFORM
           PERFORM VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT
               MOVE REQ-PERIOD TO GPB-PERIOD
               MOVE ACC-ACCOUNT(ACC-IDX) TO GPB-ACCOUNT
               IF ACC-CLOSING(ACC-IDX) < 0
                   MOVE '-' TO GPB-SIGN
                   COMPUTE GPB-AMOUNT = 0 - ACC-CLOSING(ACC-IDX)
               ELSE
                   MOVE '+' TO GPB-SIGN
                   MOVE ACC-CLOSING(ACC-IDX) TO GPB-AMOUNT
               END-IF
               WRITE F08-SNAPSHOT-RECORD
           END-PERFORM
           CLOSE F08-SNAPSHOT-FILE.

      *The certificate: the period, who closed it and when, each
      *account's closing balance in the trial-balance columns, and
      *the statement that the two sides agree.
       350-WRITE-CERTIFICATE.
           MOVE SPACES TO F09-CERTIFICATE-RECORD
           WRITE F09-CERTIFICATE-RECORD
           MOVE CERT-TITLE-LINE TO F09-CERTIFICATE-RECORD
           WRITE F09-CERTIFICATE-RECORD
           MOVE SPACES TO F09-CERTIFICATE-RECORD
           WRITE F09-CERTIFICATE-RECORD
           MOVE REQ-CCYY TO CPL-CCYY
           MOVE REQ-MM   TO CPL-MM
           MOVE REQ-OPERATOR-ID TO CPL-OPERATOR-ID
           MOVE WS-JNL-TIME(1:2) TO CPL-HH
           MOVE WS-JNL-TIME(3:2) TO CPL-MI
           MOVE CERT-PERIOD-LINE TO F09-CERTIFICATE-RECORD
           WRITE F09-CERTIFICATE-RECORD
           MOVE SPACES TO F09-CERTIFICATE-RECORD
           WRITE F09-CERTIFICATE-RECORD
           MOVE CERT-HEADING-LINE TO F09-CERTIFICATE-RECORD
           WRITE F09-CERTIFICATE-RECORD
           PERFORM VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT
               MOVE ACC-ACCOUNT(ACC-IDX)     TO CRD-ACCOUNT
               MOVE ACC-DESCRIPTION(ACC-IDX) TO CRD-DESCRIPTION
               IF ACC-CLOSING(ACC-IDX) < 0
                   MOVE 0 TO CRD-DEBIT
                   COMPUTE CRD-CREDIT = 0 - ACC-CLOSING(ACC-IDX)
               ELSE
                   MOVE ACC-CLOSING(ACC-IDX) TO CRD-DEBIT
                   MOVE 0 TO CRD-CREDIT
               END-IF
               MOVE CERT-DETAIL-LINE TO F09-CERTIFICATE-RECORD
               WRITE F09-CERTIFICATE-RECORD
           END-PERFORM
           MOVE SPACES TO F09-CERTIFICATE-RECORD
           WRITE F09-CERTIFICATE-RECORD
           MOVE WS-CERT-DEBITS  TO CRT-DEBITS
           MOVE WS-CERT-CREDITS TO CRT-CREDITS
           MOVE CERT-TOTAL-LINE TO F09-CERTIFICATE-RECORD
           WRITE F09-CERTIFICATE-RECORD
           MOVE CERT-STATEMENT-LINE TO F09-CERTIFICATE-RECORD
           WRITE F09-CERTIFICATE-RECORD.

      *A reopen is a supervisor's call and must say why.
       400-REOPEN-PERIOD.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 210-FIND-OPERATOR
           MOVE 'N' TO WS-PER-FOUND-SWITCH
           IF WS-PERIOD-COUNT > 0
               SET PER-IDX TO 1
               SEARCH PERIOD-ENTRY
                   AT END CONTINUE
                   WHEN PER-PERIOD(PER-IDX) = REQ-PERIOD
                       MOVE 'Y' TO WS-PER-FOUND-SWITCH
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN WS-FOUND-AUTHORITY < WS-REOPEN-AUTHORITY
                   MOVE 'SUPERVISOR AUTHORITY REQUIRED'
                       TO WS-REJECT-REASON
               WHEN WS-PER-NOT-FOUND
                   MOVE 'PERIOD NOT CLOSED' TO WS-REJECT-REASON
               WHEN NOT PER-CLOSED(PER-IDX)
                   MOVE 'PERIOD NOT CLOSED' TO WS-REJECT-REASON
               WHEN REQ-REASON = SPACES
                   MOVE 'REOPEN REASON REQUIRED' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REQUEST-ACCEPTED
               MOVE PER-STATUS(PER-IDX) TO WS-BEFORE-STATUS
               MOVE 'O' TO PER-STATUS(PER-IDX)
               MOVE WS-TODAYS-DATE TO PER-STATUS-DATE(PER-IDX)
               MOVE REQ-OPERATOR-ID TO PER-OPERATOR(PER-IDX)
               MOVE 'REOPEN' TO PJL-ACTION
               PERFORM 280-WRITE-PERIOD-JOURNAL
               MOVE REQ-CCYY TO ROL-CCYY
               MOVE REQ-MM   TO ROL-MM
               MOVE REQ-OPERATOR-ID TO ROL-OPERATOR-ID
               MOVE REQ-REASON TO ROL-REASON
               MOVE SPACES TO F09-CERTIFICATE-RECORD
               WRITE F09-CERTIFICATE-RECORD
               MOVE REOPEN-LINE TO F09-CERTIFICATE-RECORD
               WRITE F09-CERTIFICATE-RECORD
               ADD 1 TO WS-REOPENED-COUNT
           ELSE
               PERFORM 290-WRITE-REJECTION
           END-IF.

       500-REWRITE-PERIODS.
           OPEN OUTPUT F03-PERIOD-FILE
           PERFORM VARYING PER-IDX FROM 1 BY 1
               UNTIL PER-IDX > WS-PERIOD-COUNT
               MOVE PER-PERIOD(PER-IDX)      TO GLP-PERIOD
               MOVE PER-STATUS(PER-IDX)      TO GLP-STATUS
               MOVE PER-STATUS-DATE(PER-IDX) TO GLP-STATUS-DATE
               MOVE PER-OPERATOR(PER-IDX)    TO GLP-STATUS-OPERATOR
               WRITE F03-PERIOD-RECORD
           END-PERFORM
           CLOSE F03-PERIOD-FILE.

       600-WRITE-RUN-TRAILER.
           MOVE WS-REQUEST-COUNT  TO RTL-REQUESTS
           MOVE WS-CLOSED-COUNT   TO RTL-CLOSED
           MOVE WS-REOPENED-COUNT TO RTL-REOPENED
           MOVE WS-REJECTED-COUNT TO RTL-REJECTED
           MOVE SPACES TO F09-CERTIFICATE-RECORD
           WRITE F09-CERTIFICATE-RECORD
           MOVE RUN-TRAILER-LINE TO F09-CERTIFICATE-RECORD
           WRITE F09-CERTIFICATE-RECORD.

      *Appends one line to the shared end-of-day operations log
      *recording this run's start/end time and requests worked.
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
           MOVE WS-REQUEST-COUNT TO OPL-RECORD-COUNT
           OPEN EXTEND F11-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F11-OPS-LOG-FILE
               CLOSE F11-OPS-LOG-FILE
               OPEN EXTEND F11-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F11-OPS-LOG-RECORD
           WRITE F11-OPS-LOG-RECORD
           CLOSE F11-OPS-LOG-FILE
           .
