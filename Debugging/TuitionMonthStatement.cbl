       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TUITMNTH.
       AUTHOR.        CAROL VAZQUEZ VILLAR.

      *Monthly student account statement. The bursar mails every
      *student a statement of the month's activity: the charges
      *and drop/add adjustments billed (studentbills.dat and
      *adjustmentbills.dat), payments received (payments.dat),
      *payments returned by the bank and their fees
      *(returneditems.dat), and - for information, since the
      *bills are already net of them or they never touch the
      *balance - the aid the scholarship funds carry for the
      *student (aidpostings.dat), the sponsor-covered share
      *(sponsorbilled.dat) and refund checks issued
      *(refundchecks.dat). Each statement opens with last month's
      *closing balance, closes with the balance master's figure,
      *and shows the next installment due for students on a
      *payment plan. The control listing proves every account
      *rolls forward and foots the month's payment totals against
      *the receivable postings TUITPAY made to the GL journal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *The student balance master TUITPAY carries forward.
           SELECT BALANCE-FILE      ASSIGN TO 'stubalance.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-BALANCE-FILE-STATUS.

      *Last month's opening and closing balance per student, absent
      *on the very first run.
           SELECT STMT-MASTER-IN-FILE
                                    ASSIGN TO 'stmtbalance.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-STMT-MASTER-IN-STATUS.

      *The rewritten master; the overnight procedure moves it over
      *stmtbalance.dat once the run ends clean.
           SELECT STMT-MASTER-OUT-FILE
                                    ASSIGN TO 'stmtbalance.new'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *Same 142-byte layout TUIT6COM reads the student file with;
      *only the payment-plan fields are used here.
           SELECT STUDENT-FILE      ASSIGN TO 'tuitiondebug.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-STUDENT-FILE-STATUS.

      *Same 36-byte layout TUIT6COM writes studentbills.dat and
      *TUITADJ writes adjustmentbills.dat with.
           SELECT BILL-FILE         ASSIGN TO WS-BILL-FILENAME
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-BILL-FILE-STATUS.

      *Same 31-byte layout TUITPAY reads payments.dat with.
           SELECT PAYMENT-FILE      ASSIGN TO WS-PAYMENT-FILENAME
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-PAYMENT-FILE-STATUS.

      *Same 42-byte layout TUITPAY appends returneditems.dat with.
           SELECT RETURNED-ITEM-FILE
                                    ASSIGN TO WS-RETURNED-FILENAME
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-RETURNED-FILE-STATUS.

      *Same 35-byte layout TUIT6COM writes aidpostings.dat with.
           SELECT AID-POSTING-FILE  ASSIGN TO WS-AID-FILENAME
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-AID-FILE-STATUS.

      *Same 38-byte layout TUIT6COM writes sponsorbilled.dat with.
           SELECT SPONSOR-BILLED-FILE
                                    ASSIGN TO WS-SPONSOR-FILENAME
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-SPONSOR-FILE-STATUS.

      *Same 37-byte layout TUIT6COM writes refundchecks.dat with.
           SELECT REFUND-FILE       ASSIGN TO WS-REFUND-FILENAME
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-REFUND-FILE-STATUS.

      *Same 34-byte journal layout the GL feeder programs append.
           SELECT GL-JOURNAL-FILE   ASSIGN TO WS-GL-FILENAME
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-GL-JOURNAL-STATUS.

      *Catalog of the date-suffixed archive copies, walked so the
      *whole month's files sweep in, not just today's.
           SELECT ARCHIVE-CATALOG-FILE
                                    ASSIGN TO 'archcatalog.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-ARCCAT-FILE-STATUS.

           SELECT STATEMENT-FILE    ASSIGN TO 'acctstatements.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-LIST-FILE ASSIGN TO 'acctstmtcontrol.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *The statement month (CCYYMM), keyed by the bursar; defaults
      *to the month before the run date when the file is absent.
           SELECT MONTH-PARM-FILE   ASSIGN TO 'stmtmonth.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-MONTH-PARM-STATUS.

      *Integrity seals the carried-forward masters' rewriters
      *append; this run proves the balance master still matches
      *before any statement is built from it.
           SELECT SEAL-FILE         ASSIGN TO 'masterseals.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-SEAL-FILE-STATUS.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT OPS-LOG-FILE      ASSIGN TO 'opslog.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-OPSLOG-FILE-STATUS.

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT RUN-LOCK-FILE     ASSIGN TO 'runlock.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-RUN-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Same 46-byte layout TUITPAY carries the balance master with.
       FD  BALANCE-FILE
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS BALANCE-RECORD.
       01  BALANCE-RECORD.
           05  BAL-LAST-NAME        PIC X(15).
           05  BAL-INITIALS         PIC XX.
           05  BAL-COLLEGE-CODE     PIC X(4).
           05  BAL-SIGN             PIC X.
           05  BAL-AMOUNT           PIC 9(6).
           05  BAL-BILL-DATE        PIC 9(8).
           05  BAL-LAST-PAYMENT     PIC 9(8).
           05  BAL-RETURN-COUNT     PIC X.
           05  BAL-CASH-ONLY        PIC X.

       FD  STMT-MASTER-IN-FILE
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS STMT-MASTER-IN-RECORD.
       01  STMT-MASTER-IN-RECORD.
           05  STM-IN-LAST-NAME     PIC X(15).
           05  STM-IN-INITIALS      PIC XX.
           05  STM-IN-MONTH         PIC 9(6).
           05  STM-IN-OPEN-SIGN     PIC X.
           05  STM-IN-OPENING       PIC 9(6).
           05  STM-IN-CLOSE-SIGN    PIC X.
           05  STM-IN-CLOSING       PIC 9(6).

       FD  STMT-MASTER-OUT-FILE
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS STMT-MASTER-OUT-RECORD.
       01  STMT-MASTER-OUT-RECORD.
           05  STM-OUT-LAST-NAME    PIC X(15).
           05  STM-OUT-INITIALS     PIC XX.
           05  STM-OUT-MONTH        PIC 9(6).
           05  STM-OUT-OPEN-SIGN    PIC X.
           05  STM-OUT-OPENING      PIC 9(6).
           05  STM-OUT-CLOSE-SIGN   PIC X.
           05  STM-OUT-CLOSING      PIC 9(6).

       FD  STUDENT-FILE
           RECORD CONTAINS 142 CHARACTERS
           DATA RECORD IS STUDENT-RECORD.
       01  STUDENT-RECORD.
           05  STU-LAST-NAME        PIC X(15).
           05  STU-INITIALS         PIC XX.
           05  FILLER               PIC X(18).
           05  STU-INSTALLMENT-PLAN PIC X.
           05  STU-NUM-INSTALLMENTS PIC 9.
           05  FILLER               PIC X(105).

       FD  BILL-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS BILL-RECORD.
       01  BILL-RECORD.
           05  BIL-LAST-NAME        PIC X(15).
           05  BIL-INITIALS         PIC XX.
           05  BIL-COLLEGE-CODE     PIC X(4).
           05  BIL-BILL-SIGN        PIC X.
           05  BIL-BILL-AMOUNT      PIC 9(6).
           05  BIL-BILL-DATE        PIC 9(8).

       FD  PAYMENT-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS PAYMENT-RECORD.
       01  PAYMENT-RECORD.
           05  PAY-LAST-NAME        PIC X(15).
           05  PAY-INITIALS         PIC XX.
           05  PAY-AMOUNT           PIC 9(6).
           05  PAY-DATE             PIC 9(8).

       FD  RETURNED-ITEM-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS RETURNED-ITEM-RECORD.
       01  RETURNED-ITEM-RECORD.
           05  RTI-DATE             PIC 9(8).
           05  RTI-LAST-NAME        PIC X(15).
           05  RTI-INITIALS         PIC XX.
           05  RTI-AMOUNT           PIC 9(6).
           05  RTI-PAY-DATE         PIC 9(8).
           05  RTI-FEE              PIC 9(3).

       FD  AID-POSTING-FILE
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS AID-POSTING-RECORD.
       01  AID-POSTING-RECORD.
           05  AID-FUND-CODE        PIC X(4).
           05  AID-LAST-NAME        PIC X(15).
           05  AID-INITIALS         PIC XX.
           05  AID-AMOUNT           PIC 9(6).
           05  AID-DATE             PIC 9(8).

       FD  SPONSOR-BILLED-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS SPONSOR-BILLED-RECORD.
       01  SPONSOR-BILLED-RECORD.
           05  SBL-SPONSOR-CODE     PIC X(3).
           05  SBL-LAST-NAME        PIC X(15).
           05  SBL-INITIALS         PIC XX.
           05  SBL-COLLEGE-CODE     PIC X(4).
           05  SBL-AMOUNT           PIC 9(6).
           05  SBL-BILL-DATE        PIC 9(8).

       FD  REFUND-FILE
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS REFUND-RECORD.
       01  REFUND-RECORD.
           05  REF-CHECK-NO         PIC 9(6).
           05  REF-LAST-NAME        PIC X(15).
           05  REF-INITIALS         PIC XX.
           05  REF-AMOUNT           PIC 9(6).
           05  REF-DATE             PIC 9(8).

       FD  GL-JOURNAL-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS GL-JOURNAL-RECORD.
       01  GL-JOURNAL-RECORD.
           05  GLJ-PROGRAM          PIC X(8).
           05  GLJ-DATE             PIC 9(8).
           05  GLJ-ACCOUNT          PIC X(4).
           05  GLJ-DC               PIC X.
           05  GLJ-AMOUNT           PIC 9(11)V99.

       FD  ARCHIVE-CATALOG-FILE
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS ARCHIVE-CATALOG-RECORD.
       01  ARCHIVE-CATALOG-RECORD.
           05  ACF-BASE-NAME        PIC X(40).
           05  ACF-ARCHIVE-NAME     PIC X(48).
           05  ACF-DATE             PIC 9(8).

       FD  STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS STATEMENT-RECORD.
       01  STATEMENT-RECORD         PIC X(80).

       FD  CONTROL-LIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CONTROL-LIST-RECORD.
       01  CONTROL-LIST-RECORD      PIC X(100).

       FD  MONTH-PARM-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS MONTH-PARM-RECORD.
       01  MONTH-PARM-RECORD.
           05  PARM-STMT-MONTH      PIC 9(6).

      *One seal per master rewrite; the newest record for a
      *master is the one this reader must match.
       FD  SEAL-FILE
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS SEAL-RECORD.
       01  SEAL-RECORD.
           05  SEA-MASTER-NAME      PIC X(20).
           05  SEA-DATE             PIC 9(8).
           05  SEA-COUNT            PIC 9(7).
           05  SEA-HASH             PIC 9(11).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS OPS-LOG-RECORD.
       01  OPS-LOG-RECORD           PIC X(132).

      *One record: who holds the suite run lock and since when.
       FD  RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS RUN-LOCK-RECORD.
       01  RUN-LOCK-RECORD.
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

       01  WS-BALANCE-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-STMT-MASTER-IN-STATUS PIC XX    VALUE SPACES.
       01  WS-STUDENT-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-BILL-FILE-STATUS      PIC XX    VALUE SPACES.
       01  WS-PAYMENT-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-RETURNED-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-AID-FILE-STATUS       PIC XX    VALUE SPACES.
       01  WS-SPONSOR-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-REFUND-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-GL-JOURNAL-STATUS     PIC XX    VALUE SPACES.
       01  WS-ARCCAT-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-MONTH-PARM-STATUS     PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS    PIC XX    VALUE SPACES.

      *Master-seal work fields. The hash is the balance-amount
      *sum folded into eleven digits, the same fold TUITPAY seals
      *with; a master whose count or hash disagrees with the
      *newest seal stops the run cold with the severe condition
      *code before any statement is written. A master with no
      *seal yet passes unchecked.
       01  WS-SEAL-FILE-STATUS      PIC XX    VALUE SPACES.
       01  WS-SEAL-MASTER-NAME      PIC X(20) VALUE SPACES.
       01  WS-SEAL-READ-COUNT       PIC 9(7)  VALUE 0.
       01  WS-SEAL-READ-SUM         PIC 9(13) VALUE 0.
       01  WS-SEAL-HASH             PIC 9(11) VALUE 0.
       01  WS-SEAL-HIGH-PART        PIC 9(2)  VALUE 0.
       01  WS-SEAL-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-SEAL-FOUND                  VALUE 'Y'.
       01  WS-SEAL-EXP-COUNT        PIC 9(7)  VALUE 0.
       01  WS-SEAL-EXP-HASH         PIC 9(11) VALUE 0.

      *The file names are working-storage fields so the archived
      *copies from the catalog can be opened through the same FDs
      *as the live files.
       01  WS-BILL-FILENAME         PIC X(40) VALUE SPACES.
       01  WS-PAYMENT-FILENAME      PIC X(40) VALUE SPACES.
       01  WS-RETURNED-FILENAME     PIC X(40) VALUE SPACES.
       01  WS-AID-FILENAME          PIC X(40) VALUE SPACES.
       01  WS-SPONSOR-FILENAME      PIC X(40) VALUE SPACES.
       01  WS-REFUND-FILENAME       PIC X(40) VALUE SPACES.
       01  WS-GL-FILENAME           PIC X(40) VALUE SPACES.
       01  WS-LIVE-BILL-NAME        PIC X(40)
                 VALUE 'studentbills.dat'.
       01  WS-LIVE-ADJUSTMENT-NAME  PIC X(40)
                 VALUE 'adjustmentbills.dat'.
       01  WS-LIVE-PAYMENT-NAME     PIC X(40)
                 VALUE 'payments.dat'.
       01  WS-LIVE-RETURNED-NAME    PIC X(40)
                 VALUE 'returneditems.dat'.
       01  WS-LIVE-AID-NAME         PIC X(40)
                 VALUE 'aidpostings.dat'.
       01  WS-LIVE-SPONSOR-NAME     PIC X(40)
                 VALUE 'sponsorbilled.dat'.
       01  WS-LIVE-REFUND-NAME      PIC X(40)
                 VALUE 'refundchecks.dat'.
       01  WS-LIVE-GL-NAME          PIC X(40)
                 VALUE 'gljournal.dat'.

      *Which source the sweep is on. Charges and adjustments share
      *the bill layout; the source type tells them apart.
       01  WS-SWEEP-TYPE            PIC X     VALUE SPACE.
           88  WS-SWEEP-CHARGES               VALUE 'B'.
           88  WS-SWEEP-ADJUSTMENTS           VALUE 'A'.
           88  WS-SWEEP-PAYMENTS              VALUE 'P'.
           88  WS-SWEEP-RETURNS               VALUE 'R'.
           88  WS-SWEEP-AID                   VALUE 'D'.
           88  WS-SWEEP-SPONSOR               VALUE 'S'.
           88  WS-SWEEP-REFUNDS               VALUE 'K'.
           88  WS-SWEEP-GL                    VALUE 'G'.
       01  WS-SWEEP-NAME            PIC X(48) VALUE SPACES.
       01  WS-NEW-ARCHIVE-TYPE      PIC X     VALUE SPACE.

      *The statement month, and the month after it (when the next
      *installment falls due).
       01  WS-STATEMENT-MONTH       PIC 9(6)  VALUE 0.
       01  WS-STATEMENT-MONTH-R REDEFINES WS-STATEMENT-MONTH.
           05  WS-STMT-CCYY         PIC 9(4).
           05  WS-STMT-MM           PIC 99.
       01  WS-DUE-DATE.
           05  WS-DUE-CCYY          PIC 9(4)  VALUE 0.
           05  WS-DUE-MM            PIC 99    VALUE 0.
           05  WS-DUE-DD            PIC 99    VALUE 1.

      *Set on each activity record before it is posted.
       01  WS-POST-KEY.
           05  WS-KEY-LAST-NAME     PIC X(15) VALUE SPACES.
           05  WS-KEY-INITIALS      PIC XX    VALUE SPACES.
       01  WS-POST-TYPE             PIC X     VALUE SPACE.
       01  WS-POST-DATE             PIC 9(8)  VALUE 0.
       01  WS-POST-AMOUNT           PIC S9(7) VALUE 0.
       01  WS-POST-REFERENCE        PIC X(8)  VALUE SPACES.

      *Per-student accounts: opening from the carried statement
      *master, closing from the balance master, and the month's
      *activity by kind. Activity dated after the statement month
      *is held apart so a statement run a few days into the next
      *month still closes on the month-end balance.
       01  MAX-ACCOUNTS             PIC 9(4)  VALUE 2000.
       01  WS-ACC-FOUND-SWITCH      PIC X     VALUE 'N'.
           88  WS-ACC-FOUND                   VALUE 'Y'.
           88  WS-ACC-NOT-FOUND               VALUE 'N'.
       01  ACCOUNT-TABLE-AREA.
           05  WS-ACCOUNT-COUNT     PIC 9(4)  VALUE 0.
           05  ACCOUNT-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-ACCOUNT-COUNT
                   INDEXED BY ACC-IDX.
               10  ACC-LAST-NAME    PIC X(15).
               10  ACC-INITIALS     PIC XX.
               10  ACC-OPEN-SWITCH  PIC X.
                   88  ACC-OPEN-CARRIED         VALUE 'Y'.
               10  ACC-OPENING      PIC S9(7).
               10  ACC-CLOSING      PIC S9(7).
               10  ACC-AFTER-PERIOD PIC S9(7).
               10  ACC-CHARGES      PIC S9(7).
               10  ACC-ADJUSTMENTS  PIC S9(7).
               10  ACC-PAYMENTS     PIC 9(7).
               10  ACC-RETURNS      PIC 9(7).
               10  ACC-FEES         PIC 9(7).
               10  ACC-AID          PIC 9(7).
               10  ACC-SPONSOR      PIC 9(7).
               10  ACC-REFUNDS      PIC 9(7).
               10  ACC-BILL-DATE    PIC 9(8).
               10  ACC-CASH-ONLY    PIC X.
                   88  ACC-IS-CASH-ONLY         VALUE 'Y'.
               10  ACC-PLAN         PIC X.
                   88  ACC-ON-PLAN              VALUE 'Y'.
               10  ACC-INSTALLMENTS PIC 9.
               10  ACC-ACTIVITY-COUNT PIC 9(5).

      *The month's activity lines, held so each statement can list
      *its own student's lines by kind.
       01  MAX-ACTIVITIES           PIC 9(5)  VALUE 20000.
       01  ACTIVITY-TABLE-AREA.
           05  WS-ACTIVITY-COUNT    PIC 9(5)  VALUE 0.
           05  ACTIVITY-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-ACTIVITY-COUNT
                   INDEXED BY ACT-IDX.
               10  ACT-LAST-NAME    PIC X(15).
               10  ACT-INITIALS     PIC XX.
               10  ACT-TYPE         PIC X.
               10  ACT-DATE         PIC 9(8).
               10  ACT-AMOUNT       PIC S9(7).
               10  ACT-REFERENCE    PIC X(8).

      *Activity kinds, in the order a statement lists them. The
      *first five move the balance; the last three are shown for
      *information only.
       01  ACTIVITY-KIND-LIST.
           05  FILLER               PIC X(8)  VALUE 'BAPRFDSK'.
       01  ACTIVITY-KIND-TABLE REDEFINES ACTIVITY-KIND-LIST.
           05  WS-KIND-CODE OCCURS 8 TIMES
                   INDEXED BY KND-IDX  PIC X.
       01  WS-PRINT-TYPE            PIC X     VALUE SPACE.
           88  WS-PRINT-CHARGE                VALUE 'B'.
           88  WS-PRINT-ADJUSTMENT            VALUE 'A'.
           88  WS-PRINT-PAYMENT               VALUE 'P'.
           88  WS-PRINT-RETURN                VALUE 'R'.
           88  WS-PRINT-FEE                   VALUE 'F'.
           88  WS-PRINT-AID                   VALUE 'D'.
           88  WS-PRINT-SPONSOR               VALUE 'S'.
           88  WS-PRINT-REFUND                VALUE 'K'.
           88  WS-PRINT-MEMO-KIND             VALUE 'D' 'S' 'K'.
       01  WS-MEMO-SHOWN-SWITCH     PIC X     VALUE 'N'.
           88  WS-MEMO-SHOWN                  VALUE 'Y'.

      *The archive catalog's entries for the swept files,
      *collected so the month's copies can be opened one at a time
      *after the catalog itself is closed.
       01  MAX-ARCHIVES             PIC 9(3)  VALUE 400.
       01  ARCHIVE-LIST-AREA.
           05  WS-ARCHIVE-COUNT     PIC 9(3)  VALUE 0.
           05  ARCHIVE-ENTRY OCCURS 0 TO 400 TIMES
                   DEPENDING ON WS-ARCHIVE-COUNT
                   INDEXED BY ARC-IDX.
               10  ARC-TYPE         PIC X.
               10  ARC-NAME         PIC X(48).

      *Roll-forward and installment work fields.
       01  WS-STMT-MASTER-SWITCH    PIC X     VALUE 'N'.
           88  WS-STMT-MASTER-PRESENT         VALUE 'Y'.
       01  WS-NET-ACTIVITY          PIC S9(8) VALUE 0.
       01  WS-ROLLED-BALANCE        PIC S9(8) VALUE 0.
       01  WS-ROLL-SWITCH           PIC X     VALUE 'Y'.
           88  WS-ACCOUNT-ROLLS               VALUE 'Y'.
       01  WS-BILL-DATE-WORK        PIC 9(8)  VALUE 0.
       01  WS-BILL-DATE-WORK-R REDEFINES WS-BILL-DATE-WORK.
           05  WS-BDW-CCYY          PIC 9(4).
           05  WS-BDW-MM            PIC 99.
           05  WS-BDW-DD            PIC 99.
       01  WS-MONTHS-ELAPSED        PIC S9(4) VALUE 0.
       01  WS-INSTALLMENTS-LEFT     PIC S9(4) VALUE 0.
       01  WS-INSTALLMENT-AMOUNT    PIC 9(7)  VALUE 0.

      *Month totals, and the GL receivable postings they foot to.
      *TUITPAY credits 1210 for every payment it posts and debits
      *it for every returned payment and returned-item fee; the
      *charges side has no GL feed and is proved by the account
      *roll-forward alone.
       01  RUN-COUNTERS.
           05  WS-RECORDS-SWEPT     PIC 9(7)  VALUE 0.
           05  WS-STATEMENTS-WRITTEN PIC 9(5) VALUE 0.
           05  WS-NOT-ROLLING       PIC 9(5)  VALUE 0.
           05  WS-ACTIVITY-DROPPED  PIC 9(5)  VALUE 0.
           05  WS-TOTAL-CHARGES     PIC S9(10) VALUE 0.
           05  WS-TOTAL-ADJUSTMENTS PIC S9(10) VALUE 0.
           05  WS-TOTAL-PAYMENTS    PIC 9(10) VALUE 0.
           05  WS-TOTAL-RETURNS     PIC 9(10) VALUE 0.
           05  WS-TOTAL-FEES        PIC 9(10) VALUE 0.
           05  WS-TOTAL-AID         PIC 9(10) VALUE 0.
           05  WS-TOTAL-SPONSOR     PIC 9(10) VALUE 0.
           05  WS-TOTAL-REFUNDS     PIC 9(10) VALUE 0.
       01  WS-GL-PROGRAM            PIC X(8)  VALUE 'TUITPAY'.
       01  WS-GL-RECEIVABLE         PIC X(4)  VALUE '1210'.
       01  WS-GL-CREDITS            PIC 9(11)V99 VALUE 0.
       01  WS-GL-DEBITS             PIC 9(11)V99 VALUE 0.
       01  WS-STATED-DEBITS         PIC 9(11)V99 VALUE 0.
       01  WS-GL-OUT-OF-FOOT        PIC 9     VALUE 0.

       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY       PIC 9(4).
           05  WS-TODAYS-MM         PIC 9(2).
           05  WS-TODAYS-DD         PIC 9(2).

       01  RUN-DATE-LINE.
           05  FILLER               PIC X(1)   VALUE SPACES.
           05  FILLER               PIC X(10)
                                    VALUE 'RUN DATE: '.
           05  RDL-RUN-MM           PIC 99.
           05  FILLER               PIC X      VALUE '/'.
           05  RDL-RUN-DD           PIC 99.
           05  FILLER               PIC X      VALUE '/'.
           05  RDL-RUN-CCYY         PIC 9999.
           05  FILLER               PIC X(59)  VALUE SPACES.

      *Statement lines, one block per student.
       01  STMT-SEPARATOR-LINE.
           05  FILLER               PIC X(60)  VALUE ALL '-'.
           05  FILLER               PIC X(20)  VALUE SPACES.
       01  STMT-TITLE-LINE.
           05  FILLER               PIC X(33)
                 VALUE 'MONTHLY STATEMENT OF ACCOUNT FOR '.
           05  STT-MM               PIC 99.
           05  FILLER               PIC X      VALUE '/'.
           05  STT-CCYY             PIC 9999.
           05  FILLER               PIC X(40)  VALUE SPACES.
       01  STMT-NAME-LINE.
           05  FILLER               PIC X(9)   VALUE 'STUDENT: '.
           05  STN-LAST-NAME        PIC X(15).
           05  FILLER               PIC X      VALUE SPACES.
           05  STN-INITIALS         PIC XX.
           05  FILLER               PIC X(53)  VALUE SPACES.
       01  STMT-BALANCE-LINE.
           05  STB-LABEL            PIC X(50).
           05  STB-AMOUNT           PIC +Z,ZZZ,ZZ9.
           05  FILLER               PIC X(20)  VALUE SPACES.
       01  STMT-HEADING-LINE.
           05  FILLER               PIC X(12)  VALUE 'DATE'.
           05  FILLER               PIC X(30)  VALUE 'DESCRIPTION'.
           05  FILLER               PIC X(10)  VALUE 'REFERENCE'.
           05  FILLER               PIC X(8)   VALUE SPACES.
           05  FILLER               PIC X(6)   VALUE 'AMOUNT'.
           05  FILLER               PIC X(14)  VALUE SPACES.
       01  STMT-DETAIL-LINE.
           05  STD-MM               PIC 99.
           05  FILLER               PIC X      VALUE '/'.
           05  STD-DD               PIC 99.
           05  FILLER               PIC X      VALUE '/'.
           05  STD-CCYY             PIC 9999.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  STD-DESCRIPTION      PIC X(28).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  STD-REFERENCE        PIC X(8).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  STD-AMOUNT           PIC +Z,ZZZ,ZZ9.
           05  FILLER               PIC X(20)  VALUE SPACES.
       01  STMT-MEMO-TITLE-LINE.
           05  FILLER               PIC X(50)
                 VALUE 'ALSO THIS PERIOD - FOR INFORMATION ONLY:'.
           05  FILLER               PIC X(30)  VALUE SPACES.
       01  STMT-INSTALLMENT-LINE.
           05  FILLER               PIC X(21)
                 VALUE 'NEXT INSTALLMENT DUE '.
           05  STI-MM               PIC 99.
           05  FILLER               PIC X      VALUE '/'.
           05  STI-DD               PIC 99.
           05  FILLER               PIC X      VALUE '/'.
           05  STI-CCYY             PIC 9999.
           05  FILLER               PIC X(19)  VALUE ':'.
           05  STI-AMOUNT           PIC +Z,ZZZ,ZZ9.
           05  FILLER               PIC X(20)  VALUE SPACES.
       01  STMT-CASH-ONLY-LINE.
           05  FILLER               PIC X(30)
                 VALUE 'PAYMENT ACCEPTED IN CASH OR '.
           05  FILLER               PIC X(50)
                 VALUE 'CERTIFIED FUNDS ONLY'.

      *Control listing lines.
       01  CTL-TITLE-LINE.
           05  FILLER               PIC X(38)
                 VALUE 'ACCOUNT STATEMENT CONTROL LISTING FOR '.
           05  CTT-MM               PIC 99.
           05  FILLER               PIC X      VALUE '/'.
           05  CTT-CCYY             PIC 9999.
           05  FILLER               PIC X(55)  VALUE SPACES.
       01  CTL-HEADING-LINE.
           05  FILLER               PIC X(21)  VALUE 'STUDENT'.
           05  FILLER               PIC X(12)  VALUE '   OPENING'.
           05  FILLER               PIC X(12)  VALUE '   CHARGES'.
           05  FILLER               PIC X(11)  VALUE ' PAYMENTS'.
           05  FILLER               PIC X(11)  VALUE ' RETURNED'.
           05  FILLER               PIC X(12)  VALUE '   CLOSING'.
           05  FILLER               PIC X(21)  VALUE SPACES.
       01  CTL-DETAIL-LINE.
           05  CTD-LAST-NAME        PIC X(15).
           05  FILLER               PIC X      VALUE SPACES.
           05  CTD-INITIALS         PIC XX.
           05  FILLER               PIC X(3)   VALUE SPACES.
           05  CTD-OPENING          PIC +Z,ZZZ,ZZ9.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  CTD-CHARGES          PIC +Z,ZZZ,ZZ9.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  CTD-PAYMENTS         PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  CTD-RETURNED         PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  CTD-CLOSING          PIC +Z,ZZZ,ZZ9.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  CTD-STATUS           PIC X(16).
           05  FILLER               PIC X(5)   VALUE SPACES.
       01  CTL-COUNT-LINE.
           05  CTC-LABEL            PIC X(32).
           05  CTC-COUNT            PIC ZZ,ZZ9.
           05  FILLER               PIC X(62)  VALUE SPACES.
       01  CTL-TOTAL-LINE.
           05  CTA-LABEL            PIC X(32).
           05  CTA-AMOUNT           PIC +ZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(57)  VALUE SPACES.
       01  CTL-FOOT-LINE.
           05  CTF-LABEL            PIC X(24).
           05  FILLER               PIC X(12)  VALUE 'STATEMENTS: '.
           05  CTF-STATED           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(11)  VALUE '  GL 1210: '.
           05  CTF-GL               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  CTF-RESULT           PIC X(13).
           05  FILLER               PIC X(12)  VALUE SPACES.
       01  CTL-NOTE-LINE.
           05  FILLER               PIC X(38)
                 VALUE 'CHARGES/ADJUSTMENTS HAVE NO GL FEED - '.
           05  FILLER               PIC X(62)
                 VALUE 'PROVED BY ACCOUNT ROLL-FORWARD ONLY'.
       01  CTL-DROPPED-LINE.
           05  FILLER               PIC X(30)
                 VALUE 'ACTIVITY LINES NOT LISTED:    '.
           05  CTX-DROPPED          PIC ZZ,ZZ9.
           05  FILLER               PIC X(26)
                 VALUE '  (ACTIVITY TABLE FULL - '.
           05  FILLER               PIC X(38)
                 VALUE 'TOTALS STILL INCLUDE THEM)'.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
       01  WS-RUN-START-TIME.
           05  WS-START-HH          PIC 99.
           05  WS-START-MM          PIC 99.
           05  WS-START-SS          PIC 99.
           05  WS-START-HS          PIC 99.
       01  WS-RUN-END-TIME.
           05  WS-END-HH            PIC 99.
           05  WS-END-MM            PIC 99.
           05  WS-END-SS            PIC 99.
           05  WS-END-HS            PIC 99.
       01  OPS-LOG-LINE.
           05  FILLER              PIC X(9)  VALUE 'PROGRAM: '.
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'TUITMNTH'.
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
       MAIN-LOGIC.
           PERFORM TAKE-RUN-LOCK
           PERFORM CAPTURE-START-TIME
           PERFORM GET-TODAYS-DATE
           PERFORM READ-STATEMENT-MONTH
           PERFORM LOAD-BALANCES
           PERFORM LOAD-STATEMENT-MASTER
           PERFORM LOAD-PAYMENT-PLANS
           PERFORM COLLECT-ARCHIVE-NAMES
           PERFORM SWEEP-LIVE-FILES
           PERFORM SWEEP-ARCHIVED-FILES
           PERFORM SETTLE-BALANCES
               VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT
           PERFORM WRITE-STATEMENTS
           PERFORM REWRITE-STATEMENT-MASTER
           IF WS-NOT-ROLLING > 0 OR WS-GL-OUT-OF-FOOT > 0
               OR WS-ACTIVITY-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-OPERATIONS-LOG
           PERFORM RELEASE-RUN-LOCK
           STOP RUN.

      *Takes the suite run lock before anything is opened. A live
      *lock means another batch program is mid-run - starting
      *anyway would have two runs rewriting the same carried
      *masters - so the run refuses with the severe condition
      *code. A lock from a prior day, or older than the stale
      *limit, is left over from a crashed run and is taken over.
       TAKE-RUN-LOCK.
           ACCEPT WS-LOCK-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-NOW-TIME-FULL FROM TIME
           MOVE 'N' TO WS-LOCK-LIVE-SWITCH
           OPEN INPUT RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = '00'
               READ RUN-LOCK-FILE
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
               CLOSE RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-IS-LIVE
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' - TUITMNTH NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RUN-LOCK-FILE
           MOVE 'TUITMNTH' TO LCK-PROGRAM
           MOVE WS-LOCK-NOW-DATE TO LCK-DATE
           MOVE WS-LOCK-NOW-TIME TO LCK-TIME
           MOVE WS-LOCK-NOW-DATE TO WS-LID-DATE
           MOVE WS-LOCK-NOW-TIME TO WS-LID-TIME
           MOVE WS-LOCK-IDENTITY TO LCK-IDENTITY
           WRITE RUN-LOCK-RECORD
           CLOSE RUN-LOCK-FILE.

      *Releases the run lock at end of job, preserving whatever
      *severity the run already set for the suite return code.
       RELEASE-RUN-LOCK.
           MOVE RETURN-CODE TO WS-LOCK-SAVED-RC
           CALL 'CBL_DELETE_FILE' USING WS-RUN-LOCK-FILENAME
           MOVE WS-LOCK-SAVED-RC TO RETURN-CODE.

      *Captures the run start time before any file is opened, so
      *the end-of-day operations log entry reflects this run's
      *true start.
       CAPTURE-START-TIME.
           ACCEPT WS-RUN-START-TIME FROM TIME
           .

       GET-TODAYS-DATE.
           ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAYS-MM   TO RDL-RUN-MM
           MOVE WS-TODAYS-DD   TO RDL-RUN-DD
           MOVE WS-TODAYS-CCYY TO RDL-RUN-CCYY.

      *Statements go out after the month closes, so the run
      *defaults to last month; the bursar can point it at any
      *month through stmtmonth.dat.
       READ-STATEMENT-MONTH.
           IF WS-TODAYS-MM = 1
               COMPUTE WS-STMT-CCYY = WS-TODAYS-CCYY - 1
               MOVE 12 TO WS-STMT-MM
           ELSE
               MOVE WS-TODAYS-CCYY TO WS-STMT-CCYY
               COMPUTE WS-STMT-MM = WS-TODAYS-MM - 1
           END-IF
           OPEN INPUT MONTH-PARM-FILE
           IF WS-MONTH-PARM-STATUS = '00'
               READ MONTH-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-STMT-MONTH IS NUMERIC
                           AND PARM-STMT-MONTH(5:2) >= '01'
                           AND PARM-STMT-MONTH(5:2) <= '12'
                           MOVE PARM-STMT-MONTH TO WS-STATEMENT-MONTH
                       END-IF
               END-READ
               CLOSE MONTH-PARM-FILE
           END-IF
           IF WS-STMT-MM = 12
               COMPUTE WS-DUE-CCYY = WS-STMT-CCYY + 1
               MOVE 1 TO WS-DUE-MM
           ELSE
               MOVE WS-STMT-CCYY TO WS-DUE-CCYY
               COMPUTE WS-DUE-MM = WS-STMT-MM + 1
           END-IF.

      *Loads every student on the balance master, counting and
      *summing the records the way TUITPAY sealed them; the seal
      *is proved before anything is built from the figures.
       LOAD-BALANCES.
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS = '00'
               PERFORM UNTIL WS-BALANCE-FILE-STATUS NOT = '00'
                   READ BALANCE-FILE
                       AT END
                           MOVE '10' TO WS-BALANCE-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-SEAL-READ-COUNT
                           ADD BAL-AMOUNT TO WS-SEAL-READ-SUM
                           PERFORM LOAD-ONE-BALANCE
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
               MOVE 'stubalance.dat' TO WS-SEAL-MASTER-NAME
               PERFORM VERIFY-MASTER-SEAL
           END-IF.

       LOAD-ONE-BALANCE.
           MOVE BAL-LAST-NAME TO WS-KEY-LAST-NAME
           MOVE BAL-INITIALS  TO WS-KEY-INITIALS
           PERFORM FIND-OR-ADD-ACCOUNT
           IF WS-ACC-FOUND
               IF BAL-SIGN = '-'
                   COMPUTE ACC-CLOSING(ACC-IDX) = 0 - BAL-AMOUNT
               ELSE
                   MOVE BAL-AMOUNT TO ACC-CLOSING(ACC-IDX)
               END-IF
               MOVE BAL-BILL-DATE TO ACC-BILL-DATE(ACC-IDX)
               MOVE BAL-CASH-ONLY TO ACC-CASH-ONLY(ACC-IDX)
           END-IF.

      *Proves the carried master just counted still matches the
      *seal its last rewriter left: same record count, same
      *amount hash. A truncated or half-written file from a bad
      *overnight swap fails here, before any statement, with the
      *severe condition code.
       VERIFY-MASTER-SEAL.
           MOVE 'N' TO WS-SEAL-FOUND-SWITCH
           MOVE SPACES TO WS-SEAL-FILE-STATUS
           OPEN INPUT SEAL-FILE
           IF WS-SEAL-FILE-STATUS = '00'
               PERFORM UNTIL WS-SEAL-FILE-STATUS NOT = '00'
                   READ SEAL-FILE
                       AT END
                           MOVE '10' TO WS-SEAL-FILE-STATUS
                       NOT AT END
                           IF SEA-MASTER-NAME = WS-SEAL-MASTER-NAME
                               MOVE SEA-COUNT TO WS-SEAL-EXP-COUNT
                               MOVE SEA-HASH  TO WS-SEAL-EXP-HASH
                               SET WS-SEAL-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEAL-FILE
           END-IF
           IF WS-SEAL-FOUND
               DIVIDE WS-SEAL-READ-SUM BY 100000000000
                   GIVING WS-SEAL-HIGH-PART
                   REMAINDER WS-SEAL-HASH
               IF WS-SEAL-EXP-COUNT NOT = WS-SEAL-READ-COUNT
                   OR WS-SEAL-EXP-HASH NOT = WS-SEAL-HASH
                   DISPLAY 'MASTER SEAL MISMATCH ON '
                       WS-SEAL-MASTER-NAME
                   MOVE 16 TO RETURN-CODE
                   PERFORM RELEASE-RUN-LOCK
                   STOP RUN
               END-IF
           END-IF
           MOVE 0 TO WS-SEAL-READ-COUNT
           MOVE 0 TO WS-SEAL-READ-SUM.

      *Last run's figures become this month's opening balance: the
      *carried closing balance normally, or the carried opening
      *when the same month is being run again.
       LOAD-STATEMENT-MASTER.
           OPEN INPUT STMT-MASTER-IN-FILE
           IF WS-STMT-MASTER-IN-STATUS = '00'
               SET WS-STMT-MASTER-PRESENT TO TRUE
               PERFORM UNTIL WS-STMT-MASTER-IN-STATUS NOT = '00'
                   READ STMT-MASTER-IN-FILE
                       AT END
                           MOVE '10' TO WS-STMT-MASTER-IN-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-OPENING
                   END-READ
               END-PERFORM
               CLOSE STMT-MASTER-IN-FILE
           END-IF.

       LOAD-ONE-OPENING.
           MOVE STM-IN-LAST-NAME TO WS-KEY-LAST-NAME
           MOVE STM-IN-INITIALS  TO WS-KEY-INITIALS
           PERFORM FIND-OR-ADD-ACCOUNT
           IF WS-ACC-FOUND
               SET ACC-OPEN-CARRIED(ACC-IDX) TO TRUE
               IF STM-IN-MONTH = WS-STATEMENT-MONTH
                   IF STM-IN-OPEN-SIGN = '-'
                       COMPUTE ACC-OPENING(ACC-IDX) =
                           0 - STM-IN-OPENING
                   ELSE
                       MOVE STM-IN-OPENING TO ACC-OPENING(ACC-IDX)
                   END-IF
               ELSE
                   IF STM-IN-CLOSE-SIGN = '-'
                       COMPUTE ACC-OPENING(ACC-IDX) =
                           0 - STM-IN-CLOSING
                   ELSE
                       MOVE STM-IN-CLOSING TO ACC-OPENING(ACC-IDX)
                   END-IF
               END-IF
           END-IF.

      *Picks up the payment-plan flag and installment count for
      *students already on the statement run; the student file
      *adds no accounts of its own.
       LOAD-PAYMENT-PLANS.
           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-FILE-STATUS = '00'
               PERFORM UNTIL WS-STUDENT-FILE-STATUS NOT = '00'
                   READ STUDENT-FILE
                       AT END
                           MOVE '10' TO WS-STUDENT-FILE-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-PLAN
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       LOAD-ONE-PLAN.
           MOVE STU-LAST-NAME TO WS-KEY-LAST-NAME
           MOVE STU-INITIALS  TO WS-KEY-INITIALS
           PERFORM FIND-ACCOUNT
           IF WS-ACC-FOUND
               AND STU-INSTALLMENT-PLAN = 'Y'
               AND STU-NUM-INSTALLMENTS IS NUMERIC
               MOVE 'Y' TO ACC-PLAN(ACC-IDX)
               MOVE STU-NUM-INSTALLMENTS TO ACC-INSTALLMENTS(ACC-IDX)
           END-IF.

      *Collects every archived copy of the swept files from the
      *catalog; the record-date filter below keeps the sweep to
      *the statement month regardless of which file a record
      *rides in on.
       COLLECT-ARCHIVE-NAMES.
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-ARCCAT-FILE-STATUS = '00'
               PERFORM UNTIL WS-ARCCAT-FILE-STATUS NOT = '00'
                   READ ARCHIVE-CATALOG-FILE
                       AT END
                           MOVE '10' TO WS-ARCCAT-FILE-STATUS
                       NOT AT END
                           PERFORM COLLECT-ONE-ARCHIVE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF.

       COLLECT-ONE-ARCHIVE.
           EVALUATE ACF-BASE-NAME
               WHEN WS-LIVE-BILL-NAME
                   MOVE 'B' TO WS-NEW-ARCHIVE-TYPE
               WHEN WS-LIVE-ADJUSTMENT-NAME
                   MOVE 'A' TO WS-NEW-ARCHIVE-TYPE
               WHEN WS-LIVE-PAYMENT-NAME
                   MOVE 'P' TO WS-NEW-ARCHIVE-TYPE
               WHEN WS-LIVE-RETURNED-NAME
                   MOVE 'R' TO WS-NEW-ARCHIVE-TYPE
               WHEN WS-LIVE-AID-NAME
                   MOVE 'D' TO WS-NEW-ARCHIVE-TYPE
               WHEN WS-LIVE-SPONSOR-NAME
                   MOVE 'S' TO WS-NEW-ARCHIVE-TYPE
               WHEN WS-LIVE-REFUND-NAME
                   MOVE 'K' TO WS-NEW-ARCHIVE-TYPE
               WHEN WS-LIVE-GL-NAME
                   MOVE 'G' TO WS-NEW-ARCHIVE-TYPE
               WHEN OTHER
                   MOVE SPACE TO WS-NEW-ARCHIVE-TYPE
           END-EVALUATE
           IF WS-NEW-ARCHIVE-TYPE NOT = SPACE
               AND WS-ARCHIVE-COUNT < MAX-ARCHIVES
               ADD 1 TO WS-ARCHIVE-COUNT
               MOVE WS-NEW-ARCHIVE-TYPE TO ARC-TYPE(WS-ARCHIVE-COUNT)
               MOVE ACF-ARCHIVE-NAME TO ARC-NAME(WS-ARCHIVE-COUNT)
           END-IF.

       SWEEP-LIVE-FILES.
           MOVE 'B' TO WS-SWEEP-TYPE
           MOVE WS-LIVE-BILL-NAME TO WS-SWEEP-NAME
           PERFORM SWEEP-ONE-SOURCE
           MOVE 'A' TO WS-SWEEP-TYPE
           MOVE WS-LIVE-ADJUSTMENT-NAME TO WS-SWEEP-NAME
           PERFORM SWEEP-ONE-SOURCE
           MOVE 'P' TO WS-SWEEP-TYPE
           MOVE WS-LIVE-PAYMENT-NAME TO WS-SWEEP-NAME
           PERFORM SWEEP-ONE-SOURCE
           MOVE 'R' TO WS-SWEEP-TYPE
           MOVE WS-LIVE-RETURNED-NAME TO WS-SWEEP-NAME
           PERFORM SWEEP-ONE-SOURCE
           MOVE 'D' TO WS-SWEEP-TYPE
           MOVE WS-LIVE-AID-NAME TO WS-SWEEP-NAME
           PERFORM SWEEP-ONE-SOURCE
           MOVE 'S' TO WS-SWEEP-TYPE
           MOVE WS-LIVE-SPONSOR-NAME TO WS-SWEEP-NAME
           PERFORM SWEEP-ONE-SOURCE
           MOVE 'K' TO WS-SWEEP-TYPE
           MOVE WS-LIVE-REFUND-NAME TO WS-SWEEP-NAME
           PERFORM SWEEP-ONE-SOURCE
           MOVE 'G' TO WS-SWEEP-TYPE
           MOVE WS-LIVE-GL-NAME TO WS-SWEEP-NAME
           PERFORM SWEEP-ONE-SOURCE.

       SWEEP-ARCHIVED-FILES.
           PERFORM VARYING ARC-IDX FROM 1 BY 1
               UNTIL ARC-IDX > WS-ARCHIVE-COUNT
               MOVE ARC-TYPE(ARC-IDX) TO WS-SWEEP-TYPE
               MOVE ARC-NAME(ARC-IDX) TO WS-SWEEP-NAME
               PERFORM SWEEP-ONE-SOURCE
           END-PERFORM.

       SWEEP-ONE-SOURCE.
           EVALUATE TRUE
               WHEN WS-SWEEP-CHARGES OR WS-SWEEP-ADJUSTMENTS
                   MOVE WS-SWEEP-NAME TO WS-BILL-FILENAME
                   PERFORM SWEEP-ONE-BILL-FILE
               WHEN WS-SWEEP-PAYMENTS
                   MOVE WS-SWEEP-NAME TO WS-PAYMENT-FILENAME
                   PERFORM SWEEP-ONE-PAYMENT-FILE
               WHEN WS-SWEEP-RETURNS
                   MOVE WS-SWEEP-NAME TO WS-RETURNED-FILENAME
                   PERFORM SWEEP-ONE-RETURNED-FILE
               WHEN WS-SWEEP-AID
                   MOVE WS-SWEEP-NAME TO WS-AID-FILENAME
                   PERFORM SWEEP-ONE-AID-FILE
               WHEN WS-SWEEP-SPONSOR
                   MOVE WS-SWEEP-NAME TO WS-SPONSOR-FILENAME
                   PERFORM SWEEP-ONE-SPONSOR-FILE
               WHEN WS-SWEEP-REFUNDS
                   MOVE WS-SWEEP-NAME TO WS-REFUND-FILENAME
                   PERFORM SWEEP-ONE-REFUND-FILE
               WHEN WS-SWEEP-GL
                   MOVE WS-SWEEP-NAME TO WS-GL-FILENAME
                   PERFORM SWEEP-ONE-GL-FILE
           END-EVALUATE.

      *Bills and adjustments dated after the statement month are
      *still read: they are already in the balance master's
      *figure and have to come back out of it to reach the
      *month-end closing balance.
       SWEEP-ONE-BILL-FILE.
           MOVE SPACES TO WS-BILL-FILE-STATUS
           OPEN INPUT BILL-FILE
           IF WS-BILL-FILE-STATUS = '00'
               PERFORM UNTIL WS-BILL-FILE-STATUS NOT = '00'
                   READ BILL-FILE
                       AT END
                           MOVE '10' TO WS-BILL-FILE-STATUS
                       NOT AT END
                           PERFORM POST-ONE-BILL
                   END-READ
               END-PERFORM
               CLOSE BILL-FILE
           END-IF.

       POST-ONE-BILL.
           MOVE BIL-LAST-NAME TO WS-KEY-LAST-NAME
           MOVE BIL-INITIALS  TO WS-KEY-INITIALS
           MOVE WS-SWEEP-TYPE TO WS-POST-TYPE
           MOVE BIL-BILL-DATE TO WS-POST-DATE
           IF BIL-BILL-SIGN = '-'
               COMPUTE WS-POST-AMOUNT = 0 - BIL-BILL-AMOUNT
           ELSE
               MOVE BIL-BILL-AMOUNT TO WS-POST-AMOUNT
           END-IF
           MOVE BIL-COLLEGE-CODE TO WS-POST-REFERENCE
           PERFORM POST-ACTIVITY.

       SWEEP-ONE-PAYMENT-FILE.
           MOVE SPACES TO WS-PAYMENT-FILE-STATUS
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-FILE-STATUS = '00'
               PERFORM UNTIL WS-PAYMENT-FILE-STATUS NOT = '00'
                   READ PAYMENT-FILE
                       AT END
                           MOVE '10' TO WS-PAYMENT-FILE-STATUS
                       NOT AT END
                           MOVE PAY-LAST-NAME TO WS-KEY-LAST-NAME
                           MOVE PAY-INITIALS  TO WS-KEY-INITIALS
                           MOVE 'P' TO WS-POST-TYPE
                           MOVE PAY-DATE TO WS-POST-DATE
                           MOVE PAY-AMOUNT TO WS-POST-AMOUNT
                           MOVE SPACES TO WS-POST-REFERENCE
                           PERFORM POST-ACTIVITY
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF.

      *Each returned item posts twice: the payment coming back
      *onto the balance, referenced to the date it was first
      *paid, and the returned-item fee charged with it.
       SWEEP-ONE-RETURNED-FILE.
           MOVE SPACES TO WS-RETURNED-FILE-STATUS
           OPEN INPUT RETURNED-ITEM-FILE
           IF WS-RETURNED-FILE-STATUS = '00'
               PERFORM UNTIL WS-RETURNED-FILE-STATUS NOT = '00'
                   READ RETURNED-ITEM-FILE
                       AT END
                           MOVE '10' TO WS-RETURNED-FILE-STATUS
                       NOT AT END
                           PERFORM POST-ONE-RETURNED-ITEM
                   END-READ
               END-PERFORM
               CLOSE RETURNED-ITEM-FILE
           END-IF.

       POST-ONE-RETURNED-ITEM.
           MOVE RTI-LAST-NAME TO WS-KEY-LAST-NAME
           MOVE RTI-INITIALS  TO WS-KEY-INITIALS
           MOVE RTI-DATE TO WS-POST-DATE
           MOVE 'R' TO WS-POST-TYPE
           MOVE RTI-AMOUNT TO WS-POST-AMOUNT
           MOVE RTI-PAY-DATE TO WS-POST-REFERENCE
           PERFORM POST-ACTIVITY
           IF RTI-FEE IS NUMERIC AND RTI-FEE > 0
               MOVE 'F' TO WS-POST-TYPE
               MOVE RTI-FEE TO WS-POST-AMOUNT
               MOVE SPACES TO WS-POST-REFERENCE
               PERFORM POST-ACTIVITY
           END-IF.

       SWEEP-ONE-AID-FILE.
           MOVE SPACES TO WS-AID-FILE-STATUS
           OPEN INPUT AID-POSTING-FILE
           IF WS-AID-FILE-STATUS = '00'
               PERFORM UNTIL WS-AID-FILE-STATUS NOT = '00'
                   READ AID-POSTING-FILE
                       AT END
                           MOVE '10' TO WS-AID-FILE-STATUS
                       NOT AT END
                           MOVE AID-LAST-NAME TO WS-KEY-LAST-NAME
                           MOVE AID-INITIALS  TO WS-KEY-INITIALS
                           MOVE 'D' TO WS-POST-TYPE
                           MOVE AID-DATE TO WS-POST-DATE
                           MOVE AID-AMOUNT TO WS-POST-AMOUNT
                           MOVE AID-FUND-CODE TO WS-POST-REFERENCE
                           PERFORM POST-ACTIVITY
                   END-READ
               END-PERFORM
               CLOSE AID-POSTING-FILE
           END-IF.

       SWEEP-ONE-SPONSOR-FILE.
           MOVE SPACES TO WS-SPONSOR-FILE-STATUS
           OPEN INPUT SPONSOR-BILLED-FILE
           IF WS-SPONSOR-FILE-STATUS = '00'
               PERFORM UNTIL WS-SPONSOR-FILE-STATUS NOT = '00'
                   READ SPONSOR-BILLED-FILE
                       AT END
                           MOVE '10' TO WS-SPONSOR-FILE-STATUS
                       NOT AT END
                           MOVE SBL-LAST-NAME TO WS-KEY-LAST-NAME
                           MOVE SBL-INITIALS  TO WS-KEY-INITIALS
                           MOVE 'S' TO WS-POST-TYPE
                           MOVE SBL-BILL-DATE TO WS-POST-DATE
                           MOVE SBL-AMOUNT TO WS-POST-AMOUNT
                           MOVE SBL-SPONSOR-CODE TO WS-POST-REFERENCE
                           PERFORM POST-ACTIVITY
                   END-READ
               END-PERFORM
               CLOSE SPONSOR-BILLED-FILE
           END-IF.

       SWEEP-ONE-REFUND-FILE.
           MOVE SPACES TO WS-REFUND-FILE-STATUS
           OPEN INPUT REFUND-FILE
           IF WS-REFUND-FILE-STATUS = '00'
               PERFORM UNTIL WS-REFUND-FILE-STATUS NOT = '00'
                   READ REFUND-FILE
                       AT END
                           MOVE '10' TO WS-REFUND-FILE-STATUS
                       NOT AT END
                           MOVE REF-LAST-NAME TO WS-KEY-LAST-NAME
                           MOVE REF-INITIALS  TO WS-KEY-INITIALS
                           MOVE 'K' TO WS-POST-TYPE
                           MOVE REF-DATE TO WS-POST-DATE
                           MOVE REF-AMOUNT TO WS-POST-AMOUNT
                           MOVE REF-CHECK-NO TO WS-POST-REFERENCE
                           PERFORM POST-ACTIVITY
                   END-READ
               END-PERFORM
               CLOSE REFUND-FILE
           END-IF.

      *Only TUITPAY's postings to the receivable count, and only
      *those dated in the statement month.
       SWEEP-ONE-GL-FILE.
           MOVE SPACES TO WS-GL-JOURNAL-STATUS
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-GL-JOURNAL-STATUS = '00'
               PERFORM UNTIL WS-GL-JOURNAL-STATUS NOT = '00'
                   READ GL-JOURNAL-FILE
                       AT END
                           MOVE '10' TO WS-GL-JOURNAL-STATUS
                       NOT AT END
                           IF GLJ-PROGRAM = WS-GL-PROGRAM
                               AND GLJ-ACCOUNT = WS-GL-RECEIVABLE
                               AND GLJ-DATE(1:6) = WS-STATEMENT-MONTH
                               ADD 1 TO WS-RECORDS-SWEPT
                               IF GLJ-DC = 'C'
                                   ADD GLJ-AMOUNT TO WS-GL-CREDITS
                               ELSE
                                   ADD GLJ-AMOUNT TO WS-GL-DEBITS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL-FILE
           END-IF.

      *Posts one activity record to its student. Records from
      *before the statement month are ignored; records from after
      *it only adjust the month-end closing balance; records in
      *the month are totaled by kind and held for the statement.
       POST-ACTIVITY.
           IF WS-POST-DATE(1:6) NOT < WS-STATEMENT-MONTH
               PERFORM FIND-OR-ADD-ACCOUNT
               IF WS-ACC-FOUND
                   IF WS-POST-DATE(1:6) > WS-STATEMENT-MONTH
                       PERFORM POST-AFTER-PERIOD
                   ELSE
                       PERFORM POST-IN-PERIOD
                   END-IF
               END-IF
           END-IF.

       POST-AFTER-PERIOD.
           EVALUATE WS-POST-TYPE
               WHEN 'B' WHEN 'A' WHEN 'R' WHEN 'F'
                   ADD WS-POST-AMOUNT TO ACC-AFTER-PERIOD(ACC-IDX)
               WHEN 'P'
                   SUBTRACT WS-POST-AMOUNT
                       FROM ACC-AFTER-PERIOD(ACC-IDX)
           END-EVALUATE.

       POST-IN-PERIOD.
           ADD 1 TO WS-RECORDS-SWEPT
           EVALUATE WS-POST-TYPE
               WHEN 'B'
                   ADD WS-POST-AMOUNT TO ACC-CHARGES(ACC-IDX)
                   ADD WS-POST-AMOUNT TO WS-TOTAL-CHARGES
               WHEN 'A'
                   ADD WS-POST-AMOUNT TO ACC-ADJUSTMENTS(ACC-IDX)
                   ADD WS-POST-AMOUNT TO WS-TOTAL-ADJUSTMENTS
               WHEN 'P'
                   ADD WS-POST-AMOUNT TO ACC-PAYMENTS(ACC-IDX)
                   ADD WS-POST-AMOUNT TO WS-TOTAL-PAYMENTS
               WHEN 'R'
                   ADD WS-POST-AMOUNT TO ACC-RETURNS(ACC-IDX)
                   ADD WS-POST-AMOUNT TO WS-TOTAL-RETURNS
               WHEN 'F'
                   ADD WS-POST-AMOUNT TO ACC-FEES(ACC-IDX)
                   ADD WS-POST-AMOUNT TO WS-TOTAL-FEES
               WHEN 'D'
                   ADD WS-POST-AMOUNT TO ACC-AID(ACC-IDX)
                   ADD WS-POST-AMOUNT TO WS-TOTAL-AID
               WHEN 'S'
                   ADD WS-POST-AMOUNT TO ACC-SPONSOR(ACC-IDX)
                   ADD WS-POST-AMOUNT TO WS-TOTAL-SPONSOR
               WHEN 'K'
                   ADD WS-POST-AMOUNT TO ACC-REFUNDS(ACC-IDX)
                   ADD WS-POST-AMOUNT TO WS-TOTAL-REFUNDS
           END-EVALUATE
           IF WS-ACTIVITY-COUNT < MAX-ACTIVITIES
               ADD 1 TO WS-ACTIVITY-COUNT
               SET ACT-IDX TO WS-ACTIVITY-COUNT
               MOVE WS-KEY-LAST-NAME  TO ACT-LAST-NAME(ACT-IDX)
               MOVE WS-KEY-INITIALS   TO ACT-INITIALS(ACT-IDX)
               MOVE WS-POST-TYPE      TO ACT-TYPE(ACT-IDX)
               MOVE WS-POST-DATE      TO ACT-DATE(ACT-IDX)
               MOVE WS-POST-AMOUNT    TO ACT-AMOUNT(ACT-IDX)
               MOVE WS-POST-REFERENCE TO ACT-REFERENCE(ACT-IDX)
               ADD 1 TO ACC-ACTIVITY-COUNT(ACC-IDX)
           ELSE
               ADD 1 TO WS-ACTIVITY-DROPPED
           END-IF.

      *Every file keys students the same way the balance master
      *does: last name plus initials.
       FIND-ACCOUNT.
           MOVE 'N' TO WS-ACC-FOUND-SWITCH
           IF WS-ACCOUNT-COUNT > 0
               SET ACC-IDX TO 1
               SEARCH ACCOUNT-ENTRY
                   AT END CONTINUE
                   WHEN ACC-LAST-NAME(ACC-IDX) = WS-KEY-LAST-NAME
                       AND ACC-INITIALS(ACC-IDX) = WS-KEY-INITIALS
                       MOVE 'Y' TO WS-ACC-FOUND-SWITCH
               END-SEARCH
           END-IF.

       FIND-OR-ADD-ACCOUNT.
           PERFORM FIND-ACCOUNT
           IF WS-ACC-NOT-FOUND
               AND WS-ACCOUNT-COUNT < MAX-ACCOUNTS
               ADD 1 TO WS-ACCOUNT-COUNT
               SET ACC-IDX TO WS-ACCOUNT-COUNT
               INITIALIZE ACCOUNT-ENTRY(ACC-IDX)
               MOVE WS-KEY-LAST-NAME TO ACC-LAST-NAME(ACC-IDX)
               MOVE WS-KEY-INITIALS  TO ACC-INITIALS(ACC-IDX)
               MOVE 'N' TO ACC-OPEN-SWITCH(ACC-IDX)
               MOVE 'N' TO ACC-CASH-ONLY(ACC-IDX)
               MOVE 'N' TO ACC-PLAN(ACC-IDX)
               MOVE 'Y' TO WS-ACC-FOUND-SWITCH
           END-IF.

      *Backs the post-month activity out of the balance master's
      *figure to reach the month-end closing balance. A student
      *with no carried opening balance is new since the last
      *statement and opens at zero - except on the very first
      *run, when there is no carried master at all and the
      *opening is worked back from the closing balance.
       SETTLE-BALANCES.
           SUBTRACT ACC-AFTER-PERIOD(ACC-IDX) FROM ACC-CLOSING(ACC-IDX)
           COMPUTE WS-NET-ACTIVITY =
               ACC-CHARGES(ACC-IDX) + ACC-ADJUSTMENTS(ACC-IDX)
               - ACC-PAYMENTS(ACC-IDX) + ACC-RETURNS(ACC-IDX)
               + ACC-FEES(ACC-IDX)
           IF NOT ACC-OPEN-CARRIED(ACC-IDX)
               AND NOT WS-STMT-MASTER-PRESENT
               COMPUTE ACC-OPENING(ACC-IDX) =
                   ACC-CLOSING(ACC-IDX) - WS-NET-ACTIVITY
           END-IF.

       WRITE-STATEMENTS.
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT CONTROL-LIST-FILE
           MOVE RUN-DATE-LINE TO CONTROL-LIST-RECORD
           WRITE CONTROL-LIST-RECORD
           MOVE WS-STMT-MM   TO CTT-MM
           MOVE WS-STMT-CCYY TO CTT-CCYY
           MOVE CTL-TITLE-LINE TO CONTROL-LIST-RECORD
           WRITE CONTROL-LIST-RECORD
           MOVE SPACES TO CONTROL-LIST-RECORD
           WRITE CONTROL-LIST-RECORD
           MOVE CTL-HEADING-LINE TO CONTROL-LIST-RECORD
           WRITE CONTROL-LIST-RECORD
           PERFORM WRITE-ONE-STATEMENT
               VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT
           PERFORM WRITE-CONTROL-TRAILER
           CLOSE STATEMENT-FILE
                 CONTROL-LIST-FILE.

      *A student with nothing owed either way and no activity this
      *month gets no statement.
       WRITE-ONE-STATEMENT.
           IF ACC-OPENING(ACC-IDX) NOT = 0
               OR ACC-CLOSING(ACC-IDX) NOT = 0
               OR ACC-ACTIVITY-COUNT(ACC-IDX) > 0
               PERFORM WRITE-STATEMENT-BLOCK
           END-IF.

       WRITE-STATEMENT-BLOCK.
           ADD 1 TO WS-STATEMENTS-WRITTEN
           WRITE STATEMENT-RECORD FROM STMT-SEPARATOR-LINE
           MOVE WS-STMT-MM   TO STT-MM
           MOVE WS-STMT-CCYY TO STT-CCYY
           WRITE STATEMENT-RECORD FROM STMT-TITLE-LINE
           MOVE ACC-LAST-NAME(ACC-IDX) TO STN-LAST-NAME
           MOVE ACC-INITIALS(ACC-IDX)  TO STN-INITIALS
           WRITE STATEMENT-RECORD FROM STMT-NAME-LINE
           MOVE 'OPENING BALANCE:' TO STB-LABEL
           MOVE ACC-OPENING(ACC-IDX) TO STB-AMOUNT
           WRITE STATEMENT-RECORD FROM STMT-BALANCE-LINE
           WRITE STATEMENT-RECORD FROM STMT-HEADING-LINE
           MOVE 'N' TO WS-MEMO-SHOWN-SWITCH
           PERFORM WRITE-ACTIVITY-OF-KIND
               VARYING KND-IDX FROM 1 BY 1
               UNTIL KND-IDX > 8
           MOVE 'CLOSING BALANCE:' TO STB-LABEL
           MOVE ACC-CLOSING(ACC-IDX) TO STB-AMOUNT
           WRITE STATEMENT-RECORD FROM STMT-BALANCE-LINE
           PERFORM WRITE-NEXT-INSTALLMENT
           IF ACC-IS-CASH-ONLY(ACC-IDX)
               WRITE STATEMENT-RECORD FROM STMT-CASH-ONLY-LINE
           END-IF
           PERFORM WRITE-CONTROL-DETAIL.

      *Lists this student's lines of one kind, in the order they
      *were swept. The information-only kinds get their own
      *heading, written ahead of the first of them.
       WRITE-ACTIVITY-OF-KIND.
           MOVE WS-KIND-CODE(KND-IDX) TO WS-PRINT-TYPE
           PERFORM WRITE-ONE-ACTIVITY-LINE
               VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > WS-ACTIVITY-COUNT.

       WRITE-ONE-ACTIVITY-LINE.
           IF ACT-TYPE(ACT-IDX) = WS-PRINT-TYPE
               AND ACT-LAST-NAME(ACT-IDX) = ACC-LAST-NAME(ACC-IDX)
               AND ACT-INITIALS(ACT-IDX) = ACC-INITIALS(ACC-IDX)
               PERFORM WRITE-ACTIVITY-DETAIL
           END-IF.

       WRITE-ACTIVITY-DETAIL.
           IF WS-PRINT-MEMO-KIND AND NOT WS-MEMO-SHOWN
               WRITE STATEMENT-RECORD FROM STMT-MEMO-TITLE-LINE
               SET WS-MEMO-SHOWN TO TRUE
           END-IF
           MOVE ACT-DATE(ACT-IDX)(5:2) TO STD-MM
           MOVE ACT-DATE(ACT-IDX)(7:2) TO STD-DD
           MOVE ACT-DATE(ACT-IDX)(1:4) TO STD-CCYY
           MOVE ACT-REFERENCE(ACT-IDX) TO STD-REFERENCE
           MOVE ACT-AMOUNT(ACT-IDX)    TO STD-AMOUNT
           EVALUATE TRUE
               WHEN WS-PRINT-CHARGE AND ACT-AMOUNT(ACT-IDX) < 0
                   MOVE 'CREDIT TO ACCOUNT' TO STD-DESCRIPTION
               WHEN WS-PRINT-CHARGE
                   MOVE 'TUITION AND FEES BILLED' TO STD-DESCRIPTION
               WHEN WS-PRINT-ADJUSTMENT
                   MOVE 'DROP/ADD ADJUSTMENT' TO STD-DESCRIPTION
               WHEN WS-PRINT-PAYMENT
                   MOVE 'PAYMENT RECEIVED - THANK YOU'
                       TO STD-DESCRIPTION
                   COMPUTE STD-AMOUNT = 0 - ACT-AMOUNT(ACT-IDX)
               WHEN WS-PRINT-RETURN
                   MOVE 'RETURNED PAYMENT OF' TO STD-DESCRIPTION
               WHEN WS-PRINT-FEE
                   MOVE 'RETURNED ITEM FEE' TO STD-DESCRIPTION
               WHEN WS-PRINT-AID
                   MOVE 'SCHOLARSHIP AID APPLIED' TO STD-DESCRIPTION
               WHEN WS-PRINT-SPONSOR
                   MOVE 'COVERED BY SPONSOR' TO STD-DESCRIPTION
               WHEN WS-PRINT-REFUND
                   MOVE 'REFUND CHECK ISSUED' TO STD-DESCRIPTION
           END-EVALUATE
           WRITE STATEMENT-RECORD FROM STMT-DETAIL-LINE.

      *A plan student's remaining balance is spread over the
      *installments still to come: the plan count less the months
      *already gone since the balance was billed, never fewer
      *than one. The next one falls due on the first of the
      *month after the statement month.
       WRITE-NEXT-INSTALLMENT.
           IF ACC-ON-PLAN(ACC-IDX)
               AND ACC-INSTALLMENTS(ACC-IDX) > 0
               AND ACC-CLOSING(ACC-IDX) > 0
               PERFORM WRITE-INSTALLMENT-LINE
           END-IF.

       WRITE-INSTALLMENT-LINE.
           MOVE ACC-BILL-DATE(ACC-IDX) TO WS-BILL-DATE-WORK
           IF WS-BILL-DATE-WORK > 0
               COMPUTE WS-MONTHS-ELAPSED =
                   (WS-STMT-CCYY * 12 + WS-STMT-MM)
                   - (WS-BDW-CCYY * 12 + WS-BDW-MM)
           ELSE
               MOVE 0 TO WS-MONTHS-ELAPSED
           END-IF
           IF WS-MONTHS-ELAPSED < 0
               MOVE 0 TO WS-MONTHS-ELAPSED
           END-IF
           COMPUTE WS-INSTALLMENTS-LEFT =
               ACC-INSTALLMENTS(ACC-IDX) - WS-MONTHS-ELAPSED
           IF WS-INSTALLMENTS-LEFT < 1
               MOVE 1 TO WS-INSTALLMENTS-LEFT
           END-IF
           COMPUTE WS-INSTALLMENT-AMOUNT ROUNDED =
               ACC-CLOSING(ACC-IDX) / WS-INSTALLMENTS-LEFT
           MOVE WS-DUE-MM   TO STI-MM
           MOVE WS-DUE-DD   TO STI-DD
           MOVE WS-DUE-CCYY TO STI-CCYY
           MOVE WS-INSTALLMENT-AMOUNT TO STI-AMOUNT
           WRITE STATEMENT-RECORD FROM STMT-INSTALLMENT-LINE.

      *One control line per statement. An account whose opening
      *balance plus the month's activity does not come to its
      *closing balance is flagged for the bursar - a posting the
      *sweep did not see, or a month skipped since the last run.
       WRITE-CONTROL-DETAIL.
           COMPUTE WS-ROLLED-BALANCE =
               ACC-OPENING(ACC-IDX) + ACC-CHARGES(ACC-IDX)
               + ACC-ADJUSTMENTS(ACC-IDX) - ACC-PAYMENTS(ACC-IDX)
               + ACC-RETURNS(ACC-IDX) + ACC-FEES(ACC-IDX)
           MOVE ACC-LAST-NAME(ACC-IDX) TO CTD-LAST-NAME
           MOVE ACC-INITIALS(ACC-IDX)  TO CTD-INITIALS
           MOVE ACC-OPENING(ACC-IDX)   TO CTD-OPENING
           COMPUTE CTD-CHARGES =
               ACC-CHARGES(ACC-IDX) + ACC-ADJUSTMENTS(ACC-IDX)
           MOVE ACC-PAYMENTS(ACC-IDX)  TO CTD-PAYMENTS
           COMPUTE CTD-RETURNED =
               ACC-RETURNS(ACC-IDX) + ACC-FEES(ACC-IDX)
           MOVE ACC-CLOSING(ACC-IDX)   TO CTD-CLOSING
           IF WS-ROLLED-BALANCE = ACC-CLOSING(ACC-IDX)
               MOVE SPACES TO CTD-STATUS
           ELSE
               ADD 1 TO WS-NOT-ROLLING
               MOVE 'DOES NOT ROLL' TO CTD-STATUS
           END-IF
           MOVE CTL-DETAIL-LINE TO CONTROL-LIST-RECORD
           WRITE CONTROL-LIST-RECORD.

      *Month totals by kind, then the receivable footing: the
      *statements' payments against TUITPAY's 1210 credits, and
      *their returned payments and fees against its 1210 debits.
       WRITE-CONTROL-TRAILER.
           MOVE SPACES TO CONTROL-LIST-RECORD
           WRITE CONTROL-LIST-RECORD
           MOVE 'STATEMENTS WRITTEN:' TO CTC-LABEL
           MOVE WS-STATEMENTS-WRITTEN TO CTC-COUNT
           MOVE CTL-COUNT-LINE TO CONTROL-LIST-RECORD
           WRITE CONTROL-LIST-RECORD
           MOVE 'ACCOUNTS NOT ROLLING FORWARD:' TO CTC-LABEL
           MOVE WS-NOT-ROLLING TO CTC-COUNT
           MOVE CTL-COUNT-LINE TO CONTROL-LIST-RECORD
           WRITE CONTROL-LIST-RECORD
           MOVE 'CHARGES BILLED:' TO CTA-LABEL
           MOVE WS-TOTAL-CHARGES TO CTA-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL
           MOVE 'ADJUSTMENTS:' TO CTA-LABEL
           MOVE WS-TOTAL-ADJUSTMENTS TO CTA-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL
           MOVE 'PAYMENTS RECEIVED:' TO CTA-LABEL
           MOVE WS-TOTAL-PAYMENTS TO CTA-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL
           MOVE 'RETURNED PAYMENTS:' TO CTA-LABEL
           MOVE WS-TOTAL-RETURNS TO CTA-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL
           MOVE 'RETURNED ITEM FEES:' TO CTA-LABEL
           MOVE WS-TOTAL-FEES TO CTA-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL
           MOVE 'AID (INFORMATION):' TO CTA-LABEL
           MOVE WS-TOTAL-AID TO CTA-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL
           MOVE 'SPONSOR COVERED (INFORMATION):' TO CTA-LABEL
           MOVE WS-TOTAL-SPONSOR TO CTA-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL
           MOVE 'REFUND CHECKS (INFORMATION):' TO CTA-LABEL
           MOVE WS-TOTAL-REFUNDS TO CTA-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL
           MOVE SPACES TO CONTROL-LIST-RECORD
           WRITE CONTROL-LIST-RECORD
           MOVE 'PAYMENTS (1210 CREDIT)' TO CTF-LABEL
           MOVE WS-TOTAL-PAYMENTS TO CTF-STATED
           MOVE WS-GL-CREDITS TO CTF-GL
           IF WS-TOTAL-PAYMENTS = WS-GL-CREDITS
               MOVE 'FOOTS' TO CTF-RESULT
           ELSE
               ADD 1 TO WS-GL-OUT-OF-FOOT
               MOVE 'DOES NOT FOOT' TO CTF-RESULT
           END-IF
           MOVE CTL-FOOT-LINE TO CONTROL-LIST-RECORD
           WRITE CONTROL-LIST-RECORD
           COMPUTE WS-STATED-DEBITS =
               WS-TOTAL-RETURNS + WS-TOTAL-FEES
           MOVE 'RETURNS+FEES (1210 DR)' TO CTF-LABEL
           MOVE WS-STATED-DEBITS TO CTF-STATED
           MOVE WS-GL-DEBITS TO CTF-GL
           IF WS-STATED-DEBITS = WS-GL-DEBITS
               MOVE 'FOOTS' TO CTF-RESULT
           ELSE
               ADD 1 TO WS-GL-OUT-OF-FOOT
               MOVE 'DOES NOT FOOT' TO CTF-RESULT
           END-IF
           MOVE CTL-FOOT-LINE TO CONTROL-LIST-RECORD
           WRITE CONTROL-LIST-RECORD
           MOVE CTL-NOTE-LINE TO CONTROL-LIST-RECORD
           WRITE CONTROL-LIST-RECORD
           IF WS-ACTIVITY-DROPPED > 0
               MOVE WS-ACTIVITY-DROPPED TO CTX-DROPPED
               MOVE CTL-DROPPED-LINE TO CONTROL-LIST-RECORD
               WRITE CONTROL-LIST-RECORD
           END-IF.

       WRITE-CONTROL-TOTAL.
           MOVE CTL-TOTAL-LINE TO CONTROL-LIST-RECORD
           WRITE CONTROL-LIST-RECORD.

      *Carries each student's opening and month-end closing balance
      *forward for next month's opening. Students with nothing
      *owed either way drop off; they open at zero if they come
      *back.
       REWRITE-STATEMENT-MASTER.
           OPEN OUTPUT STMT-MASTER-OUT-FILE
           PERFORM WRITE-ONE-STATEMENT-BALANCE
               VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT
           CLOSE STMT-MASTER-OUT-FILE.

       WRITE-ONE-STATEMENT-BALANCE.
           IF ACC-OPENING(ACC-IDX) NOT = 0
               OR ACC-CLOSING(ACC-IDX) NOT = 0
               MOVE ACC-LAST-NAME(ACC-IDX) TO STM-OUT-LAST-NAME
               MOVE ACC-INITIALS(ACC-IDX)  TO STM-OUT-INITIALS
               MOVE WS-STATEMENT-MONTH     TO STM-OUT-MONTH
               IF ACC-OPENING(ACC-IDX) < 0
                   MOVE '-' TO STM-OUT-OPEN-SIGN
               ELSE
                   MOVE '+' TO STM-OUT-OPEN-SIGN
               END-IF
               MOVE ACC-OPENING(ACC-IDX) TO STM-OUT-OPENING
               IF ACC-CLOSING(ACC-IDX) < 0
                   MOVE '-' TO STM-OUT-CLOSE-SIGN
               ELSE
                   MOVE '+' TO STM-OUT-CLOSE-SIGN
               END-IF
               MOVE ACC-CLOSING(ACC-IDX) TO STM-OUT-CLOSING
               WRITE STMT-MASTER-OUT-RECORD
           END-IF.

      *Appends one line to the shared end-of-day operations log
      *recording this run's start/end time and records processed.
      *OPEN EXTEND adds to the file instead of overwriting it, so
      *every program's runs accumulate in the same log.
       WRITE-OPERATIONS-LOG.
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
           MOVE WS-STATEMENTS-WRITTEN TO OPL-RECORD-COUNT
           OPEN EXTEND OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT OPS-LOG-FILE
               CLOSE OPS-LOG-FILE
               OPEN EXTEND OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO OPS-LOG-RECORD
           WRITE OPS-LOG-RECORD
           CLOSE OPS-LOG-FILE
           .
