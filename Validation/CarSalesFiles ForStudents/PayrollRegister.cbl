      *signed-off register with company totals, and appends its
      *counts to controltotals.dat so BALANCE can tie the register
      *back to what COMMRPT produced.
      *Salespeople who have elected direct deposit on spmaster.dat
      *are paid through a bank-format credit file (payrolldd.dat)
      *with batch and file control totals instead of a check. A new
      *or changed account is first sent a zero-dollar prenote and
      *paid by check until the prenote has aged; the register and
      *statement show the deposit trace number or why a check was
      *cut instead.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      *Same 66-byte layout PARMMNT maintains spmaster.dat with;
      *this run only uses the direct-deposit fields.
           SELECT F07-SPMASTER-FILE
               ASSIGN TO "spmaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPMASTER-FILE-STATUS.

      *Prenotes sent, shared with TUIT6COM's refund run: one
      *record per zero-dollar test entry sent to a new or changed
      *account, read at startup and appended to as more go out.
           SELECT F08-PRENOTE-FILE
               ASSIGN TO "ddprenotes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRENOTE-FILE-STATUS.

      *Accounts the bank has returned entries against, keyed by
      *the desk from the bank's return report. A listed account is
      *paid by check until the desk clears the line or the payee
      *gives a new account.
           SELECT F09-DD-RETURN-FILE
               ASSIGN TO "ddreturns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-RETURN-STATUS.

      *Originator details for the bank file, one record per paying
      *program; the built-in defaults stand when it is absent.
           SELECT F10-DD-PARAM-FILE
               ASSIGN TO "ddparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-PARAM-STATUS.

      *Bank-format direct-deposit credit file sent to the bank.
           SELECT F11-DD-FILE
               ASSIGN TO "payrolldd.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           05  CTF-COUNT           PIC 9(7).
           05  CTF-AMOUNT          PIC 9(11).

       FD  F07-SPMASTER-FILE
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS F07-SPMASTER-RECORD.
       01  F07-SPMASTER-RECORD.
           05  F07-SP-NAME           PIC X(7).
           05                        PIC X(31).
           05  F07-SP-DD-ELECTION    PIC X.
           05  F07-SP-BANK-ROUTING   PIC X(9).
           05  F07-SP-BANK-ACCOUNT   PIC X(17).
           05  F07-SP-ACCOUNT-TYPE   PIC X.

      *Payee type P payroll or S student refund, the payee's key
      *in its own master, the account prenoted and the date sent.
       FD  F08-PRENOTE-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS F08-PRENOTE-RECORD.
       01  F08-PRENOTE-RECORD.
           05  PRN-PAYEE-TYPE        PIC X.
           05  PRN-PAYEE-ID          PIC X(7).
           05  PRN-ROUTING           PIC X(9).
           05  PRN-ACCOUNT           PIC X(17).
           05  PRN-DATE-SENT         PIC 9(8).

       FD  F09-DD-RETURN-FILE
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS F09-DD-RETURN-RECORD.
       01  F09-DD-RETURN-RECORD.
           05  DDR-ROUTING           PIC X(9).
           05  DDR-ACCOUNT           PIC X(17).
           05  DDR-REASON            PIC X(3).
           05  DDR-DATE-RETURNED     PIC 9(8).

       FD  F10-DD-PARAM-FILE
           RECORD CONTAINS 109 CHARACTERS
           DATA RECORD IS F10-DD-PARAM-RECORD.
       01  F10-DD-PARAM-RECORD.
           05  DDP-PROGRAM           PIC X(8).
           05  DDP-DEST-ROUTING      PIC X(9).
           05  DDP-DEST-NAME         PIC X(23).
           05  DDP-ORIGIN-ID         PIC X(10).
           05  DDP-ORIGIN-NAME       PIC X(23).
           05  DDP-COMPANY-NAME      PIC X(16).
           05  DDP-COMPANY-ID        PIC X(10).
           05  DDP-ODFI-ID           PIC X(8).
           05  DDP-PRENOTE-DAYS      PIC 9(2).

       FD  F11-DD-FILE
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS F11-DD-RECORD.
       01  F11-DD-RECORD             PIC X(94).

       WORKING-STORAGE SECTION.
       01  W01-EOF-SWITCH            PIC X    VALUE 'N'.
           88  W01-EOF-REACHED           VALUE 'Y'.
       01  WS-WITHHOLDING-STATUS     PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS     PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-SPMASTER-FILE-STATUS   PIC XX   VALUE SPACES.
       01  WS-PRENOTE-FILE-STATUS    PIC XX   VALUE SPACES.
       01  WS-DD-RETURN-STATUS       PIC XX   VALUE SPACES.
       01  WS-DD-PARAM-STATUS        PIC XX   VALUE SPACES.

      *Withholding brackets, kept in ascending limit order on the
      *file: the first bracket whose limit covers the gross sets
               10  WH-RATE           PIC 9V999.
       01  W-DEFAULT-WH-RATE         PIC 9V999 VALUE .200.

      *Originator details for the bank file, seeded with the
      *payroll account's standing values and replaced by the
      *PAYREG record on ddparams.dat when there is one. A prenote
      *must be this many calendar days old before the first live
      *deposit follows it.
       01  W-DD-PARAMETERS.
           05  W-DDP-DEST-ROUTING    PIC X(9)  VALUE '076401251'.
           05  W-DDP-DEST-NAME       PIC X(23)
                 VALUE 'FIRST COMMERCE BANK'.
           05  W-DDP-ORIGIN-ID       PIC X(10) VALUE '9000000001'.
           05  W-DDP-ORIGIN-NAME     PIC X(23)
                 VALUE 'CAR SALES PAYROLL'.
           05  W-DDP-COMPANY-NAME    PIC X(16)
                 VALUE 'CARSALES PAYROLL'.
           05  W-DDP-COMPANY-ID      PIC X(10) VALUE '9000000001'.
           05  W-DDP-ODFI-ID         PIC X(8)  VALUE '07640125'.
           05  W-DDP-PRENOTE-DAYS    PIC 9(2)  VALUE 6.

      *Electing salespeople and their accounts, from spmaster.dat.
       01  MAX-SP-BANK               PIC 9(3) VALUE 200.
       01  SP-BANK-TABLE-AREA.
           05  W-SPB-COUNT           PIC 9(3) VALUE 0.
           05  SPB-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON W-SPB-COUNT
                   INDEXED BY SPB-IDX.
               10  SPB-NAME          PIC X(7).
               10  SPB-ROUTING       PIC X(9).
               10  SPB-ACCOUNT       PIC X(17).
               10  SPB-TYPE          PIC X.

      *Payroll prenotes already sent, with the day sent held as an
      *integer date so the wait can be measured in days.
       01  MAX-PRENOTES              PIC 9(4) VALUE 2000.
       01  PRENOTE-TABLE-AREA.
           05  W-PRE-COUNT           PIC 9(4) VALUE 0.
           05  PRENOTE-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON W-PRE-COUNT
                   INDEXED BY PRE-IDX.
               10  PRE-PAYEE-ID      PIC X(7).
               10  PRE-ROUTING       PIC X(9).
               10  PRE-ACCOUNT       PIC X(17).
               10  PRE-DATE-INT      PIC 9(7).
       01  W-PRENOTE-FOUND-SWITCH    PIC X    VALUE 'N'.
           88  W-PRENOTE-FOUND           VALUE 'Y'.

      *Accounts the bank has returned, from ddreturns.dat.
       01  MAX-DD-RETURNS            PIC 9(3) VALUE 500.
       01  DD-RETURN-TABLE-AREA.
           05  W-RET-COUNT           PIC 9(3) VALUE 0.
           05  RETURN-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON W-RET-COUNT
                   INDEXED BY RET-IDX.
               10  RET-ROUTING       PIC X(9).
               10  RET-ACCOUNT       PIC X(17).

      *How this salesperson is paid, and the register note when an
      *elected deposit had to go by check instead.
       01  W-PAY-METHOD              PIC X    VALUE 'C'.
           88  W-PAY-BY-CHECK            VALUE 'C'.
           88  W-PAY-BY-DEPOSIT          VALUE 'D'.
           88  W-PAY-NONE-DUE            VALUE 'N'.
       01  W-DD-NOTE                 PIC X(12) VALUE SPACES.

      *ABA routing number check: digits weighted 3-7-1 across the
      *nine positions must sum to a multiple of ten. The first
      *eight digits identify the receiving bank on the entry.
       01  W-ROUTING-WORK.
           05  W-ROUTING-NUMBER      PIC X(9).
           05  W-ROUTING-DIGIT REDEFINES W-ROUTING-NUMBER
                                     PIC 9 OCCURS 9 TIMES.
           05  W-ROUTING-PARTS REDEFINES W-ROUTING-NUMBER.
               10  W-ROUTING-RDFI    PIC 9(8).
               10  W-ROUTING-CHECK   PIC 9.
       01  W-ROUTING-SUM             PIC 9(3) VALUE 0.
       01  W-ROUTING-SWITCH          PIC X    VALUE 'N'.
           88  W-ROUTING-VALID           VALUE 'Y'.

      *Bank file running totals. Amounts are in cents; the entry
      *hash is the sum of the receiving-bank numbers, of which the
      *bank keeps the low-order ten digits.
       01  DD-FILE-COUNTERS.
           05  W-DD-BATCH-SWITCH     PIC X     VALUE 'N'.
               88  W-DD-BATCH-OPEN       VALUE 'Y'.
           05  W-TRACE-SEQ           PIC 9(7)  VALUE 0.
           05  W-DD-ENTRY-COUNT      PIC 9(6)  VALUE 0.
           05  W-DD-ENTRY-HASH       PIC 9(12) VALUE 0.
           05  W-DD-TOTAL-CREDIT     PIC 9(12) VALUE 0.
           05  W-DD-RECORD-COUNT     PIC 9(6)  VALUE 0.
           05  W-DD-BLOCK-COUNT      PIC 9(6)  VALUE 0.

      *Run date as an integer, and the effective date the credits
      *settle on: the next weekday after the run.
       01  W-TODAY-INT               PIC 9(7)  VALUE 0.
       01  W-EFFECTIVE-INT           PIC 9(7)  VALUE 0.
       01  W-EFFECTIVE-DATE          PIC 9(8)  VALUE 0.
       01  W-EFFECTIVE-DATE-PARTS REDEFINES W-EFFECTIVE-DATE.
           05                        PIC 9(2).
           05  W-EFFECTIVE-YYMMDD    PIC 9(6).

      *Per-salesperson pay work fields.
       01  PAY-CALCS.
           05  W-RATE-APPLIED        PIC 9V999    VALUE 0.
           05  W-TOTAL-WITHHELD      PIC 9(9)V99  VALUE 0.
           05  W-TOTAL-DRAW          PIC 9(9)V99  VALUE 0.
           05  W-TOTAL-NET           PIC S9(9)V99 VALUE 0.
           05  W-DEPOSITS-MADE       PIC 9(5)     VALUE 0.
           05  W-TOTAL-DEPOSITED     PIC 9(9)V99  VALUE 0.
           05  W-CHECKS-ISSUED       PIC 9(5)     VALUE 0.
           05  W-TOTAL-CHECKS        PIC 9(9)V99  VALUE 0.
           05  W-PRENOTES-SENT       PIC 9(5)     VALUE 0.

      *Run-date heading, same pattern as the other batch reports.
       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY        PIC 9(4).
           05  WS-TODAYS-MM          PIC 9(2).
           05  WS-TODAYS-DD          PIC 9(2).
       01  WS-TODAYS-DATE-N REDEFINES WS-TODAYS-DATE
                                     PIC 9(8).
       01  W08-RUN-DATE-LINE.
           05                        PIC X(30) VALUE SPACES.
           05                        PIC X(10) VALUE 'RUN DATE: '.
           05                        PIC X(4)  VALUE 'DRAW'.
           05                        PIC X(9)  VALUE SPACES.
           05                        PIC X(7)  VALUE 'NET PAY'.
           05                        PIC X(1)  VALUE SPACES.
           05                        PIC X(15)
                 VALUE 'PAID BY/TRACE'.
           05                        PIC X(2)  VALUE SPACES.
           05                        PIC X(4)  VALUE 'NOTE'.
           05                        PIC X(9)  VALUE SPACES.
       01  W04-REGISTER-DETAIL.
           05                        PIC X(3)  VALUE SPACES.
           05  W04-SP-NAME           PIC X(7).
           05  W04-DRAW              PIC $$,$$9.99.
           05                        PIC X(4)  VALUE SPACES.
           05  W04-NET               PIC +$$$,$$9.99.
           05                        PIC X(5)  VALUE SPACES.
           05  W04-PAID-BY           PIC X(15).
           05                        PIC X(2)  VALUE SPACES.
           05  W04-DD-NOTE           PIC X(12).
           05                        PIC X(1)  VALUE SPACES.
       01  W05-REGISTER-TOTALS.
           05                        PIC X(10)
                 VALUE 'TOTALS    '.
           05                        PIC X(2)  VALUE SPACES.
           05  W05-NET               PIC +$$,$$$,$$9.99.
           05                        PIC X(35) VALUE SPACES.
       01  W07-PAYMENT-TOTALS.
           05                        PIC X(17)
                 VALUE 'DIRECT DEPOSITS: '.
           05  W07-DEPOSITS          PIC ZZZZ9.
           05                        PIC X(2)  VALUE SPACES.
           05  W07-DEPOSITED         PIC $$,$$$,$$9.99.
           05                        PIC X(11)
                 VALUE '   CHECKS: '.
           05  W07-CHECKS            PIC ZZZZ9.
           05                        PIC X(2)  VALUE SPACES.
           05  W07-CHECKED           PIC $$,$$$,$$9.99.
           05                        PIC X(13)
                 VALUE '   PRENOTES: '.
           05  W07-PRENOTES          PIC ZZZZ9.
           05                        PIC X(14) VALUE SPACES.
       01  W06-SIGNOFF-LINE.
           05                        PIC X(34)
                 VALUE 'APPROVED BY: ____________________ '.
                 VALUE 'NET PAY:            '.
           05  W14-NET               PIC +$$$,$$9.99.
           05                        PIC X(49) VALUE SPACES.
       01  W15-STMT-PAID-LINE.
           05                        PIC X(20)
                 VALUE 'PAID BY:            '.
           05  W15-METHOD            PIC X(15).
           05  W15-REF-LABEL         PIC X(7).
           05  W15-REFERENCE         PIC X(15).
           05                        PIC X(23) VALUE SPACES.

      *Bank file records, 94 characters each: file header, batch
      *header, one entry per credit or prenote, batch control and
      *file control, padded with all-nines records to a full
      *block of ten.
       01  W20-DD-FILE-HEADER.
           05                        PIC X     VALUE '1'.
           05                        PIC X(2)  VALUE '01'.
           05                        PIC X     VALUE SPACE.
           05  W20-DEST-ROUTING      PIC X(9).
           05  W20-ORIGIN-ID         PIC X(10).
           05  W20-CREATE-DATE       PIC X(6).
           05  W20-CREATE-TIME       PIC X(4).
           05                        PIC X     VALUE 'A'.
           05                        PIC X(3)  VALUE '094'.
           05                        PIC X(2)  VALUE '10'.
           05                        PIC X     VALUE '1'.
           05  W20-DEST-NAME         PIC X(23).
           05  W20-ORIGIN-NAME       PIC X(23).
           05                        PIC X(8)  VALUE SPACES.
       01  W21-DD-BATCH-HEADER.
           05                        PIC X     VALUE '5'.
           05                        PIC X(3)  VALUE '220'.
           05  W21-COMPANY-NAME      PIC X(16).
           05                        PIC X(20) VALUE SPACES.
           05  W21-COMPANY-ID        PIC X(10).
           05                        PIC X(3)  VALUE 'PPD'.
           05  W21-ENTRY-DESC        PIC X(10) VALUE 'PAYROLL'.
           05  W21-DESC-DATE         PIC X(6).
           05  W21-EFFECTIVE-DATE    PIC 9(6).
           05                        PIC X(3)  VALUE SPACES.
           05                        PIC X     VALUE '1'.
           05  W21-ODFI-ID           PIC X(8).
           05  W21-BATCH-NO          PIC 9(7)  VALUE 1.
       01  W22-DD-ENTRY.
           05                        PIC X     VALUE '6'.
           05  W22-TRAN-CODE         PIC X(2).
           05  W22-RDFI-ID           PIC 9(8).
           05  W22-CHECK-DIGIT       PIC 9.
           05  W22-ACCOUNT           PIC X(17).
           05  W22-AMOUNT            PIC 9(10).
           05  W22-INDIVIDUAL-ID     PIC X(15).
           05  W22-INDIVIDUAL-NAME   PIC X(22).
           05                        PIC X(2)  VALUE SPACES.
           05                        PIC X     VALUE '0'.
           05  W22-TRACE-NO.
               10  W22-TRACE-ODFI    PIC X(8).
               10  W22-TRACE-SEQ     PIC 9(7).
       01  W23-DD-BATCH-CONTROL.
           05                        PIC X     VALUE '8'.
           05                        PIC X(3)  VALUE '220'.
           05  W23-ENTRY-COUNT       PIC 9(6).
           05  W23-ENTRY-HASH        PIC 9(10).
           05  W23-TOTAL-DEBIT       PIC 9(12) VALUE 0.
           05  W23-TOTAL-CREDIT      PIC 9(12).
           05  W23-COMPANY-ID        PIC X(10).
           05                        PIC X(19) VALUE SPACES.
           05                        PIC X(6)  VALUE SPACES.
           05  W23-ODFI-ID           PIC X(8).
           05  W23-BATCH-NO          PIC 9(7)  VALUE 1.
       01  W24-DD-FILE-CONTROL.
           05                        PIC X     VALUE '9'.
           05  W24-BATCH-COUNT       PIC 9(6).
           05  W24-BLOCK-COUNT       PIC 9(6).
           05  W24-ENTRY-COUNT       PIC 9(8).
           05  W24-ENTRY-HASH        PIC 9(10).
           05  W24-TOTAL-DEBIT       PIC 9(12) VALUE 0.
           05  W24-TOTAL-CREDIT      PIC 9(12).
           05                        PIC X(39) VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
           PERFORM 097-CAPTURE-START-TIME
           PERFORM 099-GET-TODAYS-DATE
           PERFORM 110-LOAD-WITHHOLDING-TABLE
           PERFORM 130-LOAD-DD-PARAMETERS
           PERFORM 140-LOAD-SP-BANKING
           PERFORM 150-LOAD-PRENOTES
           PERFORM 160-LOAD-DD-RETURNS
           OPEN OUTPUT F03-STATEMENT-FILE
                OUTPUT F04-REGISTER-FILE
                OUTPUT F11-DD-FILE
           PERFORM 120-WRITE-REGISTER-HEADINGS
           PERFORM 170-WRITE-DD-FILE-HEADER
           OPEN INPUT F01-PAYROLL-FILE
           IF WS-PAYROLL-FILE-STATUS = '00'
               READ F01-PAYROLL-FILE
           PERFORM 200-PAY-ONE-SALESPERSON
               UNTIL W01-EOF-REACHED
           PERFORM 700-WRITE-REGISTER-TOTALS
           PERFORM 720-WRITE-DD-CONTROLS
           CLOSE F01-PAYROLL-FILE
                 F03-STATEMENT-FILE
                 F04-REGISTER-FILE
                 F11-DD-FILE
                 F08-PRENOTE-FILE
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 910-WRITE-CONTROL-TOTALS
           STOP RUN
           ACCEPT WS-RUN-START-TIME FROM TIME
           .

      *Also sets the deposit effective date: the next weekday,
      *counting integer day 1 (1 January 1601) as a Monday.
       099-GET-TODAYS-DATE.
           ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAYS-MM   TO W08-RUN-MM
           MOVE WS-TODAYS-DD   TO W08-RUN-DD
           MOVE WS-TODAYS-CCYY TO W08-RUN-CCYY
           COMPUTE W-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-N)
           COMPUTE W-EFFECTIVE-INT = W-TODAY-INT + 1
           IF FUNCTION MOD(W-EFFECTIVE-INT, 7) = 6
               ADD 2 TO W-EFFECTIVE-INT
           END-IF
           IF FUNCTION MOD(W-EFFECTIVE-INT, 7) = 0
               ADD 1 TO W-EFFECTIVE-INT
           END-IF
           COMPUTE W-EFFECTIVE-DATE =
               FUNCTION DATE-OF-INTEGER(W-EFFECTIVE-INT)
           .

      *Seeds the single flat default bracket, then replaces it with
           WRITE F03-STATEMENT-RECORD FROM W08-RUN-DATE-LINE
           .

      *The first PAYREG record on the file replaces the built-in
      *originator details.
       130-LOAD-DD-PARAMETERS.
           OPEN INPUT F10-DD-PARAM-FILE
           IF WS-DD-PARAM-STATUS = '00'
               PERFORM UNTIL WS-DD-PARAM-STATUS NOT = '00'
                   READ F10-DD-PARAM-FILE
                       AT END
                           MOVE '10' TO WS-DD-PARAM-STATUS
                       NOT AT END
                           IF DDP-PROGRAM = 'PAYREG'
                               MOVE DDP-DEST-ROUTING
                                   TO W-DDP-DEST-ROUTING
                               MOVE DDP-DEST-NAME  TO W-DDP-DEST-NAME
                               MOVE DDP-ORIGIN-ID  TO W-DDP-ORIGIN-ID
                               MOVE DDP-ORIGIN-NAME
                                   TO W-DDP-ORIGIN-NAME
                               MOVE DDP-COMPANY-NAME
                                   TO W-DDP-COMPANY-NAME
                               MOVE DDP-COMPANY-ID
                                   TO W-DDP-COMPANY-ID
                               MOVE DDP-ODFI-ID    TO W-DDP-ODFI-ID
                               IF DDP-PRENOTE-DAYS IS NUMERIC
                                   MOVE DDP-PRENOTE-DAYS
                                       TO W-DDP-PRENOTE-DAYS
                               END-IF
                               MOVE '10' TO WS-DD-PARAM-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F10-DD-PARAM-FILE
           END-IF
           .

      *Only salespeople who have elected direct deposit are kept;
      *everyone else is paid by check as before.
       140-LOAD-SP-BANKING.
           OPEN INPUT F07-SPMASTER-FILE
           IF WS-SPMASTER-FILE-STATUS = '00'
               PERFORM UNTIL WS-SPMASTER-FILE-STATUS NOT = '00'
                   READ F07-SPMASTER-FILE
                       AT END
                           MOVE '10' TO WS-SPMASTER-FILE-STATUS
                       NOT AT END
                           IF F07-SP-DD-ELECTION = 'Y'
                               AND W-SPB-COUNT < MAX-SP-BANK
                               ADD 1 TO W-SPB-COUNT
                               MOVE F07-SP-NAME
                                   TO SPB-NAME(W-SPB-COUNT)
                               MOVE F07-SP-BANK-ROUTING
                                   TO SPB-ROUTING(W-SPB-COUNT)
                               MOVE F07-SP-BANK-ACCOUNT
                                   TO SPB-ACCOUNT(W-SPB-COUNT)
                               MOVE F07-SP-ACCOUNT-TYPE
                                   TO SPB-TYPE(W-SPB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F07-SPMASTER-FILE
           END-IF
           .

      *Loads the payroll prenotes, then leaves the file open for
      *appending the prenotes this run sends. A sent date that is
      *not a valid date counts as long matured.
       150-LOAD-PRENOTES.
           OPEN INPUT F08-PRENOTE-FILE
           IF WS-PRENOTE-FILE-STATUS = '00'
               PERFORM UNTIL WS-PRENOTE-FILE-STATUS NOT = '00'
                   READ F08-PRENOTE-FILE
                       AT END
                           MOVE '10' TO WS-PRENOTE-FILE-STATUS
                       NOT AT END
                           IF PRN-PAYEE-TYPE = 'P'
                               AND W-PRE-COUNT < MAX-PRENOTES
                               ADD 1 TO W-PRE-COUNT
                               MOVE PRN-PAYEE-ID
                                   TO PRE-PAYEE-ID(W-PRE-COUNT)
                               MOVE PRN-ROUTING
                                   TO PRE-ROUTING(W-PRE-COUNT)
                               MOVE PRN-ACCOUNT
                                   TO PRE-ACCOUNT(W-PRE-COUNT)
                               MOVE 0 TO PRE-DATE-INT(W-PRE-COUNT)
                               IF PRN-DATE-SENT IS NUMERIC
                                   AND FUNCTION TEST-DATE-YYYYMMDD
                                       (PRN-DATE-SENT) = 0
                                   COMPUTE PRE-DATE-INT(W-PRE-COUNT)
                                       = FUNCTION INTEGER-OF-DATE
                                           (PRN-DATE-SENT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F08-PRENOTE-FILE
           END-IF
           OPEN EXTEND F08-PRENOTE-FILE
           IF WS-PRENOTE-FILE-STATUS = '35'
               OPEN OUTPUT F08-PRENOTE-FILE
               CLOSE F08-PRENOTE-FILE
               OPEN EXTEND F08-PRENOTE-FILE
           END-IF
           .

       160-LOAD-DD-RETURNS.
           OPEN INPUT F09-DD-RETURN-FILE
           IF WS-DD-RETURN-STATUS = '00'
               PERFORM UNTIL WS-DD-RETURN-STATUS NOT = '00'
                   READ F09-DD-RETURN-FILE
                       AT END
                           MOVE '10' TO WS-DD-RETURN-STATUS
                       NOT AT END
                           IF DDR-ROUTING NOT = SPACES
                               AND W-RET-COUNT < MAX-DD-RETURNS
                               ADD 1 TO W-RET-COUNT
                               MOVE DDR-ROUTING
                                   TO RET-ROUTING(W-RET-COUNT)
                               MOVE DDR-ACCOUNT
                                   TO RET-ACCOUNT(W-RET-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F09-DD-RETURN-FILE
           END-IF
           .

      *The file header goes out even on a run with no electing
      *payees, so the bank always gets a balanced file.
       170-WRITE-DD-FILE-HEADER.
           MOVE W-DDP-DEST-ROUTING  TO W20-DEST-ROUTING
           MOVE W-DDP-ORIGIN-ID     TO W20-ORIGIN-ID
           MOVE WS-TODAYS-DATE(3:6) TO W20-CREATE-DATE
           MOVE WS-RUN-START-TIME(1:4) TO W20-CREATE-TIME
           MOVE W-DDP-DEST-NAME     TO W20-DEST-NAME
           MOVE W-DDP-ORIGIN-NAME   TO W20-ORIGIN-NAME
           WRITE F11-DD-RECORD FROM W20-DD-FILE-HEADER
           ADD 1 TO W-DD-RECORD-COUNT
           .

       200-PAY-ONE-SALESPERSON.
           ADD 1 TO W-STATEMENTS-WRITTEN
           PERFORM 210-FIND-WITHHOLDING-RATE
           ADD W-WITHHOLDING        TO W-TOTAL-WITHHELD
           ADD PAY-MONTHLY-DRAW     TO W-TOTAL-DRAW
           ADD W-NET-PAY            TO W-TOTAL-NET
           PERFORM 220-CHOOSE-PAYMENT-METHOD
           PERFORM 300-WRITE-STATEMENT
           PERFORM 400-WRITE-REGISTER-DETAIL
           READ F01-PAYROLL-FILE
           END-SEARCH
           .

      *Net pay goes by check unless the salesperson has elected
      *direct deposit to an account that is ready to take it.
       220-CHOOSE-PAYMENT-METHOD.
           MOVE SPACES TO W-DD-NOTE
           IF W-NET-PAY > 0
               SET W-PAY-BY-CHECK TO TRUE
           ELSE
               SET W-PAY-NONE-DUE TO TRUE
           END-IF
           SET SPB-IDX TO 1
           SEARCH SPB-ENTRY
               AT END CONTINUE
               WHEN SPB-NAME(SPB-IDX) = PAY-SP-NAME
                   PERFORM 230-CHECK-DEPOSIT-ACCOUNT
           END-SEARCH
           IF W-PAY-BY-CHECK
               ADD 1 TO W-CHECKS-ISSUED
               ADD W-NET-PAY TO W-TOTAL-CHECKS
           END-IF
           .

      *A bad or returned account falls back to a check. An account
      *with no prenote on file gets one now; until that prenote
      *has aged the pay still goes by check.
       230-CHECK-DEPOSIT-ACCOUNT.
           MOVE SPB-ROUTING(SPB-IDX) TO W-ROUTING-NUMBER
           PERFORM 240-CHECK-ROUTING-NUMBER
           IF NOT W-ROUTING-VALID
                   OR SPB-ACCOUNT(SPB-IDX) = SPACES
                   OR (SPB-TYPE(SPB-IDX) NOT = 'C' AND NOT = 'S')
               MOVE 'BAD ACCOUNT' TO W-DD-NOTE
           ELSE
               SET RET-IDX TO 1
               SEARCH RETURN-ENTRY
                   AT END CONTINUE
                   WHEN RET-ROUTING(RET-IDX) = SPB-ROUTING(SPB-IDX)
                    AND RET-ACCOUNT(RET-IDX) = SPB-ACCOUNT(SPB-IDX)
                       MOVE 'RETURNED' TO W-DD-NOTE
               END-SEARCH
           END-IF
           IF W-DD-NOTE = SPACES
               MOVE 'N' TO W-PRENOTE-FOUND-SWITCH
               SET PRE-IDX TO 1
               SEARCH PRENOTE-ENTRY
                   AT END CONTINUE
                   WHEN PRE-PAYEE-ID(PRE-IDX) = PAY-SP-NAME
                    AND PRE-ROUTING(PRE-IDX) = SPB-ROUTING(SPB-IDX)
                    AND PRE-ACCOUNT(PRE-IDX) = SPB-ACCOUNT(SPB-IDX)
                       SET W-PRENOTE-FOUND TO TRUE
               END-SEARCH
               EVALUATE TRUE
                   WHEN NOT W-PRENOTE-FOUND
                       PERFORM 520-SEND-PRENOTE
                       MOVE 'PRENOTE SENT' TO W-DD-NOTE
                   WHEN PRE-DATE-INT(PRE-IDX) + W-DDP-PRENOTE-DAYS
                           > W-TODAY-INT
                       MOVE 'PRENOTE WAIT' TO W-DD-NOTE
                   WHEN W-NET-PAY > 0
                       SET W-PAY-BY-DEPOSIT TO TRUE
                       PERFORM 510-WRITE-DD-CREDIT
               END-EVALUATE
           END-IF
           .

       240-CHECK-ROUTING-NUMBER.
           MOVE 'N' TO W-ROUTING-SWITCH
           IF W-ROUTING-NUMBER IS NUMERIC
                   AND W-ROUTING-NUMBER NOT = ZEROS
               COMPUTE W-ROUTING-SUM =
                   3 * (W-ROUTING-DIGIT(1) + W-ROUTING-DIGIT(4)
                        + W-ROUTING-DIGIT(7))
                 + 7 * (W-ROUTING-DIGIT(2) + W-ROUTING-DIGIT(5)
                        + W-ROUTING-DIGIT(8))
                 + W-ROUTING-DIGIT(3) + W-ROUTING-DIGIT(6)
                 + W-ROUTING-DIGIT(9)
               IF FUNCTION MOD(W-ROUTING-SUM, 10) = 0
                   MOVE 'Y' TO W-ROUTING-SWITCH
               END-IF
           END-IF
           .

       300-WRITE-STATEMENT.
           WRITE F03-STATEMENT-RECORD FROM SPACES
           MOVE PAY-SP-NAME TO W10-STMT-NAME
           WRITE F03-STATEMENT-RECORD FROM W13-STMT-DRAW-LINE
           MOVE W-NET-PAY TO W14-NET
           WRITE F03-STATEMENT-RECORD FROM W14-STMT-NET-LINE
           MOVE SPACES TO W15-REF-LABEL
           MOVE SPACES TO W15-REFERENCE
           EVALUATE TRUE
               WHEN W-PAY-BY-DEPOSIT
                   MOVE 'DIRECT DEPOSIT' TO W15-METHOD
                   MOVE 'TRACE'          TO W15-REF-LABEL
                   MOVE W22-TRACE-NO     TO W15-REFERENCE
               WHEN W-PAY-BY-CHECK
                   MOVE 'CHECK'          TO W15-METHOD
                   IF W-DD-NOTE NOT = SPACES
                       MOVE 'NOTE'       TO W15-REF-LABEL
                       MOVE W-DD-NOTE    TO W15-REFERENCE
                   END-IF
               WHEN OTHER
                   MOVE 'NO NET PAY DUE' TO W15-METHOD
           END-EVALUATE
           WRITE F03-STATEMENT-RECORD FROM W15-STMT-PAID-LINE
           .

       400-WRITE-REGISTER-DETAIL.
           MOVE W-WITHHOLDING        TO W04-WITHHELD
           MOVE PAY-MONTHLY-DRAW     TO W04-DRAW
           MOVE W-NET-PAY            TO W04-NET
           EVALUATE TRUE
               WHEN W-PAY-BY-DEPOSIT
                   MOVE W22-TRACE-NO TO W04-PAID-BY
               WHEN W-PAY-BY-CHECK
                   MOVE 'CHECK'      TO W04-PAID-BY
               WHEN OTHER
                   MOVE 'NONE DUE'   TO W04-PAID-BY
           END-EVALUATE
           MOVE W-DD-NOTE            TO W04-DD-NOTE
           WRITE F04-REGISTER-RECORD FROM W04-REGISTER-DETAIL
           .

      *Live credit of the net pay, to checking (22) or savings
      *(32).
       510-WRITE-DD-CREDIT.
           IF SPB-TYPE(SPB-IDX) = 'S'
               MOVE '32' TO W22-TRAN-CODE
           ELSE
               MOVE '22' TO W22-TRAN-CODE
           END-IF
           COMPUTE W22-AMOUNT = W-NET-PAY * 100
           PERFORM 530-WRITE-DD-ENTRY
           ADD 1 TO W-DEPOSITS-MADE
           ADD W-NET-PAY TO W-TOTAL-DEPOSITED
           .

      *Zero-dollar prenote to checking (23) or savings (33), logged
      *on ddprenotes.dat so later runs know when it was sent.
       520-SEND-PRENOTE.
           IF SPB-TYPE(SPB-IDX) = 'S'
               MOVE '33' TO W22-TRAN-CODE
           ELSE
               MOVE '23' TO W22-TRAN-CODE
           END-IF
           MOVE 0 TO W22-AMOUNT
           PERFORM 530-WRITE-DD-ENTRY
           ADD 1 TO W-PRENOTES-SENT
           MOVE 'P'                  TO PRN-PAYEE-TYPE
           MOVE PAY-SP-NAME          TO PRN-PAYEE-ID
           MOVE SPB-ROUTING(SPB-IDX) TO PRN-ROUTING
           MOVE SPB-ACCOUNT(SPB-IDX) TO PRN-ACCOUNT
           MOVE WS-TODAYS-DATE-N     TO PRN-DATE-SENT
           WRITE F08-PRENOTE-RECORD
           IF W-PRE-COUNT < MAX-PRENOTES
               ADD 1 TO W-PRE-COUNT
               MOVE PAY-SP-NAME TO PRE-PAYEE-ID(W-PRE-COUNT)
               MOVE SPB-ROUTING(SPB-IDX) TO PRE-ROUTING(W-PRE-COUNT)
               MOVE SPB-ACCOUNT(SPB-IDX) TO PRE-ACCOUNT(W-PRE-COUNT)
               MOVE W-TODAY-INT TO PRE-DATE-INT(W-PRE-COUNT)
           END-IF
           .

      *Writes one entry, opening the batch on the first. The trace
      *number is the originating bank's number and a sequence
      *unique within the file.
       530-WRITE-DD-ENTRY.
           IF NOT W-DD-BATCH-OPEN
               MOVE W-DDP-COMPANY-NAME  TO W21-COMPANY-NAME
               MOVE W-DDP-COMPANY-ID    TO W21-COMPANY-ID
               MOVE WS-TODAYS-DATE(3:6) TO W21-DESC-DATE
               MOVE W-EFFECTIVE-YYMMDD  TO W21-EFFECTIVE-DATE
               MOVE W-DDP-ODFI-ID       TO W21-ODFI-ID
               WRITE F11-DD-RECORD FROM W21-DD-BATCH-HEADER
               ADD 1 TO W-DD-RECORD-COUNT
               SET W-DD-BATCH-OPEN TO TRUE
           END-IF
           ADD 1 TO W-TRACE-SEQ
           MOVE W-ROUTING-RDFI       TO W22-RDFI-ID
           MOVE W-ROUTING-CHECK      TO W22-CHECK-DIGIT
           MOVE SPB-ACCOUNT(SPB-IDX) TO W22-ACCOUNT
           MOVE PAY-SP-NAME          TO W22-INDIVIDUAL-ID
           MOVE PAY-SP-NAME          TO W22-INDIVIDUAL-NAME
           MOVE W-DDP-ODFI-ID        TO W22-TRACE-ODFI
           MOVE W-TRACE-SEQ          TO W22-TRACE-SEQ
           WRITE F11-DD-RECORD FROM W22-DD-ENTRY
           ADD 1 TO W-DD-RECORD-COUNT
           ADD 1 TO W-DD-ENTRY-COUNT
           ADD W-ROUTING-RDFI TO W-DD-ENTRY-HASH
           ADD W22-AMOUNT     TO W-DD-TOTAL-CREDIT
           .

       700-WRITE-REGISTER-TOTALS.
           WRITE F04-REGISTER-RECORD FROM SPACES
           MOVE W-TOTAL-GROSS    TO W05-GROSS
           MOVE W-TOTAL-DRAW     TO W05-DRAW
           MOVE W-TOTAL-NET      TO W05-NET
           WRITE F04-REGISTER-RECORD FROM W05-REGISTER-TOTALS
           MOVE W-DEPOSITS-MADE   TO W07-DEPOSITS
           MOVE W-TOTAL-DEPOSITED TO W07-DEPOSITED
           MOVE W-CHECKS-ISSUED   TO W07-CHECKS
           MOVE W-TOTAL-CHECKS    TO W07-CHECKED
           MOVE W-PRENOTES-SENT   TO W07-PRENOTES
           WRITE F04-REGISTER-RECORD FROM W07-PAYMENT-TOTALS
           WRITE F04-REGISTER-RECORD FROM SPACES
           WRITE F04-REGISTER-RECORD FROM W06-SIGNOFF-LINE
           .

      *Closes the batch (when any entry went out) and the file with
      *their counts, entry hash and credit totals, then pads the
      *file to a whole number of ten-record blocks.
       720-WRITE-DD-CONTROLS.
           MOVE 0 TO W24-BATCH-COUNT
           IF W-DD-BATCH-OPEN
               MOVE W-DD-ENTRY-COUNT  TO W23-ENTRY-COUNT
               MOVE W-DD-ENTRY-HASH   TO W23-ENTRY-HASH
               MOVE W-DD-TOTAL-CREDIT TO W23-TOTAL-CREDIT
               MOVE W-DDP-COMPANY-ID  TO W23-COMPANY-ID
               MOVE W-DDP-ODFI-ID     TO W23-ODFI-ID
               WRITE F11-DD-RECORD FROM W23-DD-BATCH-CONTROL
               ADD 1 TO W-DD-RECORD-COUNT
               MOVE 1 TO W24-BATCH-COUNT
           END-IF
           ADD 1 TO W-DD-RECORD-COUNT
           COMPUTE W-DD-BLOCK-COUNT = (W-DD-RECORD-COUNT + 9) / 10
           MOVE W-DD-BLOCK-COUNT  TO W24-BLOCK-COUNT
           MOVE W-DD-ENTRY-COUNT  TO W24-ENTRY-COUNT
           MOVE W-DD-ENTRY-HASH   TO W24-ENTRY-HASH
           MOVE W-DD-TOTAL-CREDIT TO W24-TOTAL-CREDIT
           WRITE F11-DD-RECORD FROM W24-DD-FILE-CONTROL
           PERFORM UNTIL W-DD-RECORD-COUNT >= W-DD-BLOCK-COUNT * 10
               MOVE ALL '9' TO F11-DD-RECORD
               WRITE F11-DD-RECORD
               ADD 1 TO W-DD-RECORD-COUNT
           END-PERFORM
           .

      *Statements written and gross paid, for BALANCE to tie this
      *register back to the payroll feed COMMRPT produced.
       910-WRITE-CONTROL-TOTALS.
