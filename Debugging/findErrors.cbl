                                    FILE STATUS IS
                                        WS-CHARGE-CODE-STATUS.

      *Aid holds from the registrar's academic-progress run: a
      *student listed here gets no scholarship on this bill.
           SELECT AID-HOLD-FILE     ASSIGN TO WS-AID-HOLD-FILENAME
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-AID-HOLD-STATUS.

      *Scholarship fund master: budget, committed, and disbursed
      *per fund, carried run to run so the aid office knows the
      *fund side of every scholarship the bill hands out.
                                    ASSIGN TO 'sponsorbilled.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *Per-student detail of every scholarship amount posted to the
      *fund ledger, one record per student and fund, read back by
      *the monthly account statement so each student sees the aid
      *the fund side carries for them.
           SELECT AID-POSTING-FILE
                                    ASSIGN TO 'aidpostings.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *Refund disbursements: students whose computed bill went
      *negative get a numbered check instead of a hand-typed one.
      *checkno.dat carries the next unused check number between
                                    FILE STATUS IS
                                        WS-CHECK-NO-STATUS.

      *Students who have elected direct deposit are refunded
      *through a bank-format credit file with batch and file
      *control totals instead of a check, once the account has
      *passed its prenote. ddprenotes.dat, ddreturns.dat and
      *ddparams.dat are shared with PAYREG's payroll deposits.
           SELECT REFUND-DD-FILE    ASSIGN TO WS-REFUND-DD-FILENAME
                                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DD-PRENOTE-FILE   ASSIGN TO 'ddprenotes.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-DD-PRENOTE-STATUS.
           SELECT DD-RETURN-FILE    ASSIGN TO 'ddreturns.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-DD-RETURN-STATUS.
           SELECT DD-PARAM-FILE     ASSIGN TO 'ddparams.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-DD-PARAM-STATUS.

      *Delimited extract of the per-college subtotals for the
      *front office spreadsheet.
           SELECT COLLEGE-EXTRACT-FILE
      *Widened as fields were added for later requests: installment
      *plan, prior balance, per-type scholarships, and college code.
       FD  STUDENT-FILE
           RECORD CONTAINS 142 CHARACTERS
           DATA RECORD IS STUDENT-RECORD.
       01  STUDENT-RECORD.
           05  STU-NAME.
      *system uses, so billed credits can be reconciled against
      *registered course credits before the bills go out.
           05  STU-STUDENT-ID       PIC X(5).
      *Contact e-mail and mobile, the channel the student prefers
      *(E e-mail, T text, P or blank post) and whether they have
      *opted in to e-mail and text; NOTIFY routes notices by these.
      *Records from the old 56-byte file read with them blank.
           05  STU-EMAIL            PIC X(40).
           05  STU-MOBILE           PIC X(15).
           05  STU-CONTACT-CHANNEL  PIC X.
           05  STU-EMAIL-OPTIN      PIC X.
           05  STU-TEXT-OPTIN       PIC X.
      *Y where the student has elected to take refunds by direct
      *deposit, with the bank routing number, account number and
      *account type (C checking, S savings) to credit. Records
      *from the old 114-byte file read with them blank - no
      *election, refunds go by check as before.
           05  STU-DD-ELECTION      PIC X.
           05  STU-BANK-ROUTING     PIC X(9).
           05  STU-BANK-ACCOUNT     PIC X(17).
           05  STU-ACCOUNT-TYPE     PIC X.

       FD  PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           05  SD-SPONSOR-CODE      PIC X(3).
           05  SD-RESIDENCY         PIC X.
           05  SD-STUDENT-ID        PIC X(5).
           05  FILLER               PIC X(58).
           05  SD-DD-ELECTION       PIC X.
           05  SD-BANK-ROUTING      PIC X(9).
           05  SD-BANK-ACCOUNT      PIC X(17).
           05  SD-ACCOUNT-TYPE      PIC X.

      *Activity-fee rate table record: one credit-hour ceiling and
      *its flat fee per record, read in ascending order at startup.
           05  CDE-IN-CODE          PIC X(4).
           05  CDE-IN-DESCRIPTION   PIC X(20).

       FD  AID-HOLD-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS AID-HOLD-RECORD.
       01  AID-HOLD-RECORD.
           05  AHD-STUDENT-ID       PIC X(5).
           05  AHD-TERM             PIC X(5).
           05  AHD-REASON           PIC X(10).

       FD  SPONSOR-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS SPONSOR-RECORD.
           05  SBL-AMOUNT           PIC 9(6).
           05  SBL-BILL-DATE        PIC 9(8).

       FD  AID-POSTING-FILE
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS AID-POSTING-RECORD.
       01  AID-POSTING-RECORD.
           05  AID-FUND-CODE        PIC X(4).
           05  AID-LAST-NAME        PIC X(15).
           05  AID-INITIALS         PIC XX.
           05  AID-AMOUNT           PIC 9(6).
           05  AID-DATE             PIC 9(8).

       FD  COLLEGE-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS COLLEGE-EXTRACT-RECORD.
       01  CHECK-NUMBER-RECORD.
           05  CKN-NEXT-CHECK-NO    PIC 9(6).

       FD  REFUND-DD-FILE
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS REFUND-DD-RECORD.
       01  REFUND-DD-RECORD         PIC X(94).

      *Same 42-byte layout PAYREG keeps ddprenotes.dat with: payee
      *type (P payroll, S student refund), the payee's key, the
      *account prenoted and the date it was sent.
       FD  DD-PRENOTE-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS DD-PRENOTE-RECORD.
       01  DD-PRENOTE-RECORD.
           05  PRN-PAYEE-TYPE       PIC X.
           05  PRN-PAYEE-ID         PIC X(7).
           05  PRN-ROUTING          PIC X(9).
           05  PRN-ACCOUNT          PIC X(17).
           05  PRN-DATE-SENT        PIC 9(8).

      *Accounts the bank has returned entries against, keyed by
      *the desk from the bank's return report.
       FD  DD-RETURN-FILE
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS DD-RETURN-RECORD.
       01  DD-RETURN-RECORD.
           05  DDR-ROUTING          PIC X(9).
           05  DDR-ACCOUNT          PIC X(17).
           05  DDR-REASON           PIC X(3).
           05  DDR-DATE-RETURNED    PIC 9(8).

      *Originator details for the bank file, one record per paying
      *program.
       FD  DD-PARAM-FILE
           RECORD CONTAINS 109 CHARACTERS
           DATA RECORD IS DD-PARAM-RECORD.
       01  DD-PARAM-RECORD.
           05  DDP-PROGRAM          PIC X(8).
           05  DDP-DEST-ROUTING     PIC X(9).
           05  DDP-DEST-NAME        PIC X(23).
           05  DDP-ORIGIN-ID        PIC X(10).
           05  DDP-ORIGIN-NAME      PIC X(23).
           05  DDP-COMPANY-NAME     PIC X(16).
           05  DDP-COMPANY-ID       PIC X(10).
           05  DDP-ODFI-ID          PIC X(8).
           05  DDP-PRENOTE-DAYS     PIC 9(2).

       FD  BILL-EXTRACT-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS BILL-EXTRACT-RECORD.
           05  WS-TODAYS-CCYY       PIC 9(4).
           05  WS-TODAYS-MM         PIC 9(2).
           05  WS-TODAYS-DD         PIC 9(2).
       01  WS-TODAYS-DATE-N REDEFINES WS-TODAYS-DATE
                                    PIC 9(8).

       01  RUN-DATE-LINE.
           05  FILLER               PIC X(1)   VALUE SPACES.
       01  WS-CHECK-NO-FILENAME      PIC X(40)
                 VALUE 'checkno.dat'.
       01  WS-CHECK-NO-STATUS        PIC XX    VALUE SPACES.
       01  WS-REFUND-DD-FILENAME     PIC X(40)
                 VALUE 'refunddd.dat'.
       01  WS-DD-PRENOTE-STATUS      PIC XX    VALUE SPACES.
       01  WS-DD-RETURN-STATUS       PIC XX    VALUE SPACES.
       01  WS-DD-PARAM-STATUS        PIC XX    VALUE SPACES.

      *Next check number to assign, carried across runs through
      *checkno.dat; the default seeds a brand-new check series.
           05  EXT-TOTAL-DIGITS      PIC 9(11).
       01  WS-CHECKS-WRITTEN         PIC 9(5)  VALUE 0.
       01  WS-CHECKS-TOTAL           PIC 9(9)  VALUE 0.
       01  WS-DEPOSITS-MADE          PIC 9(5)  VALUE 0.
       01  WS-DEPOSITS-TOTAL         PIC 9(9)  VALUE 0.
       01  WS-PRENOTES-SENT          PIC 9(5)  VALUE 0.

       01  CHECK-REF-LINE.
           05  FILLER               PIC X(20) VALUE SPACES.
           05  CRL-CHECK-NO         PIC 9(6).
           05  FILLER               PIC X(88) VALUE SPACES.

       01  DEPOSIT-REF-LINE.
           05  FILLER               PIC X(20) VALUE SPACES.
           05  FILLER               PIC X(34)
                 VALUE '  REFUND BY DIRECT DEPOSIT, TRACE '.
           05  DRL-TRACE-NO         PIC X(15).
           05  FILLER               PIC X(63) VALUE SPACES.

      *Check number is blank on a deposit line, the trace number
      *blank on a check; the note says why an elected deposit went
      *by check instead.
       01  REGISTER-HEADING-LINE.
           05  FILLER               PIC X(7)  VALUE 'CHECK #'.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(12) VALUE 'STUDENT NAME'.
           05  FILLER               PIC X(7)  VALUE SPACES.
           05  FILLER               PIC X(6)  VALUE 'AMOUNT'.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(15) VALUE 'DEPOSIT TRACE'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(12) VALUE 'NOTE'.
           05  FILLER               PIC X(11) VALUE SPACES.

       01  REGISTER-DETAIL-LINE.
           05  RGD-CHECK-NO         PIC X(6).
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  RGD-LAST-NAME        PIC X(15).
           05  FILLER               PIC X     VALUE SPACES.
           05  RGD-INITIALS         PIC XX.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RGD-AMOUNT           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RGD-TRACE-NO         PIC X(15).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RGD-NOTE             PIC X(12).
           05  FILLER               PIC X(11) VALUE SPACES.

       01  REGISTER-TRAILER-LINE.
           05  FILLER               PIC X(16)
           05  FILLER               PIC X(9)  VALUE '  TOTAL: '.
           05  RGT-TOTAL            PIC $$$,$$$,$$9.
           05  FILLER               PIC X(38) VALUE SPACES.

       01  REGISTER-DEPOSIT-TRAILER.
           05  FILLER               PIC X(16)
                 VALUE 'DEPOSITS MADE:  '.
           05  RGT-DD-COUNT         PIC ZZ,ZZ9.
           05  FILLER               PIC X(9)  VALUE '  TOTAL: '.
           05  RGT-DD-TOTAL         PIC $$$,$$$,$$9.
           05  FILLER               PIC X(12) VALUE '  PRENOTES: '.
           05  RGT-PRENOTES         PIC ZZ,ZZ9.
           05  FILLER               PIC X(20) VALUE SPACES.

      *Originator details for the refund bank file, seeded with
      *the bursar's standing values and replaced by the TUIT6COM
      *record on ddparams.dat when there is one. A prenote must be
      *this many calendar days old before the first live deposit
      *follows it.
       01  WS-DD-PARAMETERS.
           05  WS-DDP-DEST-ROUTING  PIC X(9)  VALUE '076401251'.
           05  WS-DDP-DEST-NAME     PIC X(23)
                 VALUE 'FIRST COMMERCE BANK'.
           05  WS-DDP-ORIGIN-ID     PIC X(10) VALUE '9000000002'.
           05  WS-DDP-ORIGIN-NAME   PIC X(23)
                 VALUE 'UNIVERSITY BURSAR'.
           05  WS-DDP-COMPANY-NAME  PIC X(16)
                 VALUE 'BURSAR REFUNDS'.
           05  WS-DDP-COMPANY-ID    PIC X(10) VALUE '9000000002'.
           05  WS-DDP-ODFI-ID       PIC X(8)  VALUE '07640125'.
           05  WS-DDP-PRENOTE-DAYS  PIC 9(2)  VALUE 6.

      *Student refund prenotes already sent, with the day sent
      *held as an integer date so the wait can be measured.
       01  MAX-DD-PRENOTES           PIC 9(4)  VALUE 2000.
       01  WS-PRE-FOUND-SWITCH       PIC X     VALUE 'N'.
           88  WS-PRE-FOUND                    VALUE 'Y'.
       01  DD-PRENOTE-TABLE-AREA.
           05  WS-PRE-COUNT          PIC 9(4)  VALUE 0.
           05  PRE-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-PRE-COUNT
                   INDEXED BY PRE-IDX.
               10  PRE-STUDENT-ID    PIC X(7).
               10  PRE-ROUTING       PIC X(9).
               10  PRE-ACCOUNT       PIC X(17).
               10  PRE-DATE-INT      PIC 9(7).

      *Accounts the bank has returned, from ddreturns.dat.
       01  MAX-DD-RETURNS            PIC 9(3)  VALUE 500.
       01  DD-RETURN-TABLE-AREA.
           05  WS-RET-COUNT          PIC 9(3)  VALUE 0.
           05  RET-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-RET-COUNT
                   INDEXED BY RET-IDX.
               10  RET-ROUTING       PIC X(9).
               10  RET-ACCOUNT       PIC X(17).

      *Set when this student's elected account has passed its
      *prenote; otherwise the note says why a refund would go by
      *check.
       01  WS-DD-READY-SWITCH        PIC X     VALUE 'N'.
           88  WS-DD-READY                     VALUE 'Y'.
       01  WS-DD-NOTE                PIC X(12) VALUE SPACES.

      *ABA routing number check: digits weighted 3-7-1 across the
      *nine positions must sum to a multiple of ten. The first
      *eight digits identify the receiving bank on the entry.
       01  WS-ROUTING-WORK.
           05  WS-ROUTING-NUMBER    PIC X(9).
           05  WS-ROUTING-DIGIT REDEFINES WS-ROUTING-NUMBER
                                    PIC 9 OCCURS 9 TIMES.
           05  WS-ROUTING-PARTS REDEFINES WS-ROUTING-NUMBER.
               10  WS-ROUTING-RDFI  PIC 9(8).
               10  WS-ROUTING-CHECK PIC 9.
       01  WS-ROUTING-SUM            PIC 9(3)  VALUE 0.
       01  WS-ROUTING-SWITCH         PIC X     VALUE 'N'.
           88  WS-ROUTING-VALID                VALUE 'Y'.

      *Bank file running totals. Amounts are in cents; the entry
      *hash is the sum of the receiving-bank numbers, of which the
      *bank keeps the low-order ten digits.
       01  DD-FILE-COUNTERS.
           05  WS-DD-BATCH-SWITCH    PIC X     VALUE 'N'.
               88  WS-DD-BATCH-OPEN            VALUE 'Y'.
           05  WS-TRACE-SEQ          PIC 9(7)  VALUE 0.
           05  WS-DD-ENTRY-COUNT     PIC 9(6)  VALUE 0.
           05  WS-DD-ENTRY-HASH      PIC 9(12) VALUE 0.
           05  WS-DD-TOTAL-CREDIT    PIC 9(12) VALUE 0.
           05  WS-DD-RECORD-COUNT    PIC 9(6)  VALUE 0.
           05  WS-DD-BLOCK-COUNT     PIC 9(6)  VALUE 0.

      *Run date as an integer, and the effective date the credits
      *settle on: the next weekday after the run.
       01  WS-TODAY-INT              PIC 9(7)  VALUE 0.
       01  WS-EFFECTIVE-INT          PIC 9(7)  VALUE 0.
       01  WS-EFFECTIVE-DATE         PIC 9(8)  VALUE 0.
       01  WS-EFFECTIVE-DATE-PARTS REDEFINES WS-EFFECTIVE-DATE.
           05  FILLER               PIC 9(2).
           05  WS-EFFECTIVE-YYMMDD  PIC 9(6).

      *Bank file records, 94 characters each: file header, batch
      *header, one entry per credit or prenote, batch control and
      *file control, padded with all-nines records to a full
      *block of ten.
       01  DD-FILE-HEADER.
           05  FILLER               PIC X     VALUE '1'.
           05  FILLER               PIC X(2)  VALUE '01'.
           05  FILLER               PIC X     VALUE SPACE.
           05  DFH-DEST-ROUTING     PIC X(9).
           05  DFH-ORIGIN-ID        PIC X(10).
           05  DFH-CREATE-DATE      PIC X(6).
           05  DFH-CREATE-TIME      PIC X(4).
           05  FILLER               PIC X     VALUE 'A'.
           05  FILLER               PIC X(3)  VALUE '094'.
           05  FILLER               PIC X(2)  VALUE '10'.
           05  FILLER               PIC X     VALUE '1'.
           05  DFH-DEST-NAME        PIC X(23).
           05  DFH-ORIGIN-NAME      PIC X(23).
           05  FILLER               PIC X(8)  VALUE SPACES.
       01  DD-BATCH-HEADER.
           05  FILLER               PIC X     VALUE '5'.
           05  FILLER               PIC X(3)  VALUE '220'.
           05  DBH-COMPANY-NAME     PIC X(16).
           05  FILLER               PIC X(20) VALUE SPACES.
           05  DBH-COMPANY-ID       PIC X(10).
           05  FILLER               PIC X(3)  VALUE 'PPD'.
           05  DBH-ENTRY-DESC       PIC X(10) VALUE 'REFUND'.
           05  DBH-DESC-DATE        PIC X(6).
           05  DBH-EFFECTIVE-DATE   PIC 9(6).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  FILLER               PIC X     VALUE '1'.
           05  DBH-ODFI-ID          PIC X(8).
           05  DBH-BATCH-NO         PIC 9(7)  VALUE 1.
       01  DD-ENTRY-DETAIL.
           05  FILLER               PIC X     VALUE '6'.
           05  DED-TRAN-CODE        PIC X(2).
           05  DED-RDFI-ID          PIC 9(8).
           05  DED-CHECK-DIGIT      PIC 9.
           05  DED-ACCOUNT          PIC X(17).
           05  DED-AMOUNT           PIC 9(10).
           05  DED-INDIVIDUAL-ID    PIC X(15).
           05  DED-INDIVIDUAL-NAME.
               10  DED-LAST-NAME    PIC X(15).
               10  FILLER           PIC X     VALUE SPACE.
               10  DED-INITIALS     PIC XX.
               10  FILLER           PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X     VALUE '0'.
           05  DED-TRACE-NO.
               10  DED-TRACE-ODFI   PIC X(8).
               10  DED-TRACE-SEQ    PIC 9(7).
       01  DD-BATCH-CONTROL.
           05  FILLER               PIC X     VALUE '8'.
           05  FILLER               PIC X(3)  VALUE '220'.
           05  DBC-ENTRY-COUNT      PIC 9(6).
           05  DBC-ENTRY-HASH       PIC 9(10).
           05  DBC-TOTAL-DEBIT      PIC 9(12) VALUE 0.
           05  DBC-TOTAL-CREDIT     PIC 9(12).
           05  DBC-COMPANY-ID       PIC X(10).
           05  FILLER               PIC X(19) VALUE SPACES.
           05  FILLER               PIC X(6)  VALUE SPACES.
           05  DBC-ODFI-ID          PIC X(8).
           05  DBC-BATCH-NO         PIC 9(7)  VALUE 1.
       01  DD-FILE-CONTROL.
           05  FILLER               PIC X     VALUE '9'.
           05  DFC-BATCH-COUNT      PIC 9(6).
           05  DFC-BLOCK-COUNT      PIC 9(6).
           05  DFC-ENTRY-COUNT      PIC 9(8).
           05  DFC-ENTRY-HASH       PIC 9(10).
           05  DFC-TOTAL-DEBIT      PIC 9(12) VALUE 0.
           05  DFC-TOTAL-CREDIT     PIC 9(12).
           05  FILLER               PIC X(39) VALUE SPACES.
       01  WS-TUITION-RATE-STATUS    PIC XX    VALUE SPACES.

      *Residency rate table; a residency class not on the file (or
                 VALUE 'chargecodes.dat'.
       01  WS-CHARGE-TRANS-STATUS    PIC XX    VALUE SPACES.
       01  WS-CHARGE-CODE-STATUS     PIC XX    VALUE SPACES.
       01  WS-AID-HOLD-FILENAME      PIC X(40)
                 VALUE 'aidholds.dat'.
       01  WS-AID-HOLD-STATUS        PIC XX    VALUE SPACES.
       01  WS-FUND-FILENAME          PIC X(40)
                 VALUE 'scholfunds.dat'.
       01  WS-FUND-FILE-STATUS       PIC XX    VALUE SPACES.
               10  CHT-AMOUNT        PIC 9(5).
       01  WS-BAD-CODE-CHARGES       PIC 9(4)  VALUE 0.

      *Academic-progress aid holds in memory, matched by the
      *registrar's ID like the charge transactions.
       01  MAX-AID-HOLDS             PIC 9(4)  VALUE 1000.
       01  WS-AID-HOLD-SWITCH        PIC X     VALUE 'N'.
           88  WS-AID-HELD                     VALUE 'Y'.
       01  AID-HOLD-AREA.
           05  WS-AID-HOLD-COUNT     PIC 9(4)  VALUE 0.
           05  AID-HOLD-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-AID-HOLD-COUNT
                   INDEXED BY HLD-IDX.
               10  HLD-STUDENT-ID    PIC X(5).
               10  HLD-REASON        PIC X(10).
       01  IND-AID-WITHHELD          PIC 9(5)  VALUE 0.
       01  WS-AID-HELD-STUDENTS      PIC 9(4)  VALUE 0.
       01  WS-AID-HELD-TOTAL         PIC 9(7)  VALUE 0.

       01  CHARGE-DETAIL-LINE.
           05  FILLER               PIC X(20) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE '  CHARGE  '.
           05  CGT-BAD-CODES        PIC ZZZ9.
           05  FILLER               PIC X(72) VALUE SPACES.

      *Printed only when some scholarship was withheld.
       01  AID-HOLD-TOTAL-LINE.
           05  FILLER               PIC X(8)  VALUE SPACES.
           05  FILLER               PIC X(30)
                 VALUE 'AID HELD - ACADEMIC PROGRESS  '.
           05  AHT-TOTAL            PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE '  STUDENTS: '.
           05  AHT-STUDENTS         PIC ZZZ9.
           05  FILLER               PIC X(69) VALUE SPACES.

      *Scratch field for SET-FILENAMES. GnuCOBOL's ACCEPT FROM
      *ENVIRONMENT overwrites the receiving field with SPACES when
      *the variable is not set, rather than leaving it unchanged, so
           05  SDL-ATHLETIC         PIC ZZZ9.
           05  FILLER               PIC X(78) VALUE SPACES.

       01  AID-HOLD-DETAIL-LINE.
           05  FILLER               PIC X(20) VALUE SPACES.
           05  FILLER               PIC X(32)
                 VALUE '  AID HELD - ACADEMIC PROGRESS: '.
           05  AHL-REASON           PIC X(10).
           05  FILLER               PIC X(12) VALUE '  WITHHELD: '.
           05  AHL-AMOUNT           PIC ZZ,ZZ9.
           05  FILLER               PIC X(52) VALUE SPACES.

       01  INSTALLMENT-DETAIL-LINE.
           05  FILLER               PIC X(20) VALUE SPACES.
           05  FILLER               PIC X(16) VALUE '  INSTALLMENTS: '.
           OPEN OUTPUT BILL-EXTRACT-FILE
           OPEN OUTPUT SPONSOR-INV-FILE
           OPEN OUTPUT SPONSOR-BILLED-FILE
           OPEN OUTPUT AID-POSTING-FILE
           OPEN OUTPUT REFUND-FILE
           OPEN OUTPUT CHECK-REGISTER-FILE
           OPEN OUTPUT REFUND-DD-FILE
           OPEN OUTPUT COLLEGE-EXTRACT-FILE
           MOVE 'COLLEGE,SUBTOTAL BILL' TO COLLEGE-EXTRACT-RECORD
           WRITE COLLEGE-EXTRACT-RECORD
           PERFORM READ-NEXT-CHECK-NUMBER
           PERFORM GET-TODAYS-DATE
           PERFORM READ-DD-PARAMETERS
           PERFORM READ-DD-PRENOTES
           PERFORM READ-DD-RETURNS
           PERFORM WRITE-DD-FILE-HEADER
           PERFORM READ-SPONSOR-MASTER
           PERFORM READ-FUND-MASTER
           PERFORM READ-CHARGE-CODES
           PERFORM READ-CHARGE-TRANSACTIONS
           PERFORM READ-AID-HOLDS
           PERFORM READ-TUITION-RATES
           PERFORM READ-ACTIVITY-FEE-RATES
           PERFORM CHECK-COMPARISON-MODE
           PERFORM WRITE-FUND-BALANCES
           PERFORM WRITE-SPONSOR-TOTALS
           PERFORM WRITE-CHECK-REGISTER-TRAILER
           PERFORM WRITE-DD-CONTROLS
           PERFORM WRITE-EXTRACT-TRAILER
           PERFORM SAVE-NEXT-CHECK-NUMBER
           CLOSE PRINT-FILE
                 BILL-EXTRACT-FILE
                 SPONSOR-INV-FILE
                 SPONSOR-BILLED-FILE
                 AID-POSTING-FILE
                 REFUND-FILE
                 CHECK-REGISTER-FILE
                 REFUND-DD-FILE
                 DD-PRENOTE-FILE
                 COLLEGE-EXTRACT-FILE
           IF WS-COMPARISON-MODE
               CLOSE COMPARE-FILE

      *Posts one billed scholarship amount against its fund; the
      *first posting to push a fund past its budget raises the
      *warning. Every amount billed also lands on the per-student
      *aid detail under its fund code.
       POST-SCHOLARSHIP-TO-FUND.
           IF WS-POST-FUND-AMOUNT > 0
               MOVE WS-POST-FUND-CODE   TO AID-FUND-CODE
               MOVE SD-LAST-NAME        TO AID-LAST-NAME
               MOVE SD-INITIALS         TO AID-INITIALS
               MOVE WS-POST-FUND-AMOUNT TO AID-AMOUNT
               MOVE WS-TODAYS-DATE      TO AID-DATE
               WRITE AID-POSTING-RECORD
           END-IF
           IF WS-POST-FUND-AMOUNT > 0 AND WS-FUND-COUNT > 0
               MOVE 'N' TO WS-FND-FOUND-SWITCH
               SET FND-IDX TO 1
               CLOSE CHARGE-TRANS-FILE
           END-IF.

       READ-AID-HOLDS.
           OPEN INPUT AID-HOLD-FILE
           IF WS-AID-HOLD-STATUS = '00'
               PERFORM UNTIL WS-AID-HOLD-STATUS NOT = '00'
                   READ AID-HOLD-FILE
                       AT END
                           MOVE '10' TO WS-AID-HOLD-STATUS
                       NOT AT END
                           IF WS-AID-HOLD-COUNT < MAX-AID-HOLDS
                               ADD 1 TO WS-AID-HOLD-COUNT
                               MOVE AHD-STUDENT-ID
                                   TO HLD-STUDENT-ID(WS-AID-HOLD-COUNT)
                               MOVE AHD-REASON
                                   TO HLD-REASON(WS-AID-HOLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AID-HOLD-FILE
           END-IF.

       LOAD-ONE-CHARGE.
           MOVE 'N' TO WS-CDE-FOUND-SWITCH
           IF WS-CODE-COUNT > 0
           PERFORM CATALOG-ONE-ARCHIVE
           .

      *Also sets the refund deposit effective date: the next
      *weekday, counting integer day 1 (1 January 1601) as a
      *Monday.
       GET-TODAYS-DATE.
           ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAYS-MM   TO RDL-RUN-MM
           MOVE WS-TODAYS-DD   TO RDL-RUN-DD
           MOVE WS-TODAYS-CCYY TO RDL-RUN-CCYY
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-N)
           COMPUTE WS-EFFECTIVE-INT = WS-TODAY-INT + 1
           IF FUNCTION MOD(WS-EFFECTIVE-INT, 7) = 6
               ADD 2 TO WS-EFFECTIVE-INT
           END-IF
           IF FUNCTION MOD(WS-EFFECTIVE-INT, 7) = 0
               ADD 1 TO WS-EFFECTIVE-INT
           END-IF
           COMPUTE WS-EFFECTIVE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-EFFECTIVE-INT).

      *The first TUIT6COM record on ddparams.dat replaces the
      *built-in originator details.
       READ-DD-PARAMETERS.
           OPEN INPUT DD-PARAM-FILE
           IF WS-DD-PARAM-STATUS = '00'
               PERFORM UNTIL WS-DD-PARAM-STATUS NOT = '00'
                   READ DD-PARAM-FILE
                       AT END
                           MOVE '10' TO WS-DD-PARAM-STATUS
                       NOT AT END
                           IF DDP-PROGRAM = 'TUIT6COM'
                               MOVE DDP-DEST-ROUTING
                                   TO WS-DDP-DEST-ROUTING
                               MOVE DDP-DEST-NAME
                                   TO WS-DDP-DEST-NAME
                               MOVE DDP-ORIGIN-ID
                                   TO WS-DDP-ORIGIN-ID
                               MOVE DDP-ORIGIN-NAME
                                   TO WS-DDP-ORIGIN-NAME
                               MOVE DDP-COMPANY-NAME
                                   TO WS-DDP-COMPANY-NAME
                               MOVE DDP-COMPANY-ID
                                   TO WS-DDP-COMPANY-ID
                               MOVE DDP-ODFI-ID
                                   TO WS-DDP-ODFI-ID
                               IF DDP-PRENOTE-DAYS IS NUMERIC
                                   MOVE DDP-PRENOTE-DAYS
                                       TO WS-DDP-PRENOTE-DAYS
                               END-IF
                               MOVE '10' TO WS-DD-PARAM-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DD-PARAM-FILE
           END-IF.

      *Loads the student refund prenotes, then leaves the file open
      *for appending the prenotes this run sends. A sent date that
      *is not a valid date counts as long matured.
       READ-DD-PRENOTES.
           OPEN INPUT DD-PRENOTE-FILE
           IF WS-DD-PRENOTE-STATUS = '00'
               PERFORM UNTIL WS-DD-PRENOTE-STATUS NOT = '00'
                   READ DD-PRENOTE-FILE
                       AT END
                           MOVE '10' TO WS-DD-PRENOTE-STATUS
                       NOT AT END
                           IF PRN-PAYEE-TYPE = 'S'
                               AND WS-PRE-COUNT < MAX-DD-PRENOTES
                               ADD 1 TO WS-PRE-COUNT
                               MOVE PRN-PAYEE-ID
                                   TO PRE-STUDENT-ID(WS-PRE-COUNT)
                               MOVE PRN-ROUTING
                                   TO PRE-ROUTING(WS-PRE-COUNT)
                               MOVE PRN-ACCOUNT
                                   TO PRE-ACCOUNT(WS-PRE-COUNT)
                               MOVE 0 TO PRE-DATE-INT(WS-PRE-COUNT)
                               IF PRN-DATE-SENT IS NUMERIC
                                   AND FUNCTION TEST-DATE-YYYYMMDD
                                       (PRN-DATE-SENT) = 0
                                   COMPUTE PRE-DATE-INT(WS-PRE-COUNT)
                                       = FUNCTION INTEGER-OF-DATE
                                           (PRN-DATE-SENT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DD-PRENOTE-FILE
           END-IF
           OPEN EXTEND DD-PRENOTE-FILE
           IF WS-DD-PRENOTE-STATUS = '35'
               OPEN OUTPUT DD-PRENOTE-FILE
               CLOSE DD-PRENOTE-FILE
               OPEN EXTEND DD-PRENOTE-FILE
           END-IF.

       READ-DD-RETURNS.
           OPEN INPUT DD-RETURN-FILE
           IF WS-DD-RETURN-STATUS = '00'
               PERFORM UNTIL WS-DD-RETURN-STATUS NOT = '00'
                   READ DD-RETURN-FILE
                       AT END
                           MOVE '10' TO WS-DD-RETURN-STATUS
                       NOT AT END
                           IF DDR-ROUTING NOT = SPACES
                               AND WS-RET-COUNT < MAX-DD-RETURNS
                               ADD 1 TO WS-RET-COUNT
                               MOVE DDR-ROUTING
                                   TO RET-ROUTING(WS-RET-COUNT)
                               MOVE DDR-ACCOUNT
                                   TO RET-ACCOUNT(WS-RET-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DD-RETURN-FILE
           END-IF.

      *The file header goes out even on a run with no deposits, so
      *the bank always gets a balanced file.
       WRITE-DD-FILE-HEADER.
           MOVE WS-DDP-DEST-ROUTING TO DFH-DEST-ROUTING
           MOVE WS-DDP-ORIGIN-ID    TO DFH-ORIGIN-ID
           MOVE WS-TODAYS-DATE(3:6) TO DFH-CREATE-DATE
           MOVE WS-RUN-START-TIME(1:4) TO DFH-CREATE-TIME
           MOVE WS-DDP-DEST-NAME    TO DFH-DEST-NAME
           MOVE WS-DDP-ORIGIN-NAME  TO DFH-ORIGIN-NAME
           MOVE DD-FILE-HEADER TO REFUND-DD-RECORD
           WRITE REFUND-DD-RECORD
           ADD 1 TO WS-DD-RECORD-COUNT.

       WRITE-HEADING-LINE.
           MOVE RUN-DATE-LINE TO PRINT-LINE
                   OR IND-ATHLETIC-SCHOLARSHIP > 0
               PERFORM WRITE-SCHOLARSHIP-LINE
           END-IF
           IF IND-AID-WITHHELD > 0
               PERFORM WRITE-AID-HOLD-LINE
           END-IF
           MOVE 'N' TO WS-DD-READY-SWITCH
           MOVE SPACES TO WS-DD-NOTE
           IF SD-DD-ELECTION = 'Y'
               PERFORM CHECK-DEPOSIT-ACCOUNT
           END-IF
           IF IND-BILL-SIGNED < 0
               IF WS-DD-READY
                   PERFORM WRITE-REFUND-DEPOSIT
               ELSE
                   PERFORM WRITE-REFUND-CHECK
               END-IF
           END-IF
           IF WS-COMPARISON-MODE
               PERFORM WRITE-COMPARISON-LINE
               MOVE ZERO TO IND-NEED-SCHOLARSHIP
               MOVE ZERO TO IND-ATHLETIC-SCHOLARSHIP
           END-IF
      *A student the academic-progress run put on hold keeps the
      *award on file, but none of it reaches this bill or the
      *funds until the hold is lifted.
           MOVE 0 TO IND-AID-WITHHELD
           MOVE 'N' TO WS-AID-HOLD-SWITCH
           IF WS-AID-HOLD-COUNT > 0
               SET HLD-IDX TO 1
               SEARCH AID-HOLD-ENTRY
                   AT END CONTINUE
                   WHEN HLD-STUDENT-ID(HLD-IDX) = SD-STUDENT-ID
                       MOVE 'Y' TO WS-AID-HOLD-SWITCH
               END-SEARCH
           END-IF
           IF WS-AID-HELD
               COMPUTE IND-AID-WITHHELD = IND-MERIT-SCHOLARSHIP +
                   IND-NEED-SCHOLARSHIP + IND-ATHLETIC-SCHOLARSHIP
               MOVE ZERO TO IND-MERIT-SCHOLARSHIP
               MOVE ZERO TO IND-NEED-SCHOLARSHIP
               MOVE ZERO TO IND-ATHLETIC-SCHOLARSHIP
               IF IND-AID-WITHHELD > 0
                   ADD 1 TO WS-AID-HELD-STUDENTS
                   ADD IND-AID-WITHHELD TO WS-AID-HELD-TOTAL
               END-IF
           END-IF
           COMPUTE IND-SCHOLARSHIP = IND-MERIT-SCHOLARSHIP +
               IND-NEED-SCHOLARSHIP + IND-ATHLETIC-SCHOLARSHIP
      *Each billed scholarship posts against its fund so the aid
           WRITE PRINT-LINE
           .

       WRITE-AID-HOLD-LINE.
           MOVE HLD-REASON(HLD-IDX) TO AHL-REASON
           MOVE IND-AID-WITHHELD TO AHL-AMOUNT
           MOVE AID-HOLD-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           .

      *Prints the monthly installment schedule for students who
      *opted into the installment plan.
       WRITE-INSTALLMENT-LINE.
           MOVE WS-BAD-CODE-CHARGES TO CGT-BAD-CODES
           MOVE CHARGES-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-AID-HELD-STUDENTS > 0
               MOVE WS-AID-HELD-TOTAL TO AHT-TOTAL
               MOVE WS-AID-HELD-STUDENTS TO AHT-STUDENTS
               MOVE AID-HOLD-TOTAL-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RECORDS-READ TO CTL-RECORDS-READ
           MOVE SD-LAST-NAME TO RGD-LAST-NAME
           MOVE SD-INITIALS  TO RGD-INITIALS
           MOVE IND-BILL     TO RGD-AMOUNT
           MOVE SPACES       TO RGD-TRACE-NO
           MOVE WS-DD-NOTE   TO RGD-NOTE
           MOVE REGISTER-DETAIL-LINE TO CHECK-REGISTER-RECORD
           WRITE CHECK-REGISTER-RECORD
           MOVE WS-NEXT-CHECK-NO TO CRL-CHECK-NO
           MOVE WS-CHECKS-WRITTEN TO RGT-COUNT
           MOVE WS-CHECKS-TOTAL   TO RGT-TOTAL
           MOVE REGISTER-TRAILER-LINE TO CHECK-REGISTER-RECORD
           WRITE CHECK-REGISTER-RECORD
           MOVE WS-DEPOSITS-MADE  TO RGT-DD-COUNT
           MOVE WS-DEPOSITS-TOTAL TO RGT-DD-TOTAL
           MOVE WS-PRENOTES-SENT  TO RGT-PRENOTES
           MOVE REGISTER-DEPOSIT-TRAILER TO CHECK-REGISTER-RECORD
           WRITE CHECK-REGISTER-RECORD.

      *An elected account is ready for a refund deposit only once
      *its prenote has aged. A bad or returned account, or one
      *whose prenote is still young, leaves the refund to go by
      *check with the reason on the register; an account with no
      *prenote on file is sent one now, refund or not, so it is
      *ready for the next refund.
       CHECK-DEPOSIT-ACCOUNT.
           MOVE SD-BANK-ROUTING TO WS-ROUTING-NUMBER
           PERFORM CHECK-ROUTING-NUMBER
           IF NOT WS-ROUTING-VALID
                   OR SD-BANK-ACCOUNT = SPACES
                   OR (SD-ACCOUNT-TYPE NOT = 'C' AND NOT = 'S')
               MOVE 'BAD ACCOUNT' TO WS-DD-NOTE
           END-IF
           IF WS-DD-NOTE = SPACES AND SD-STUDENT-ID = SPACES
               MOVE 'NO ID' TO WS-DD-NOTE
           END-IF
           IF WS-DD-NOTE = SPACES
               SET RET-IDX TO 1
               SEARCH RET-ENTRY
                   AT END CONTINUE
                   WHEN RET-ROUTING(RET-IDX) = SD-BANK-ROUTING
                    AND RET-ACCOUNT(RET-IDX) = SD-BANK-ACCOUNT
                       MOVE 'RETURNED' TO WS-DD-NOTE
               END-SEARCH
           END-IF
           IF WS-DD-NOTE = SPACES
               MOVE 'N' TO WS-PRE-FOUND-SWITCH
               SET PRE-IDX TO 1
               SEARCH PRE-ENTRY
                   AT END CONTINUE
                   WHEN PRE-STUDENT-ID(PRE-IDX) = SD-STUDENT-ID
                    AND PRE-ROUTING(PRE-IDX) = SD-BANK-ROUTING
                    AND PRE-ACCOUNT(PRE-IDX) = SD-BANK-ACCOUNT
                       SET WS-PRE-FOUND TO TRUE
               END-SEARCH
               EVALUATE TRUE
                   WHEN NOT WS-PRE-FOUND
                       PERFORM SEND-DD-PRENOTE
                       MOVE 'PRENOTE SENT' TO WS-DD-NOTE
                   WHEN PRE-DATE-INT(PRE-IDX) + WS-DDP-PRENOTE-DAYS
                           > WS-TODAY-INT
                       MOVE 'PRENOTE WAIT' TO WS-DD-NOTE
                   WHEN OTHER
                       SET WS-DD-READY TO TRUE
               END-EVALUATE
           END-IF.

       CHECK-ROUTING-NUMBER.
           MOVE 'N' TO WS-ROUTING-SWITCH
           IF WS-ROUTING-NUMBER IS NUMERIC
                   AND WS-ROUTING-NUMBER NOT = ZEROS
               COMPUTE WS-ROUTING-SUM =
                   3 * (WS-ROUTING-DIGIT(1) + WS-ROUTING-DIGIT(4)
                        + WS-ROUTING-DIGIT(7))
                 + 7 * (WS-ROUTING-DIGIT(2) + WS-ROUTING-DIGIT(5)
                        + WS-ROUTING-DIGIT(8))
                 + WS-ROUTING-DIGIT(3) + WS-ROUTING-DIGIT(6)
                 + WS-ROUTING-DIGIT(9)
               IF FUNCTION MOD(WS-ROUTING-SUM, 10) = 0
                   MOVE 'Y' TO WS-ROUTING-SWITCH
               END-IF
           END-IF.

      *Refund credited to the student's checking (22) or savings
      *(32) account; the register line and the bill carry the
      *trace number in place of a check number.
       WRITE-REFUND-DEPOSIT.
           IF SD-ACCOUNT-TYPE = 'S'
               MOVE '32' TO DED-TRAN-CODE
           ELSE
               MOVE '22' TO DED-TRAN-CODE
           END-IF
           COMPUTE DED-AMOUNT = IND-BILL * 100
           PERFORM WRITE-DD-ENTRY
           MOVE SPACES       TO RGD-CHECK-NO
           MOVE SD-LAST-NAME TO RGD-LAST-NAME
           MOVE SD-INITIALS  TO RGD-INITIALS
           MOVE IND-BILL     TO RGD-AMOUNT
           MOVE DED-TRACE-NO TO RGD-TRACE-NO
           MOVE SPACES       TO RGD-NOTE
           MOVE REGISTER-DETAIL-LINE TO CHECK-REGISTER-RECORD
           WRITE CHECK-REGISTER-RECORD
           MOVE DED-TRACE-NO TO DRL-TRACE-NO
           MOVE DEPOSIT-REF-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-DEPOSITS-MADE
           ADD IND-BILL TO WS-DEPOSITS-TOTAL.

      *Zero-dollar prenote to checking (23) or savings (33), logged
      *on ddprenotes.dat so later runs know when it was sent.
       SEND-DD-PRENOTE.
           IF SD-ACCOUNT-TYPE = 'S'
               MOVE '33' TO DED-TRAN-CODE
           ELSE
               MOVE '23' TO DED-TRAN-CODE
           END-IF
           MOVE 0 TO DED-AMOUNT
           PERFORM WRITE-DD-ENTRY
           ADD 1 TO WS-PRENOTES-SENT
           MOVE 'S'              TO PRN-PAYEE-TYPE
           MOVE SD-STUDENT-ID    TO PRN-PAYEE-ID
           MOVE SD-BANK-ROUTING  TO PRN-ROUTING
           MOVE SD-BANK-ACCOUNT  TO PRN-ACCOUNT
           MOVE WS-TODAYS-DATE-N TO PRN-DATE-SENT
           WRITE DD-PRENOTE-RECORD
           IF WS-PRE-COUNT < MAX-DD-PRENOTES
               ADD 1 TO WS-PRE-COUNT
               MOVE SD-STUDENT-ID   TO PRE-STUDENT-ID(WS-PRE-COUNT)
               MOVE SD-BANK-ROUTING TO PRE-ROUTING(WS-PRE-COUNT)
               MOVE SD-BANK-ACCOUNT TO PRE-ACCOUNT(WS-PRE-COUNT)
               MOVE WS-TODAY-INT    TO PRE-DATE-INT(WS-PRE-COUNT)
           END-IF.

      *Writes one entry, opening the batch on the first. The trace
      *number is the originating bank's number and a sequence
      *unique within the file.
       WRITE-DD-ENTRY.
           IF NOT WS-DD-BATCH-OPEN
               MOVE WS-DDP-COMPANY-NAME TO DBH-COMPANY-NAME
               MOVE WS-DDP-COMPANY-ID   TO DBH-COMPANY-ID
               MOVE WS-TODAYS-DATE(3:6) TO DBH-DESC-DATE
               MOVE WS-EFFECTIVE-YYMMDD TO DBH-EFFECTIVE-DATE
               MOVE WS-DDP-ODFI-ID      TO DBH-ODFI-ID
               MOVE DD-BATCH-HEADER TO REFUND-DD-RECORD
               WRITE REFUND-DD-RECORD
               ADD 1 TO WS-DD-RECORD-COUNT
               SET WS-DD-BATCH-OPEN TO TRUE
           END-IF
           ADD 1 TO WS-TRACE-SEQ
           MOVE WS-ROUTING-RDFI  TO DED-RDFI-ID
           MOVE WS-ROUTING-CHECK TO DED-CHECK-DIGIT
           MOVE SD-BANK-ACCOUNT  TO DED-ACCOUNT
           MOVE SD-STUDENT-ID    TO DED-INDIVIDUAL-ID
           MOVE SD-LAST-NAME     TO DED-LAST-NAME
           MOVE SD-INITIALS      TO DED-INITIALS
           MOVE WS-DDP-ODFI-ID   TO DED-TRACE-ODFI
           MOVE WS-TRACE-SEQ     TO DED-TRACE-SEQ
           MOVE DD-ENTRY-DETAIL TO REFUND-DD-RECORD
           WRITE REFUND-DD-RECORD
           ADD 1 TO WS-DD-RECORD-COUNT
           ADD 1 TO WS-DD-ENTRY-COUNT
           ADD WS-ROUTING-RDFI TO WS-DD-ENTRY-HASH
           ADD DED-AMOUNT      TO WS-DD-TOTAL-CREDIT.

      *Closes the batch (when any entry went out) and the file with
      *their counts, entry hash and credit totals, then pads the
      *file to a whole number of ten-record blocks.
       WRITE-DD-CONTROLS.
           MOVE 0 TO DFC-BATCH-COUNT
           IF WS-DD-BATCH-OPEN
               MOVE WS-DD-ENTRY-COUNT  TO DBC-ENTRY-COUNT
               MOVE WS-DD-ENTRY-HASH   TO DBC-ENTRY-HASH
               MOVE WS-DD-TOTAL-CREDIT TO DBC-TOTAL-CREDIT
               MOVE WS-DDP-COMPANY-ID  TO DBC-COMPANY-ID
               MOVE WS-DDP-ODFI-ID     TO DBC-ODFI-ID
               MOVE DD-BATCH-CONTROL TO REFUND-DD-RECORD
               WRITE REFUND-DD-RECORD
               ADD 1 TO WS-DD-RECORD-COUNT
               MOVE 1 TO DFC-BATCH-COUNT
           END-IF
           ADD 1 TO WS-DD-RECORD-COUNT
           COMPUTE WS-DD-BLOCK-COUNT = (WS-DD-RECORD-COUNT + 9) / 10
           MOVE WS-DD-BLOCK-COUNT  TO DFC-BLOCK-COUNT
           MOVE WS-DD-ENTRY-COUNT  TO DFC-ENTRY-COUNT
           MOVE WS-DD-ENTRY-HASH   TO DFC-ENTRY-HASH
           MOVE WS-DD-TOTAL-CREDIT TO DFC-TOTAL-CREDIT
           MOVE DD-FILE-CONTROL TO REFUND-DD-RECORD
           WRITE REFUND-DD-RECORD
           PERFORM UNTIL WS-DD-RECORD-COUNT >= WS-DD-BLOCK-COUNT * 10
               MOVE ALL '9' TO REFUND-DD-RECORD
               WRITE REFUND-DD-RECORD
               ADD 1 TO WS-DD-RECORD-COUNT
           END-PERFORM.

      *Companion report: recomputes tuition + union fee + activity
      *fee (flat, ignoring credit tiers/proration for simplicity)
      *under last year's rates alongside this year's, so the board
