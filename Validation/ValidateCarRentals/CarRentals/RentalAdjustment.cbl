       IDENTIFICATION DIVISION.
       PROGRAM-ID.      RENTADJ.

      *Credit memos and billing adjustments against posted rental
      *invoices. When a customer disputed a charge the only remedy
      *was a made-up payment keyed into rentpayments.dat, which
      *overstated cash and left the tax already sent to
      *taxremit.month overstated with it. The desk now keys each
      *adjustment by contract number with a reason code - rate
      *error, goodwill, damage waived, fuel waived - and the
      *pre-tax amount to take off. This run finds the contract's
      *invoice on RENTBILL's invoice history, issues a credit memo
      *document against it, reverses the matching tax into
      *taxremit.month at the rate the invoice was taxed at, feeds
      *the credit to RENTRECV for the open-item master, and
      *journals the reversal. An adjustment over the desk limit
      *needs a supervisor-level operator from operators.dat - the
      *keyer or a named approver - or it is rejected.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Adjustments keyed by the desk, one per disputed charge.
           SELECT F01-ADJUSTMENT-FILE
               ASSIGN TO "rentadjust.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-FILE-STATUS.

      *Desk limit over which a supervisor must authorize, desk-
      *controlled the same way rentalparams.dat is; the built-in
      *default is kept when the file is absent.
           SELECT F02-PARAMETER-FILE
               ASSIGN TO "adjustparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

      *Operator master, same file and authority levels RENTMAINT
      *signs operators on with.
           SELECT F03-OPERATOR-FILE
               ASSIGN TO "operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

      *Every invoice RENTBILL has billed.
           SELECT F04-INVOICE-HISTORY-FILE
               ASSIGN TO "invoicehistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-HIST-STATUS.

      *Every credit memo ever issued, appended to each run the way
      *the invoice history is; read first so a contract can never
      *be credited for more than was invoiced.
           SELECT F05-CREDIT-HISTORY-FILE
               ASSIGN TO "credithistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-HIST-STATUS.

      *Customer-ready credit memos, in the invoice's shape.
           SELECT F06-MEMO-FILE
               ASSIGN TO "creditmemos.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Tonight's credits for RENTRECV to post against the
      *open-item master.
           SELECT F07-CREDIT-FEED-FILE
               ASSIGN TO "rentcredits.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *The same month accumulation stream RENTBILL and VALCAR
      *append their jurisdiction totals to.
           SELECT F08-TAX-MONTH-FILE
               ASSIGN TO "taxremit.month"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-MONTH-STATUS.

           SELECT F09-REGISTER-FILE
               ASSIGN TO "adjustregister.dat"
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
      *The amount is the pre-tax charge being taken off; tax at
      *the invoice's rate comes off on top. The approver is blank
      *unless the adjustment is over the desk limit and the keyer
      *is not a supervisor.
       FD  F01-ADJUSTMENT-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS F01-ADJUSTMENT-RECORD.
       01  F01-ADJUSTMENT-RECORD.
           05  ADJ-CONTRACT-NO          PIC 9(6).
           05  ADJ-REASON-CODE          PIC X.
               88  ADJ-RATE-ERROR           VALUE 'R'.
               88  ADJ-GOODWILL             VALUE 'G'.
               88  ADJ-DAMAGE-WAIVED        VALUE 'D'.
               88  ADJ-FUEL-WAIVED          VALUE 'F'.
               88  ADJ-VALID-REASON         VALUES 'R' 'G' 'D' 'F'.
           05  ADJ-AMOUNT               PIC 9(7)V99.
           05  ADJ-OPERATOR-ID          PIC X(8).
           05  ADJ-APPROVER-ID          PIC X(8).

       FD  F02-PARAMETER-FILE
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS F02-PARAMETER-RECORD.
       01  F02-PARAMETER-RECORD.
           05  PARM-SUPERVISOR-LIMIT    PIC 9(5)V99.

      *Same 17-byte layout RENTMAINT reads; the password is not
      *needed here.
       FD  F03-OPERATOR-FILE
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS F03-OPERATOR-RECORD.
       01  F03-OPERATOR-RECORD.
           05  OPR-IN-ID                PIC X(8).
           05  FILLER                   PIC X(8).
           05  OPR-IN-AUTHORITY         PIC 9.

      *Same 59-byte layout RENTBILL appends.
       FD  F04-INVOICE-HISTORY-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS F04-INVOICE-HISTORY-RECORD.
       01  F04-INVOICE-HISTORY-RECORD.
           05  IVH-CONTRACT-NO          PIC 9(6).
           05  IVH-CUSTOMER-ID          PIC 9(6).
           05  IVH-DEBTOR-TYPE          PIC X.
           05  IVH-BILL-DATE            PIC 9(8).
           05  IVH-JURISDICTION         PIC X(2).
           05  IVH-TAX-RATE             PIC 9V9999.
           05  IVH-PRETAX-AMOUNT        PIC 9(9)V99.
           05  IVH-TAX-AMOUNT           PIC 9(7)V99.
           05  IVH-TOTAL-AMOUNT         PIC 9(9)V99.

       FD  F05-CREDIT-HISTORY-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS F05-CREDIT-HISTORY-RECORD.
       01  F05-CREDIT-HISTORY-RECORD.
           05  CMH-MEMO-NO              PIC 9(6).
           05  CMH-CONTRACT-NO          PIC 9(6).
           05  CMH-CUSTOMER-ID          PIC 9(6).
           05  CMH-DEBTOR-TYPE          PIC X.
           05  CMH-REASON-CODE          PIC X.
           05  CMH-PRETAX-AMOUNT        PIC 9(7)V99.
           05  CMH-TAX-AMOUNT           PIC 9(7)V99.
           05  CMH-DATE                 PIC 9(8).
           05  CMH-OPERATOR-ID          PIC X(8).
           05  CMH-APPROVER-ID          PIC X(8).

       FD  F06-MEMO-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F06-MEMO-RECORD.
       01  F06-MEMO-RECORD              PIC X(80).

      *Same 32-byte layout RENTRECV reads the billed feed with.
       FD  F07-CREDIT-FEED-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS F07-CREDIT-FEED-RECORD.
       01  F07-CREDIT-FEED-RECORD.
           05  CRD-CONTRACT-NO          PIC 9(6).
           05  CRD-CUSTOMER-ID          PIC 9(6).
           05  CRD-AMOUNT               PIC 9(9)V99.
           05  CRD-CREDIT-DATE          PIC 9(8).
           05  CRD-DEBTOR-TYPE          PIC X.

      *Same 27-byte layout RENTBILL appends; the sign is '-' here,
      *netting the month's tax down. The sales count goes out as
      *zero - the rental still happened.
       FD  F08-TAX-MONTH-FILE
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS F08-TAX-MONTH-RECORD.
       01  F08-TAX-MONTH-RECORD.
           05  TXM-RUN-DATE             PIC 9(8).
           05  TXM-JURISDICTION         PIC X(2).
           05  TXM-SALES-COUNT          PIC 9(5).
           05  TXM-TAX-COLLECTED        PIC 9(9)V99.
           05  TXM-SIGN                 PIC X.

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
       01  WS-ADJUST-FILE-STATUS        PIC XX    VALUE SPACES.
       01  WS-PARAM-FILE-STATUS         PIC XX    VALUE SPACES.
       01  WS-OPERATOR-FILE-STATUS      PIC XX    VALUE SPACES.
       01  WS-INVOICE-HIST-STATUS       PIC XX    VALUE SPACES.
       01  WS-CREDIT-HIST-STATUS        PIC XX    VALUE SPACES.
       01  WS-TAX-MONTH-STATUS          PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS        PIC XX    VALUE SPACES.
       01  WS-CTL-FILE-STATUS           PIC XX    VALUE SPACES.
       01  WS-GL-JOURNAL-STATUS         PIC XX    VALUE SPACES.

      *Largest pre-tax adjustment the desk may put through without
      *a supervisor, overlaid from adjustparams.dat.
       01  W-SUPERVISOR-LIMIT           PIC 9(5)V99 VALUE 100.00.

      *Operator table. Authority 3 is the supervisor level - the
      *same level RENTMAINT requires to delete a contract; 2 may
      *key adjustments within the limit; 1 is inquiry-only and may
      *not key them at all.
       01  MAX-OPERATORS                PIC 9(2)  VALUE 50.
       01  W-OPR-FOUND-SWITCH           PIC X     VALUE 'N'.
           88  W-OPR-FOUND                        VALUE 'Y'.
           88  W-OPR-NOT-FOUND                    VALUE 'N'.
       01  OPERATOR-TABLE-AREA.
           05  W-OPERATOR-COUNT         PIC 9(2)  VALUE 0.
           05  OPERATOR-ENTRY OCCURS 0 TO 50 TIMES
                   DEPENDING ON W-OPERATOR-COUNT
                   INDEXED BY OPR-IDX.
               10  OPR-ID               PIC X(8).
               10  OPR-AUTHORITY        PIC 9.
       01  W-WORK-OPERATOR-ID           PIC X(8)  VALUE SPACES.
       01  W-KEYER-AUTHORITY            PIC 9     VALUE 0.
       01  W-FOUND-AUTHORITY            PIC 9     VALUE 0.

      *Invoiced contracts with what has been credited against each
      *so far. A contract RENTBILL billed more than once (a rebill)
      *is one entry, its amounts added together; the jurisdiction
      *and rate come from its first invoice.
       01  MAX-INVOICES                 PIC 9(5)  VALUE 30000.
       01  W-INV-FOUND-SWITCH           PIC X     VALUE 'N'.
           88  W-INV-FOUND                        VALUE 'Y'.
           88  W-INV-NOT-FOUND                    VALUE 'N'.
       01  INVOICE-TABLE-AREA.
           05  W-INVOICE-COUNT          PIC 9(5)  VALUE 0.
           05  INVOICE-ENTRY OCCURS 0 TO 30000 TIMES
                   DEPENDING ON W-INVOICE-COUNT
                   INDEXED BY INV-IDX.
               10  IVT-CONTRACT-NO      PIC 9(6).
               10  IVT-CUSTOMER-ID      PIC 9(6).
               10  IVT-DEBTOR-TYPE      PIC X.
               10  IVT-BILL-DATE        PIC 9(8).
               10  IVT-JURISDICTION     PIC X(2).
               10  IVT-TAX-RATE         PIC 9V9999.
               10  IVT-PRETAX-AMOUNT    PIC 9(9)V99.
               10  IVT-TAX-AMOUNT       PIC 9(9)V99.
               10  IVT-TOTAL-AMOUNT     PIC 9(9)V99.
               10  IVT-CREDITED-PRETAX  PIC 9(9)V99.
               10  IVT-CREDITED-TAX     PIC 9(9)V99.
       01  W-WORK-CONTRACT-NO           PIC 9(6)  VALUE 0.

      *Tax reversed tonight by jurisdiction, for the month stream.
       01  MAX-TAX-JURISDICTIONS        PIC 9(2)  VALUE 20.
       01  W-TAX-FOUND-SWITCH           PIC X     VALUE 'N'.
           88  W-TAX-FOUND                        VALUE 'Y'.
           88  W-TAX-NOT-FOUND                    VALUE 'N'.
       01  TAX-REVERSAL-AREA.
           05  W-TAX-COUNT              PIC 9(2)  VALUE 0.
           05  TAX-ENTRY OCCURS 0 TO 20 TIMES
                   DEPENDING ON W-TAX-COUNT
                   INDEXED BY TAX-IDX.
               10  TAX-JURISDICTION     PIC X(2).
               10  TAX-REVERSED         PIC 9(9)V99.

      *One adjustment's credit as it is worked out.
       01  W-LAST-MEMO-NO               PIC 9(6)    VALUE 0.
       01  W-REMAINING-PRETAX           PIC 9(9)V99 VALUE 0.
       01  W-REMAINING-TAX              PIC 9(9)V99 VALUE 0.
       01  W-CREDIT-TAX                 PIC 9(7)V99 VALUE 0.
       01  W-CREDIT-TOTAL               PIC 9(9)V99 VALUE 0.
       01  W-TAX-RATE-PCT               PIC 9(2)V99 VALUE 0.
       01  W-SUPERVISOR-SWITCH          PIC X       VALUE 'N'.
           88  W-SUPERVISOR-AUTHORIZED              VALUE 'Y'.

       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY           PIC 9(4).
           05  WS-TODAYS-MM             PIC 9(2).
           05  WS-TODAYS-DD             PIC 9(2).
       01  WS-TODAYS-DATE-8             PIC 9(8)  VALUE 0.

       01  RUN-COUNTERS.
           05  W-ADJUSTMENTS-READ       PIC 9(7)     VALUE 0.
           05  W-MEMOS-ISSUED           PIC 9(5)     VALUE 0.
           05  W-ADJUSTMENTS-REJECTED   PIC 9(5)     VALUE 0.
           05  W-TOTAL-PRETAX           PIC 9(11)V99 VALUE 0.
           05  W-TOTAL-TAX              PIC 9(11)V99 VALUE 0.
           05  W-TOTAL-CREDITED         PIC 9(11)V99 VALUE 0.

      *Reject reasons, one code per way an adjustment can fail.
       01  REJECT-REASONS.
           05  BAD-RECORD-CODE          PIC 9(3)  VALUE 010.
           05  BAD-RECORD-MSG           PIC X(30)
                 VALUE 'REASON CODE OR AMOUNT INVALID'.
           05  BAD-OPERATOR-CODE        PIC 9(3)  VALUE 020.
           05  BAD-OPERATOR-MSG         PIC X(30)
                 VALUE 'OPERATOR NOT AUTHORIZED'.
           05  NO-INVOICE-CODE          PIC 9(3)  VALUE 030.
           05  NO-INVOICE-MSG           PIC X(30)
                 VALUE 'NO INVOICE FOR CONTRACT'.
           05  OVER-INVOICE-CODE        PIC 9(3)  VALUE 040.
           05  OVER-INVOICE-MSG         PIC X(30)
                 VALUE 'EXCEEDS AMOUNT STILL INVOICED'.
           05  NEEDS-SUPERVISOR-CODE    PIC 9(3)  VALUE 050.
           05  NEEDS-SUPERVISOR-MSG     PIC X(30)
                 VALUE 'OVER LIMIT - NEEDS SUPERVISOR'.

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

       01  RG-TITLE-LINE.
           05                           PIC X(40)  VALUE SPACES.
           05                           PIC X(34)
                 VALUE 'RENTAL BILLING ADJUSTMENT REGISTER'.
           05                           PIC X(58)  VALUE SPACES.

       01  RG-LIMIT-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(37)
                 VALUE 'SUPERVISOR REQUIRED FOR CREDITS OVER '.
           05  RGL-LIMIT                PIC $$$,$$9.99.
           05                           PIC X(84)  VALUE SPACES.

       01  RG-HEADING-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(6)   VALUE 'MEMO #'.
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(8)   VALUE 'CONTRACT'.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(7)   VALUE 'DEBTOR '.
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(1)   VALUE 'R'.
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(13)
                 VALUE '     CREDITED'.
           05                           PIC X(2)   VALUE SPACES.
           05                           PIC X(13)
                 VALUE ' TAX REVERSED'.
           05                           PIC X(2)   VALUE SPACES.
           05                           PIC X(13)
                 VALUE ' TOTAL CREDIT'.
           05                           PIC X(2)   VALUE SPACES.
           05                           PIC X(8)   VALUE 'OPERATOR'.
           05                           PIC X(2)   VALUE SPACES.
           05                           PIC X(8)   VALUE 'APPROVER'.
           05                           PIC X(2)   VALUE SPACES.
           05                           PIC X(7)   VALUE 'MESSAGE'.
           05                           PIC X(27)  VALUE SPACES.

      *A rejected adjustment prints with no memo number and the
      *reason it was turned away.
       01  RG-DETAIL-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05  RGD-MEMO-NO              PIC Z(6).
           05                           PIC X(3)   VALUE SPACES.
           05  RGD-CONTRACT-NO          PIC 9(6).
           05                           PIC X(3)   VALUE SPACES.
           05  RGD-CUSTOMER-ID          PIC Z(6).
      *'A' beside an ID that is a corporate account number.
           05  RGD-DEBTOR-TYPE          PIC X.
           05                           PIC X(3)   VALUE SPACES.
           05  RGD-REASON-CODE          PIC X.
           05                           PIC X(3)   VALUE SPACES.
           05  RGD-PRETAX               PIC $$,$$$,$$9.99.
           05                           PIC X(2)   VALUE SPACES.
           05  RGD-TAX                  PIC $$,$$$,$$9.99.
           05                           PIC X(2)   VALUE SPACES.
           05  RGD-TOTAL                PIC $$,$$$,$$9.99.
           05                           PIC X(2)   VALUE SPACES.
           05  RGD-OPERATOR-ID          PIC X(8).
           05                           PIC X(2)   VALUE SPACES.
           05  RGD-APPROVER-ID          PIC X(8).
           05                           PIC X(2)   VALUE SPACES.
           05  RGD-ERROR-CODE           PIC 9(3).
           05                           PIC X      VALUE SPACES.
           05  RGD-MESSAGE              PIC X(30).

       01  RG-TRAILER-LINE.
           05                           PIC X(14)
                 VALUE 'CREDIT MEMOS: '.
           05  RGT-MEMOS                PIC ZZ,ZZ9.
           05                           PIC X(10)  VALUE '  CHARGES '.
           05  RGT-PRETAX               PIC $$$,$$$,$$9.99.
           05                           PIC X(7)   VALUE '  TAX  '.
           05  RGT-TAX                  PIC $$$,$$$,$$9.99.
           05                           PIC X(9)   VALUE '  TOTAL  '.
           05  RGT-TOTAL                PIC $$$,$$$,$$9.99.
           05                           PIC X(12)
                 VALUE '  REJECTED: '.
           05  RGT-REJECTED             PIC ZZ,ZZ9.
           05                           PIC X(26)  VALUE SPACES.

      *Customer-ready credit memo lines, in the invoice's shape.
       01  CM-SEPARATOR-LINE.
           05                           PIC X(60) VALUE ALL '-'.
           05                           PIC X(20) VALUE SPACES.
       01  CM-HEADING-LINE.
           05                           PIC X(20) VALUE SPACES.
           05                           PIC X(22)
                 VALUE 'VERY NICE RENTALS INC.'.
           05                           PIC X(38) VALUE SPACES.
       01  CM-TITLE-LINE.
           05                           PIC X(20) VALUE SPACES.
           05                           PIC X(16)
                 VALUE 'CREDIT MEMO NO. '.
           05  CMT-MEMO-NO              PIC 9(6).
           05                           PIC X(4)  VALUE SPACES.
           05                           PIC X(6)  VALUE 'DATE: '.
           05  CMT-MM                   PIC 99.
           05                           PIC X     VALUE '/'.
           05  CMT-DD                   PIC 99.
           05                           PIC X     VALUE '/'.
           05  CMT-CCYY                 PIC 9999.
           05                           PIC X(18) VALUE SPACES.
       01  CM-CONTRACT-LINE.
           05                           PIC X(10)
                 VALUE 'CONTRACT: '.
           05  CMC-CONTRACT-NO          PIC 9(6).
           05                           PIC X(4)  VALUE SPACES.
           05  CMC-DEBTOR-LABEL         PIC X(10) VALUE 'CUSTOMER: '.
           05  CMC-CUSTOMER-ID          PIC 9(6).
           05                           PIC X(44) VALUE SPACES.
       01  CM-INVOICE-LINE.
           05                           PIC X(22)
                 VALUE 'ORIGINAL INVOICE:     '.
           05  CMI-BILL-DATE            PIC 9(8).
           05                           PIC X(4)  VALUE SPACES.
           05                           PIC X(6)  VALUE 'TOTAL '.
           05  CMI-TOTAL                PIC $$$,$$$,$$9.99.
           05                           PIC X(26) VALUE SPACES.
       01  CM-REASON-LINE.
           05                           PIC X(22)
                 VALUE 'REASON:               '.
           05  CMR-REASON               PIC X(20).
           05                           PIC X(38) VALUE SPACES.
       01  CM-CREDIT-LINE.
           05                           PIC X(22)
                 VALUE 'CHARGES CREDITED:     '.
           05  CML-PRETAX               PIC $$,$$$,$$9.99.
           05                           PIC X(45) VALUE SPACES.
       01  CM-TAX-LINE.
           05                           PIC X(11)
                 VALUE 'SALES TAX ('.
           05  CMX-TAX-JURIS            PIC X(2).
           05                           PIC X(4)  VALUE ' AT '.
           05  CMX-TAX-RATE             PIC Z9.99.
           05                           PIC X(6)  VALUE '%) =  '.
           05  CMX-TAX                  PIC $$,$$$,$$9.99.
           05                           PIC X(39) VALUE SPACES.
       01  CM-TOTAL-LINE.
           05                           PIC X(22)
                 VALUE 'TOTAL CREDIT:         '.
           05  CMO-TOTAL                PIC $$$,$$$,$$9.99.
           05                           PIC X(44) VALUE SPACES.
       01  CM-AUTHORIZED-LINE.
           05                           PIC X(15)
                 VALUE 'AUTHORIZED BY: '.
           05  CMA-OPERATOR-ID          PIC X(8).
           05                           PIC X(4)  VALUE SPACES.
           05  CMA-APPROVED-LABEL       PIC X(13).
           05  CMA-APPROVER-ID          PIC X(8).
           05                           PIC X(32) VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'RENTADJ'.
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
           PERFORM 110-LOAD-OPERATORS
           PERFORM 120-LOAD-INVOICE-HISTORY
           PERFORM 130-LOAD-CREDIT-HISTORY
           PERFORM 150-OPEN-RUN-FILES
           PERFORM 200-PROCESS-ADJUSTMENTS
           PERFORM 700-WRITE-REGISTER-TOTALS
           PERFORM 750-APPEND-TAX-MONTH
           CLOSE F05-CREDIT-HISTORY-FILE
                 F06-MEMO-FILE
                 F07-CREDIT-FEED-FILE
                 F09-REGISTER-FILE
           IF W-ADJUSTMENTS-REJECTED > 0
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
                   ' - RENTADJ NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F13-RUN-LOCK-FILE
           MOVE 'RENTADJ' TO LCK-PROGRAM
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
           OPEN INPUT F02-PARAMETER-FILE
           IF WS-PARAM-FILE-STATUS = '00'
               READ F02-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-SUPERVISOR-LIMIT IS NUMERIC
                           MOVE PARM-SUPERVISOR-LIMIT
                               TO W-SUPERVISOR-LIMIT
                       END-IF
               END-READ
               CLOSE F02-PARAMETER-FILE
           END-IF
           .

      *With no operator master nobody is authorized, so every
      *adjustment is rejected rather than passed unchecked.
       110-LOAD-OPERATORS.
           OPEN INPUT F03-OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS = '00'
               PERFORM UNTIL WS-OPERATOR-FILE-STATUS NOT = '00'
                   READ F03-OPERATOR-FILE
                       AT END
                           MOVE '10' TO WS-OPERATOR-FILE-STATUS
                       NOT AT END
                           IF W-OPERATOR-COUNT < MAX-OPERATORS
                               ADD 1 TO W-OPERATOR-COUNT
                               MOVE OPR-IN-ID
                                   TO OPR-ID(W-OPERATOR-COUNT)
                               IF OPR-IN-AUTHORITY IS NUMERIC
                                   MOVE OPR-IN-AUTHORITY
                                     TO OPR-AUTHORITY(W-OPERATOR-COUNT)
                               ELSE
                                   MOVE 0
                                     TO OPR-AUTHORITY(W-OPERATOR-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-OPERATOR-FILE
           END-IF
           .

       120-LOAD-INVOICE-HISTORY.
           OPEN INPUT F04-INVOICE-HISTORY-FILE
           IF WS-INVOICE-HIST-STATUS = '00'
               PERFORM UNTIL WS-INVOICE-HIST-STATUS NOT = '00'
                   READ F04-INVOICE-HISTORY-FILE
                       AT END
                           MOVE '10' TO WS-INVOICE-HIST-STATUS
                       NOT AT END
                           PERFORM 125-ADD-ONE-INVOICE
                   END-READ
               END-PERFORM
               CLOSE F04-INVOICE-HISTORY-FILE
           END-IF
           .

       125-ADD-ONE-INVOICE.
           MOVE IVH-CONTRACT-NO TO W-WORK-CONTRACT-NO
           PERFORM 210-FIND-INVOICE
           IF W-INV-NOT-FOUND
               AND W-INVOICE-COUNT < MAX-INVOICES
               ADD 1 TO W-INVOICE-COUNT
               SET INV-IDX TO W-INVOICE-COUNT
               MOVE IVH-CONTRACT-NO  TO IVT-CONTRACT-NO(INV-IDX)
               MOVE IVH-CUSTOMER-ID  TO IVT-CUSTOMER-ID(INV-IDX)
               MOVE IVH-DEBTOR-TYPE  TO IVT-DEBTOR-TYPE(INV-IDX)
               MOVE IVH-BILL-DATE    TO IVT-BILL-DATE(INV-IDX)
               MOVE IVH-JURISDICTION TO IVT-JURISDICTION(INV-IDX)
               MOVE IVH-TAX-RATE     TO IVT-TAX-RATE(INV-IDX)
               MOVE 0 TO IVT-PRETAX-AMOUNT(INV-IDX)
               MOVE 0 TO IVT-TAX-AMOUNT(INV-IDX)
               MOVE 0 TO IVT-TOTAL-AMOUNT(INV-IDX)
               MOVE 0 TO IVT-CREDITED-PRETAX(INV-IDX)
               MOVE 0 TO IVT-CREDITED-TAX(INV-IDX)
               MOVE 'Y' TO W-INV-FOUND-SWITCH
           END-IF
           IF W-INV-FOUND
               ADD IVH-PRETAX-AMOUNT TO IVT-PRETAX-AMOUNT(INV-IDX)
               ADD IVH-TAX-AMOUNT    TO IVT-TAX-AMOUNT(INV-IDX)
               ADD IVH-TOTAL-AMOUNT  TO IVT-TOTAL-AMOUNT(INV-IDX)
           END-IF
           .

      *Credits already issued count against their invoices, and
      *the highest memo number carries the numbering forward.
       130-LOAD-CREDIT-HISTORY.
           OPEN INPUT F05-CREDIT-HISTORY-FILE
           IF WS-CREDIT-HIST-STATUS = '00'
               PERFORM UNTIL WS-CREDIT-HIST-STATUS NOT = '00'
                   READ F05-CREDIT-HISTORY-FILE
                       AT END
                           MOVE '10' TO WS-CREDIT-HIST-STATUS
                       NOT AT END
                           PERFORM 135-APPLY-ONE-CREDIT
                   END-READ
               END-PERFORM
               CLOSE F05-CREDIT-HISTORY-FILE
           END-IF
           .

       135-APPLY-ONE-CREDIT.
           IF CMH-MEMO-NO > W-LAST-MEMO-NO
               MOVE CMH-MEMO-NO TO W-LAST-MEMO-NO
           END-IF
           MOVE CMH-CONTRACT-NO TO W-WORK-CONTRACT-NO
           PERFORM 210-FIND-INVOICE
           IF W-INV-FOUND
               ADD CMH-PRETAX-AMOUNT TO IVT-CREDITED-PRETAX(INV-IDX)
               ADD CMH-TAX-AMOUNT    TO IVT-CREDITED-TAX(INV-IDX)
           END-IF
           .

      *The credit history is extended rather than rewritten; the
      *memo document, credit feed and register are tonight's only.
       150-OPEN-RUN-FILES.
           OPEN EXTEND F05-CREDIT-HISTORY-FILE
           IF WS-CREDIT-HIST-STATUS = '35'
               OPEN OUTPUT F05-CREDIT-HISTORY-FILE
               CLOSE F05-CREDIT-HISTORY-FILE
               OPEN EXTEND F05-CREDIT-HISTORY-FILE
           END-IF
           OPEN OUTPUT F06-MEMO-FILE
                       F07-CREDIT-FEED-FILE
                       F09-REGISTER-FILE
           WRITE F09-REGISTER-RECORD FROM W08-RUN-DATE-LINE
           WRITE F09-REGISTER-RECORD FROM RG-TITLE-LINE
           MOVE W-SUPERVISOR-LIMIT TO RGL-LIMIT
           WRITE F09-REGISTER-RECORD FROM RG-LIMIT-LINE
           WRITE F09-REGISTER-RECORD FROM SPACES
           WRITE F09-REGISTER-RECORD FROM RG-HEADING-LINE
           .

       200-PROCESS-ADJUSTMENTS.
           OPEN INPUT F01-ADJUSTMENT-FILE
           IF WS-ADJUST-FILE-STATUS = '00'
               PERFORM UNTIL WS-ADJUST-FILE-STATUS NOT = '00'
                   READ F01-ADJUSTMENT-FILE
                       AT END
                           MOVE '10' TO WS-ADJUST-FILE-STATUS
                       NOT AT END
                           PERFORM 205-EDIT-ONE-ADJUSTMENT
                   END-READ
               END-PERFORM
               CLOSE F01-ADJUSTMENT-FILE
           END-IF
           .

      *Edits in the order the desk can fix them: the record itself,
      *who keyed it, the invoice it is against, how much of that
      *invoice is left to credit, and last whether it is big
      *enough to need a supervisor.
       205-EDIT-ONE-ADJUSTMENT.
           ADD 1 TO W-ADJUSTMENTS-READ
           MOVE SPACES TO RG-DETAIL-LINE
           IF NOT ADJ-VALID-REASON
              OR ADJ-CONTRACT-NO IS NOT NUMERIC
              OR ADJ-AMOUNT IS NOT NUMERIC
              OR ADJ-AMOUNT = 0
               MOVE BAD-RECORD-MSG  TO RGD-MESSAGE
               MOVE BAD-RECORD-CODE TO RGD-ERROR-CODE
               PERFORM 400-WRITE-REJECT
           ELSE
               MOVE ADJ-OPERATOR-ID TO W-WORK-OPERATOR-ID
               PERFORM 220-FIND-OPERATOR
               MOVE W-FOUND-AUTHORITY TO W-KEYER-AUTHORITY
               IF W-KEYER-AUTHORITY < 2
                   MOVE BAD-OPERATOR-MSG  TO RGD-MESSAGE
                   MOVE BAD-OPERATOR-CODE TO RGD-ERROR-CODE
                   PERFORM 400-WRITE-REJECT
               ELSE
                   MOVE ADJ-CONTRACT-NO TO W-WORK-CONTRACT-NO
                   PERFORM 210-FIND-INVOICE
                   IF W-INV-NOT-FOUND
                       MOVE NO-INVOICE-MSG  TO RGD-MESSAGE
                       MOVE NO-INVOICE-CODE TO RGD-ERROR-CODE
                       PERFORM 400-WRITE-REJECT
                   ELSE
                       PERFORM 230-EDIT-AGAINST-INVOICE
                   END-IF
               END-IF
           END-IF
           .

       210-FIND-INVOICE.
           MOVE 'N' TO W-INV-FOUND-SWITCH
           IF W-INVOICE-COUNT > 0
               SET INV-IDX TO 1
               SEARCH INVOICE-ENTRY
                   AT END CONTINUE
                   WHEN IVT-CONTRACT-NO(INV-IDX) = W-WORK-CONTRACT-NO
                       MOVE 'Y' TO W-INV-FOUND-SWITCH
               END-SEARCH
           END-IF
           .

      *Returns the operator's authority in W-FOUND-AUTHORITY;
      *an ID not on file, or blank, has none.
       220-FIND-OPERATOR.
           MOVE 0 TO W-FOUND-AUTHORITY
           MOVE 'N' TO W-OPR-FOUND-SWITCH
           IF W-OPERATOR-COUNT > 0
              AND W-WORK-OPERATOR-ID NOT = SPACES
               SET OPR-IDX TO 1
               SEARCH OPERATOR-ENTRY
                   AT END CONTINUE
                   WHEN OPR-ID(OPR-IDX) = W-WORK-OPERATOR-ID
                       MOVE 'Y' TO W-OPR-FOUND-SWITCH
                       MOVE OPR-AUTHORITY(OPR-IDX)
                           TO W-FOUND-AUTHORITY
               END-SEARCH
           END-IF
           .

      *The credit may not take the invoice's pre-tax amount below
      *zero across all the memos issued against it. Tax comes off
      *at the rate the invoice was taxed at, never more than the
      *tax still standing on it.
       230-EDIT-AGAINST-INVOICE.
           COMPUTE W-REMAINING-PRETAX =
               IVT-PRETAX-AMOUNT(INV-IDX)
               - IVT-CREDITED-PRETAX(INV-IDX)
           IF ADJ-AMOUNT > W-REMAINING-PRETAX
               MOVE OVER-INVOICE-MSG  TO RGD-MESSAGE
               MOVE OVER-INVOICE-CODE TO RGD-ERROR-CODE
               PERFORM 400-WRITE-REJECT
           ELSE
               MOVE 'N' TO W-SUPERVISOR-SWITCH
               IF ADJ-AMOUNT NOT > W-SUPERVISOR-LIMIT
                  OR W-KEYER-AUTHORITY >= 3
                   SET W-SUPERVISOR-AUTHORIZED TO TRUE
               ELSE
                   MOVE ADJ-APPROVER-ID TO W-WORK-OPERATOR-ID
                   PERFORM 220-FIND-OPERATOR
                   IF W-FOUND-AUTHORITY >= 3
                       SET W-SUPERVISOR-AUTHORIZED TO TRUE
                   END-IF
               END-IF
               IF W-SUPERVISOR-AUTHORIZED
                   PERFORM 300-ISSUE-CREDIT-MEMO
               ELSE
                   MOVE NEEDS-SUPERVISOR-MSG  TO RGD-MESSAGE
                   MOVE NEEDS-SUPERVISOR-CODE TO RGD-ERROR-CODE
                   PERFORM 400-WRITE-REJECT
               END-IF
           END-IF
           .

       300-ISSUE-CREDIT-MEMO.
           COMPUTE W-CREDIT-TAX ROUNDED =
               ADJ-AMOUNT * IVT-TAX-RATE(INV-IDX)
           COMPUTE W-REMAINING-TAX =
               IVT-TAX-AMOUNT(INV-IDX) - IVT-CREDITED-TAX(INV-IDX)
           IF W-CREDIT-TAX > W-REMAINING-TAX
               MOVE W-REMAINING-TAX TO W-CREDIT-TAX
           END-IF
           COMPUTE W-CREDIT-TOTAL = ADJ-AMOUNT + W-CREDIT-TAX
           ADD ADJ-AMOUNT   TO IVT-CREDITED-PRETAX(INV-IDX)
           ADD W-CREDIT-TAX TO IVT-CREDITED-TAX(INV-IDX)
           ADD 1 TO W-LAST-MEMO-NO
           ADD 1 TO W-MEMOS-ISSUED
           ADD ADJ-AMOUNT     TO W-TOTAL-PRETAX
           ADD W-CREDIT-TAX   TO W-TOTAL-TAX
           ADD W-CREDIT-TOTAL TO W-TOTAL-CREDITED
           IF W-CREDIT-TAX > 0
               PERFORM 310-ACCUMULATE-TAX-REVERSAL
           END-IF
           MOVE W-LAST-MEMO-NO           TO CMH-MEMO-NO
           MOVE ADJ-CONTRACT-NO          TO CMH-CONTRACT-NO
           MOVE IVT-CUSTOMER-ID(INV-IDX) TO CMH-CUSTOMER-ID
           MOVE IVT-DEBTOR-TYPE(INV-IDX) TO CMH-DEBTOR-TYPE
           MOVE ADJ-REASON-CODE          TO CMH-REASON-CODE
           MOVE ADJ-AMOUNT               TO CMH-PRETAX-AMOUNT
           MOVE W-CREDIT-TAX             TO CMH-TAX-AMOUNT
           MOVE WS-TODAYS-DATE-8         TO CMH-DATE
           MOVE ADJ-OPERATOR-ID          TO CMH-OPERATOR-ID
           MOVE ADJ-APPROVER-ID          TO CMH-APPROVER-ID
           WRITE F05-CREDIT-HISTORY-RECORD
           MOVE ADJ-CONTRACT-NO          TO CRD-CONTRACT-NO
           MOVE IVT-CUSTOMER-ID(INV-IDX) TO CRD-CUSTOMER-ID
           MOVE W-CREDIT-TOTAL           TO CRD-AMOUNT
           MOVE WS-TODAYS-DATE-8         TO CRD-CREDIT-DATE
           MOVE IVT-DEBTOR-TYPE(INV-IDX) TO CRD-DEBTOR-TYPE
           WRITE F07-CREDIT-FEED-RECORD
           PERFORM 320-WRITE-MEMO-DOCUMENT
           MOVE W-LAST-MEMO-NO           TO RGD-MEMO-NO
           MOVE ADJ-CONTRACT-NO          TO RGD-CONTRACT-NO
           MOVE IVT-CUSTOMER-ID(INV-IDX) TO RGD-CUSTOMER-ID
           MOVE IVT-DEBTOR-TYPE(INV-IDX) TO RGD-DEBTOR-TYPE
           MOVE ADJ-REASON-CODE          TO RGD-REASON-CODE
           MOVE ADJ-AMOUNT               TO RGD-PRETAX
           MOVE W-CREDIT-TAX             TO RGD-TAX
           MOVE W-CREDIT-TOTAL           TO RGD-TOTAL
           MOVE ADJ-OPERATOR-ID          TO RGD-OPERATOR-ID
           MOVE ADJ-APPROVER-ID          TO RGD-APPROVER-ID
           WRITE F09-REGISTER-RECORD FROM RG-DETAIL-LINE
           .

       310-ACCUMULATE-TAX-REVERSAL.
           MOVE 'N' TO W-TAX-FOUND-SWITCH
           IF W-TAX-COUNT > 0
               SET TAX-IDX TO 1
               SEARCH TAX-ENTRY
                   AT END CONTINUE
                   WHEN TAX-JURISDICTION(TAX-IDX)
                           = IVT-JURISDICTION(INV-IDX)
                       MOVE 'Y' TO W-TAX-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-TAX-NOT-FOUND
               AND W-TAX-COUNT < MAX-TAX-JURISDICTIONS
               ADD 1 TO W-TAX-COUNT
               SET TAX-IDX TO W-TAX-COUNT
               MOVE IVT-JURISDICTION(INV-IDX)
                   TO TAX-JURISDICTION(TAX-IDX)
               MOVE 0 TO TAX-REVERSED(TAX-IDX)
               MOVE 'Y' TO W-TAX-FOUND-SWITCH
           END-IF
           IF W-TAX-FOUND
               ADD W-CREDIT-TAX TO TAX-REVERSED(TAX-IDX)
           END-IF
           .

       320-WRITE-MEMO-DOCUMENT.
           WRITE F06-MEMO-RECORD FROM CM-SEPARATOR-LINE
           WRITE F06-MEMO-RECORD FROM CM-HEADING-LINE
           MOVE W-LAST-MEMO-NO TO CMT-MEMO-NO
           MOVE WS-TODAYS-MM   TO CMT-MM
           MOVE WS-TODAYS-DD   TO CMT-DD
           MOVE WS-TODAYS-CCYY TO CMT-CCYY
           WRITE F06-MEMO-RECORD FROM CM-TITLE-LINE
           WRITE F06-MEMO-RECORD FROM SPACES
           MOVE ADJ-CONTRACT-NO TO CMC-CONTRACT-NO
           IF IVT-DEBTOR-TYPE(INV-IDX) = 'A'
               MOVE 'ACCOUNT:  ' TO CMC-DEBTOR-LABEL
           ELSE
               MOVE 'CUSTOMER: ' TO CMC-DEBTOR-LABEL
           END-IF
           MOVE IVT-CUSTOMER-ID(INV-IDX) TO CMC-CUSTOMER-ID
           WRITE F06-MEMO-RECORD FROM CM-CONTRACT-LINE
           MOVE IVT-BILL-DATE(INV-IDX)    TO CMI-BILL-DATE
           MOVE IVT-TOTAL-AMOUNT(INV-IDX) TO CMI-TOTAL
           WRITE F06-MEMO-RECORD FROM CM-INVOICE-LINE
           EVALUATE TRUE
               WHEN ADJ-RATE-ERROR
                   MOVE 'RATE ERROR'    TO CMR-REASON
               WHEN ADJ-GOODWILL
                   MOVE 'GOODWILL'      TO CMR-REASON
               WHEN ADJ-DAMAGE-WAIVED
                   MOVE 'DAMAGE WAIVED' TO CMR-REASON
               WHEN ADJ-FUEL-WAIVED
                   MOVE 'FUEL WAIVED'   TO CMR-REASON
           END-EVALUATE
           WRITE F06-MEMO-RECORD FROM CM-REASON-LINE
           WRITE F06-MEMO-RECORD FROM SPACES
           MOVE ADJ-AMOUNT TO CML-PRETAX
           WRITE F06-MEMO-RECORD FROM CM-CREDIT-LINE
           IF W-CREDIT-TAX > 0
               COMPUTE W-TAX-RATE-PCT ROUNDED =
                   IVT-TAX-RATE(INV-IDX) * 100
               MOVE IVT-JURISDICTION(INV-IDX) TO CMX-TAX-JURIS
               MOVE W-TAX-RATE-PCT            TO CMX-TAX-RATE
               MOVE W-CREDIT-TAX              TO CMX-TAX
               WRITE F06-MEMO-RECORD FROM CM-TAX-LINE
           END-IF
           MOVE W-CREDIT-TOTAL TO CMO-TOTAL
           WRITE F06-MEMO-RECORD FROM CM-TOTAL-LINE
           MOVE ADJ-OPERATOR-ID TO CMA-OPERATOR-ID
           IF ADJ-APPROVER-ID = SPACES
               MOVE SPACES TO CMA-APPROVED-LABEL
               MOVE SPACES TO CMA-APPROVER-ID
           ELSE
               MOVE 'APPROVED BY: ' TO CMA-APPROVED-LABEL
               MOVE ADJ-APPROVER-ID TO CMA-APPROVER-ID
           END-IF
           WRITE F06-MEMO-RECORD FROM CM-AUTHORIZED-LINE
           .

      *A rejected adjustment issues nothing; it is listed with the
      *reason so the desk can correct and rekey it.
       400-WRITE-REJECT.
           ADD 1 TO W-ADJUSTMENTS-REJECTED
           MOVE ADJ-CONTRACT-NO TO RGD-CONTRACT-NO
           MOVE ADJ-REASON-CODE TO RGD-REASON-CODE
           IF ADJ-AMOUNT IS NUMERIC
               MOVE ADJ-AMOUNT TO RGD-PRETAX
           ELSE
               MOVE 0 TO RGD-PRETAX
           END-IF
           MOVE ADJ-OPERATOR-ID TO RGD-OPERATOR-ID
           MOVE ADJ-APPROVER-ID TO RGD-APPROVER-ID
           WRITE F09-REGISTER-RECORD FROM RG-DETAIL-LINE
           .

       700-WRITE-REGISTER-TOTALS.
           WRITE F09-REGISTER-RECORD FROM SPACES
           MOVE W-MEMOS-ISSUED         TO RGT-MEMOS
           MOVE W-TOTAL-PRETAX         TO RGT-PRETAX
           MOVE W-TOTAL-TAX            TO RGT-TAX
           MOVE W-TOTAL-CREDITED       TO RGT-TOTAL
           MOVE W-ADJUSTMENTS-REJECTED TO RGT-REJECTED
           WRITE F09-REGISTER-RECORD FROM RG-TRAILER-LINE
           .

      *Tonight's tax credited back, one negating record per
      *jurisdiction on the same month stream RENTBILL adds to.
       750-APPEND-TAX-MONTH.
           IF W-TAX-COUNT > 0
               OPEN EXTEND F08-TAX-MONTH-FILE
               IF WS-TAX-MONTH-STATUS = '35'
                   OPEN OUTPUT F08-TAX-MONTH-FILE
                   CLOSE F08-TAX-MONTH-FILE
                   OPEN EXTEND F08-TAX-MONTH-FILE
               END-IF
               PERFORM VARYING TAX-IDX FROM 1 BY 1
                       UNTIL TAX-IDX > W-TAX-COUNT
                   MOVE WS-TODAYS-DATE-8 TO TXM-RUN-DATE
                   MOVE TAX-JURISDICTION(TAX-IDX)
                       TO TXM-JURISDICTION
                   MOVE 0 TO TXM-SALES-COUNT
                   MOVE TAX-REVERSED(TAX-IDX) TO TXM-TAX-COLLECTED
                   MOVE '-' TO TXM-SIGN
                   WRITE F08-TAX-MONTH-RECORD
               END-PERFORM
               CLOSE F08-TAX-MONTH-FILE
           END-IF
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
           MOVE W-ADJUSTMENTS-READ TO OPL-RECORD-COUNT
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

      *Credits issued, for the balancing run to hold against
      *RENTRECV's credits posted.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F11-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT F11-CONTROL-TOTAL-FILE
               CLOSE F11-CONTROL-TOTAL-FILE
               OPEN EXTEND F11-CONTROL-TOTAL-FILE
           END-IF
           MOVE 'RENTADJ' TO CTF-PROGRAM
           MOVE 'CREDIT-MEMOS' TO CTF-ITEM
           MOVE W-MEMOS-ISSUED TO CTF-COUNT
           MOVE W-TOTAL-CREDITED TO CTF-AMOUNT
           WRITE F11-CONTROL-TOTAL-RECORD
           MOVE 'RENTADJ' TO CTF-PROGRAM
           MOVE 'REJECTED' TO CTF-ITEM
           MOVE W-ADJUSTMENTS-REJECTED TO CTF-COUNT
           MOVE 0 TO CTF-AMOUNT
           WRITE F11-CONTROL-TOTAL-RECORD
           CLOSE F11-CONTROL-TOTAL-FILE
           .

      *The reverse of RENTBILL's billing entry: revenue and tax
      *payable are debited back, and rental receivables credited
      *with the whole memo total.
       920-WRITE-GL-JOURNAL.
           IF W-TOTAL-CREDITED > 0
               OPEN EXTEND F12-GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS = '35'
                   OPEN OUTPUT F12-GL-JOURNAL-FILE
                   CLOSE F12-GL-JOURNAL-FILE
                   OPEN EXTEND F12-GL-JOURNAL-FILE
               END-IF
               MOVE 'RENTADJ' TO GLJ-PROGRAM
               MOVE WS-TODAYS-DATE-8 TO GLJ-DATE
               MOVE '4100' TO GLJ-ACCOUNT
               MOVE 'D' TO GLJ-DC
               MOVE W-TOTAL-PRETAX TO GLJ-AMOUNT
               WRITE F12-GL-JOURNAL-RECORD
               IF W-TOTAL-TAX > 0
                   MOVE '2200' TO GLJ-ACCOUNT
                   MOVE 'D' TO GLJ-DC
                   MOVE W-TOTAL-TAX TO GLJ-AMOUNT
                   WRITE F12-GL-JOURNAL-RECORD
               END-IF
               MOVE '1200' TO GLJ-ACCOUNT
               MOVE 'C' TO GLJ-DC
               MOVE W-TOTAL-CREDITED TO GLJ-AMOUNT
               WRITE F12-GL-JOURNAL-RECORD
               CLOSE F12-GL-JOURNAL-FILE
           END-IF
           .
