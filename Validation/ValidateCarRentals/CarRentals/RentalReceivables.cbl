      *desk (rentpayments.dat) are applied against open invoices by
      *contract number, and the aged report breaks open balances
      *into current/30/60/90 buckets subtotaled by customer.
      *Contracts RENTBILL charged to a corporate account arrive with
      *the account as debtor and are carried, aged, and subtotaled
      *under the account instead of the driver.
      *Card-hold captures OPENCON takes as contracts close
      *(depositcaptures.dat) post the same way as desk payments,
      *so what stays open on a contract is any shortfall beyond
      *the hold. Credit memos RENTADJ issues against disputed
      *invoices (rentcredits.dat) come off the contract's balance
      *without touching cash; a credit against an invoice already
      *paid leaves a credit balance for the desk to refund.
      *Each desk payment carries its tender type and, for a card,
      *the authorization reference. Card payments and captured
      *holds are batched for the processor on cardsettlement.dat
      *and the batch total is appended to cardbatches.dat for
      *CARDRECN to prove against the processor's deposits.
      *Chargebacks come in on their own file (rentchargebacks.dat):
      *each reopens the contract's item - rebuilt from the invoice
      *history when the item was paid off and dropped - lands on
      *the chargeback dispute list, and is journaled back to
      *receivables out of cash.
      *The buckets are 30, 60 and 90 calendar days unless
      *rentarparams.dat sets other limits or asks for business
      *days, when weekends and the company holidays on the shared
      *calendar (bizcalendar.dat) do not age an invoice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Same 32-byte layout RENTBILL writes billedcharges.dat with.
           SELECT F01-BILLED-FEED-FILE
               ASSIGN TO "billedcharges.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.

      *Card holds OPENCON captured tonight, applied by contract
      *number like a desk payment.
           SELECT F09-CAPTURE-FILE
               ASSIGN TO "depositcaptures.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPTURE-FILE-STATUS.

      *Credit memos RENTADJ issued tonight, in the billed-feed
      *layout, applied by contract number.
           SELECT F10-CREDIT-FILE
               ASSIGN TO "rentcredits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-FILE-STATUS.

      *Chargebacks keyed by the desk from the processor's notices,
      *one per disputed card item.
           SELECT F11-CHARGEBACK-FILE
               ASSIGN TO "rentchargebacks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGEBACK-STATUS.

      *RENTBILL's cumulative invoice history, read for the debtor
      *of a contract whose item has already been paid off.
           SELECT F12-INVOICE-HISTORY-FILE
               ASSIGN TO "invoicehistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-HIST-STATUS.

      *Tonight's card batch for the processor, replaced each run.
           SELECT F13-SETTLEMENT-FILE
               ASSIGN TO "cardsettlement.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *One dated batch total per run; CARDRECN consumes it and ops
      *clears it once reconciled.
           SELECT F14-CARD-BATCH-FILE
               ASSIGN TO "cardbatches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-BATCH-STATUS.

           SELECT F15-DISPUTE-FILE
               ASSIGN TO "chargebackdisputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Shared general-ledger journal, appended by every posting
      *program in the suite.
           SELECT F16-GL-JOURNAL-FILE
               ASSIGN TO "gljournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.

      *Aging bucket limits and the day basis they are counted in;
      *the built-in 30/60/90 calendar days stand when it is absent.
           SELECT F17-AGING-PARM-FILE
               ASSIGN TO "rentarparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-PARM-STATUS.

      *Shared holiday and branch-closure calendar PARMMNT keeps,
      *read only when the buckets count business days.
           SELECT F18-CALENDAR-FILE
               ASSIGN TO "bizcalendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-BILLED-FEED-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS F01-BILLED-FEED-RECORD.
       01  F01-BILLED-FEED-RECORD.
           05  BFC-CONTRACT-NO          PIC 9(6).
           05  BFC-CUSTOMER-ID          PIC 9(6).
           05  BFC-AMOUNT               PIC 9(9)V99.
           05  BFC-BILL-DATE            PIC 9(8).
           05  BFC-DEBTOR-TYPE          PIC X.

      *Widened to carry the tender type and the card
      *authorization reference. Records from the old 23-byte file
      *read with a blank tender, taken as cash.
       FD  F02-PAYMENT-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS F02-PAYMENT-RECORD.
       01  F02-PAYMENT-RECORD.
           05  PAY-CONTRACT-NO          PIC 9(6).
           05  PAY-AMOUNT               PIC 9(7)V99.
           05  PAY-DATE                 PIC 9(8).
           05  PAY-TENDER-TYPE          PIC X.
               88  PAY-BY-CARD              VALUE 'C'.
               88  PAY-BY-CHEQUE            VALUE 'K'.
               88  PAY-BY-CASH              VALUE 'H' ' '.
           05  PAY-AUTH-REF             PIC X(10).

      *Widened to carry the debtor type: 'A' when the ID is a
      *corporate account number, blank for the renter's own
      *customer ID. Records from the old 40-byte master read with
      *a blank type.
       FD  F03-OPEN-IN-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS F03-OPEN-IN-RECORD.
       01  F03-OPEN-IN-RECORD.
           05  OPI-IN-CONTRACT-NO       PIC 9(6).
           05  OPI-IN-AMOUNT            PIC 9(9)V99.
           05  OPI-IN-BILL-DATE         PIC 9(8).
           05  OPI-IN-LAST-PAYMENT      PIC 9(8).
           05  OPI-IN-DEBTOR-TYPE       PIC X.

       FD  F04-OPEN-OUT-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS F04-OPEN-OUT-RECORD.
       01  F04-OPEN-OUT-RECORD.
           05  OPI-OUT-CONTRACT-NO      PIC 9(6).
           05  OPI-OUT-AMOUNT           PIC 9(9)V99.
           05  OPI-OUT-BILL-DATE        PIC 9(8).
           05  OPI-OUT-LAST-PAYMENT     PIC 9(8).
           05  OPI-OUT-DEBTOR-TYPE      PIC X.

       FD  F05-AGED-AR-FILE
           RECORD CONTAINS 132 CHARACTERS
           05  LCK-TIME            PIC 9(6).
           05  LCK-IDENTITY        PIC X(14).

      *Same 23-byte layout OPENCON writes; a capture is always
      *taken on the card the hold was placed on.
       FD  F09-CAPTURE-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS F09-CAPTURE-RECORD.
       01  F09-CAPTURE-RECORD.
           05  CAP-CONTRACT-NO          PIC 9(6).
           05  CAP-AMOUNT               PIC 9(7)V99.
           05  CAP-DATE                 PIC 9(8).

      *Same 32-byte layout as the billed feed; the amount is the
      *credit, tax included.
       FD  F10-CREDIT-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS F10-CREDIT-RECORD.
       01  F10-CREDIT-RECORD.
           05  CRD-CONTRACT-NO          PIC 9(6).
           05  CRD-CUSTOMER-ID          PIC 9(6).
           05  CRD-AMOUNT               PIC 9(9)V99.
           05  CRD-CREDIT-DATE          PIC 9(8).
           05  CRD-DEBTOR-TYPE          PIC X.

       FD  F11-CHARGEBACK-FILE
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS F11-CHARGEBACK-RECORD.
       01  F11-CHARGEBACK-RECORD.
           05  CBK-CONTRACT-NO          PIC 9(6).
           05  CBK-AUTH-REF             PIC X(10).
           05  CBK-AMOUNT               PIC 9(7)V99.
           05  CBK-DATE                 PIC 9(8).
           05  CBK-REASON-CODE          PIC X(4).

      *Same 59-byte layout RENTBILL appends; only the contract and
      *its debtor are needed here.
       FD  F12-INVOICE-HISTORY-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS F12-INVOICE-HISTORY-RECORD.
       01  F12-INVOICE-HISTORY-RECORD.
           05  IVH-CONTRACT-NO          PIC 9(6).
           05  IVH-CUSTOMER-ID          PIC 9(6).
           05  IVH-DEBTOR-TYPE          PIC X.
           05  FILLER                   PIC X(46).

      *One record per card item: 'P' a desk payment, 'H' a
      *captured hold.
       FD  F13-SETTLEMENT-FILE
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS F13-SETTLEMENT-RECORD.
       01  F13-SETTLEMENT-RECORD.
           05  SET-BATCH-DATE           PIC 9(8).
           05  SET-CONTRACT-NO          PIC 9(6).
           05  SET-AUTH-REF             PIC X(10).
           05  SET-AMOUNT               PIC 9(7)V99.
           05  SET-SOURCE               PIC X.
           05  FILLER                   PIC X.

       FD  F14-CARD-BATCH-FILE
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS F14-CARD-BATCH-RECORD.
       01  F14-CARD-BATCH-RECORD.
           05  CBT-BATCH-DATE           PIC 9(8).
           05  CBT-COUNT                PIC 9(5).
           05  CBT-AMOUNT               PIC 9(9)V99.

       FD  F15-DISPUTE-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F15-DISPUTE-RECORD.
       01  F15-DISPUTE-RECORD           PIC X(132).

       FD  F16-GL-JOURNAL-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS F16-GL-JOURNAL-RECORD.
       01  F16-GL-JOURNAL-RECORD.
           05  GLJ-PROGRAM         PIC X(8).
           05  GLJ-DATE            PIC 9(8).
           05  GLJ-ACCOUNT         PIC X(4).
           05  GLJ-DC              PIC X.
           05  GLJ-AMOUNT          PIC 9(11)V99.

       FD  F17-AGING-PARM-FILE
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS F17-AGING-PARM-RECORD.
       01  F17-AGING-PARM-RECORD.
           05  RAP-BUCKET-1        PIC 9(3).
           05  RAP-BUCKET-2        PIC 9(3).
           05  RAP-BUCKET-3        PIC 9(3).
           05  RAP-DAY-BASIS       PIC X.

      *One closed day: the date, the branch or college it closes
      *(blank for the whole company), and what it is.
       FD  F18-CALENDAR-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS F18-CALENDAR-RECORD.
       01  F18-CALENDAR-RECORD.
           05  CAL-IN-DATE         PIC 9(8).
           05  CAL-IN-LOCATION     PIC X(4).
           05  CAL-IN-DESCRIPTION  PIC X(30).

       WORKING-STORAGE SECTION.

      *Run-lock work fields. A same-day lock younger than the
       01  WS-LOCK-SAVED-RC        PIC S9(4) VALUE 0.
       01  WS-BILLED-FILE-STATUS        PIC XX    VALUE SPACES.
       01  WS-PAYMENT-FILE-STATUS       PIC XX    VALUE SPACES.
       01  WS-CAPTURE-FILE-STATUS       PIC XX    VALUE SPACES.
       01  WS-CREDIT-FILE-STATUS        PIC XX    VALUE SPACES.
       01  WS-OPEN-IN-STATUS            PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS        PIC XX    VALUE SPACES.
       01  WS-CTL-FILE-STATUS           PIC XX    VALUE SPACES.
       01  WS-CHARGEBACK-STATUS         PIC XX    VALUE SPACES.
       01  WS-INVOICE-HIST-STATUS       PIC XX    VALUE SPACES.
       01  WS-CARD-BATCH-STATUS         PIC XX    VALUE SPACES.
       01  WS-GL-JOURNAL-STATUS         PIC XX    VALUE SPACES.

      *Contract-to-debtor lookup off the invoice history, the
      *first invoice for a contract naming its debtor.
       01  MAX-INVOICES                 PIC 9(5)  VALUE 30000.
       01  W-INV-FOUND-SWITCH           PIC X     VALUE 'N'.
           88  W-INV-FOUND                        VALUE 'Y'.
           88  W-INV-NOT-FOUND                    VALUE 'N'.
       01  INVOICE-DEBTOR-AREA.
           05  W-INVOICE-COUNT          PIC 9(5)  VALUE 0.
           05  INVOICE-DEBTOR-ENTRY OCCURS 0 TO 30000 TIMES
                   DEPENDING ON W-INVOICE-COUNT
                   INDEXED BY INV-IDX.
               10  IVT-CONTRACT-NO      PIC 9(6).
               10  IVT-CUSTOMER-ID      PIC 9(6).
               10  IVT-DEBTOR-TYPE      PIC X.

      *The open-invoice master held in memory for the posting pass,
      *keyed by contract number.
               10  ITM-AMOUNT           PIC S9(9)V99.
               10  ITM-BILL-DATE        PIC 9(8).
               10  ITM-LAST-PAYMENT     PIC 9(8).
               10  ITM-DEBTOR-TYPE      PIC X.

      *Aging work fields: days since the invoice was billed.
       01  WS-TODAYS-DATE.
       01  WS-TODAYS-DATE-8             PIC 9(8)  VALUE 0.
       01  W-DAYS-OPEN                  PIC S9(5) VALUE 0.

      *Bucket limits in days open, ascending, overlaid from
      *rentarparams.dat, and the basis they are counted in.
       01  WS-AGING-PARM-STATUS         PIC XX    VALUE SPACES.
       01  W-BUCKET-1-DAYS              PIC 9(3)  VALUE 30.
       01  W-BUCKET-2-DAYS              PIC 9(3)  VALUE 60.
       01  W-BUCKET-3-DAYS              PIC 9(3)  VALUE 90.
       01  W-DAY-BASIS                  PIC X     VALUE 'C'.
           88  W-BUSINESS-DAYS                    VALUE 'B'.

      *Company-wide closed days, as day numbers (INTEGER-OF-DATE).
      *Day 1 - 1 January 1601 - was a Monday, so the weekday falls
      *out of the remainder by seven.
       01  WS-CALENDAR-FILE-STATUS      PIC XX    VALUE SPACES.
       01  MAX-CALENDAR-DAYS            PIC 9(4)  VALUE 1000.
       01  CALENDAR-TABLE-AREA.
           05  W-CALENDAR-COUNT         PIC 9(4)  VALUE 0.
           05  CALENDAR-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON W-CALENDAR-COUNT
                   INDEXED BY CAL-IDX.
               10  CAL-DAY-NUMBER       PIC 9(7).
       01  W-BDC-FROM-DAY               PIC 9(7)  VALUE 0.
       01  W-BDC-TO-DAY                 PIC 9(7)  VALUE 0.
       01  W-BDC-TEST-DAY               PIC 9(7)  VALUE 0.
       01  W-BDC-DAYS                   PIC S9(5) VALUE 0.
       01  W-BDC-WEEKDAY                PIC 9     VALUE 0.
       01  W-BDC-LIMIT                  PIC 9(3)  VALUE 0.
       01  W-BDC-HEADING                PIC X(8)  VALUE SPACES.
       01  W-BDC-OPEN-SWITCH            PIC X     VALUE 'Y'.
           88  W-BDC-OPEN-DAY                     VALUE 'Y'.
           88  W-BDC-CLOSED-DAY                   VALUE 'N'.

      *Per-customer aging buckets, picked up as customers appear;
      *an account and a customer sharing a number bucket apart.
       01  MAX-AR-CUSTOMERS             PIC 9(4)  VALUE 2000.
       01  W-CUST-FOUND-SWITCH          PIC X     VALUE 'N'.
           88  W-CUST-FOUND                       VALUE 'Y'.
                   DEPENDING ON W-AR-CUSTOMER-COUNT
                   INDEXED BY ARC-IDX.
               10  ARC-CUSTOMER-ID      PIC 9(6).
               10  ARC-DEBTOR-TYPE      PIC X.
               10  ARC-CURRENT          PIC 9(11).
               10  ARC-OVER-30          PIC 9(11).
               10  ARC-OVER-60          PIC 9(11).
           05  W-PAYMENTS-POSTED        PIC 9(5)    VALUE 0.
           05  W-UNMATCHED-PAYMENTS     PIC 9(5)    VALUE 0.
           05  W-PAYMENT-DOLLARS        PIC 9(9)V99 VALUE 0.
           05  W-CREDITS-POSTED         PIC 9(5)    VALUE 0.
           05  W-CREDIT-DOLLARS         PIC 9(9)V99 VALUE 0.
           05  W-OPEN-DOLLARS           PIC 9(11)   VALUE 0.
           05  W-CARD-ITEMS-SETTLED     PIC 9(5)    VALUE 0.
           05  W-CARD-SETTLED-DOLLARS   PIC 9(9)V99 VALUE 0.
           05  W-CARD-NO-AUTH           PIC 9(5)    VALUE 0.
           05  W-CHARGEBACKS-POSTED     PIC 9(5)    VALUE 0.
           05  W-CHARGEBACK-DOLLARS     PIC 9(9)V99 VALUE 0.
           05  W-CHARGEBACKS-UNMATCHED  PIC 9(5)    VALUE 0.

       01  W08-RUN-DATE-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(40)  VALUE SPACES.
           05                           PIC X(30)
                 VALUE 'AGED RENTAL RECEIVABLES REPORT'.
           05  ART-DAY-BASIS            PIC X(16)  VALUE SPACES.
           05                           PIC X(46)  VALUE SPACES.

       01  AR-HEADING-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(4)   VALUE SPACES.
           05                           PIC X(7)   VALUE 'CURRENT'.
           05                           PIC X(8)   VALUE SPACES.
           05  ARH-BUCKET-1             PIC X(8)   VALUE 'OVER 30'.
           05                           PIC X(7)   VALUE SPACES.
           05  ARH-BUCKET-2             PIC X(8)   VALUE 'OVER 60'.
           05                           PIC X(7)   VALUE SPACES.
           05  ARH-BUCKET-3             PIC X(8)   VALUE 'OVER 90'.
           05                           PIC X(50)  VALUE SPACES.

       01  AR-DETAIL-LINE.
           05                           PIC X(3)   VALUE SPACES.
           05  ARD-CONTRACT-NO          PIC 9(6).
           05                           PIC X(7)   VALUE SPACES.
           05  ARD-CUSTOMER-ID          PIC 9(6).
      *'A' beside an ID that is a corporate account number.
           05  ARD-DEBTOR-TYPE          PIC X.
           05                           PIC X(2)   VALUE SPACES.
           05  ARD-CURRENT              PIC ZZZ,ZZZ,ZZ9.
           05                           PIC X(4)   VALUE SPACES.
           05  ARD-OVER-30              PIC ZZZ,ZZZ,ZZ9.

       01  AR-CUSTOMER-TOTAL-LINE.
           05                           PIC X(2)   VALUE SPACES.
           05  ACT-DEBTOR-LABEL         PIC X(9)   VALUE 'CUSTOMER '.
           05  ACT-CUSTOMER-ID          PIC 9(6).
           05                           PIC X(8)
                 VALUE ' TOTALS '.
           05                           PIC X(22)
                 VALUE '  UNMATCHED PAYMENTS: '.
           05  ART-UNMATCHED            PIC ZZ,ZZ9.
           05                           PIC X(18)
                 VALUE '  CREDITS POSTED: '.
           05  ART-CREDITS              PIC ZZ,ZZ9.
           05                           PIC X(15)
                 VALUE '  CHARGEBACKS: '.
           05  ART-CHARGEBACKS          PIC ZZ,ZZ9.
           05                           PIC X(14)  VALUE SPACES.

      *Chargeback dispute list: every chargeback taken tonight,
      *reopened or not, for the desk to contest with the
      *processor.
       01  CBK-TITLE-LINE.
           05                           PIC X(45)  VALUE SPACES.
           05                           PIC X(23)
                 VALUE 'CHARGEBACK DISPUTE LIST'.
           05                           PIC X(64)  VALUE SPACES.

       01  CBK-HEADING-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(10)  VALUE 'CONTRACT #'.
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(11)  VALUE 'CUSTOMER ID'.
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(8)   VALUE 'AUTH REF'.
           05                           PIC X(5)   VALUE SPACES.
           05                           PIC X(6)   VALUE 'REASON'.
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(10)  VALUE 'CHARGEBACK'.
           05                           PIC X(9)   VALUE SPACES.
           05                           PIC X(6)   VALUE 'AMOUNT'.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(6)   VALUE 'STATUS'.
           05                           PIC X(50)  VALUE SPACES.

       01  CBK-DETAIL-LINE.
           05                           PIC X(3)   VALUE SPACES.
           05  CBD-CONTRACT-NO          PIC 9(6).
           05                           PIC X(7)   VALUE SPACES.
           05  CBD-CUSTOMER-ID          PIC 9(6).
      *'A' beside an ID that is a corporate account number.
           05  CBD-DEBTOR-TYPE          PIC X.
           05                           PIC X(5)   VALUE SPACES.
           05  CBD-AUTH-REF             PIC X(10).
           05                           PIC X(3)   VALUE SPACES.
           05  CBD-REASON-CODE          PIC X(4).
           05                           PIC X(5)   VALUE SPACES.
           05  CBD-DATE                 PIC 9(8).
           05                           PIC X(2)   VALUE SPACES.
           05  CBD-AMOUNT               PIC $$,$$$,$$9.99.
           05                           PIC X(3)   VALUE SPACES.
           05  CBD-STATUS               PIC X(18).
           05                           PIC X(38)  VALUE SPACES.

       01  CBK-TRAILER-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(13)
                 VALUE 'CHARGEBACKS: '.
           05  CBR-POSTED               PIC ZZ,ZZ9.
           05                           PIC X(10)
                 VALUE '  AMOUNT: '.
           05  CBR-DOLLARS              PIC $$$,$$$,$$9.99.
           05                           PIC X(25)
                 VALUE '  NO INVOICE ON FILE:    '.
           05  CBR-UNMATCHED            PIC ZZ,ZZ9.
           05                           PIC X(57)  VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
           PERFORM 095-TAKE-RUN-LOCK
           PERFORM 097-CAPTURE-START-TIME
           PERFORM 099-GET-TODAYS-DATE
           PERFORM 105-READ-AGING-PARMS
           IF W-BUSINESS-DAYS
               PERFORM 106-LOAD-BUSINESS-CALENDAR
           END-IF
           PERFORM 110-LOAD-OPEN-MASTER
           PERFORM 130-LOAD-INVOICE-DEBTORS
           PERFORM 200-POST-BILLED-CHARGES
           PERFORM 250-POST-CREDIT-MEMOS
           PERFORM 300-POST-PAYMENTS
           PERFORM 350-POST-CHARGEBACKS
           PERFORM 400-REWRITE-OPEN-MASTER
           PERFORM 500-WRITE-AGED-AR-REPORT
      *A card item with no authorization reference, or a
      *chargeback against a contract never invoiced, needs the
      *desk before the processor will deal with it.
           IF W-CARD-NO-AUTH > 0 OR W-CHARGEBACKS-UNMATCHED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 910-WRITE-CONTROL-TOTALS
           PERFORM 920-WRITE-GL-JOURNAL
           PERFORM 096-RELEASE-RUN-LOCK
           STOP RUN
           .
           MOVE WS-TODAYS-CCYY TO W08-RUN-CCYY
           .

      *Limits that are not numeric, or do not climb from bucket to
      *bucket, leave the built-in defaults in force. The headings
      *name whatever limits are in force.
       105-READ-AGING-PARMS.
           OPEN INPUT F17-AGING-PARM-FILE
           IF WS-AGING-PARM-STATUS = '00'
               READ F17-AGING-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RAP-BUCKET-1 IS NUMERIC
                          AND RAP-BUCKET-2 IS NUMERIC
                          AND RAP-BUCKET-3 IS NUMERIC
                          AND RAP-BUCKET-1 > 0
                          AND RAP-BUCKET-2 > RAP-BUCKET-1
                          AND RAP-BUCKET-3 > RAP-BUCKET-2
                           MOVE RAP-BUCKET-1 TO W-BUCKET-1-DAYS
                           MOVE RAP-BUCKET-2 TO W-BUCKET-2-DAYS
                           MOVE RAP-BUCKET-3 TO W-BUCKET-3-DAYS
                       END-IF
                       IF RAP-DAY-BASIS = 'B'
                           MOVE 'B' TO W-DAY-BASIS
                           MOVE ' - BUSINESS DAYS' TO ART-DAY-BASIS
                       END-IF
               END-READ
               CLOSE F17-AGING-PARM-FILE
           END-IF
           MOVE W-BUCKET-1-DAYS TO W-BDC-DAYS
           PERFORM 107-EDIT-BUCKET-HEADING
           MOVE W-BDC-HEADING TO ARH-BUCKET-1
           MOVE W-BUCKET-2-DAYS TO W-BDC-DAYS
           PERFORM 107-EDIT-BUCKET-HEADING
           MOVE W-BDC-HEADING TO ARH-BUCKET-2
           MOVE W-BUCKET-3-DAYS TO W-BDC-DAYS
           PERFORM 107-EDIT-BUCKET-HEADING
           MOVE W-BDC-HEADING TO ARH-BUCKET-3
           .

      *Company-wide closed days from the shared calendar; an
      *invoice ages the same whichever branch rented the car. No
      *calendar file means only weekends are closed.
       106-LOAD-BUSINESS-CALENDAR.
           OPEN INPUT F18-CALENDAR-FILE
           IF WS-CALENDAR-FILE-STATUS = '00'
               PERFORM UNTIL WS-CALENDAR-FILE-STATUS NOT = '00'
                   READ F18-CALENDAR-FILE
                       AT END
                           MOVE '10' TO WS-CALENDAR-FILE-STATUS
                       NOT AT END
                           IF CAL-IN-DATE IS NUMERIC
                              AND CAL-IN-DATE > 16010101
                              AND CAL-IN-LOCATION = SPACES
                              AND W-CALENDAR-COUNT < MAX-CALENDAR-DAYS
                               ADD 1 TO W-CALENDAR-COUNT
                               COMPUTE CAL-DAY-NUMBER
                                   (W-CALENDAR-COUNT) =
                                   FUNCTION INTEGER-OF-DATE
                                       (CAL-IN-DATE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F18-CALENDAR-FILE
           END-IF
           .

      *'OVER nn' for a two-digit limit, 'OVER nnn' for three.
       107-EDIT-BUCKET-HEADING.
           MOVE W-BDC-DAYS TO W-BDC-LIMIT
           MOVE 'OVER' TO W-BDC-HEADING
           IF W-BDC-LIMIT < 100
               MOVE W-BDC-LIMIT(2:2) TO W-BDC-HEADING(6:2)
           ELSE
               MOVE W-BDC-LIMIT TO W-BDC-HEADING(6:3)
           END-IF
           .

       110-LOAD-OPEN-MASTER.
           OPEN INPUT F03-OPEN-IN-FILE
           IF WS-OPEN-IN-STATUS = '00'
           MOVE OPI-IN-BILL-DATE TO ITM-BILL-DATE(W-ITEM-COUNT)
           MOVE OPI-IN-LAST-PAYMENT
               TO ITM-LAST-PAYMENT(W-ITEM-COUNT)
           MOVE OPI-IN-DEBTOR-TYPE
               TO ITM-DEBTOR-TYPE(W-ITEM-COUNT)
           .

       130-LOAD-INVOICE-DEBTORS.
           OPEN INPUT F12-INVOICE-HISTORY-FILE
           IF WS-INVOICE-HIST-STATUS = '00'
               PERFORM UNTIL WS-INVOICE-HIST-STATUS NOT = '00'
                   READ F12-INVOICE-HISTORY-FILE
                       AT END
                           MOVE '10' TO WS-INVOICE-HIST-STATUS
                       NOT AT END
                           PERFORM 135-ADD-ONE-INVOICE-DEBTOR
                   END-READ
               END-PERFORM
               CLOSE F12-INVOICE-HISTORY-FILE
           END-IF
           .

      *A rebill appends a second history record for the same
      *contract; the first one already names the debtor.
       135-ADD-ONE-INVOICE-DEBTOR.
           MOVE 'N' TO W-INV-FOUND-SWITCH
           IF W-INVOICE-COUNT > 0
               SET INV-IDX TO 1
               SEARCH INVOICE-DEBTOR-ENTRY
                   AT END CONTINUE
                   WHEN IVT-CONTRACT-NO(INV-IDX) = IVH-CONTRACT-NO
                       MOVE 'Y' TO W-INV-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-INV-NOT-FOUND
               AND W-INVOICE-COUNT < MAX-INVOICES
               ADD 1 TO W-INVOICE-COUNT
               SET INV-IDX TO W-INVOICE-COUNT
               MOVE IVH-CONTRACT-NO TO IVT-CONTRACT-NO(INV-IDX)
               MOVE IVH-CUSTOMER-ID TO IVT-CUSTOMER-ID(INV-IDX)
               MOVE IVH-DEBTOR-TYPE TO IVT-DEBTOR-TYPE(INV-IDX)
           END-IF
           .

      *Adds tonight's billed contracts onto the master; a contract
      *already open (a rebill) adds onto its balance and keeps its
      *original bill date so aging runs from when the debt first
      *arose, and its original debtor - a late toll on a contract
      *already billed to an account is the account's to pay.
       200-POST-BILLED-CHARGES.
           OPEN INPUT F01-BILLED-FEED-FILE
           IF WS-BILLED-FILE-STATUS = '00'
                   MOVE 0 TO ITM-AMOUNT(ITM-IDX)
                   MOVE BFC-BILL-DATE TO ITM-BILL-DATE(ITM-IDX)
                   MOVE 0 TO ITM-LAST-PAYMENT(ITM-IDX)
                   MOVE BFC-DEBTOR-TYPE TO ITM-DEBTOR-TYPE(ITM-IDX)
                   MOVE 'Y' TO W-ITEM-FOUND-SWITCH
               END-IF
           END-IF
           END-IF
           .

       250-POST-CREDIT-MEMOS.
           OPEN INPUT F10-CREDIT-FILE
           IF WS-CREDIT-FILE-STATUS = '00'
               PERFORM UNTIL WS-CREDIT-FILE-STATUS NOT = '00'
                   READ F10-CREDIT-FILE
                       AT END
                           MOVE '10' TO WS-CREDIT-FILE-STATUS
                       NOT AT END
                           PERFORM 260-POST-ONE-CREDIT
                   END-READ
               END-PERFORM
               CLOSE F10-CREDIT-FILE
           END-IF
           .

      *RENTADJ only credits contracts it finds invoiced, so a
      *credit with no open item is against an invoice since paid
      *off; it opens as a credit balance under the invoice's
      *debtor rather than being dropped.
       260-POST-ONE-CREDIT.
           MOVE 'N' TO W-ITEM-FOUND-SWITCH
           IF W-ITEM-COUNT > 0
               SET ITM-IDX TO 1
               SEARCH OPEN-ITEM-ENTRY
                   AT END CONTINUE
                   WHEN ITM-CONTRACT-NO(ITM-IDX) = CRD-CONTRACT-NO
                       MOVE 'Y' TO W-ITEM-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-ITEM-NOT-FOUND
               IF W-ITEM-COUNT < MAX-OPEN-ITEMS
                   ADD 1 TO W-ITEM-COUNT
                   SET ITM-IDX TO W-ITEM-COUNT
                   MOVE CRD-CONTRACT-NO TO ITM-CONTRACT-NO(ITM-IDX)
                   MOVE CRD-CUSTOMER-ID TO ITM-CUSTOMER-ID(ITM-IDX)
                   MOVE 0 TO ITM-AMOUNT(ITM-IDX)
                   MOVE CRD-CREDIT-DATE TO ITM-BILL-DATE(ITM-IDX)
                   MOVE 0 TO ITM-LAST-PAYMENT(ITM-IDX)
                   MOVE CRD-DEBTOR-TYPE TO ITM-DEBTOR-TYPE(ITM-IDX)
                   MOVE 'Y' TO W-ITEM-FOUND-SWITCH
               END-IF
           END-IF
           IF W-ITEM-FOUND
               ADD 1 TO W-CREDITS-POSTED
               ADD CRD-AMOUNT TO W-CREDIT-DOLLARS
               SUBTRACT CRD-AMOUNT FROM ITM-AMOUNT(ITM-IDX)
           END-IF
           .

      *Card items go onto tonight's settlement batch as they post,
      *whether or not they find an open invoice - the card was
      *charged either way.
       300-POST-PAYMENTS.
           OPEN OUTPUT F13-SETTLEMENT-FILE
           OPEN INPUT F02-PAYMENT-FILE
           IF WS-PAYMENT-FILE-STATUS = '00'
               PERFORM UNTIL WS-PAYMENT-FILE-STATUS NOT = '00'
               END-PERFORM
               CLOSE F02-PAYMENT-FILE
           END-IF
           OPEN INPUT F09-CAPTURE-FILE
           IF WS-CAPTURE-FILE-STATUS = '00'
               PERFORM UNTIL WS-CAPTURE-FILE-STATUS NOT = '00'
                   READ F09-CAPTURE-FILE
                       AT END
                           MOVE '10' TO WS-CAPTURE-FILE-STATUS
                       NOT AT END
                           PERFORM 320-POST-ONE-CAPTURE
                   END-READ
               END-PERFORM
               CLOSE F09-CAPTURE-FILE
           END-IF
           CLOSE F13-SETTLEMENT-FILE
           PERFORM 340-WRITE-CARD-BATCH
           .

      *A payment with no open invoice for its contract is counted
           ELSE
               ADD 1 TO W-UNMATCHED-PAYMENTS
           END-IF
           IF PAY-BY-CARD
               IF PAY-AUTH-REF = SPACES
                   ADD 1 TO W-CARD-NO-AUTH
               END-IF
               MOVE SPACES          TO F13-SETTLEMENT-RECORD
               MOVE PAY-CONTRACT-NO TO SET-CONTRACT-NO
               MOVE PAY-AUTH-REF    TO SET-AUTH-REF
               MOVE PAY-AMOUNT      TO SET-AMOUNT
               MOVE 'P'             TO SET-SOURCE
               PERFORM 330-SETTLE-ONE-CARD-ITEM
           END-IF
           .

      *A captured hold counts with the payments; one with no open
      *invoice is left unapplied the same way.
       320-POST-ONE-CAPTURE.
           MOVE 'N' TO W-ITEM-FOUND-SWITCH
           IF W-ITEM-COUNT > 0
               SET ITM-IDX TO 1
               SEARCH OPEN-ITEM-ENTRY
                   AT END CONTINUE
                   WHEN ITM-CONTRACT-NO(ITM-IDX) = CAP-CONTRACT-NO
                       MOVE 'Y' TO W-ITEM-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-ITEM-FOUND
               ADD 1 TO W-PAYMENTS-POSTED
               ADD CAP-AMOUNT TO W-PAYMENT-DOLLARS
               SUBTRACT CAP-AMOUNT FROM ITM-AMOUNT(ITM-IDX)
               MOVE CAP-DATE TO ITM-LAST-PAYMENT(ITM-IDX)
           ELSE
               ADD 1 TO W-UNMATCHED-PAYMENTS
           END-IF
           MOVE SPACES          TO F13-SETTLEMENT-RECORD
           MOVE CAP-CONTRACT-NO TO SET-CONTRACT-NO
           MOVE SPACES          TO SET-AUTH-REF
           MOVE CAP-AMOUNT      TO SET-AMOUNT
           MOVE 'H'             TO SET-SOURCE
           PERFORM 330-SETTLE-ONE-CARD-ITEM
           .

      *A captured hold settles against the authorization the
      *processor took at pickup, so it carries no reference of
      *its own; the processor matches it by contract.
       330-SETTLE-ONE-CARD-ITEM.
           MOVE WS-TODAYS-DATE-8 TO SET-BATCH-DATE
           WRITE F13-SETTLEMENT-RECORD
           ADD 1 TO W-CARD-ITEMS-SETTLED
           ADD SET-AMOUNT TO W-CARD-SETTLED-DOLLARS
           .

      *Tonight's batch total, dated, so CARDRECN can prove it
      *against what the processor actually deposits.
       340-WRITE-CARD-BATCH.
           IF W-CARD-ITEMS-SETTLED > 0
               OPEN EXTEND F14-CARD-BATCH-FILE
               IF WS-CARD-BATCH-STATUS = '35'
                   OPEN OUTPUT F14-CARD-BATCH-FILE
                   CLOSE F14-CARD-BATCH-FILE
                   OPEN EXTEND F14-CARD-BATCH-FILE
               END-IF
               MOVE WS-TODAYS-DATE-8       TO CBT-BATCH-DATE
               MOVE W-CARD-ITEMS-SETTLED   TO CBT-COUNT
               MOVE W-CARD-SETTLED-DOLLARS TO CBT-AMOUNT
               WRITE F14-CARD-BATCH-RECORD
               CLOSE F14-CARD-BATCH-FILE
           END-IF
           .

      *Every chargeback lands on the dispute list. One against a
      *contract still open adds back onto its balance; one against
      *a contract since paid off reopens the item under the
      *invoice's debtor, aged from the chargeback date. One with
      *no invoice on file at all is listed for the desk and left
      *off the ledger until the contract is put right.
       350-POST-CHARGEBACKS.
           OPEN OUTPUT F15-DISPUTE-FILE
           WRITE F15-DISPUTE-RECORD FROM W08-RUN-DATE-LINE
           WRITE F15-DISPUTE-RECORD FROM CBK-TITLE-LINE
           WRITE F15-DISPUTE-RECORD FROM SPACES
           WRITE F15-DISPUTE-RECORD FROM CBK-HEADING-LINE
           OPEN INPUT F11-CHARGEBACK-FILE
           IF WS-CHARGEBACK-STATUS = '00'
               PERFORM UNTIL WS-CHARGEBACK-STATUS NOT = '00'
                   READ F11-CHARGEBACK-FILE
                       AT END
                           MOVE '10' TO WS-CHARGEBACK-STATUS
                       NOT AT END
                           PERFORM 360-POST-ONE-CHARGEBACK
                   END-READ
               END-PERFORM
               CLOSE F11-CHARGEBACK-FILE
           END-IF
           WRITE F15-DISPUTE-RECORD FROM SPACES
           MOVE W-CHARGEBACKS-POSTED    TO CBR-POSTED
           MOVE W-CHARGEBACK-DOLLARS    TO CBR-DOLLARS
           MOVE W-CHARGEBACKS-UNMATCHED TO CBR-UNMATCHED
           WRITE F15-DISPUTE-RECORD FROM CBK-TRAILER-LINE
           CLOSE F15-DISPUTE-FILE
           .

       360-POST-ONE-CHARGEBACK.
           MOVE SPACES TO CBK-DETAIL-LINE
           MOVE CBK-CONTRACT-NO TO CBD-CONTRACT-NO
           MOVE CBK-AUTH-REF    TO CBD-AUTH-REF
           MOVE CBK-REASON-CODE TO CBD-REASON-CODE
           MOVE CBK-DATE        TO CBD-DATE
           MOVE CBK-AMOUNT      TO CBD-AMOUNT
           MOVE 'N' TO W-ITEM-FOUND-SWITCH
           IF W-ITEM-COUNT > 0
               SET ITM-IDX TO 1
               SEARCH OPEN-ITEM-ENTRY
                   AT END CONTINUE
                   WHEN ITM-CONTRACT-NO(ITM-IDX) = CBK-CONTRACT-NO
                       MOVE 'Y' TO W-ITEM-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-ITEM-FOUND
               MOVE 'ADDED TO OPEN ITEM' TO CBD-STATUS
           ELSE
               PERFORM 370-REOPEN-PAID-ITEM
           END-IF
           IF W-ITEM-FOUND
               ADD 1 TO W-CHARGEBACKS-POSTED
               ADD CBK-AMOUNT TO W-CHARGEBACK-DOLLARS
               ADD CBK-AMOUNT TO ITM-AMOUNT(ITM-IDX)
               MOVE ITM-CUSTOMER-ID(ITM-IDX) TO CBD-CUSTOMER-ID
               MOVE ITM-DEBTOR-TYPE(ITM-IDX) TO CBD-DEBTOR-TYPE
           ELSE
               ADD 1 TO W-CHARGEBACKS-UNMATCHED
               MOVE 0 TO CBD-CUSTOMER-ID
               MOVE 'NO INVOICE ON FILE' TO CBD-STATUS
           END-IF
           WRITE F15-DISPUTE-RECORD FROM CBK-DETAIL-LINE
           .

       370-REOPEN-PAID-ITEM.
           MOVE 'N' TO W-INV-FOUND-SWITCH
           IF W-INVOICE-COUNT > 0
               SET INV-IDX TO 1
               SEARCH INVOICE-DEBTOR-ENTRY
                   AT END CONTINUE
                   WHEN IVT-CONTRACT-NO(INV-IDX) = CBK-CONTRACT-NO
                       MOVE 'Y' TO W-INV-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-INV-FOUND
               AND W-ITEM-COUNT < MAX-OPEN-ITEMS
               ADD 1 TO W-ITEM-COUNT
               SET ITM-IDX TO W-ITEM-COUNT
               MOVE CBK-CONTRACT-NO TO ITM-CONTRACT-NO(ITM-IDX)
               MOVE IVT-CUSTOMER-ID(INV-IDX)
                   TO ITM-CUSTOMER-ID(ITM-IDX)
               MOVE 0 TO ITM-AMOUNT(ITM-IDX)
               MOVE CBK-DATE TO ITM-BILL-DATE(ITM-IDX)
               MOVE 0 TO ITM-LAST-PAYMENT(ITM-IDX)
               MOVE IVT-DEBTOR-TYPE(INV-IDX)
                   TO ITM-DEBTOR-TYPE(ITM-IDX)
               MOVE 'Y' TO W-ITEM-FOUND-SWITCH
               MOVE 'ITEM REOPENED' TO CBD-STATUS
           END-IF
           .

      *Writes the carried-forward master. Invoices paid down to
               END-IF
               MOVE ITM-BILL-DATE(ITM-IDX)    TO OPI-OUT-BILL-DATE
               MOVE ITM-LAST-PAYMENT(ITM-IDX) TO OPI-OUT-LAST-PAYMENT
               MOVE ITM-DEBTOR-TYPE(ITM-IDX)  TO OPI-OUT-DEBTOR-TYPE
               WRITE F04-OPEN-OUT-RECORD
           END-IF
           .
           MOVE W-BILLS-POSTED       TO ART-BILLS
           MOVE W-PAYMENTS-POSTED    TO ART-PAYMENTS
           MOVE W-UNMATCHED-PAYMENTS TO ART-UNMATCHED
           MOVE W-CREDITS-POSTED     TO ART-CREDITS
           MOVE W-CHARGEBACKS-POSTED TO ART-CHARGEBACKS
           WRITE F05-AGED-AR-RECORD FROM AR-TRAILER-LINE
           CLOSE F05-AGED-AR-FILE
           .
       510-AGE-ONE-ITEM.
           IF ITM-AMOUNT(ITM-IDX) > 0
               ADD ITM-AMOUNT(ITM-IDX) TO W-OPEN-DOLLARS
               EVALUATE TRUE
                   WHEN ITM-BILL-DATE(ITM-IDX) = 0
                       MOVE 0 TO W-DAYS-OPEN
                   WHEN W-BUSINESS-DAYS
                       COMPUTE W-BDC-FROM-DAY =
                           FUNCTION INTEGER-OF-DATE
                               (ITM-BILL-DATE(ITM-IDX))
                       COMPUTE W-BDC-TO-DAY =
                           FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-8)
                       PERFORM 515-COUNT-BUSINESS-DAYS
                       MOVE W-BDC-DAYS TO W-DAYS-OPEN
                   WHEN OTHER
                       COMPUTE W-DAYS-OPEN =
                           FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-8) -
                           FUNCTION INTEGER-OF-DATE
                               (ITM-BILL-DATE(ITM-IDX))
               END-EVALUATE
               MOVE SPACES TO AR-DETAIL-LINE
               MOVE ITM-CONTRACT-NO(ITM-IDX) TO ARD-CONTRACT-NO
               MOVE ITM-CUSTOMER-ID(ITM-IDX) TO ARD-CUSTOMER-ID
               MOVE ITM-DEBTOR-TYPE(ITM-IDX) TO ARD-DEBTOR-TYPE
               PERFORM 520-FIND-CUSTOMER-BUCKETS
               EVALUATE TRUE
                   WHEN W-DAYS-OPEN > W-BUCKET-3-DAYS
                       MOVE ITM-AMOUNT(ITM-IDX) TO ARD-OVER-90
                       ADD ITM-AMOUNT(ITM-IDX)
                           TO ARC-OVER-90(ARC-IDX)
                   WHEN W-DAYS-OPEN > W-BUCKET-2-DAYS
                       MOVE ITM-AMOUNT(ITM-IDX) TO ARD-OVER-60
                       ADD ITM-AMOUNT(ITM-IDX)
                           TO ARC-OVER-60(ARC-IDX)
                   WHEN W-DAYS-OPEN > W-BUCKET-1-DAYS
                       MOVE ITM-AMOUNT(ITM-IDX) TO ARD-OVER-30
                       ADD ITM-AMOUNT(ITM-IDX)
                           TO ARC-OVER-30(ARC-IDX)
           END-IF
           .

      *Business days after W-BDC-FROM-DAY up to and including
      *W-BDC-TO-DAY: weekdays the calendar does not close.
       515-COUNT-BUSINESS-DAYS.
           MOVE 0 TO W-BDC-DAYS
           MOVE W-BDC-FROM-DAY TO W-BDC-TEST-DAY
           PERFORM UNTIL W-BDC-TEST-DAY >= W-BDC-TO-DAY
               ADD 1 TO W-BDC-TEST-DAY
               SET W-BDC-OPEN-DAY TO TRUE
               COMPUTE W-BDC-WEEKDAY =
                   FUNCTION MOD(W-BDC-TEST-DAY - 1, 7) + 1
               IF W-BDC-WEEKDAY > 5
                   SET W-BDC-CLOSED-DAY TO TRUE
               ELSE
                   IF W-CALENDAR-COUNT > 0
                       SET CAL-IDX TO 1
                       SEARCH CALENDAR-ENTRY
                           AT END CONTINUE
                           WHEN CAL-DAY-NUMBER(CAL-IDX)
                               = W-BDC-TEST-DAY
                               SET W-BDC-CLOSED-DAY TO TRUE
                       END-SEARCH
                   END-IF
               END-IF
               IF W-BDC-OPEN-DAY
                   ADD 1 TO W-BDC-DAYS
               END-IF
           END-PERFORM
           .

       520-FIND-CUSTOMER-BUCKETS.
           MOVE 'N' TO W-CUST-FOUND-SWITCH
           IF W-AR-CUSTOMER-COUNT > 0
                   AT END CONTINUE
                   WHEN ARC-CUSTOMER-ID(ARC-IDX)
                           = ITM-CUSTOMER-ID(ITM-IDX)
                       AND ARC-DEBTOR-TYPE(ARC-IDX)
                           = ITM-DEBTOR-TYPE(ITM-IDX)
                       MOVE 'Y' TO W-CUST-FOUND-SWITCH
               END-SEARCH
           END-IF
               SET ARC-IDX TO W-AR-CUSTOMER-COUNT
               MOVE ITM-CUSTOMER-ID(ITM-IDX)
                   TO ARC-CUSTOMER-ID(ARC-IDX)
               MOVE ITM-DEBTOR-TYPE(ITM-IDX)
                   TO ARC-DEBTOR-TYPE(ARC-IDX)
               MOVE 0 TO ARC-CURRENT(ARC-IDX)
               MOVE 0 TO ARC-OVER-30(ARC-IDX)
               MOVE 0 TO ARC-OVER-60(ARC-IDX)

       530-WRITE-ONE-CUSTOMER-TOTAL.
           MOVE ARC-CUSTOMER-ID(ARC-IDX) TO ACT-CUSTOMER-ID
           IF ARC-DEBTOR-TYPE(ARC-IDX) = 'A'
               MOVE 'ACCOUNT  ' TO ACT-DEBTOR-LABEL
           ELSE
               MOVE 'CUSTOMER ' TO ACT-DEBTOR-LABEL
           END-IF
           MOVE ARC-CURRENT(ARC-IDX)     TO ACT-CURRENT
           MOVE ARC-OVER-30(ARC-IDX)     TO ACT-OVER-30
           MOVE ARC-OVER-60(ARC-IDX)     TO ACT-OVER-60
           MOVE W-PAYMENT-DOLLARS TO CTF-AMOUNT
           WRITE F07-CONTROL-TOTAL-RECORD
           MOVE 'RENTRECV' TO CTF-PROGRAM
           MOVE 'CREDITS' TO CTF-ITEM
           MOVE W-CREDITS-POSTED TO CTF-COUNT
           MOVE W-CREDIT-DOLLARS TO CTF-AMOUNT
           WRITE F07-CONTROL-TOTAL-RECORD
           MOVE 'RENTRECV' TO CTF-PROGRAM
           MOVE 'CARD SETTLE' TO CTF-ITEM
           MOVE W-CARD-ITEMS-SETTLED TO CTF-COUNT
           MOVE W-CARD-SETTLED-DOLLARS TO CTF-AMOUNT
           WRITE F07-CONTROL-TOTAL-RECORD
           MOVE 'RENTRECV' TO CTF-PROGRAM
           MOVE 'CHARGEBACKS' TO CTF-ITEM
           MOVE W-CHARGEBACKS-POSTED TO CTF-COUNT
           MOVE W-CHARGEBACK-DOLLARS TO CTF-AMOUNT
           WRITE F07-CONTROL-TOTAL-RECORD
           MOVE 'RENTRECV' TO CTF-PROGRAM
           MOVE 'OPEN-DOLLARS' TO CTF-ITEM
           MOVE W-ITEM-COUNT TO CTF-COUNT
           MOVE W-OPEN-DOLLARS TO CTF-AMOUNT
           CLOSE F07-CONTROL-TOTAL-FILE
           .

      *Chargebacks taken back onto the ledger: receivables up
      *again, and the cash the processor clawed back out.
       920-WRITE-GL-JOURNAL.
           IF W-CHARGEBACK-DOLLARS > 0
               OPEN EXTEND F16-GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS = '35'
                   OPEN OUTPUT F16-GL-JOURNAL-FILE
                   CLOSE F16-GL-JOURNAL-FILE
                   OPEN EXTEND F16-GL-JOURNAL-FILE
               END-IF
               MOVE 'RENTRECV' TO GLJ-PROGRAM
               MOVE WS-TODAYS-DATE-8 TO GLJ-DATE
               MOVE '1200' TO GLJ-ACCOUNT
               MOVE 'D' TO GLJ-DC
               MOVE W-CHARGEBACK-DOLLARS TO GLJ-AMOUNT
               WRITE F16-GL-JOURNAL-RECORD
               MOVE '1000' TO GLJ-ACCOUNT
               MOVE 'C' TO GLJ-DC
               MOVE W-CHARGEBACK-DOLLARS TO GLJ-AMOUNT
               WRITE F16-GL-JOURNAL-RECORD
               CLOSE F16-GL-JOURNAL-FILE
           END-IF
           .

      *Appends one line to the shared end-of-day operations log
      *recording this run's start/end time and records processed.
      *OPEN EXTEND adds to the file instead of overwriting it, so
