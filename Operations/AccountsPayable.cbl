       IDENTIFICATION DIVISION.
       PROGRAM-ID.      APPAY.

      *Accounts payable: vendor invoices, the weekly check run and
      *year-end 1099 totals. Several programs work out what we owe
      *but nothing paid it - restoration jobs on artworkorders.dat,
      *floor-plan payoffs and curtailments on lenderremit.dat, the
      *insurer's premium on artpremiumdue.dat (ARTINS), agent
      *commissions on agentpayables.dat (AGENTCOM) and artist
      *resale royalties on artroyaltypay.dat (ARTROYAL) were all
      *paid by hand. This nightly run takes each feed's new items
      *as vendor invoices against the vendor master, schedules
      *them by due date at the vendor's terms, and on the check
      *day pays everything falling due before the next check run,
      *one check per vendor, with a check register.
      *
      *Each feed item is remembered on the invoice master by its
      *source and reference, so a feed that is appended to or
      *rewritten night after night is never invoiced twice; a
      *feed item whose payee has no vendor record is listed and
      *picked up the night one is added. An insurer's policy is
      *invoiced once per policy year, the year's first ARTINS
      *premium summed over its bands.
      *
      *GL: commissions, royalties and floor-plan interest are
      *already accrued to their payables by the programs that
      *figure them (2500, 2650, 2300), and floor-plan principal
      *is carried on floor-plan notes payable (2350), so those
      *invoices post nothing until paid. Restoration work (5450)
      *and insurance premiums (5460) are expensed against trade
      *payables (2000) as they are invoiced. A check clears the
      *invoice's payable against cash (1000).
      *
      *The check day and the days paid ahead come from
      *apparams.dat; APPAY_CHECK_RUN=Y forces a check run on any
      *other day. The 1099 totals are figured from the check
      *history for the prior year during January and the current
      *year to date otherwise; APPAY_1099_YEAR (CCYY) names
      *another. Items with no vendor, or a 1099 vendor with no
      *tax ID, end the run with the warning code 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Check day, days paid ahead, first check number and default
      *terms.
           SELECT F01-PARAMETER-FILE
                                   ASSIGN TO 'apparams.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-PARAM-FILE-STATUS.

      *Vendor master, maintained by the accounts payable desk: one
      *record per payee, with the feed and key that link it to
      *the items the suite writes for it.
           SELECT F02-VENDOR-FILE  ASSIGN TO 'apvendors.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-VENDOR-FILE-STATUS.

      *Invoice master, open and paid, and its replacement for the
      *overnight procedure to move over it.
           SELECT F03-INVOICE-IN-FILE
                                   ASSIGN TO 'apinvoices.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-INVOICE-FILE-STATUS.

           SELECT F04-INVOICE-OUT-FILE
                                   ASSIGN TO 'apinvoices.new'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Same 83-byte work-order layout ARTREST maintains.
           SELECT F05-WORK-ORDER-FILE
                                   ASSIGN TO 'artworkorders.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-FEED-FILE-STATUS.

      *Same 48-byte remittance FPPAYOFF and FPCURTAL append.
           SELECT F06-LENDER-REMIT-FILE
                                   ASSIGN TO 'lenderremit.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-FEED-FILE-STATUS.

      *Same 23-byte premium-due file ARTINS writes.
           SELECT F07-PREMIUM-DUE-FILE
                                   ASSIGN TO 'artpremiumdue.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-FEED-FILE-STATUS.

      *Same 69-byte commission payable AGENTCOM writes.
           SELECT F08-AGENT-PAYABLE-FILE
                                   ASSIGN TO 'agentpayables.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-FEED-FILE-STATUS.

      *Same 107-byte royalty payable ARTROYAL appends.
           SELECT F09-ROYALTY-PAYABLE-FILE
                                   ASSIGN TO 'artroyaltypay.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-FEED-FILE-STATUS.

      *Every check written, kept for the 1099 totals.
           SELECT F10-CHECK-HISTORY-FILE
                                   ASSIGN TO 'apcheckhist.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-CHECK-HIST-STATUS.

           SELECT F11-REGISTER-FILE
                                   ASSIGN TO 'apregister.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F12-1099-FILE    ASSIGN TO 'ap1099.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Shared general-ledger journal the accounting extract picks
      *up.
           SELECT F13-GL-JOURNAL-FILE
                                   ASSIGN TO 'gljournal.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-GL-JOURNAL-STATUS.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F14-OPS-LOG-FILE ASSIGN TO 'opslog.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT F15-RUN-LOCK-FILE
                                   ASSIGN TO 'runlock.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-RUN-LOCK-STATUS.

           SELECT SD-SORT-FILE     ASSIGN TO 'appay.tmp'.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-PARAMETER-FILE
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS F01-PARAMETER-RECORD.
       01  F01-PARAMETER-RECORD.
           05  APP-CHECK-WEEKDAY   PIC 9.
           05  APP-PAY-AHEAD-DAYS  PIC 9(3).
           05  APP-FIRST-CHECK-NO  PIC 9(6).
           05  APP-DEFAULT-TERMS   PIC 9(3).

      *Feed source W restoration vendor (key: vendor name on the
      *work order), L floor-plan lender (no key), I insurer (key:
      *policy code), A agent (key: agent code), R royalty payee
      *(key: payee reference). Hold 'H' stops the vendor's checks.
       FD  F02-VENDOR-FILE
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS F02-VENDOR-RECORD.
       01  F02-VENDOR-RECORD.
           05  VND-ID              PIC X(6).
           05  VND-NAME            PIC X(30).
           05  VND-ADDRESS         PIC X(40).
           05  VND-TAX-ID          PIC X(9).
           05  VND-1099-FLAG       PIC X.
           05  VND-TERMS-DAYS      PIC 9(3).
           05  VND-SOURCE          PIC X.
           05  VND-SOURCE-KEY      PIC X(15).
           05  VND-HOLD-FLAG       PIC X.

       FD  F03-INVOICE-IN-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS F03-INVOICE-IN-RECORD.
       01  F03-INVOICE-IN-RECORD.
           05  AII-VENDOR          PIC X(6).
           05  AII-SOURCE          PIC X.
           05  AII-REFERENCE       PIC X(24).
           05  AII-INVOICE-DATE    PIC 9(8).
           05  AII-DUE-DATE        PIC 9(8).
           05  AII-AMOUNT          PIC 9(7)V99.
           05  AII-DEBIT-ACCOUNT   PIC X(4).
           05  AII-STATUS          PIC X.
           05  AII-PAID-DATE       PIC 9(8).
           05  AII-CHECK-NO        PIC 9(6).

       FD  F04-INVOICE-OUT-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS F04-INVOICE-OUT-RECORD.
       01  F04-INVOICE-OUT-RECORD.
           05  AIO-VENDOR          PIC X(6).
           05  AIO-SOURCE          PIC X.
           05  AIO-REFERENCE       PIC X(24).
           05  AIO-INVOICE-DATE    PIC 9(8).
           05  AIO-DUE-DATE        PIC 9(8).
           05  AIO-AMOUNT          PIC 9(7)V99.
           05  AIO-DEBIT-ACCOUNT   PIC X(4).
           05  AIO-STATUS          PIC X.
           05  AIO-PAID-DATE       PIC 9(8).
           05  AIO-CHECK-NO        PIC 9(6).

       FD  F05-WORK-ORDER-FILE
           RECORD CONTAINS 83 CHARACTERS
           DATA RECORD IS F05-WORK-ORDER-RECORD.
       01  F05-WORK-ORDER-RECORD.
           05  WOI-ACCESSION-NO    PIC 9(8).
           05  WOI-PIECE-NAME      PIC X(25).
           05  WOI-PROBLEM         PIC X(20).
           05  WOI-VENDOR          PIC X(15).
           05  WOI-ESTIMATE        PIC 9(5).
           05  WOI-COMPLETION-DATE PIC 9(8).
           05  WOI-CONDITION       PIC X.
           05  WOI-POSTED          PIC X.

       FD  F06-LENDER-REMIT-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS F06-LENDER-REMIT-RECORD.
       01  F06-LENDER-REMIT-RECORD.
           05  RMT-VIN             PIC X(17).
           05  RMT-FUNDING-DATE    PIC 9(6).
           05  RMT-PRINCIPAL       PIC 9(6).
           05  RMT-ACCRUED-INTEREST PIC 9(7)V99.
           05  RMT-SALE-DATE       PIC 9(8).
           05  RMT-PAYOFF-FLAG     PIC X(2).

       FD  F07-PREMIUM-DUE-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS F07-PREMIUM-DUE-RECORD.
       01  F07-PREMIUM-DUE-RECORD.
           05  PDU-POLICY-CODE     PIC X(6).
           05  PDU-POLICY-YEAR     PIC 9(4).
           05  PDU-PREMIUM         PIC 9(7)V99.
           05  PDU-PIECES          PIC 9(4).

       FD  F08-AGENT-PAYABLE-FILE
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS F08-AGENT-PAYABLE-RECORD.
       01  F08-AGENT-PAYABLE-RECORD.
           05  APY-AGENT-CODE      PIC X(6).
           05  APY-AGENT-NAME      PIC X(30).
           05  APY-PERIOD-END      PIC 9(8).
           05  APY-CONTRACTS       PIC 9(5).
           05  APY-TM-AMOUNT       PIC 9(9)V99.
           05  APY-COMMISSION      PIC 9(7)V99.

       FD  F09-ROYALTY-PAYABLE-FILE
           RECORD CONTAINS 107 CHARACTERS
           DATA RECORD IS F09-ROYALTY-PAYABLE-RECORD.
       01  F09-ROYALTY-PAYABLE-RECORD.
           05  RPY-QUARTER         PIC X(5).
           05  RPY-ACCESSION-NO    PIC 9(8).
           05  RPY-ARTIST-NAME     PIC X(20).
           05  RPY-PAYEE-TYPE      PIC X.
           05  RPY-PAYEE-NAME      PIC X(30).
           05  RPY-PAYEE-REF       PIC X(15).
           05  RPY-SALE-DATE       PIC 9(8).
           05  RPY-SALE-PRICE      PIC 9(7).
           05  RPY-RATE-PCT        PIC 99V99.
           05  RPY-ROYALTY         PIC 9(7)V99.

       FD  F10-CHECK-HISTORY-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS F10-CHECK-HISTORY-RECORD.
       01  F10-CHECK-HISTORY-RECORD.
           05  CHK-NUMBER          PIC 9(6).
           05  CHK-DATE            PIC 9(8).
           05  CHK-VENDOR          PIC X(6).
           05  CHK-AMOUNT          PIC 9(9)V99.
           05  CHK-1099-FLAG       PIC X.

       FD  F11-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F11-REGISTER-RECORD.
       01  F11-REGISTER-RECORD     PIC X(132).

       FD  F12-1099-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F12-1099-RECORD.
       01  F12-1099-RECORD         PIC X(132).

      *One journal record per debit or credit posted.
       FD  F13-GL-JOURNAL-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS F13-GL-JOURNAL-RECORD.
       01  F13-GL-JOURNAL-RECORD.
           05  GLJ-PROGRAM         PIC X(8).
           05  GLJ-DATE            PIC 9(8).
           05  GLJ-ACCOUNT         PIC X(4).
           05  GLJ-DC              PIC X.
           05  GLJ-AMOUNT          PIC 9(11)V99.

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F14-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F14-OPS-LOG-RECORD.
       01  F14-OPS-LOG-RECORD      PIC X(132).

      *One record: who holds the suite run lock and since when.
       FD  F15-RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F15-RUN-LOCK-RECORD.
       01  F15-RUN-LOCK-RECORD.
           05  LCK-PROGRAM         PIC X(8).
           05  LCK-DATE            PIC 9(8).
           05  LCK-TIME            PIC 9(6).
           05  LCK-IDENTITY        PIC X(14).

      *Open invoices in due-date order for the payables schedule.
       SD  SD-SORT-FILE.
       01  SD-SORT-RECORD.
           05  SD-DUE-DATE         PIC 9(8).
           05  SD-VENDOR           PIC X(6).
           05  SD-SOURCE           PIC X.
           05  SD-REFERENCE        PIC X(24).
           05  SD-AMOUNT           PIC 9(7)V99.

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
       01  WS-VENDOR-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-INVOICE-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-FEED-FILE-STATUS     PIC XX    VALUE SPACES.
       01  WS-CHECK-HIST-STATUS    PIC XX    VALUE SPACES.
       01  WS-GL-JOURNAL-STATUS    PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.

      *Defaults hold when the parameter file is absent: checks on
      *Friday, paying what falls due in the six days before the
      *next run, at net 30.
       01  WS-CHECK-WEEKDAY        PIC 9     VALUE 5.
       01  WS-PAY-AHEAD-DAYS       PIC 9(3)  VALUE 6.
       01  WS-FIRST-CHECK-NO       PIC 9(6)  VALUE 100001.
       01  WS-DEFAULT-TERMS        PIC 9(3)  VALUE 30.
       01  WS-1099-THRESHOLD       PIC 9(5)V99 VALUE 600.00.

      *GL accounts this run posts to.
       01  WS-GL-CASH              PIC X(4)  VALUE '1000'.
       01  WS-GL-TRADE-PAYABLE     PIC X(4)  VALUE '2000'.
       01  WS-GL-FP-INTEREST       PIC X(4)  VALUE '2300'.
       01  WS-GL-FP-NOTES          PIC X(4)  VALUE '2350'.
       01  WS-GL-AGENT-PAYABLE     PIC X(4)  VALUE '2500'.
       01  WS-GL-ROYALTY-PAYABLE   PIC X(4)  VALUE '2650'.
       01  WS-GL-RESTORATION       PIC X(4)  VALUE '5450'.
       01  WS-GL-INSURANCE         PIC X(4)  VALUE '5460'.

       01  WS-CHECK-RUN-ENV        PIC X(1)  VALUE SPACES.
       01  WS-1099-YEAR-ENV        PIC X(4)  VALUE SPACES.
       01  WS-1099-YEAR            PIC 9(4)  VALUE 0.
       01  WS-CHECK-RUN-SWITCH     PIC X     VALUE 'N'.
           88  WS-CHECK-RUN-TONIGHT          VALUE 'Y'.
       01  WS-WEEKDAY              PIC 9     VALUE 0.
       01  WS-TODAY-INT            PIC 9(7)  VALUE 0.
       01  WS-PAY-THROUGH-DATE     PIC 9(8)  VALUE 0.
       01  WS-NEXT-CHECK-NO        PIC 9(6)  VALUE 0.

      *Vendor master in memory, with each vendor's 1099 total.
       01  MAX-VENDORS             PIC 9(3)  VALUE 500.
       01  WS-VND-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-VND-FOUND                  VALUE 'Y'.
       01  WS-VND-SAVED-IDX        PIC 9(3)  VALUE 0.
       01  VENDOR-TABLE-AREA.
           05  WS-VENDOR-COUNT     PIC 9(3)  VALUE 0.
           05  VENDOR-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-VENDOR-COUNT
                   INDEXED BY VND-IDX.
               10  VND-T-ID        PIC X(6).
               10  VND-T-NAME      PIC X(30).
               10  VND-T-ADDRESS   PIC X(40).
               10  VND-T-TAX-ID    PIC X(9).
               10  VND-T-1099-FLAG PIC X.
                   88  VND-T-1099            VALUE 'Y'.
               10  VND-T-TERMS     PIC 9(3).
               10  VND-T-SOURCE    PIC X.
               10  VND-T-KEY       PIC X(15).
               10  VND-T-HOLD-FLAG PIC X.
                   88  VND-T-HELD            VALUE 'H'.
               10  VND-T-YEAR-PAID PIC 9(9)V99.

      *Invoice master in memory: every invoice ever taken, so each
      *feed item is recognised however long its feed keeps it.
       01  MAX-INVOICES            PIC 9(4)  VALUE 9999.
       01  WS-INV-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-INV-FOUND                  VALUE 'Y'.
       01  INVOICE-TABLE-AREA.
           05  WS-INVOICE-COUNT    PIC 9(4)  VALUE 0.
           05  INVOICE-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-INVOICE-COUNT
                   INDEXED BY INV-IDX.
               10  INV-VENDOR      PIC X(6).
               10  INV-SOURCE      PIC X.
               10  INV-REFERENCE   PIC X(24).
               10  INV-DATE        PIC 9(8).
               10  INV-DUE-DATE    PIC 9(8).
               10  INV-AMOUNT      PIC 9(7)V99.
               10  INV-DEBIT-ACCOUNT PIC X(4).
               10  INV-STATUS      PIC X.
                   88  INV-OPEN              VALUE 'O'.
                   88  INV-PAID              VALUE 'P'.
               10  INV-PAID-DATE   PIC 9(8).
               10  INV-CHECK-NO    PIC 9(6).
               10  INV-NEW-SWITCH  PIC X.
                   88  INV-TAKEN-TONIGHT     VALUE 'Y'.

      *The feed item being offered as an invoice.
       01  WS-NEW-INVOICE.
           05  WS-NEW-SOURCE       PIC X.
           05  WS-NEW-KEY          PIC X(15).
           05  WS-NEW-REFERENCE    PIC X(24).
           05  WS-NEW-DATE         PIC 9(8).
           05  WS-NEW-AMOUNT       PIC 9(7)V99.
           05  WS-NEW-DEBIT-ACCOUNT PIC X(4).
           05  WS-NEW-EXPENSE-ACCOUNT PIC X(4).
       01  WS-REF-WORK             PIC X(24) VALUE SPACES.
       01  WS-DATE-WORK            PIC 9(8)  VALUE 0.

      *GL postings accumulated by account and side.
       01  MAX-GL-LINES            PIC 9(2)  VALUE 20.
       01  WS-GLA-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-GLA-FOUND                  VALUE 'Y'.
       01  GL-TABLE-AREA.
           05  WS-GL-LINE-COUNT    PIC 9(2)  VALUE 0.
           05  GL-LINE-ENTRY OCCURS 0 TO 20 TIMES
                   DEPENDING ON WS-GL-LINE-COUNT
                   INDEXED BY GLA-IDX.
               10  GLA-ACCOUNT     PIC X(4).
               10  GLA-DC          PIC X.
               10  GLA-AMOUNT      PIC 9(11)V99.
       01  WS-GL-POST-ACCOUNT      PIC X(4)  VALUE SPACES.
       01  WS-GL-POST-DC           PIC X     VALUE SPACES.
       01  WS-GL-POST-AMOUNT       PIC 9(11)V99 VALUE 0.

       01  WS-CHECK-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-HELD-TOTAL           PIC 9(9)V99 VALUE 0.

       01  RUN-COUNTERS.
           05  WS-INVOICES-TAKEN   PIC 9(5)  VALUE 0.
           05  WS-AMOUNT-TAKEN     PIC 9(9)V99 VALUE 0.
           05  WS-NO-VENDOR-COUNT  PIC 9(5)  VALUE 0.
           05  WS-CHECKS-WRITTEN   PIC 9(5)  VALUE 0.
           05  WS-AMOUNT-PAID      PIC 9(9)V99 VALUE 0.
           05  WS-HELD-VENDORS     PIC 9(3)  VALUE 0.
           05  WS-OPEN-COUNT       PIC 9(5)  VALUE 0.
           05  WS-OPEN-AMOUNT      PIC 9(9)V99 VALUE 0.
           05  WS-1099-COUNT       PIC 9(4)  VALUE 0.
           05  WS-1099-NO-TAX-ID   PIC 9(4)  VALUE 0.

       01  WS-TODAYS-DATE-8        PIC 9(8)  VALUE 0.
       01  WS-TODAYS-DATE REDEFINES WS-TODAYS-DATE-8.
           05  WS-TODAYS-CCYY      PIC 9(4).
           05  WS-TODAYS-MM        PIC 9(2).
           05  WS-TODAYS-DD        PIC 9(2).

      *MM/DD/CCYY rendering of a CCYYMMDD date.
       01  WS-EDIT-IN-DATE         PIC 9(8)  VALUE 0.
       01  WS-EDIT-IN-PARTS REDEFINES WS-EDIT-IN-DATE.
           05  WS-EDIT-IN-CCYY     PIC 9(4).
           05  WS-EDIT-IN-MM       PIC 99.
           05  WS-EDIT-IN-DD       PIC 99.
       01  WS-EDIT-DATE.
           05  WS-EDIT-MM          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  WS-EDIT-DD          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  WS-EDIT-CCYY        PIC 9999.

       01  RUN-DATE-LINE.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  RDL-RUN-DATE        PIC X(10).
           05  FILLER              PIC X(111) VALUE SPACES.
       01  REGISTER-TITLE-LINE.
           05  FILLER              PIC X(44) VALUE SPACES.
           05  FILLER              PIC X(44)
                 VALUE 'ACCOUNTS PAYABLE INVOICE AND CHECK REGISTER'.
           05  FILLER              PIC X(44) VALUE SPACES.
       01  SECTION-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SCL-TEXT            PIC X(60).
           05  FILLER              PIC X(70) VALUE SPACES.
       01  INVOICE-HEADING-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE 'CHECK'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE 'VENDOR'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(30) VALUE 'NAME'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(3)  VALUE 'SRC'.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  FILLER              PIC X(24) VALUE 'REFERENCE'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'INVOICED'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'DUE'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE '        AMOUNT'.
           05  FILLER              PIC X(12) VALUE SPACES.
       01  INVOICE-DETAIL-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  IDL-CHECK-NO        PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  IDL-VENDOR          PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  IDL-NAME            PIC X(30).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  IDL-SOURCE          PIC X.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  IDL-REFERENCE       PIC X(24).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  IDL-INVOICE-DATE    PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  IDL-DUE-DATE        PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  IDL-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  IDL-NOTE            PIC X(10).
       01  NO-VENDOR-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE 'SOURCE '.
           05  NVL-SOURCE          PIC X.
           05  FILLER              PIC X(7)  VALUE '  KEY '.
           05  NVL-KEY             PIC X(15).
           05  FILLER              PIC X(13) VALUE '  REFERENCE '.
           05  NVL-REFERENCE       PIC X(24).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  NVL-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(20)
                 VALUE 'NO VENDOR ON FILE'.
           05  FILLER              PIC X(25) VALUE SPACES.
       01  TOTAL-LINE.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  TTL-LABEL           PIC X(40).
           05  FILLER              PIC X(52) VALUE SPACES.
           05  TTL-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(15) VALUE SPACES.
       01  NONE-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  NNL-TEXT            PIC X(60).
           05  FILLER              PIC X(68) VALUE SPACES.

       01  REGISTER-TRAILER-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(16) VALUE 'INVOICES TAKEN: '.
           05  RTL-TAKEN           PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE '   NO VENDOR: '.
           05  RTL-NO-VENDOR       PIC ZZZZ9.
           05  FILLER              PIC X(18) VALUE '   CHECKS WRITTEN:'.
           05  RTL-CHECKS          PIC ZZZZ9.
           05  FILLER              PIC X(9)  VALUE '   PAID: '.
           05  RTL-PAID            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(16) VALUE '   STILL OPEN: '.
           05  RTL-OPEN            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(16) VALUE SPACES.

       01  F1099-TITLE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(33)
                 VALUE 'VENDOR 1099 TOTALS - PAYMENTS IN '.
           05  F1T-YEAR            PIC 9999.
           05  FILLER              PIC X(93) VALUE SPACES.
       01  F1099-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE 'VENDOR'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(30) VALUE 'NAME'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(40) VALUE 'ADDRESS'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE 'TAX ID'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE '    TOTAL PAID'.
           05  FILLER              PIC X(23) VALUE SPACES.
       01  F1099-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  F1D-VENDOR          PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  F1D-NAME            PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  F1D-ADDRESS         PIC X(40).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  F1D-TAX-ID          PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  F1D-TOTAL           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  F1D-NOTE            PIC X(10).
           05  FILLER              PIC X(12) VALUE SPACES.
       01  F1099-TRAILER-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(21)
                 VALUE 'REPORTABLE VENDORS: '.
           05  F1L-COUNT           PIC ZZZ9.
           05  FILLER              PIC X(17)
                 VALUE '   NO TAX ID: '.
           05  F1L-NO-TAX-ID       PIC ZZZ9.
           05  FILLER              PIC X(84) VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'APPAY'.
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
           PERFORM 100-READ-AP-PARMS
           PERFORM 110-LOAD-VENDORS
           PERFORM 120-LOAD-INVOICES
           PERFORM 130-FIND-NEXT-CHECK-NUMBER
           OPEN OUTPUT F11-REGISTER-FILE
           MOVE WS-TODAYS-DATE-8 TO WS-EDIT-IN-DATE
           PERFORM 800-EDIT-DATE
           MOVE WS-EDIT-DATE TO RDL-RUN-DATE
           MOVE RUN-DATE-LINE TO F11-REGISTER-RECORD
           WRITE F11-REGISTER-RECORD
           MOVE REGISTER-TITLE-LINE TO F11-REGISTER-RECORD
           WRITE F11-REGISTER-RECORD
           PERFORM 200-TAKE-FEED-INVOICES
           PERFORM 300-CHECK-RUN
           SORT SD-SORT-FILE
               ON ASCENDING KEY SD-DUE-DATE
               ON ASCENDING KEY SD-VENDOR
               ON ASCENDING KEY SD-REFERENCE
               INPUT PROCEDURE IS 400-RELEASE-OPEN-INVOICES
               OUTPUT PROCEDURE IS 410-PRINT-PAYABLES-SCHEDULE
           MOVE SPACES TO F11-REGISTER-RECORD
           WRITE F11-REGISTER-RECORD
           MOVE WS-INVOICES-TAKEN  TO RTL-TAKEN
           MOVE WS-NO-VENDOR-COUNT TO RTL-NO-VENDOR
           MOVE WS-CHECKS-WRITTEN  TO RTL-CHECKS
           MOVE WS-AMOUNT-PAID     TO RTL-PAID
           MOVE WS-OPEN-AMOUNT     TO RTL-OPEN
           MOVE REGISTER-TRAILER-LINE TO F11-REGISTER-RECORD
           WRITE F11-REGISTER-RECORD
           CLOSE F11-REGISTER-FILE
           PERFORM 500-WRITE-INVOICE-MASTER
           PERFORM 600-WRITE-1099-TOTALS
           PERFORM 700-WRITE-GL-JOURNAL
           IF WS-NO-VENDOR-COUNT > 0
               OR WS-1099-NO-TAX-ID > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 096-RELEASE-RUN-LOCK
           STOP RUN
           .

      *Takes the suite run lock before anything is opened, so the
      *feeds are not read while the programs that write them are
      *still appending. A live lock refuses the run with the
      *severe condition code; a lock from a prior day, or older
      *than the stale limit, is left over from a crashed run and
      *is taken over.
       095-TAKE-RUN-LOCK.
           ACCEPT WS-LOCK-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-NOW-TIME-FULL FROM TIME
           MOVE 'N' TO WS-LOCK-LIVE-SWITCH
           OPEN INPUT F15-RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = '00'
               READ F15-RUN-LOCK-FILE
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
               CLOSE F15-RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-IS-LIVE
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' - APPAY NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F15-RUN-LOCK-FILE
           MOVE 'APPAY' TO LCK-PROGRAM
           MOVE WS-LOCK-NOW-DATE TO LCK-DATE
           MOVE WS-LOCK-NOW-TIME TO LCK-TIME
           MOVE WS-LOCK-NOW-DATE TO WS-LID-DATE
           MOVE WS-LOCK-NOW-TIME TO WS-LID-TIME
           MOVE WS-LOCK-IDENTITY TO LCK-IDENTITY
           WRITE F15-RUN-LOCK-RECORD
           CLOSE F15-RUN-LOCK-FILE
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

      *Day numbers count from a Monday, so the weekday falls out
      *of the remainder by seven.
       099-GET-TODAYS-DATE.
           ACCEPT WS-TODAYS-DATE-8 FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-8)
           COMPUTE WS-WEEKDAY =
               FUNCTION MOD(WS-TODAY-INT - 1, 7) + 1
           ACCEPT WS-CHECK-RUN-ENV FROM ENVIRONMENT 'APPAY_CHECK_RUN'
           ACCEPT WS-1099-YEAR-ENV FROM ENVIRONMENT 'APPAY_1099_YEAR'
           IF WS-1099-YEAR-ENV IS NUMERIC
               MOVE WS-1099-YEAR-ENV TO WS-1099-YEAR
           ELSE
               IF WS-TODAYS-MM = 1
                   COMPUTE WS-1099-YEAR = WS-TODAYS-CCYY - 1
               ELSE
                   MOVE WS-TODAYS-CCYY TO WS-1099-YEAR
               END-IF
           END-IF
           .

       100-READ-AP-PARMS.
           OPEN INPUT F01-PARAMETER-FILE
           IF WS-PARAM-FILE-STATUS = '00'
               READ F01-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF APP-CHECK-WEEKDAY IS NUMERIC
                           AND APP-CHECK-WEEKDAY >= 1
                           AND APP-CHECK-WEEKDAY <= 7
                           MOVE APP-CHECK-WEEKDAY TO WS-CHECK-WEEKDAY
                       END-IF
                       IF APP-PAY-AHEAD-DAYS IS NUMERIC
                           MOVE APP-PAY-AHEAD-DAYS
                               TO WS-PAY-AHEAD-DAYS
                       END-IF
                       IF APP-FIRST-CHECK-NO IS NUMERIC
                           AND APP-FIRST-CHECK-NO > 0
                           MOVE APP-FIRST-CHECK-NO
                               TO WS-FIRST-CHECK-NO
                       END-IF
                       IF APP-DEFAULT-TERMS IS NUMERIC
                           AND APP-DEFAULT-TERMS > 0
                           MOVE APP-DEFAULT-TERMS TO WS-DEFAULT-TERMS
                       END-IF
               END-READ
               CLOSE F01-PARAMETER-FILE
           END-IF
           IF WS-WEEKDAY = WS-CHECK-WEEKDAY
               OR WS-CHECK-RUN-ENV = 'Y'
               SET WS-CHECK-RUN-TONIGHT TO TRUE
           END-IF
           COMPUTE WS-PAY-THROUGH-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT + WS-PAY-AHEAD-DAYS)
           .

       110-LOAD-VENDORS.
           OPEN INPUT F02-VENDOR-FILE
           IF WS-VENDOR-FILE-STATUS = '00'
               PERFORM UNTIL WS-VENDOR-FILE-STATUS NOT = '00'
                   READ F02-VENDOR-FILE
                       AT END
                           MOVE '10' TO WS-VENDOR-FILE-STATUS
                       NOT AT END
                           IF WS-VENDOR-COUNT < MAX-VENDORS
                               AND VND-ID NOT = SPACES
                               ADD 1 TO WS-VENDOR-COUNT
                               SET VND-IDX TO WS-VENDOR-COUNT
                               MOVE VND-ID TO VND-T-ID(VND-IDX)
                               MOVE VND-NAME TO VND-T-NAME(VND-IDX)
                               MOVE VND-ADDRESS
                                   TO VND-T-ADDRESS(VND-IDX)
                               MOVE VND-TAX-ID TO VND-T-TAX-ID(VND-IDX)
                               MOVE VND-1099-FLAG
                                   TO VND-T-1099-FLAG(VND-IDX)
                               IF VND-TERMS-DAYS IS NUMERIC
                                   MOVE VND-TERMS-DAYS
                                       TO VND-T-TERMS(VND-IDX)
                               ELSE
                                   MOVE WS-DEFAULT-TERMS
                                       TO VND-T-TERMS(VND-IDX)
                               END-IF
                               MOVE VND-SOURCE TO VND-T-SOURCE(VND-IDX)
                               MOVE VND-SOURCE-KEY
                                   TO VND-T-KEY(VND-IDX)
                               MOVE VND-HOLD-FLAG
                                   TO VND-T-HOLD-FLAG(VND-IDX)
                               MOVE 0 TO VND-T-YEAR-PAID(VND-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-VENDOR-FILE
           END-IF
           .

       120-LOAD-INVOICES.
           OPEN INPUT F03-INVOICE-IN-FILE
           IF WS-INVOICE-FILE-STATUS = '00'
               PERFORM UNTIL WS-INVOICE-FILE-STATUS NOT = '00'
                   READ F03-INVOICE-IN-FILE
                       AT END
                           MOVE '10' TO WS-INVOICE-FILE-STATUS
                       NOT AT END
                           IF WS-INVOICE-COUNT < MAX-INVOICES
                               ADD 1 TO WS-INVOICE-COUNT
                               SET INV-IDX TO WS-INVOICE-COUNT
                               MOVE AII-VENDOR TO INV-VENDOR(INV-IDX)
                               MOVE AII-SOURCE TO INV-SOURCE(INV-IDX)
                               MOVE AII-REFERENCE
                                   TO INV-REFERENCE(INV-IDX)
                               MOVE AII-INVOICE-DATE
                                   TO INV-DATE(INV-IDX)
                               MOVE AII-DUE-DATE
                                   TO INV-DUE-DATE(INV-IDX)
                               MOVE AII-AMOUNT TO INV-AMOUNT(INV-IDX)
                               MOVE AII-DEBIT-ACCOUNT
                                   TO INV-DEBIT-ACCOUNT(INV-IDX)
                               MOVE AII-STATUS TO INV-STATUS(INV-IDX)
                               MOVE AII-PAID-DATE
                                   TO INV-PAID-DATE(INV-IDX)
                               MOVE AII-CHECK-NO
                                   TO INV-CHECK-NO(INV-IDX)
                               MOVE 'N' TO INV-NEW-SWITCH(INV-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-INVOICE-IN-FILE
           END-IF
           .

      *Check numbers carry on from the highest already written,
      *unless the parameter file starts a new check stock higher.
       130-FIND-NEXT-CHECK-NUMBER.
           MOVE WS-FIRST-CHECK-NO TO WS-NEXT-CHECK-NO
           OPEN INPUT F10-CHECK-HISTORY-FILE
           IF WS-CHECK-HIST-STATUS = '00'
               PERFORM UNTIL WS-CHECK-HIST-STATUS NOT = '00'
                   READ F10-CHECK-HISTORY-FILE
                       AT END
                           MOVE '10' TO WS-CHECK-HIST-STATUS
                       NOT AT END
                           IF CHK-NUMBER IS NUMERIC
                               AND CHK-NUMBER >= WS-NEXT-CHECK-NO
                               COMPUTE WS-NEXT-CHECK-NO =
                                   CHK-NUMBER + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F10-CHECK-HISTORY-FILE
           END-IF
           .

      *Each feed in turn; every item is offered to 280, which
      *skips one already on the invoice master.
       200-TAKE-FEED-INVOICES.
           MOVE SPACES TO F11-REGISTER-RECORD
           WRITE F11-REGISTER-RECORD
           MOVE 'INVOICES TAKEN FROM THE FEEDS' TO SCL-TEXT
           MOVE SECTION-LINE TO F11-REGISTER-RECORD
           WRITE F11-REGISTER-RECORD
           MOVE INVOICE-HEADING-LINE TO F11-REGISTER-RECORD
           WRITE F11-REGISTER-RECORD
           PERFORM 210-TAKE-RESTORATION-WORK
           PERFORM 220-TAKE-LENDER-REMITTANCE
           PERFORM 230-TAKE-INSURANCE-PREMIUMS
           PERFORM 240-TAKE-AGENT-COMMISSIONS
           PERFORM 250-TAKE-RESALE-ROYALTIES
           IF WS-INVOICES-TAKEN = 0
               MOVE 'NO NEW INVOICES' TO NNL-TEXT
               MOVE NONE-LINE TO F11-REGISTER-RECORD
               WRITE F11-REGISTER-RECORD
           ELSE
               MOVE 'TOTAL INVOICED TONIGHT' TO TTL-LABEL
               MOVE WS-AMOUNT-TAKEN TO TTL-AMOUNT
               MOVE TOTAL-LINE TO F11-REGISTER-RECORD
               WRITE F11-REGISTER-RECORD
           END-IF
           .

      *A work order is billed once ARTREST has posted its
      *completed cost; the estimate is the cost it posted.
       210-TAKE-RESTORATION-WORK.
           OPEN INPUT F05-WORK-ORDER-FILE
           IF WS-FEED-FILE-STATUS = '00'
               PERFORM UNTIL WS-FEED-FILE-STATUS NOT = '00'
                   READ F05-WORK-ORDER-FILE
                       AT END
                           MOVE '10' TO WS-FEED-FILE-STATUS
                       NOT AT END
                           IF WOI-POSTED = 'P'
                               AND WOI-ESTIMATE IS NUMERIC
                               AND WOI-ESTIMATE > 0
                               AND WOI-COMPLETION-DATE IS NUMERIC
                               PERFORM 215-OFFER-WORK-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F05-WORK-ORDER-FILE
           END-IF
           .

       215-OFFER-WORK-ORDER.
           MOVE 'W' TO WS-NEW-SOURCE
           MOVE WOI-VENDOR TO WS-NEW-KEY
           MOVE SPACES TO WS-NEW-REFERENCE
           STRING WOI-ACCESSION-NO WOI-COMPLETION-DATE
               DELIMITED BY SIZE INTO WS-NEW-REFERENCE
           MOVE WOI-COMPLETION-DATE TO WS-NEW-DATE
           MOVE WOI-ESTIMATE TO WS-NEW-AMOUNT
           MOVE WS-GL-TRADE-PAYABLE TO WS-NEW-DEBIT-ACCOUNT
           MOVE WS-GL-RESTORATION TO WS-NEW-EXPENSE-ACCOUNT
           PERFORM 280-OFFER-INVOICE
           .

      *A payoff or curtailment pays principal and interest to the
      *one floor-plan lender, as two invoices so each clears its
      *own payable.
       220-TAKE-LENDER-REMITTANCE.
           OPEN INPUT F06-LENDER-REMIT-FILE
           IF WS-FEED-FILE-STATUS = '00'
               PERFORM UNTIL WS-FEED-FILE-STATUS NOT = '00'
                   READ F06-LENDER-REMIT-FILE
                       AT END
                           MOVE '10' TO WS-FEED-FILE-STATUS
                       NOT AT END
                           IF RMT-SALE-DATE IS NUMERIC
                               PERFORM 225-OFFER-REMITTANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F06-LENDER-REMIT-FILE
           END-IF
           .

       225-OFFER-REMITTANCE.
           MOVE 'L' TO WS-NEW-SOURCE
           MOVE SPACES TO WS-NEW-KEY
           MOVE RMT-SALE-DATE TO WS-NEW-DATE
           MOVE SPACES TO WS-NEW-EXPENSE-ACCOUNT
           IF RMT-PRINCIPAL IS NUMERIC
               AND RMT-PRINCIPAL > 0
               MOVE SPACES TO WS-NEW-REFERENCE
               STRING RMT-VIN RMT-PAYOFF-FLAG 'P'
                   DELIMITED BY SIZE INTO WS-NEW-REFERENCE
               MOVE RMT-PRINCIPAL TO WS-NEW-AMOUNT
               MOVE WS-GL-FP-NOTES TO WS-NEW-DEBIT-ACCOUNT
               PERFORM 280-OFFER-INVOICE
           END-IF
           IF RMT-ACCRUED-INTEREST IS NUMERIC
               AND RMT-ACCRUED-INTEREST > 0
               MOVE SPACES TO WS-NEW-REFERENCE
               STRING RMT-VIN RMT-PAYOFF-FLAG 'I'
                   DELIMITED BY SIZE INTO WS-NEW-REFERENCE
               MOVE RMT-ACCRUED-INTEREST TO WS-NEW-AMOUNT
               MOVE WS-GL-FP-INTEREST TO WS-NEW-DEBIT-ACCOUNT
               PERFORM 280-OFFER-INVOICE
           END-IF
           .

      *One invoice per policy per policy year; the year's first
      *premium-due file sums over the policy's bands, and later
      *reruns of ARTINS in the same year add nothing.
       230-TAKE-INSURANCE-PREMIUMS.
           OPEN INPUT F07-PREMIUM-DUE-FILE
           IF WS-FEED-FILE-STATUS = '00'
               PERFORM UNTIL WS-FEED-FILE-STATUS NOT = '00'
                   READ F07-PREMIUM-DUE-FILE
                       AT END
                           MOVE '10' TO WS-FEED-FILE-STATUS
                       NOT AT END
                           IF PDU-PREMIUM IS NUMERIC
                               AND PDU-PREMIUM > 0
                               AND PDU-POLICY-YEAR IS NUMERIC
                               PERFORM 235-OFFER-PREMIUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F07-PREMIUM-DUE-FILE
           END-IF
           .

       235-OFFER-PREMIUM.
           MOVE 'I' TO WS-NEW-SOURCE
           MOVE PDU-POLICY-CODE TO WS-NEW-KEY
           MOVE SPACES TO WS-NEW-REFERENCE
           STRING PDU-POLICY-CODE PDU-POLICY-YEAR
               DELIMITED BY SIZE INTO WS-NEW-REFERENCE
           MOVE WS-TODAYS-DATE-8 TO WS-NEW-DATE
           MOVE PDU-PREMIUM TO WS-NEW-AMOUNT
           MOVE WS-GL-TRADE-PAYABLE TO WS-NEW-DEBIT-ACCOUNT
           MOVE WS-GL-INSURANCE TO WS-NEW-EXPENSE-ACCOUNT
           PERFORM 280-OFFER-INVOICE
           .

       240-TAKE-AGENT-COMMISSIONS.
           OPEN INPUT F08-AGENT-PAYABLE-FILE
           IF WS-FEED-FILE-STATUS = '00'
               PERFORM UNTIL WS-FEED-FILE-STATUS NOT = '00'
                   READ F08-AGENT-PAYABLE-FILE
                       AT END
                           MOVE '10' TO WS-FEED-FILE-STATUS
                       NOT AT END
                           IF APY-COMMISSION IS NUMERIC
                               AND APY-COMMISSION > 0
                               AND APY-PERIOD-END IS NUMERIC
                               PERFORM 245-OFFER-COMMISSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F08-AGENT-PAYABLE-FILE
           END-IF
           .

       245-OFFER-COMMISSION.
           MOVE 'A' TO WS-NEW-SOURCE
           MOVE APY-AGENT-CODE TO WS-NEW-KEY
           MOVE SPACES TO WS-NEW-REFERENCE
           STRING APY-AGENT-CODE APY-PERIOD-END
               DELIMITED BY SIZE INTO WS-NEW-REFERENCE
           MOVE APY-PERIOD-END TO WS-NEW-DATE
           MOVE APY-COMMISSION TO WS-NEW-AMOUNT
           MOVE WS-GL-AGENT-PAYABLE TO WS-NEW-DEBIT-ACCOUNT
           MOVE SPACES TO WS-NEW-EXPENSE-ACCOUNT
           PERFORM 280-OFFER-INVOICE
           .

       250-TAKE-RESALE-ROYALTIES.
           OPEN INPUT F09-ROYALTY-PAYABLE-FILE
           IF WS-FEED-FILE-STATUS = '00'
               PERFORM UNTIL WS-FEED-FILE-STATUS NOT = '00'
                   READ F09-ROYALTY-PAYABLE-FILE
                       AT END
                           MOVE '10' TO WS-FEED-FILE-STATUS
                       NOT AT END
                           IF RPY-ROYALTY IS NUMERIC
                               AND RPY-ROYALTY > 0
                               AND RPY-SALE-DATE IS NUMERIC
                               PERFORM 255-OFFER-ROYALTY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F09-ROYALTY-PAYABLE-FILE
           END-IF
           .

       255-OFFER-ROYALTY.
           MOVE 'R' TO WS-NEW-SOURCE
           MOVE RPY-PAYEE-REF TO WS-NEW-KEY
           MOVE SPACES TO WS-NEW-REFERENCE
           STRING RPY-QUARTER RPY-ACCESSION-NO RPY-SALE-DATE
               DELIMITED BY SIZE INTO WS-NEW-REFERENCE
           MOVE WS-TODAYS-DATE-8 TO WS-NEW-DATE
           MOVE RPY-ROYALTY TO WS-NEW-AMOUNT
           MOVE WS-GL-ROYALTY-PAYABLE TO WS-NEW-DEBIT-ACCOUNT
           MOVE SPACES TO WS-NEW-EXPENSE-ACCOUNT
           PERFORM 280-OFFER-INVOICE
           .

      *A reference already on the master is skipped - unless it
      *was taken earlier tonight from the same premium file, when
      *the band's premium adds to the policy's invoice. Otherwise
      *the payee's vendor is found by the feed's link key and the
      *invoice is added, due at the vendor's terms.
       280-OFFER-INVOICE.
           MOVE 'N' TO WS-INV-FOUND-SWITCH
           IF WS-INVOICE-COUNT > 0
               SET INV-IDX TO 1
               SEARCH INVOICE-ENTRY
                   AT END CONTINUE
                   WHEN INV-SOURCE(INV-IDX) = WS-NEW-SOURCE
                       AND INV-REFERENCE(INV-IDX) = WS-NEW-REFERENCE
                       MOVE 'Y' TO WS-INV-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF WS-INV-FOUND
               IF INV-TAKEN-TONIGHT(INV-IDX)
                   AND WS-NEW-SOURCE = 'I'
                   ADD WS-NEW-AMOUNT TO INV-AMOUNT(INV-IDX)
                   ADD WS-NEW-AMOUNT TO WS-AMOUNT-TAKEN
                   MOVE WS-NEW-EXPENSE-ACCOUNT TO WS-GL-POST-ACCOUNT
                   PERFORM 290-POST-INVOICE-GL
                   MOVE SPACES TO INVOICE-DETAIL-LINE
                   MOVE INV-VENDOR(INV-IDX) TO IDL-VENDOR
                   MOVE 'ADDITIONAL BAND PREMIUM' TO IDL-NAME
                   MOVE WS-NEW-SOURCE TO IDL-SOURCE
                   MOVE WS-NEW-REFERENCE TO IDL-REFERENCE
                   MOVE WS-NEW-AMOUNT TO IDL-AMOUNT
                   MOVE INVOICE-DETAIL-LINE TO F11-REGISTER-RECORD
                   WRITE F11-REGISTER-RECORD
               END-IF
           ELSE
               PERFORM 285-ADD-NEW-INVOICE
           END-IF
           .

       285-ADD-NEW-INVOICE.
           MOVE 'N' TO WS-VND-FOUND-SWITCH
           IF WS-VENDOR-COUNT > 0
               SET VND-IDX TO 1
               SEARCH VENDOR-ENTRY
                   AT END CONTINUE
                   WHEN VND-T-SOURCE(VND-IDX) = WS-NEW-SOURCE
                       AND VND-T-KEY(VND-IDX) = WS-NEW-KEY
                       MOVE 'Y' TO WS-VND-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF WS-NEW-DATE < 16010101
               MOVE WS-TODAYS-DATE-8 TO WS-NEW-DATE
           END-IF
           IF NOT WS-VND-FOUND
               ADD 1 TO WS-NO-VENDOR-COUNT
               MOVE WS-NEW-SOURCE    TO NVL-SOURCE
               MOVE WS-NEW-KEY       TO NVL-KEY
               MOVE WS-NEW-REFERENCE TO NVL-REFERENCE
               MOVE WS-NEW-AMOUNT    TO NVL-AMOUNT
               MOVE NO-VENDOR-LINE TO F11-REGISTER-RECORD
               WRITE F11-REGISTER-RECORD
           ELSE
               IF WS-INVOICE-COUNT < MAX-INVOICES
                   ADD 1 TO WS-INVOICE-COUNT
                   SET INV-IDX TO WS-INVOICE-COUNT
                   MOVE VND-T-ID(VND-IDX) TO INV-VENDOR(INV-IDX)
                   MOVE WS-NEW-SOURCE TO INV-SOURCE(INV-IDX)
                   MOVE WS-NEW-REFERENCE TO INV-REFERENCE(INV-IDX)
                   MOVE WS-NEW-DATE TO INV-DATE(INV-IDX)
                   COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-NEW-DATE)
                        + VND-T-TERMS(VND-IDX))
                   MOVE WS-DATE-WORK TO INV-DUE-DATE(INV-IDX)
                   MOVE WS-NEW-AMOUNT TO INV-AMOUNT(INV-IDX)
                   MOVE WS-NEW-DEBIT-ACCOUNT
                       TO INV-DEBIT-ACCOUNT(INV-IDX)
                   MOVE 'O' TO INV-STATUS(INV-IDX)
                   MOVE 0 TO INV-PAID-DATE(INV-IDX)
                   MOVE 0 TO INV-CHECK-NO(INV-IDX)
                   MOVE 'Y' TO INV-NEW-SWITCH(INV-IDX)
                   ADD 1 TO WS-INVOICES-TAKEN
                   ADD WS-NEW-AMOUNT TO WS-AMOUNT-TAKEN
                   MOVE WS-NEW-EXPENSE-ACCOUNT TO WS-GL-POST-ACCOUNT
                   PERFORM 290-POST-INVOICE-GL
                   MOVE SPACES TO IDL-CHECK-NO
                   PERFORM 295-WRITE-INVOICE-LINE
               END-IF
           END-IF
           .

      *Expensed-on-receipt invoices post expense against trade
      *payables; accrued ones have nothing to post yet.
       290-POST-INVOICE-GL.
           IF WS-GL-POST-ACCOUNT NOT = SPACES
               MOVE 'D' TO WS-GL-POST-DC
               MOVE WS-NEW-AMOUNT TO WS-GL-POST-AMOUNT
               PERFORM 710-ADD-GL-AMOUNT
               MOVE WS-GL-TRADE-PAYABLE TO WS-GL-POST-ACCOUNT
               MOVE 'C' TO WS-GL-POST-DC
               PERFORM 710-ADD-GL-AMOUNT
           END-IF
           .

       295-WRITE-INVOICE-LINE.
           MOVE INV-VENDOR(INV-IDX)    TO IDL-VENDOR
           SET WS-VND-SAVED-IDX TO VND-IDX
           SET VND-IDX TO 1
           SEARCH VENDOR-ENTRY
               AT END MOVE SPACES TO IDL-NAME
               WHEN VND-T-ID(VND-IDX) = INV-VENDOR(INV-IDX)
                   MOVE VND-T-NAME(VND-IDX) TO IDL-NAME
           END-SEARCH
           SET VND-IDX TO WS-VND-SAVED-IDX
           MOVE INV-SOURCE(INV-IDX)    TO IDL-SOURCE
           MOVE INV-REFERENCE(INV-IDX) TO IDL-REFERENCE
           MOVE INV-DATE(INV-IDX) TO WS-EDIT-IN-DATE
           PERFORM 800-EDIT-DATE
           MOVE WS-EDIT-DATE TO IDL-INVOICE-DATE
           MOVE INV-DUE-DATE(INV-IDX) TO WS-EDIT-IN-DATE
           PERFORM 800-EDIT-DATE
           MOVE WS-EDIT-DATE TO IDL-DUE-DATE
           MOVE INV-AMOUNT(INV-IDX) TO IDL-AMOUNT
           MOVE INVOICE-DETAIL-LINE TO F11-REGISTER-RECORD
           WRITE F11-REGISTER-RECORD
           MOVE SPACES TO IDL-NOTE
           .

      *On the check day every open invoice due on or before the
      *pay-through date is paid, one check per vendor. A vendor
      *on hold is listed with what it would have been paid.
       300-CHECK-RUN.
           MOVE SPACES TO F11-REGISTER-RECORD
           WRITE F11-REGISTER-RECORD
           IF NOT WS-CHECK-RUN-TONIGHT
               MOVE 'CHECK REGISTER' TO SCL-TEXT
               MOVE SECTION-LINE TO F11-REGISTER-RECORD
               WRITE F11-REGISTER-RECORD
               MOVE 'NOT A CHECK DAY - NO CHECKS WRITTEN' TO NNL-TEXT
               MOVE NONE-LINE TO F11-REGISTER-RECORD
               WRITE F11-REGISTER-RECORD
           ELSE
               MOVE WS-PAY-THROUGH-DATE TO WS-EDIT-IN-DATE
               PERFORM 800-EDIT-DATE
               MOVE SPACES TO SCL-TEXT
               STRING 'CHECK REGISTER - INVOICES DUE THROUGH '
                   WS-EDIT-DATE DELIMITED BY SIZE INTO SCL-TEXT
               MOVE SECTION-LINE TO F11-REGISTER-RECORD
               WRITE F11-REGISTER-RECORD
               MOVE INVOICE-HEADING-LINE TO F11-REGISTER-RECORD
               WRITE F11-REGISTER-RECORD
               OPEN EXTEND F10-CHECK-HISTORY-FILE
               IF WS-CHECK-HIST-STATUS = '35'
                   OPEN OUTPUT F10-CHECK-HISTORY-FILE
                   CLOSE F10-CHECK-HISTORY-FILE
                   OPEN EXTEND F10-CHECK-HISTORY-FILE
               END-IF
               PERFORM 310-PAY-ONE-VENDOR
                   VARYING VND-IDX FROM 1 BY 1
                   UNTIL VND-IDX > WS-VENDOR-COUNT
               CLOSE F10-CHECK-HISTORY-FILE
               IF WS-CHECKS-WRITTEN = 0
                   AND WS-HELD-VENDORS = 0
                   MOVE 'NOTHING DUE' TO NNL-TEXT
                   MOVE NONE-LINE TO F11-REGISTER-RECORD
                   WRITE F11-REGISTER-RECORD
               ELSE
                   MOVE 'TOTAL OF CHECKS WRITTEN' TO TTL-LABEL
                   MOVE WS-AMOUNT-PAID TO TTL-AMOUNT
                   MOVE TOTAL-LINE TO F11-REGISTER-RECORD
                   WRITE F11-REGISTER-RECORD
               END-IF
           END-IF
           .

       310-PAY-ONE-VENDOR.
           MOVE 0 TO WS-CHECK-TOTAL
           PERFORM VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > WS-INVOICE-COUNT
               IF INV-VENDOR(INV-IDX) = VND-T-ID(VND-IDX)
                   AND INV-OPEN(INV-IDX)
                   AND INV-DUE-DATE(INV-IDX) <= WS-PAY-THROUGH-DATE
                   ADD INV-AMOUNT(INV-IDX) TO WS-CHECK-TOTAL
               END-IF
           END-PERFORM
           IF WS-CHECK-TOTAL > 0
               IF VND-T-HELD(VND-IDX)
                   ADD 1 TO WS-HELD-VENDORS
                   MOVE SPACES TO INVOICE-DETAIL-LINE
                   MOVE 'HELD' TO IDL-CHECK-NO
                   MOVE VND-T-ID(VND-IDX) TO IDL-VENDOR
                   MOVE VND-T-NAME(VND-IDX) TO IDL-NAME
                   MOVE 'ON HOLD - NOT PAID' TO IDL-REFERENCE
                   MOVE WS-CHECK-TOTAL TO IDL-AMOUNT
                   MOVE INVOICE-DETAIL-LINE TO F11-REGISTER-RECORD
                   WRITE F11-REGISTER-RECORD
               ELSE
                   PERFORM 320-WRITE-ONE-CHECK
               END-IF
           END-IF
           .

       320-WRITE-ONE-CHECK.
           ADD 1 TO WS-CHECKS-WRITTEN
           ADD WS-CHECK-TOTAL TO WS-AMOUNT-PAID
           PERFORM VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > WS-INVOICE-COUNT
               IF INV-VENDOR(INV-IDX) = VND-T-ID(VND-IDX)
                   AND INV-OPEN(INV-IDX)
                   AND INV-DUE-DATE(INV-IDX) <= WS-PAY-THROUGH-DATE
                   MOVE 'P' TO INV-STATUS(INV-IDX)
                   MOVE WS-TODAYS-DATE-8 TO INV-PAID-DATE(INV-IDX)
                   MOVE WS-NEXT-CHECK-NO TO INV-CHECK-NO(INV-IDX)
                   MOVE INV-DEBIT-ACCOUNT(INV-IDX)
                       TO WS-GL-POST-ACCOUNT
                   MOVE 'D' TO WS-GL-POST-DC
                   MOVE INV-AMOUNT(INV-IDX) TO WS-GL-POST-AMOUNT
                   PERFORM 710-ADD-GL-AMOUNT
                   MOVE WS-NEXT-CHECK-NO TO IDL-CHECK-NO
                   PERFORM 295-WRITE-INVOICE-LINE
               END-IF
           END-PERFORM
           MOVE WS-GL-CASH TO WS-GL-POST-ACCOUNT
           MOVE 'C' TO WS-GL-POST-DC
           MOVE WS-CHECK-TOTAL TO WS-GL-POST-AMOUNT
           PERFORM 710-ADD-GL-AMOUNT
           MOVE SPACES TO TTL-LABEL
           STRING 'CHECK ' WS-NEXT-CHECK-NO ' TO '
               VND-T-NAME(VND-IDX) DELIMITED BY SIZE INTO TTL-LABEL
           MOVE WS-CHECK-TOTAL TO TTL-AMOUNT
           MOVE TOTAL-LINE TO F11-REGISTER-RECORD
           WRITE F11-REGISTER-RECORD
           MOVE WS-NEXT-CHECK-NO  TO CHK-NUMBER
           MOVE WS-TODAYS-DATE-8  TO CHK-DATE
           MOVE VND-T-ID(VND-IDX) TO CHK-VENDOR
           MOVE WS-CHECK-TOTAL    TO CHK-AMOUNT
           MOVE VND-T-1099-FLAG(VND-IDX) TO CHK-1099-FLAG
           WRITE F10-CHECK-HISTORY-RECORD
           ADD 1 TO WS-NEXT-CHECK-NO
           .

       400-RELEASE-OPEN-INVOICES.
           PERFORM VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > WS-INVOICE-COUNT
               IF INV-OPEN(INV-IDX)
                   MOVE INV-DUE-DATE(INV-IDX)  TO SD-DUE-DATE
                   MOVE INV-VENDOR(INV-IDX)    TO SD-VENDOR
                   MOVE INV-SOURCE(INV-IDX)    TO SD-SOURCE
                   MOVE INV-REFERENCE(INV-IDX) TO SD-REFERENCE
                   MOVE INV-AMOUNT(INV-IDX)    TO SD-AMOUNT
                   RELEASE SD-SORT-RECORD
               END-IF
           END-PERFORM
           .

      *The open payables in due-date order: what the next check
      *runs will pay, and when.
       410-PRINT-PAYABLES-SCHEDULE.
           MOVE SPACES TO F11-REGISTER-RECORD
           WRITE F11-REGISTER-RECORD
           MOVE 'OPEN PAYABLES BY DUE DATE' TO SCL-TEXT
           MOVE SECTION-LINE TO F11-REGISTER-RECORD
           WRITE F11-REGISTER-RECORD
           MOVE INVOICE-HEADING-LINE TO F11-REGISTER-RECORD
           WRITE F11-REGISTER-RECORD
           MOVE '00' TO WS-FEED-FILE-STATUS
           PERFORM UNTIL WS-FEED-FILE-STATUS NOT = '00'
               RETURN SD-SORT-FILE
                   AT END
                       MOVE '10' TO WS-FEED-FILE-STATUS
                   NOT AT END
                       PERFORM 420-PRINT-ONE-OPEN-INVOICE
               END-RETURN
           END-PERFORM
           IF WS-OPEN-COUNT = 0
               MOVE 'NO OPEN PAYABLES' TO NNL-TEXT
               MOVE NONE-LINE TO F11-REGISTER-RECORD
               WRITE F11-REGISTER-RECORD
           ELSE
               MOVE 'TOTAL OPEN PAYABLES' TO TTL-LABEL
               MOVE WS-OPEN-AMOUNT TO TTL-AMOUNT
               MOVE TOTAL-LINE TO F11-REGISTER-RECORD
               WRITE F11-REGISTER-RECORD
           END-IF
           .

       420-PRINT-ONE-OPEN-INVOICE.
           ADD 1 TO WS-OPEN-COUNT
           ADD SD-AMOUNT TO WS-OPEN-AMOUNT
           MOVE SPACES TO INVOICE-DETAIL-LINE
           MOVE SD-VENDOR TO IDL-VENDOR
           SET VND-IDX TO 1
           SEARCH VENDOR-ENTRY
               AT END MOVE SPACES TO IDL-NAME
               WHEN VND-T-ID(VND-IDX) = SD-VENDOR
                   MOVE VND-T-NAME(VND-IDX) TO IDL-NAME
                   IF VND-T-HELD(VND-IDX)
                       MOVE 'ON HOLD' TO IDL-NOTE
                   END-IF
           END-SEARCH
           MOVE SD-SOURCE TO IDL-SOURCE
           MOVE SD-REFERENCE TO IDL-REFERENCE
           MOVE SD-DUE-DATE TO WS-EDIT-IN-DATE
           PERFORM 800-EDIT-DATE
           MOVE WS-EDIT-DATE TO IDL-DUE-DATE
           MOVE SD-AMOUNT TO IDL-AMOUNT
           MOVE INVOICE-DETAIL-LINE TO F11-REGISTER-RECORD
           WRITE F11-REGISTER-RECORD
           .

       500-WRITE-INVOICE-MASTER.
           OPEN OUTPUT F04-INVOICE-OUT-FILE
           PERFORM VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > WS-INVOICE-COUNT
               MOVE INV-VENDOR(INV-IDX)    TO AIO-VENDOR
               MOVE INV-SOURCE(INV-IDX)    TO AIO-SOURCE
               MOVE INV-REFERENCE(INV-IDX) TO AIO-REFERENCE
               MOVE INV-DATE(INV-IDX)      TO AIO-INVOICE-DATE
               MOVE INV-DUE-DATE(INV-IDX)  TO AIO-DUE-DATE
               MOVE INV-AMOUNT(INV-IDX)    TO AIO-AMOUNT
               MOVE INV-DEBIT-ACCOUNT(INV-IDX) TO AIO-DEBIT-ACCOUNT
               MOVE INV-STATUS(INV-IDX)    TO AIO-STATUS
               MOVE INV-PAID-DATE(INV-IDX) TO AIO-PAID-DATE
               MOVE INV-CHECK-NO(INV-IDX)  TO AIO-CHECK-NO
               WRITE F04-INVOICE-OUT-RECORD
           END-PERFORM
           CLOSE F04-INVOICE-OUT-FILE
           .

      *Totals every check to a 1099 vendor in the 1099 year,
      *tonight's included, and lists those at or over the
      *reporting threshold.
       600-WRITE-1099-TOTALS.
           OPEN INPUT F10-CHECK-HISTORY-FILE
           IF WS-CHECK-HIST-STATUS = '00'
               PERFORM UNTIL WS-CHECK-HIST-STATUS NOT = '00'
                   READ F10-CHECK-HISTORY-FILE
                       AT END
                           MOVE '10' TO WS-CHECK-HIST-STATUS
                       NOT AT END
                           IF CHK-DATE IS NUMERIC
                               AND CHK-DATE(1:4) = WS-1099-YEAR
                               AND CHK-AMOUNT IS NUMERIC
                               PERFORM 610-ADD-TO-VENDOR-YEAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F10-CHECK-HISTORY-FILE
           END-IF
           OPEN OUTPUT F12-1099-FILE
           MOVE WS-1099-YEAR TO F1T-YEAR
           MOVE F1099-TITLE-LINE TO F12-1099-RECORD
           WRITE F12-1099-RECORD
           MOVE SPACES TO F12-1099-RECORD
           WRITE F12-1099-RECORD
           MOVE F1099-HEADING-LINE TO F12-1099-RECORD
           WRITE F12-1099-RECORD
           PERFORM VARYING VND-IDX FROM 1 BY 1
               UNTIL VND-IDX > WS-VENDOR-COUNT
               IF VND-T-1099(VND-IDX)
                   AND VND-T-YEAR-PAID(VND-IDX) >= WS-1099-THRESHOLD
                   PERFORM 620-WRITE-ONE-1099-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO F12-1099-RECORD
           WRITE F12-1099-RECORD
           MOVE WS-1099-COUNT     TO F1L-COUNT
           MOVE WS-1099-NO-TAX-ID TO F1L-NO-TAX-ID
           MOVE F1099-TRAILER-LINE TO F12-1099-RECORD
           WRITE F12-1099-RECORD
           CLOSE F12-1099-FILE
           .

      *The vendor's 1099 flag at the time of the check decides.
       610-ADD-TO-VENDOR-YEAR.
           IF CHK-1099-FLAG = 'Y'
               SET VND-IDX TO 1
               SEARCH VENDOR-ENTRY
                   AT END CONTINUE
                   WHEN VND-T-ID(VND-IDX) = CHK-VENDOR
                       ADD CHK-AMOUNT TO VND-T-YEAR-PAID(VND-IDX)
               END-SEARCH
           END-IF
           .

       620-WRITE-ONE-1099-LINE.
           ADD 1 TO WS-1099-COUNT
           MOVE VND-T-ID(VND-IDX)        TO F1D-VENDOR
           MOVE VND-T-NAME(VND-IDX)      TO F1D-NAME
           MOVE VND-T-ADDRESS(VND-IDX)   TO F1D-ADDRESS
           MOVE VND-T-TAX-ID(VND-IDX)    TO F1D-TAX-ID
           MOVE VND-T-YEAR-PAID(VND-IDX) TO F1D-TOTAL
           IF VND-T-TAX-ID(VND-IDX) = SPACES
               ADD 1 TO WS-1099-NO-TAX-ID
               MOVE 'NO TAX ID' TO F1D-NOTE
           ELSE
               MOVE SPACES TO F1D-NOTE
           END-IF
           MOVE F1099-DETAIL-LINE TO F12-1099-RECORD
           WRITE F12-1099-RECORD
           .

      *Tonight's invoice expense and check postings, one journal
      *record per account and side.
       700-WRITE-GL-JOURNAL.
           IF WS-GL-LINE-COUNT > 0
               OPEN EXTEND F13-GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS = '35'
                   OPEN OUTPUT F13-GL-JOURNAL-FILE
                   CLOSE F13-GL-JOURNAL-FILE
                   OPEN EXTEND F13-GL-JOURNAL-FILE
               END-IF
               PERFORM VARYING GLA-IDX FROM 1 BY 1
                   UNTIL GLA-IDX > WS-GL-LINE-COUNT
                   IF GLA-AMOUNT(GLA-IDX) > 0
                       MOVE 'APPAY' TO GLJ-PROGRAM
                       MOVE WS-TODAYS-DATE-8 TO GLJ-DATE
                       MOVE GLA-ACCOUNT(GLA-IDX) TO GLJ-ACCOUNT
                       MOVE GLA-DC(GLA-IDX) TO GLJ-DC
                       MOVE GLA-AMOUNT(GLA-IDX) TO GLJ-AMOUNT
                       WRITE F13-GL-JOURNAL-RECORD
                   END-IF
               END-PERFORM
               CLOSE F13-GL-JOURNAL-FILE
           END-IF
           .

       710-ADD-GL-AMOUNT.
           MOVE 'N' TO WS-GLA-FOUND-SWITCH
           IF WS-GL-LINE-COUNT > 0
               SET GLA-IDX TO 1
               SEARCH GL-LINE-ENTRY
                   AT END CONTINUE
                   WHEN GLA-ACCOUNT(GLA-IDX) = WS-GL-POST-ACCOUNT
                       AND GLA-DC(GLA-IDX) = WS-GL-POST-DC
                       MOVE 'Y' TO WS-GLA-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF NOT WS-GLA-FOUND
               AND WS-GL-LINE-COUNT < MAX-GL-LINES
               ADD 1 TO WS-GL-LINE-COUNT
               SET GLA-IDX TO WS-GL-LINE-COUNT
               MOVE WS-GL-POST-ACCOUNT TO GLA-ACCOUNT(GLA-IDX)
               MOVE WS-GL-POST-DC TO GLA-DC(GLA-IDX)
               MOVE 0 TO GLA-AMOUNT(GLA-IDX)
               MOVE 'Y' TO WS-GLA-FOUND-SWITCH
           END-IF
           IF WS-GLA-FOUND
               ADD WS-GL-POST-AMOUNT TO GLA-AMOUNT(GLA-IDX)
           END-IF
           .

       800-EDIT-DATE.
           MOVE WS-EDIT-IN-MM   TO WS-EDIT-MM
           MOVE WS-EDIT-IN-DD   TO WS-EDIT-DD
           MOVE WS-EDIT-IN-CCYY TO WS-EDIT-CCYY
           .

      *Appends one line to the shared end-of-day operations log
      *recording this run's start/end time, invoices taken and
      *checks written.
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
           COMPUTE OPL-RECORD-COUNT =
               WS-INVOICES-TAKEN + WS-CHECKS-WRITTEN
           OPEN EXTEND F14-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F14-OPS-LOG-FILE
               CLOSE F14-OPS-LOG-FILE
               OPEN EXTEND F14-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F14-OPS-LOG-RECORD
           WRITE F14-OPS-LOG-RECORD
           CLOSE F14-OPS-LOG-FILE
           .
