               ORGANIZATION IS LINE SEQUENTIAL.

      *Negating commission entries from reversals, read back by
      *COMMRPT so a reversed deal's commission nets to zero, plus
      *the F&I product margin added to (or, on a cancellation,
      *charged back off) the salesperson's commission base.
           SELECT F18-COMM-ADJUST-FILE
               ASSIGN TO "commadjust.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-POST-STATUS.

      *F&I product master - service contracts, extended
      *warranties, GAP - by product code: provider, dealer cost,
      *and the longest term the provider will write. Maintained by
      *the F&I office.
           SELECT F27-FI-PRODUCT-FILE
               ASSIGN TO "fiproducts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FI-PRODUCT-STATUS.

      *Every F&I contract sold, and every cancellation of one,
      *appended run after run. Read back at startup so a later
      *cancellation can find the contract it unwinds; opened
      *EXTEND like the sold-vehicle extract.
           SELECT F28-FI-CONTRACT-FILE
               ASSIGN TO "ficontracts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FI-CONTRACT-STATUS.

      *The day's provider remittance: dealer cost owed on each
      *contract sold, and the pro-rata cost credited back on each
      *cancellation, for accounts payable to settle by provider.
           SELECT F29-FI-REMIT-FILE
               ASSIGN TO "firemit.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *The deal jacket: each passed sale with its tax and applied
      *deposit, followed by its trade-ins and finance terms, for
      *the buyer's order run (DEALDOCS). Appended run after run
      *like the sold-vehicle extract so a deal can be reprinted.
           SELECT F30-DEAL-JACKET-FILE
               ASSIGN TO "dealjacket.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEAL-JACKET-STATUS.

      *Credit decisions CREDSCOR carries per buyer; a finance note
      *is only booked inside the buyer's approved tier.
           SELECT F31-CREDIT-APPROVAL-FILE
               ASSIGN TO "creditapprovals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-APPROVAL-STATUS.

      *Title-in-hand master TITLEREC carries, one record per VIN
      *whose title has arrived.
           SELECT F32-TITLE-FILE
               ASSIGN TO "titles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TITLE-STATUS.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite, req 046.
           SELECT F07-OPS-LOG-FILE
           05  F01-F-APR               PIC 99V99.
           05  F01-F-TERM-MONTHS       PIC 9(3).
           05  FILLER                  PIC X(56).
      *F&I product view of the same record: a 'P' in the type byte
      *marks a service contract, extended warranty, or GAP policy
      *sold on the invoice it follows - product code, selling
      *price, and term. An 'X' action cancels a contract sold on
      *an earlier run as of the cancel date (blank = run date),
      *refunding the unused months pro rata.
       01  F01-PRODUCT-RECORD REDEFINES F01-SALE-RECORD.
           05  F01-P-INVOICE           PIC 9(5).
           05  F01-P-TYPE              PIC X.
               88  F01-FI-PRODUCT          VALUE 'P'.
           05  F01-P-CODE              PIC X(4).
           05  F01-P-ACTION            PIC X.
               88  F01-P-SALE              VALUE SPACE.
               88  F01-P-CANCEL            VALUE 'X'.
           05  F01-P-PRICE             PIC 9(6).
           05  F01-P-TERM-MONTHS       PIC 9(3).
           05  F01-P-CANCEL-DATE       PIC X(8).
           05  FILLER                  PIC X(55).

      *Widened so each passed detail line carries the deal's sale
      *date for the profit extract and the monthly rollup.
           05  F03-VM-MAKE          PIC X(11).

      *Deep-discount threshold, invoice-gap threshold, rejection-
      *rate alert threshold, the age in days past which an unused
      *deposit goes on the stale report, and whether a sale of a
      *VIN with no title on file is warned (W) or rejected (R) -
      *all configurable without a recompile. Older shorter files
      *read with the newer fields blank and keep the defaults.
       FD  F04-PARAMETER-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS F04-PARM-RECORD.
       01  F04-PARM-RECORD.
           05  F04-PARM-DISCOUNT-THRESHOLD  PIC 9(6).
           05  F04-PARM-INVOICE-GAP-LIMIT   PIC 9(5).
           05  F04-PARM-REJECTION-THRESHOLD PIC 9(3)V99.
           05  F04-PARM-DEPOSIT-AGE-DAYS    PIC 9(3).
           05  F04-PARM-TITLE-MODE          PIC X.

      *Only opened to probe whether a corrections file was dropped
      *off for reprocessing; the real read happens through
           05  RCH-CAMPAIGN            PIC X(8).
           05  RCH-VIN                 PIC X(17).

      *Widened with a trailing type so F&I product margin can add
      *to the commission base; records from the old 25-byte
      *stream read with a blank type and still net a deal out.
       FD  F18-COMM-ADJUST-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS F18-COMM-ADJUST-RECORD.
       01  F18-COMM-ADJUST-RECORD.
           05  CAD-INVOICE             PIC 9(5).
           05  CAD-SALEPERSON          PIC X(7).
           05  CAD-SELL                PIC 9(6).
           05  CAD-MARGIN              PIC 9(7).
           05  CAD-TYPE                PIC X.
               88  CAD-REVERSAL            VALUE SPACE.
               88  CAD-FI-MARGIN           VALUE 'P'.
               88  CAD-FI-CHARGEBACK       VALUE 'X'.

       FD  F27-FI-PRODUCT-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS F27-FI-PRODUCT-RECORD.
       01  F27-FI-PRODUCT-RECORD.
           05  FIP-CODE                PIC X(4).
           05  FIP-DESCRIPTION         PIC X(20).
           05  FIP-PROVIDER            PIC X(6).
           05  FIP-DEALER-COST         PIC 9(6).
           05  FIP-MAX-TERM            PIC 9(3).
           05  FILLER                  PIC X.

      *One record per contract sold (blank status) or cancelled
      *('X', carrying the cancel date and the refund given).
       FD  F28-FI-CONTRACT-FILE
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS F28-FI-CONTRACT-RECORD.
       01  F28-FI-CONTRACT-RECORD.
           05  FIC-INVOICE             PIC 9(5).
           05  FIC-CODE                PIC X(4).
           05  FIC-STATUS              PIC X.
               88  FIC-IN-FORCE            VALUE SPACE.
               88  FIC-CANCELLED           VALUE 'X'.
           05  FIC-SALEPERSON          PIC X(7).
           05  FIC-BUYER-ID            PIC 9(6).
           05  FIC-PRICE               PIC 9(6).
           05  FIC-COST                PIC 9(6).
           05  FIC-TERM-MONTHS         PIC 9(3).
           05  FIC-SALE-DATE           PIC 9(8).
           05  FIC-PROVIDER            PIC X(6).
           05  FIC-CANCEL-DATE         PIC 9(8).
           05  FIC-REFUND              PIC 9(7)V99.

      *Type 'S' owes the provider its dealer cost on a contract
      *sold; type 'X' is the unused cost it credits back on a
      *cancellation.
       FD  F29-FI-REMIT-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS F29-FI-REMIT-RECORD.
       01  F29-FI-REMIT-RECORD.
           05  FRM-PROVIDER            PIC X(6).
           05  FRM-INVOICE             PIC 9(5).
           05  FRM-CODE                PIC X(4).
           05  FRM-BUYER-ID            PIC 9(6).
           05  FRM-TYPE                PIC X.
           05  FRM-AMOUNT              PIC 9(7)V99.
           05  FRM-DATE                PIC 9(8).

      *Record type S is the sale; T a trade-in and F the finance
      *terms on the sale they follow, all carrying its invoice.
       FD  F30-DEAL-JACKET-FILE
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS F30-DEAL-JACKET-RECORD.
       01  F30-DEAL-JACKET-RECORD.
           05  DJK-INVOICE             PIC 9(5).
           05  DJK-TYPE                PIC X.
           05  DJK-RUN-DATE            PIC 9(8).
           05  DJK-VIN                 PIC X(17).
           05  DJK-YEAR                PIC X(2).
           05  DJK-MAKE                PIC X(11).
           05  DJK-MODEL               PIC X(13).
           05  DJK-SELL                PIC 9(6).
           05  DJK-SALEPERSON          PIC X(7).
           05  DJK-BUYER-ID            PIC 9(6).
           05  DJK-SALE-DATE           PIC 9(8).
           05  DJK-JURISDICTION        PIC X(2).
           05  DJK-TAX-RATE            PIC 9V9999.
           05  DJK-TAX                 PIC 9(7)V99.
           05  DJK-DEPOSIT             PIC 9(5)V99.
       01  F30-JACKET-TRADE-RECORD REDEFINES F30-DEAL-JACKET-RECORD.
           05  FILLER                  PIC X(14).
           05  DJK-T-YEAR              PIC X(2).
           05  DJK-T-MAKE              PIC X(11).
           05  DJK-T-MODEL             PIC X(13).
           05  DJK-T-ALLOWANCE         PIC 9(6).
           05  DJK-T-VIN               PIC X(17).
           05  FILLER                  PIC X(45).
       01  F30-JACKET-FINANCE-RECORD REDEFINES F30-DEAL-JACKET-RECORD.
           05  FILLER                  PIC X(14).
           05  DJK-F-DOWN              PIC 9(6).
           05  DJK-F-FINANCED          PIC 9(6).
           05  DJK-F-APR               PIC 99V99.
           05  DJK-F-TERM-MONTHS       PIC 9(3).
           05  FILLER                  PIC X(75).

      *Same 61-byte approval master CREDSCOR writes.
       FD  F31-CREDIT-APPROVAL-FILE
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS F31-CREDIT-APPROVAL-RECORD.
       01  F31-CREDIT-APPROVAL-RECORD.
           05  CAI-BUYER-ID            PIC 9(6).
           05  CAI-APP-DATE            PIC 9(8).
           05  CAI-DECISION            PIC X.
           05  CAI-TIER                PIC X.
           05  CAI-MAX-FINANCED        PIC 9(6).
           05  CAI-MIN-DOWN-PCT        PIC 99V99.
           05  CAI-MIN-APR             PIC 99V99.
           05  CAI-MAX-TERM            PIC 9(3).
           05  CAI-DECISION-DATE       PIC 9(8).
           05  CAI-REASON              PIC X(20).

      *Same 59-byte title master TITLEREC writes; only the VIN is
      *needed here.
       FD  F32-TITLE-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS F32-TITLE-RECORD.
       01  F32-TITLE-RECORD.
           05  TTL-VIN                 PIC X(17).
           05  TTL-RECEIVED-DATE       PIC 9(8).
           05  TTL-LIENHOLDER          PIC X(20).
           05  TTL-LIEN-AMOUNT         PIC 9(6).
           05  TTL-LIEN-RELEASED-DATE  PIC 9(8).

       FD  F17-FINANCE-NOTE-FILE
           RECORD CONTAINS 44 CHARACTERS
           05  TXM-SIGN                PIC X.

      *Tax-rate table: one record per jurisdiction.
      *Same 120-byte shared-customer layout the rental side reads.
       FD  F15-CUSTOMER-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F15-CUSTOMER-RECORD.
       01  F15-CUSTOMER-RECORD.
           05  F15-CUST-ID             PIC 9(6).
           05  F15-CUST-NAME           PIC X(25).
           05  F15-CUST-ADDRESS        PIC X(30).
           05  FILLER                  PIC X(59).

       FD  F14-CONTROL-TOTAL-FILE
           RECORD CONTAINS 38 CHARACTERS
           05                            PIC X(44) VALUE SPACES.
       01  W-LAST-SALE-BUYER             PIC 9(6) VALUE 0.
       01  W-AMOUNT-FINANCED             PIC S9(7) VALUE 0.
       01  W-CREDIT-SWITCH               PIC X    VALUE 'Y'.
           88  W-CREDIT-WITHIN-TIER          VALUE 'Y'.
           88  W-CREDIT-OUTSIDE-TIER         VALUE 'N'.

      *Audit-trail line written under the sale a finance note rides
      *on.
           05                            PIC X(4)  VALUE ' MOS'.
           05                            PIC X(60) VALUE SPACES.

      *F&I products sold and cancelled, counted apart from invoices
      *for the same reason trades and notes are. The last passed
      *sale's salesperson is held so the product margin lands on
      *the commission base of whoever wrote the deal.
       01  W-LAST-SALE-SALEPERSON        PIC X(7) VALUE SPACES.
       01  W-LAST-SALE-DATE              PIC 9(8) VALUE 0.
       01  W-FI-SOLD                     PIC 9(5) VALUE 0.
       01  W-FI-CANCELLED                PIC 9(5) VALUE 0.
       01  W-FI-REJECTED                 PIC 9(5) VALUE 0.
       01  W-FI-MARGIN                   PIC S9(7) VALUE 0.
       01  W-FI-KEY-INVOICE              PIC 9(5) VALUE 0.
       01  W-FI-KEY-CODE                 PIC X(4) VALUE SPACES.

      *Pro-rata cancellation: whole months the contract ran
      *(a part month is not charged), the months left unused, and
      *the unused share of price, dealer cost, and margin.
       01  W-FI-CANCEL-DATE              PIC 9(8) VALUE 0.
       01  W-FI-CANCEL-DATE-R REDEFINES W-FI-CANCEL-DATE.
           05  W-FI-CANCEL-CCYY          PIC 9(4).
           05  W-FI-CANCEL-MM            PIC 9(2).
           05  W-FI-CANCEL-DD            PIC 9(2).
       01  W-FI-SALE-DATE                PIC 9(8) VALUE 0.
       01  W-FI-SALE-DATE-R REDEFINES W-FI-SALE-DATE.
           05  W-FI-SALE-CCYY            PIC 9(4).
           05  W-FI-SALE-MM              PIC 9(2).
           05  W-FI-SALE-DD              PIC 9(2).
       01  W-FI-MONTHS-USED              PIC S9(5) VALUE 0.
       01  W-FI-MONTHS-LEFT              PIC 9(3) VALUE 0.
       01  W-FI-REFUND                   PIC 9(7)V99 VALUE 0.
       01  W-FI-COST-BACK                PIC 9(7)V99 VALUE 0.
       01  W-FI-CHARGEBACK               PIC 9(7) VALUE 0.

      *Audit-trail line written under the sale a product rides on.
       01  W19-FI-PRODUCT-LINE.
           05                            PIC X(5)  VALUE SPACES.
           05                            PIC X(23)
                 VALUE 'F&I PRODUCT ON INVOICE '.
           05  W19-INVOICE               PIC 9(5).
           05                            PIC X(2)  VALUE ': '.
           05  W19-CODE                  PIC X(4).
           05                            PIC X     VALUE SPACES.
           05  W19-DESCRIPTION           PIC X(20).
           05                            PIC X(8)  VALUE '  PRICE '.
           05  W19-PRICE                 PIC ZZZ,ZZ9.
           05                            PIC X(7)  VALUE '  COST '.
           05  W19-COST                  PIC ZZZ,ZZ9.
           05                            PIC X(7)  VALUE '  TERM '.
           05  W19-TERM                  PIC ZZ9.
           05                            PIC X(4)  VALUE ' MOS'.
           05                            PIC X(67) VALUE SPACES.

      *Audit-trail line for a contract cancelled and refunded.
       01  W20-FI-CANCEL-LINE.
           05                            PIC X(5)  VALUE SPACES.
           05                            PIC X(23)
                 VALUE 'F&I CANCEL ON INVOICE  '.
           05  W20-INVOICE               PIC 9(5).
           05                            PIC X(2)  VALUE ': '.
           05  W20-CODE                  PIC X(4).
           05                            PIC X(7)  VALUE '  USED '.
           05  W20-MONTHS-USED           PIC ZZ9.
           05                            PIC X(4)  VALUE ' OF '.
           05  W20-TERM                  PIC ZZ9.
           05                            PIC X(13)
                 VALUE ' MOS  REFUND '.
           05  W20-REFUND                PIC ZZZ,ZZ9.99.
           05                            PIC X(91) VALUE SPACES.

      *Audit-trail line written under the sale a trade rides on.
       01  W11-TRADE-LINE.
           05                            PIC X(5)  VALUE SPACES.
      *130-READ-VALCAR-PARAMETERS if valcarparams.dat is present.
       01  W-REJECTION-THRESHOLD         PIC 9(3)V99 VALUE 10.

      *A sale of a VIN with no title in hand is warned on the audit
      *line by default; R makes it a reject. Overlaid by
      *130-READ-VALCAR-PARAMETERS if valcarparams.dat carries it.
       01  W-TITLE-MODE                  PIC X    VALUE 'W'.
           88  W-TITLE-WARN                  VALUE 'W'.
           88  W-TITLE-REJECT                VALUE 'R'.

      *Prior-day report outputs are renamed with a date suffix
      *before this run's OPEN OUTPUT overwrites them, req 044.
       01  WS-ARCHIVE-DATE.
           05  W05-BAD-SALE-DATE-CODE   PIC 9(3) VALUE 210.
           05  W05-BAD-SALE-DATE        PIC X(40)
                 VALUE 'SALE DATE INVALID OR NOT YET OCCURRED'.
           05  W05-ORPHAN-PRODUCT-CODE  PIC 9(3) VALUE 220.
           05  W05-ORPHAN-PRODUCT       PIC X(40)
                 VALUE 'F&I PRODUCT DOES NOT FOLLOW ITS SALE'.
           05  W05-BAD-PRODUCT-CODE     PIC 9(3) VALUE 230.
           05  W05-BAD-PRODUCT          PIC X(40)
                 VALUE 'F&I PRODUCT CODE, PRICE OR TERM INVALID'.
           05  W05-BAD-PRODUCT-CANCEL-CODE PIC 9(3) VALUE 240.
           05  W05-BAD-PRODUCT-CANCEL   PIC X(40)
                 VALUE 'NO F&I CONTRACT IN FORCE TO CANCEL'.
           05  W05-NO-CREDIT-APPROVAL-CODE PIC 9(3) VALUE 250.
           05  W05-NO-CREDIT-APPROVAL   PIC X(40)
                 VALUE 'NO CREDIT APPROVAL ON FILE FOR BUYER'.
           05  W05-CREDIT-DECLINED-CODE PIC 9(3) VALUE 260.
           05  W05-CREDIT-DECLINED      PIC X(40)
                 VALUE 'BUYER CREDIT APPLICATION DECLINED'.
           05  W05-OVER-TIER-AMOUNT-CODE PIC 9(3) VALUE 270.
           05  W05-OVER-TIER-AMOUNT     PIC X(40)
                 VALUE 'AMOUNT FINANCED OVER CREDIT TIER MAXIMUM'.
           05  W05-UNDER-TIER-DOWN-CODE PIC 9(3) VALUE 280.
           05  W05-UNDER-TIER-DOWN      PIC X(40)
                 VALUE 'DOWN PAYMENT UNDER CREDIT TIER MINIMUM'.
           05  W05-UNDER-TIER-APR-CODE  PIC 9(3) VALUE 290.
           05  W05-UNDER-TIER-APR       PIC X(40)
                 VALUE 'APR UNDER CREDIT TIER MINIMUM'.
           05  W05-OVER-TIER-TERM-CODE  PIC 9(3) VALUE 300.
           05  W05-OVER-TIER-TERM       PIC X(40)
                 VALUE 'TERM OVER CREDIT TIER MAXIMUM'.
           05  W05-NO-TITLE-CODE        PIC 9(3) VALUE 310.
           05  W05-NO-TITLE             PIC X(40)
                 VALUE 'NO TITLE ON FILE - CANNOT DELIVER'.

        01  W-CURRENT-ERROR-CODE        PIC 9(3) VALUE 0.

       01  WS-LOT-VIN-STATUS           PIC XX   VALUE SPACES.
       01  WS-TAX-MONTH-STATUS         PIC XX   VALUE SPACES.
       01  WS-SOLD-VEH-STATUS          PIC XX   VALUE SPACES.
       01  WS-FI-PRODUCT-STATUS        PIC XX   VALUE SPACES.
       01  WS-FI-CONTRACT-STATUS       PIC XX   VALUE SPACES.
       01  WS-DEAL-JACKET-STATUS       PIC XX   VALUE SPACES.
       01  WS-CREDIT-APPROVAL-STATUS   PIC XX   VALUE SPACES.
       01  WS-TITLE-STATUS             PIC XX   VALUE SPACES.

      *VINs whose title is in hand. A run with no title master yet
      *does not check titles at all, same as the lot VIN check.
       01  MAX-TITLES                  PIC 9(4) VALUE 2000.
       01  W-TITLE-FOUND-SWITCH        PIC X    VALUE 'N'.
           88  W-TITLE-ON-FILE             VALUE 'Y'.
           88  W-TITLE-NOT-ON-FILE         VALUE 'N'.
       01  TITLE-VIN-AREA.
           05  W-TITLE-COUNT           PIC 9(4) VALUE 0.
           05  TITLE-VIN-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON W-TITLE-COUNT
                   INDEXED BY TTL-IDX.
               10  TTV-VIN             PIC X(17).

      *Credit approvals in memory, one per buyer. If
      *creditapprovals.dat is missing every finance record rejects
      *- no buyer has been approved.
       01  MAX-CREDIT-APPROVALS        PIC 9(5) VALUE 10000.
       01  W-CRA-FOUND-SWITCH          PIC X    VALUE 'N'.
           88  W-CRA-FOUND                 VALUE 'Y'.
           88  W-CRA-NOT-FOUND             VALUE 'N'.
       01  CREDIT-APPROVAL-TABLE-AREA.
           05  W-CRA-COUNT             PIC 9(5) VALUE 0.
           05  CREDIT-APPROVAL-ENTRY OCCURS 0 TO 10000 TIMES
                   DEPENDING ON W-CRA-COUNT
                   INDEXED BY CRA-IDX.
               10  CRAT-BUYER-ID       PIC 9(6).
               10  CRAT-DECISION       PIC X.
                   88  CRAT-APPROVED       VALUE 'A'.
               10  CRAT-TIER           PIC X.
               10  CRAT-MAX-FINANCED   PIC 9(6).
               10  CRAT-MIN-DOWN-PCT   PIC 99V99.
               10  CRAT-MIN-APR        PIC 99V99.
               10  CRAT-MAX-TERM       PIC 9(3).
       01  W-REQUIRED-DOWN             PIC 9(6)V99 VALUE 0.

      *F&I product master in memory. If fiproducts.dat is missing
      *every product record rejects - there is no cost to remit.
       01  MAX-FI-PRODUCTS             PIC 9(3) VALUE 100.
       01  W-FIP-FOUND-SWITCH          PIC X    VALUE 'N'.
           88  W-FIP-FOUND                 VALUE 'Y'.
           88  W-FIP-NOT-FOUND             VALUE 'N'.
       01  FI-PRODUCT-TABLE-AREA.
           05  W-FIP-COUNT             PIC 9(3) VALUE 0.
           05  FI-PRODUCT-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON W-FIP-COUNT
                   INDEXED BY FIP-IDX.
               10  FIPT-CODE           PIC X(4).
               10  FIPT-DESCRIPTION    PIC X(20).
               10  FIPT-PROVIDER       PIC X(6).
               10  FIPT-DEALER-COST    PIC 9(6).
               10  FIPT-MAX-TERM       PIC 9(3).

      *Contracts on file, loaded from ficontracts.dat with the
      *cancellations already applied, plus the ones sold this run,
      *so a cancellation finds the contract it unwinds and the
      *same product cannot be sold twice on one invoice.
       01  MAX-FI-CONTRACTS            PIC 9(5) VALUE 20000.
       01  W-FIC-FOUND-SWITCH          PIC X    VALUE 'N'.
           88  W-FIC-FOUND                 VALUE 'Y'.
           88  W-FIC-NOT-FOUND             VALUE 'N'.
       01  FI-CONTRACT-TABLE-AREA.
           05  W-FIC-COUNT             PIC 9(5) VALUE 0.
           05  FI-CONTRACT-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON W-FIC-COUNT
                   INDEXED BY FIC-IDX.
               10  FICT-INVOICE        PIC 9(5).
               10  FICT-CODE           PIC X(4).
               10  FICT-STATUS         PIC X.
               10  FICT-SALEPERSON     PIC X(7).
               10  FICT-BUYER-ID       PIC 9(6).
               10  FICT-PRICE          PIC 9(6).
               10  FICT-COST           PIC 9(6).
               10  FICT-TERM-MONTHS    PIC 9(3).
               10  FICT-SALE-DATE      PIC 9(8).
               10  FICT-PROVIDER       PIC X(6).
       01  WS-RECALL-HOLD-STATUS       PIC XX   VALUE SPACES.
       01  WS-DEPOSIT-FILE-STATUS      PIC XX   VALUE SPACES.

       01  W-TOTAL-REV-TAX             PIC 9(11)V99 VALUE 0.
       01  W-GL-RECEIVABLE             PIC 9(11)V99 VALUE 0.
       01  W-GL-REV-RECEIVABLE         PIC 9(11)V99 VALUE 0.
      *F&I product dollars: price sold and dealer cost owed the
      *providers, and on cancellations the refund owed the buyer
      *and the cost the provider credits back.
       01  W-TOTAL-FI-PRICE            PIC 9(11)    VALUE 0.
       01  W-TOTAL-FI-COST             PIC 9(11)    VALUE 0.
       01  W-TOTAL-FI-REFUND           PIC 9(11)V99 VALUE 0.
       01  W-TOTAL-FI-COST-BACK        PIC 9(11)V99 VALUE 0.

       01  WS-CUSTOMER-FILE-STATUS     PIC XX   VALUE SPACES.

      *Standard rejection-rate control total, same shape as RENTALS'
      *ERROR-TRAILER-LINE.
           05  W06-REJECTION-PERCENT    PIC 9(3)V99 VALUE 0.
      *Sales passed with the NO TITLE warning flag.
           05  W06-TITLE-WARNINGS       PIC 9(5) VALUE 0.

        01  W07-SUMMARY-LINE.
           05                           PIC X(5)  VALUE SPACES.
                 VALUE '*** REJECTION RATE EXCEEDS THRESHOLD ***'.
           05                           PIC X(101) VALUE SPACES.

      *Written under the summary when sales passed with no title in
      *hand, so the desk chases the titles before delivery.
       01  W21-TITLE-WARNING-LINE.
           05                           PIC X(5)  VALUE SPACES.
           05                           PIC X(37)
                 VALUE '*** SALES WITH NO TITLE ON FILE: '.
           05  W21-TITLE-WARNINGS       PIC ZZZZ9.
           05                           PIC X(99) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 095-TAKE-RUN-LOCK
           PERFORM 131-READ-DEPOSITS
           PERFORM 127-READ-CUSTOMER-MASTER
           PERFORM 128-READ-TAX-RATES
           PERFORM 132-READ-FI-PRODUCTS
           PERFORM 133-READ-FI-CONTRACTS
           PERFORM 136-READ-CREDIT-APPROVALS
           PERFORM 137-READ-TITLES
           OPEN OUTPUT F13-DMV-FEED-FILE
           OPEN OUTPUT F17-FINANCE-NOTE-FILE
           OPEN OUTPUT F18-COMM-ADJUST-FILE
               CLOSE F19-SOLD-VEHICLE-FILE
               OPEN EXTEND F19-SOLD-VEHICLE-FILE
           END-IF
           OPEN EXTEND F28-FI-CONTRACT-FILE
           IF WS-FI-CONTRACT-STATUS = '35'
               OPEN OUTPUT F28-FI-CONTRACT-FILE
               CLOSE F28-FI-CONTRACT-FILE
               OPEN EXTEND F28-FI-CONTRACT-FILE
           END-IF
           OPEN OUTPUT F29-FI-REMIT-FILE
           OPEN EXTEND F30-DEAL-JACKET-FILE
           IF WS-DEAL-JACKET-STATUS = '35'
               OPEN OUTPUT F30-DEAL-JACKET-FILE
               CLOSE F30-DEAL-JACKET-FILE
               OPEN EXTEND F30-DEAL-JACKET-FILE
           END-IF
           PERFORM 130-READ-VALCAR-PARAMETERS
           PERFORM 135-GET-TODAYS-DATE
           WRITE F23-LATE-KEYED-RECORD FROM W18-LATE-KEYED-HEADING
      **   process one record at a time
      **
      *************
      *    Trade-in, finance, and F&I product records ride the
      *    same file as the sales and are handled on their own
      *    paths - none carries vehicle prices to validate, only
      *    the traded vehicle and allowance, the note terms, or the
      *    product sold.
           EVALUATE TRUE
               WHEN F01-TRADE-IN
                   PERFORM 260-PROCESS-TRADE-IN
                   READ F01-SALE-FILE
                       AT END SET W01-EOF-REACHED TO TRUE
                   END-READ
               WHEN F01-FI-PRODUCT
                   PERFORM 280-PROCESS-FI-PRODUCT
                   READ F01-SALE-FILE
                       AT END SET W01-EOF-REACHED TO TRUE
                   END-READ
               WHEN OTHER
                   PERFORM 205-PROCESS-SALE
           END-EVALUATE
              MOVE W-EFFECTIVE-SALE-DATE TO W04-SALE-DATE
              WRITE F02-REPT-RECORD FROM W04-DETAIL
              PERFORM 258-CHECK-MONTH-CUTOFF
              IF W-TITLE-NOT-ON-FILE
                  ADD 1 TO W06-TITLE-WARNINGS
              END-IF
              MOVE F01-INVOICE TO W-LAST-SALE-INVOICE
              IF F01-SELL IS NUMERIC
                  MOVE F01-SELL TO W-LAST-SALE-SELL
              ELSE
                  MOVE 0 TO W-LAST-SALE-BUYER
              END-IF
              MOVE F01-SALEPERSON TO W-LAST-SALE-SALEPERSON
              MOVE W-EFFECTIVE-SALE-DATE TO W-LAST-SALE-DATE
              PERFORM 253-REGISTER-SOLD-VIN
              PERFORM 270-WRITE-DMV-FEED
              PERFORM 272-WRITE-SOLD-VEHICLE
              IF W-APPLY-DEPOSIT
                  PERFORM 274-APPLY-DEPOSIT
              END-IF
              PERFORM 276-WRITE-JACKET-SALE
           ELSE
              ADD 1 TO W06-TOTAL-REJECTED
           END-IF
           CLOSE F18-COMM-ADJUST-FILE
           CLOSE F19-SOLD-VEHICLE-FILE
           CLOSE F23-LATE-KEYED-FILE
           CLOSE F28-FI-CONTRACT-FILE
           CLOSE F29-FI-REMIT-FILE
           CLOSE F30-DEAL-JACKET-FILE
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 910-WRITE-CONTROL-TOTALS
           PERFORM 920-WRITE-GL-JOURNAL
      *payable on the credit side. Reversals posted this run net
      *out with mirrored entries, the same netting the tax month
      *stream and the commission adjustments already carry - so
      *the trial balance agrees with the registers. F&I products
      *post their own pairs: the price to the receivable and
      *product income, the dealer cost to product cost and the
      *provider payable, and on cancellations the refund owed the
      *buyer and the cost the provider credits back.
       920-WRITE-GL-JOURNAL.
           IF W-TOTAL-SELL-DOLLARS > 0 OR W-TOTAL-REV-SELL > 0
               OR W-TOTAL-FI-PRICE > 0 OR W-TOTAL-FI-REFUND > 0
               OR W-TOTAL-FI-COST-BACK > 0
               OPEN EXTEND F24-GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS = '35'
                   OPEN OUTPUT F24-GL-JOURNAL-FILE
                   MOVE W-GL-REV-RECEIVABLE TO GLJ-AMOUNT
                   WRITE F24-GL-JOURNAL-RECORD
               END-IF
               IF W-TOTAL-FI-PRICE > 0
                   MOVE '1200' TO GLJ-ACCOUNT
                   MOVE 'D' TO GLJ-DC
                   MOVE W-TOTAL-FI-PRICE TO GLJ-AMOUNT
                   WRITE F24-GL-JOURNAL-RECORD
                   MOVE '4300' TO GLJ-ACCOUNT
                   MOVE 'C' TO GLJ-DC
                   WRITE F24-GL-JOURNAL-RECORD
               END-IF
               IF W-TOTAL-FI-COST > 0
                   MOVE '5950' TO GLJ-ACCOUNT
                   MOVE 'D' TO GLJ-DC
                   MOVE W-TOTAL-FI-COST TO GLJ-AMOUNT
                   WRITE F24-GL-JOURNAL-RECORD
                   MOVE '2700' TO GLJ-ACCOUNT
                   MOVE 'C' TO GLJ-DC
                   WRITE F24-GL-JOURNAL-RECORD
               END-IF
               IF W-TOTAL-FI-REFUND > 0
                   MOVE '4300' TO GLJ-ACCOUNT
                   MOVE 'D' TO GLJ-DC
                   MOVE W-TOTAL-FI-REFUND TO GLJ-AMOUNT
                   WRITE F24-GL-JOURNAL-RECORD
                   MOVE '2600' TO GLJ-ACCOUNT
                   MOVE 'C' TO GLJ-DC
                   WRITE F24-GL-JOURNAL-RECORD
               END-IF
               IF W-TOTAL-FI-COST-BACK > 0
                   MOVE '2700' TO GLJ-ACCOUNT
                   MOVE 'D' TO GLJ-DC
                   MOVE W-TOTAL-FI-COST-BACK TO GLJ-AMOUNT
                   WRITE F24-GL-JOURNAL-RECORD
                   MOVE '5950' TO GLJ-ACCOUNT
                   MOVE 'C' TO GLJ-DC
                   WRITE F24-GL-JOURNAL-RECORD
               END-IF
               CLOSE F24-GL-JOURNAL-FILE
           END-IF
           .
           MOVE W-AUDIT-PASSED-COUNT TO CTF-COUNT
           MOVE 0 TO CTF-AMOUNT
           WRITE F14-CONTROL-TOTAL-RECORD
           IF W-FI-SOLD > 0 OR W-FI-CANCELLED > 0
               MOVE 'FI-PRODUCTS' TO CTF-ITEM
               MOVE W-FI-SOLD TO CTF-COUNT
               MOVE W-TOTAL-FI-PRICE TO CTF-AMOUNT
               WRITE F14-CONTROL-TOTAL-RECORD
               MOVE 'FI-CANCELS' TO CTF-ITEM
               MOVE W-FI-CANCELLED TO CTF-COUNT
               MOVE W-TOTAL-FI-REFUND TO CTF-AMOUNT
               WRITE F14-CONTROL-TOTAL-RECORD
           END-IF
           CLOSE F14-CONTROL-TOTAL-FILE
           .

                           MOVE F04-PARM-DEPOSIT-AGE-DAYS
                               TO W-DEPOSIT-AGE-DAYS
                       END-IF
                       IF F04-PARM-TITLE-MODE = 'W' OR 'R'
                           MOVE F04-PARM-TITLE-MODE TO W-TITLE-MODE
                       END-IF
               END-READ
               CLOSE F04-PARAMETER-FILE
           END-IF
           END-IF
           .

       132-READ-FI-PRODUCTS.
      *************
      **   LOAD THE F&I PRODUCT MASTER INTO MEMORY
      **
      *************
           OPEN INPUT F27-FI-PRODUCT-FILE
           IF WS-FI-PRODUCT-STATUS = '00'
               PERFORM UNTIL WS-FI-PRODUCT-STATUS NOT = '00'
                   READ F27-FI-PRODUCT-FILE
                       AT END
                           MOVE '10' TO WS-FI-PRODUCT-STATUS
                       NOT AT END
                           IF W-FIP-COUNT < MAX-FI-PRODUCTS
                               AND FIP-DEALER-COST IS NUMERIC
                               AND FIP-MAX-TERM IS NUMERIC
                               ADD 1 TO W-FIP-COUNT
                               MOVE FIP-CODE
                                   TO FIPT-CODE(W-FIP-COUNT)
                               MOVE FIP-DESCRIPTION
                                   TO FIPT-DESCRIPTION(W-FIP-COUNT)
                               MOVE FIP-PROVIDER
                                   TO FIPT-PROVIDER(W-FIP-COUNT)
                               MOVE FIP-DEALER-COST
                                   TO FIPT-DEALER-COST(W-FIP-COUNT)
                               MOVE FIP-MAX-TERM
                                   TO FIPT-MAX-TERM(W-FIP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F27-FI-PRODUCT-FILE
           END-IF
           .

       133-READ-FI-CONTRACTS.
      *************
      **   LOAD THE CONTRACTS ON FILE, DROPPING CANCELLED ONES
      **
      *************
           OPEN INPUT F28-FI-CONTRACT-FILE
           IF WS-FI-CONTRACT-STATUS = '00'
               PERFORM UNTIL WS-FI-CONTRACT-STATUS NOT = '00'
                   READ F28-FI-CONTRACT-FILE
                       AT END
                           MOVE '10' TO WS-FI-CONTRACT-STATUS
                       NOT AT END
                           IF FIC-CANCELLED
                               MOVE FIC-INVOICE TO W-FI-KEY-INVOICE
                               MOVE FIC-CODE    TO W-FI-KEY-CODE
                               PERFORM 289-FIND-FI-CONTRACT
                               IF W-FIC-FOUND
                                   MOVE 'X' TO FICT-STATUS(FIC-IDX)
                               END-IF
                           ELSE
                               PERFORM 134-LOAD-ONE-FI-CONTRACT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F28-FI-CONTRACT-FILE
           END-IF
           .

       134-LOAD-ONE-FI-CONTRACT.
           IF W-FIC-COUNT < MAX-FI-CONTRACTS
               ADD 1 TO W-FIC-COUNT
               SET FIC-IDX TO W-FIC-COUNT
               MOVE FIC-INVOICE     TO FICT-INVOICE(FIC-IDX)
               MOVE FIC-CODE        TO FICT-CODE(FIC-IDX)
               MOVE FIC-STATUS      TO FICT-STATUS(FIC-IDX)
               MOVE FIC-SALEPERSON  TO FICT-SALEPERSON(FIC-IDX)
               MOVE FIC-BUYER-ID    TO FICT-BUYER-ID(FIC-IDX)
               MOVE FIC-PRICE       TO FICT-PRICE(FIC-IDX)
               MOVE FIC-COST        TO FICT-COST(FIC-IDX)
               MOVE FIC-TERM-MONTHS TO FICT-TERM-MONTHS(FIC-IDX)
               MOVE FIC-SALE-DATE   TO FICT-SALE-DATE(FIC-IDX)
               MOVE FIC-PROVIDER    TO FICT-PROVIDER(FIC-IDX)
           END-IF
           .

       136-READ-CREDIT-APPROVALS.
      *************
      **   LOAD EACH BUYER'S CREDIT DECISION AND TIER LIMITS
      **
      *************
           OPEN INPUT F31-CREDIT-APPROVAL-FILE
           IF WS-CREDIT-APPROVAL-STATUS = '00'
               PERFORM UNTIL WS-CREDIT-APPROVAL-STATUS NOT = '00'
                   READ F31-CREDIT-APPROVAL-FILE
                       AT END
                           MOVE '10' TO WS-CREDIT-APPROVAL-STATUS
                       NOT AT END
                           IF W-CRA-COUNT < MAX-CREDIT-APPROVALS
                               ADD 1 TO W-CRA-COUNT
                               SET CRA-IDX TO W-CRA-COUNT
                               MOVE CAI-BUYER-ID
                                   TO CRAT-BUYER-ID(CRA-IDX)
                               MOVE CAI-DECISION
                                   TO CRAT-DECISION(CRA-IDX)
                               MOVE CAI-TIER TO CRAT-TIER(CRA-IDX)
                               MOVE CAI-MAX-FINANCED
                                   TO CRAT-MAX-FINANCED(CRA-IDX)
                               MOVE CAI-MIN-DOWN-PCT
                                   TO CRAT-MIN-DOWN-PCT(CRA-IDX)
                               MOVE CAI-MIN-APR
                                   TO CRAT-MIN-APR(CRA-IDX)
                               MOVE CAI-MAX-TERM
                                   TO CRAT-MAX-TERM(CRA-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F31-CREDIT-APPROVAL-FILE
           END-IF
           .

       137-READ-TITLES.
      *************
      **   LOAD THE VINS WHOSE TITLE IS IN HAND
      **
      *************
           OPEN INPUT F32-TITLE-FILE
           IF WS-TITLE-STATUS = '00'
               PERFORM UNTIL WS-TITLE-STATUS NOT = '00'
                   READ F32-TITLE-FILE
                       AT END
                           MOVE '10' TO WS-TITLE-STATUS
                       NOT AT END
                           IF TTL-VIN NOT = SPACES
                               AND W-TITLE-COUNT < MAX-TITLES
                               ADD 1 TO W-TITLE-COUNT
                               MOVE TTL-VIN
                                   TO TTV-VIN(W-TITLE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F32-TITLE-FILE
           END-IF
           .

       125-READ-PRICE-BOOK.
      *************
      **   LOAD THE MODEL-LEVEL PRICE BANDS INTO MEMORY
                   PERFORM 400-WRITE-ERROR
               END-IF
           END-IF
      *A car cannot be delivered without its title. With the
      *parameter at R the sale rejects; otherwise it passes with
      *the NO TITLE flag, unless the line already carries the
      *deep-discount flag, and is counted for the summary.
           MOVE 'Y' TO W-TITLE-FOUND-SWITCH
           IF F01-VIN NOT = SPACES AND W-TITLE-COUNT > 0
               MOVE 'N' TO W-TITLE-FOUND-SWITCH
               SET TTL-IDX TO 1
               SEARCH TITLE-VIN-ENTRY
                   AT END CONTINUE
                   WHEN TTV-VIN(TTL-IDX) = F01-VIN
                       MOVE 'Y' TO W-TITLE-FOUND-SWITCH
               END-SEARCH
               IF W-TITLE-NOT-ON-FILE
                   IF W-TITLE-REJECT
                       MOVE W05-NO-TITLE TO W04-ERRMSG
                       MOVE W05-NO-TITLE-CODE
                           TO W-CURRENT-ERROR-CODE
                       PERFORM 400-WRITE-ERROR
                   ELSE
                       IF W04-FLAG = SPACES
                           MOVE 'NO TITLE' TO W04-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF F01-VIN NOT = SPACES
               MOVE 'N' TO W-SOLD-VIN-SWITCH
               IF W-SOLD-VIN-COUNT > 0
           WRITE F02-REPT-RECORD FROM W16-DEPOSIT-LINE
           .

      *The sale as the buyer's order prints it: the tax at the
      *rate 255 found (none for a jurisdiction not on the table)
      *and the deposit 274 applied, zero when there was none.
       276-WRITE-JACKET-SALE.
           MOVE SPACES                TO F30-DEAL-JACKET-RECORD
           MOVE F01-INVOICE           TO DJK-INVOICE
           MOVE 'S'                   TO DJK-TYPE
           MOVE WS-TODAYS-DATE        TO DJK-RUN-DATE
           MOVE F01-VIN               TO DJK-VIN
           MOVE F01-YEAR              TO DJK-YEAR
           MOVE F01-MAKE              TO DJK-MAKE
           MOVE F01-MODEL             TO DJK-MODEL
           MOVE W-LAST-SALE-SELL      TO DJK-SELL
           MOVE F01-SALEPERSON        TO DJK-SALEPERSON
           MOVE W-LAST-SALE-BUYER     TO DJK-BUYER-ID
           MOVE W-EFFECTIVE-SALE-DATE TO DJK-SALE-DATE
           MOVE F01-JURISDICTION      TO DJK-JURISDICTION
           IF W-TAX-FOUND
               MOVE TAX-RATE(TAX-IDX) TO DJK-TAX-RATE
           ELSE
               MOVE 0 TO DJK-TAX-RATE
           END-IF
           MOVE W-THIS-SALE-TAX       TO DJK-TAX
           IF W-APPLY-DEPOSIT
               MOVE W-DEPOSIT-AMOUNT  TO DJK-DEPOSIT
           ELSE
               MOVE 0 TO DJK-DEPOSIT
           END-IF
           WRITE F30-DEAL-JACKET-RECORD
           .

      *Lot VINs the recall matcher has on hold must not sell.
       129-READ-RECALL-HOLDS.
           OPEN INPUT F20-RECALL-HOLD-FILE
               MOVE W-NET-CASH      TO W11-NET-CASH
               WRITE F02-REPT-RECORD FROM W11-TRADE-LINE
               PERFORM 265-POST-TRADE-TO-LOT
               MOVE SPACES          TO F30-DEAL-JACKET-RECORD
               MOVE F01-T-INVOICE   TO DJK-INVOICE
               MOVE 'T'             TO DJK-TYPE
               MOVE WS-TODAYS-DATE  TO DJK-RUN-DATE
               MOVE F01-T-YEAR      TO DJK-T-YEAR
               MOVE F01-T-MAKE      TO DJK-T-MAKE
               MOVE F01-T-MODEL     TO DJK-T-MODEL
               MOVE F01-T-ALLOWANCE TO DJK-T-ALLOWANCE
               MOVE F01-T-VIN       TO DJK-T-VIN
               WRITE F30-DEAL-JACKET-RECORD
           ELSE
               MOVE W05-ORPHAN-TRADE TO W04-ERRMSG
               MOVE W05-ORPHAN-TRADE-CODE TO W-CURRENT-ERROR-CODE
                   MOVE W05-BAD-FINANCE-CODE TO W-CURRENT-ERROR-CODE
                   PERFORM 264-WRITE-FINANCE-REJECT
               ELSE
                   PERFORM 261-CHECK-CREDIT-TIER
                   IF W-CREDIT-WITHIN-TIER
                       PERFORM 263-WRITE-FINANCE-NOTE
                   ELSE
                       PERFORM 264-WRITE-FINANCE-REJECT
                   END-IF
               END-IF
           END-IF
           .

      *The terms keyed on the desk must sit inside the tier CREDSCOR
      *approved the buyer at: no more financed than the tier's
      *maximum, at least its minimum percentage of the selling
      *price down, no lower an APR and no longer a term. The first
      *limit broken is the one reported.
       261-CHECK-CREDIT-TIER.
           SET W-CREDIT-WITHIN-TIER TO TRUE
           MOVE 'N' TO W-CRA-FOUND-SWITCH
           IF W-CRA-COUNT > 0
               SET CRA-IDX TO 1
               SEARCH CREDIT-APPROVAL-ENTRY
                   AT END CONTINUE
                   WHEN CRAT-BUYER-ID(CRA-IDX) = W-LAST-SALE-BUYER
                       MOVE 'Y' TO W-CRA-FOUND-SWITCH
               END-SEARCH
           END-IF
           COMPUTE W-AMOUNT-FINANCED =
               W-LAST-SALE-SELL - F01-F-DOWN-PAYMENT
           EVALUATE TRUE
               WHEN W-LAST-SALE-BUYER = 0
                   OR W-CRA-NOT-FOUND
                   MOVE W05-NO-CREDIT-APPROVAL TO W04-ERRMSG
                   MOVE W05-NO-CREDIT-APPROVAL-CODE
                       TO W-CURRENT-ERROR-CODE
                   SET W-CREDIT-OUTSIDE-TIER TO TRUE
               WHEN NOT CRAT-APPROVED(CRA-IDX)
                   MOVE W05-CREDIT-DECLINED TO W04-ERRMSG
                   MOVE W05-CREDIT-DECLINED-CODE
                       TO W-CURRENT-ERROR-CODE
                   SET W-CREDIT-OUTSIDE-TIER TO TRUE
               WHEN W-AMOUNT-FINANCED > CRAT-MAX-FINANCED(CRA-IDX)
                   MOVE W05-OVER-TIER-AMOUNT TO W04-ERRMSG
                   MOVE W05-OVER-TIER-AMOUNT-CODE
                       TO W-CURRENT-ERROR-CODE
                   SET W-CREDIT-OUTSIDE-TIER TO TRUE
               WHEN OTHER
                   COMPUTE W-REQUIRED-DOWN ROUNDED =
                       W-LAST-SALE-SELL * CRAT-MIN-DOWN-PCT(CRA-IDX)
                       / 100
                   EVALUATE TRUE
                       WHEN F01-F-DOWN-PAYMENT < W-REQUIRED-DOWN
                           MOVE W05-UNDER-TIER-DOWN TO W04-ERRMSG
                           MOVE W05-UNDER-TIER-DOWN-CODE
                               TO W-CURRENT-ERROR-CODE
                           SET W-CREDIT-OUTSIDE-TIER TO TRUE
                       WHEN F01-F-APR < CRAT-MIN-APR(CRA-IDX)
                           MOVE W05-UNDER-TIER-APR TO W04-ERRMSG
                           MOVE W05-UNDER-TIER-APR-CODE
                               TO W-CURRENT-ERROR-CODE
                           SET W-CREDIT-OUTSIDE-TIER TO TRUE
                       WHEN F01-F-TERM-MONTHS
                           > CRAT-MAX-TERM(CRA-IDX)
                           MOVE W05-OVER-TIER-TERM TO W04-ERRMSG
                           MOVE W05-OVER-TIER-TERM-CODE
                               TO W-CURRENT-ERROR-CODE
                           SET W-CREDIT-OUTSIDE-TIER TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE
           .

       263-WRITE-FINANCE-NOTE.
           ADD 1 TO W-NOTES-WRITTEN
           COMPUTE W-AMOUNT-FINANCED =
           MOVE F01-F-TERM-MONTHS  TO FIN-TERM-MONTHS
           MOVE WS-TODAYS-DATE     TO FIN-ORIG-DATE
           WRITE F17-FINANCE-NOTE-RECORD
           MOVE SPACES             TO F30-DEAL-JACKET-RECORD
           MOVE F01-F-INVOICE      TO DJK-INVOICE
           MOVE 'F'                TO DJK-TYPE
           MOVE WS-TODAYS-DATE     TO DJK-RUN-DATE
           MOVE F01-F-DOWN-PAYMENT TO DJK-F-DOWN
           MOVE W-AMOUNT-FINANCED  TO DJK-F-FINANCED
           MOVE F01-F-APR          TO DJK-F-APR
           MOVE F01-F-TERM-MONTHS  TO DJK-F-TERM-MONTHS
           WRITE F30-DEAL-JACKET-RECORD
           MOVE F01-F-INVOICE      TO W14-INVOICE
           MOVE F01-F-DOWN-PAYMENT TO W14-DOWN
           MOVE W-AMOUNT-FINANCED  TO W14-FINANCED
           MOVE F01-R-SALEPERSON    TO CAD-SALEPERSON
           MOVE F01-R-SELL          TO CAD-SELL
           MOVE W-REVERSAL-MARGIN   TO CAD-MARGIN
           SET CAD-REVERSAL         TO TRUE
           WRITE F18-COMM-ADJUST-RECORD
           PERFORM 268-REVERSE-SALES-TAX
      *Cancellation record on the DMV feed.
           WRITE F06-REJECT-RECORD FROM REJECT-LINE
           .

      *One F&I product record: a sale ties to the deal it follows
      *the way a finance note does, is priced against the product
      *master, and posts the contract, the provider's cost, and
      *the product margin onto the salesperson's commission base.
      *A cancellation unwinds a contract sold on any earlier run.
       280-PROCESS-FI-PRODUCT.
           IF F01-P-CANCEL
               PERFORM 284-CANCEL-FI-PRODUCT
           ELSE
               IF F01-P-INVOICE IS NOT NUMERIC
                   OR F01-P-INVOICE NOT = W-LAST-SALE-INVOICE
                   MOVE W05-ORPHAN-PRODUCT TO W04-ERRMSG
                   MOVE W05-ORPHAN-PRODUCT-CODE
                       TO W-CURRENT-ERROR-CODE
                   PERFORM 288-WRITE-FI-REJECT
               ELSE
                   MOVE 'N' TO W-FIP-FOUND-SWITCH
                   IF W-FIP-COUNT > 0
                       SET FIP-IDX TO 1
                       SEARCH FI-PRODUCT-ENTRY
                           AT END CONTINUE
                           WHEN FIPT-CODE(FIP-IDX) = F01-P-CODE
                               MOVE 'Y' TO W-FIP-FOUND-SWITCH
                       END-SEARCH
                   END-IF
                   MOVE F01-P-INVOICE TO W-FI-KEY-INVOICE
                   MOVE F01-P-CODE    TO W-FI-KEY-CODE
                   PERFORM 289-FIND-FI-CONTRACT
                   IF W-FIP-NOT-FOUND
                       OR W-FIC-FOUND
                       OR NOT F01-P-SALE
                       OR F01-P-PRICE NOT NUMERIC
                       OR F01-P-PRICE = 0
                       OR F01-P-TERM-MONTHS NOT NUMERIC
                       OR F01-P-TERM-MONTHS = 0
                       MOVE W05-BAD-PRODUCT TO W04-ERRMSG
                       MOVE W05-BAD-PRODUCT-CODE
                           TO W-CURRENT-ERROR-CODE
                       PERFORM 288-WRITE-FI-REJECT
                   ELSE
                       IF F01-P-TERM-MONTHS > FIPT-MAX-TERM(FIP-IDX)
                           MOVE W05-BAD-PRODUCT TO W04-ERRMSG
                           MOVE W05-BAD-PRODUCT-CODE
                               TO W-CURRENT-ERROR-CODE
                           PERFORM 288-WRITE-FI-REJECT
                       ELSE
                           PERFORM 282-POST-FI-PRODUCT-SALE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       282-POST-FI-PRODUCT-SALE.
           ADD 1 TO W-FI-SOLD
           ADD F01-P-PRICE TO W-TOTAL-FI-PRICE
           ADD FIPT-DEALER-COST(FIP-IDX) TO W-TOTAL-FI-COST
           COMPUTE W-FI-MARGIN =
               F01-P-PRICE - FIPT-DEALER-COST(FIP-IDX)
           IF W-FI-MARGIN < 0
               MOVE 0 TO W-FI-MARGIN
           END-IF
      *The contract, on file for a later cancellation.
           MOVE F01-P-INVOICE          TO FIC-INVOICE
           MOVE F01-P-CODE             TO FIC-CODE
           SET FIC-IN-FORCE            TO TRUE
           MOVE W-LAST-SALE-SALEPERSON TO FIC-SALEPERSON
           MOVE W-LAST-SALE-BUYER      TO FIC-BUYER-ID
           MOVE F01-P-PRICE            TO FIC-PRICE
           MOVE FIPT-DEALER-COST(FIP-IDX) TO FIC-COST
           MOVE F01-P-TERM-MONTHS      TO FIC-TERM-MONTHS
           MOVE W-LAST-SALE-DATE       TO FIC-SALE-DATE
           MOVE FIPT-PROVIDER(FIP-IDX) TO FIC-PROVIDER
           MOVE 0                      TO FIC-CANCEL-DATE
           MOVE 0                      TO FIC-REFUND
           PERFORM 134-LOAD-ONE-FI-CONTRACT
           WRITE F28-FI-CONTRACT-RECORD
      *Dealer cost owed the provider.
           MOVE FIPT-PROVIDER(FIP-IDX) TO FRM-PROVIDER
           MOVE F01-P-INVOICE          TO FRM-INVOICE
           MOVE F01-P-CODE             TO FRM-CODE
           MOVE W-LAST-SALE-BUYER      TO FRM-BUYER-ID
           MOVE 'S'                    TO FRM-TYPE
           MOVE FIPT-DEALER-COST(FIP-IDX) TO FRM-AMOUNT
           MOVE WS-TODAYS-DATE         TO FRM-DATE
           WRITE F29-FI-REMIT-RECORD
      *Product margin onto the commission base for COMMRPT.
           MOVE F01-P-INVOICE          TO CAD-INVOICE
           MOVE W-LAST-SALE-SALEPERSON TO CAD-SALEPERSON
           MOVE 0                      TO CAD-SELL
           MOVE W-FI-MARGIN            TO CAD-MARGIN
           SET CAD-FI-MARGIN           TO TRUE
           WRITE F18-COMM-ADJUST-RECORD
      *Audit trail.
           MOVE F01-P-INVOICE          TO W19-INVOICE
           MOVE F01-P-CODE             TO W19-CODE
           MOVE FIPT-DESCRIPTION(FIP-IDX) TO W19-DESCRIPTION
           MOVE F01-P-PRICE            TO W19-PRICE
           MOVE FIPT-DEALER-COST(FIP-IDX) TO W19-COST
           MOVE F01-P-TERM-MONTHS      TO W19-TERM
           WRITE F02-REPT-RECORD FROM W19-FI-PRODUCT-LINE
           .

      *A cancellation refunds the buyer the unused whole months of
      *the contract pro rata, takes the same share of the provider's
      *cost back off the remittance, and charges the same share of
      *the product margin back against the salesperson.
       284-CANCEL-FI-PRODUCT.
           MOVE 'N' TO W-FIC-FOUND-SWITCH
           IF F01-P-INVOICE IS NUMERIC
               MOVE F01-P-INVOICE TO W-FI-KEY-INVOICE
               MOVE F01-P-CODE    TO W-FI-KEY-CODE
               PERFORM 289-FIND-FI-CONTRACT
           END-IF
           IF W-FIC-NOT-FOUND
               MOVE W05-BAD-PRODUCT-CANCEL TO W04-ERRMSG
               MOVE W05-BAD-PRODUCT-CANCEL-CODE
                   TO W-CURRENT-ERROR-CODE
               PERFORM 288-WRITE-FI-REJECT
           ELSE
               PERFORM 285-EDIT-CANCEL-DATE
               IF W-FI-MONTHS-USED < 0
                   MOVE W05-BAD-PRODUCT-CANCEL TO W04-ERRMSG
                   MOVE W05-BAD-PRODUCT-CANCEL-CODE
                       TO W-CURRENT-ERROR-CODE
                   PERFORM 288-WRITE-FI-REJECT
               ELSE
                   PERFORM 286-POST-FI-CANCELLATION
               END-IF
           END-IF
           .

      *Cancel date edited like a sale date - a real calendar day
      *no later than today, blank meaning today - and no earlier
      *than the contract's sale. Either failure leaves the months
      *used negative for 284 to reject.
       285-EDIT-CANCEL-DATE.
           MOVE -1 TO W-FI-MONTHS-USED
           MOVE WS-TODAYS-DATE TO W-FI-CANCEL-DATE
           IF F01-P-CANCEL-DATE NOT = SPACES
               IF F01-P-CANCEL-DATE IS NOT NUMERIC
                   MOVE 0 TO W-FI-CANCEL-DATE
               ELSE
                   MOVE F01-P-CANCEL-DATE(1:4) TO W-SD-YEAR
                   MOVE F01-P-CANCEL-DATE(5:2) TO W-SD-MONTH
                   MOVE F01-P-CANCEL-DATE(7:2) TO W-SD-DAY
                   PERFORM 257-CHECK-CALENDAR-DAY
                   IF NOT W-SD-VALID-MONTHS
                       OR W-SD-DAY = 0
                       OR W-SD-DAY > W-SD-MAX-DAY
                       OR F01-P-CANCEL-DATE > WS-TODAYS-DATE
                       MOVE 0 TO W-FI-CANCEL-DATE
                   ELSE
                       MOVE F01-P-CANCEL-DATE TO W-FI-CANCEL-DATE
                   END-IF
               END-IF
           END-IF
           MOVE FICT-SALE-DATE(FIC-IDX) TO W-FI-SALE-DATE
           IF W-FI-CANCEL-DATE NOT = 0
               AND W-FI-CANCEL-DATE NOT < W-FI-SALE-DATE
               COMPUTE W-FI-MONTHS-USED =
                   (W-FI-CANCEL-CCYY * 12 + W-FI-CANCEL-MM)
                 - (W-FI-SALE-CCYY * 12 + W-FI-SALE-MM)
               IF W-FI-CANCEL-DD < W-FI-SALE-DD
                   SUBTRACT 1 FROM W-FI-MONTHS-USED
               END-IF
           END-IF
           .

       286-POST-FI-CANCELLATION.
           ADD 1 TO W-FI-CANCELLED
           MOVE 'X' TO FICT-STATUS(FIC-IDX)
           IF W-FI-MONTHS-USED < FICT-TERM-MONTHS(FIC-IDX)
               COMPUTE W-FI-MONTHS-LEFT =
                   FICT-TERM-MONTHS(FIC-IDX) - W-FI-MONTHS-USED
           ELSE
               MOVE 0 TO W-FI-MONTHS-LEFT
           END-IF
           COMPUTE W-FI-REFUND ROUNDED =
               FICT-PRICE(FIC-IDX) * W-FI-MONTHS-LEFT
                   / FICT-TERM-MONTHS(FIC-IDX)
           COMPUTE W-FI-COST-BACK ROUNDED =
               FICT-COST(FIC-IDX) * W-FI-MONTHS-LEFT
                   / FICT-TERM-MONTHS(FIC-IDX)
           COMPUTE W-FI-MARGIN =
               FICT-PRICE(FIC-IDX) - FICT-COST(FIC-IDX)
           IF W-FI-MARGIN < 0
               MOVE 0 TO W-FI-MARGIN
           END-IF
           COMPUTE W-FI-CHARGEBACK ROUNDED =
               W-FI-MARGIN * W-FI-MONTHS-LEFT
                   / FICT-TERM-MONTHS(FIC-IDX)
           ADD W-FI-REFUND    TO W-TOTAL-FI-REFUND
           ADD W-FI-COST-BACK TO W-TOTAL-FI-COST-BACK
      *Cancellation record on the contract file.
           MOVE FICT-INVOICE(FIC-IDX)     TO FIC-INVOICE
           MOVE FICT-CODE(FIC-IDX)        TO FIC-CODE
           SET FIC-CANCELLED              TO TRUE
           MOVE FICT-SALEPERSON(FIC-IDX)  TO FIC-SALEPERSON
           MOVE FICT-BUYER-ID(FIC-IDX)    TO FIC-BUYER-ID
           MOVE FICT-PRICE(FIC-IDX)       TO FIC-PRICE
           MOVE FICT-COST(FIC-IDX)        TO FIC-COST
           MOVE FICT-TERM-MONTHS(FIC-IDX) TO FIC-TERM-MONTHS
           MOVE FICT-SALE-DATE(FIC-IDX)   TO FIC-SALE-DATE
           MOVE FICT-PROVIDER(FIC-IDX)    TO FIC-PROVIDER
           MOVE W-FI-CANCEL-DATE          TO FIC-CANCEL-DATE
           MOVE W-FI-REFUND               TO FIC-REFUND
           WRITE F28-FI-CONTRACT-RECORD
      *Unused cost credited back by the provider.
           MOVE FICT-PROVIDER(FIC-IDX)    TO FRM-PROVIDER
           MOVE FICT-INVOICE(FIC-IDX)     TO FRM-INVOICE
           MOVE FICT-CODE(FIC-IDX)        TO FRM-CODE
           MOVE FICT-BUYER-ID(FIC-IDX)    TO FRM-BUYER-ID
           MOVE 'X'                       TO FRM-TYPE
           MOVE W-FI-COST-BACK            TO FRM-AMOUNT
           MOVE WS-TODAYS-DATE            TO FRM-DATE
           WRITE F29-FI-REMIT-RECORD
      *Unearned margin charged back for COMMRPT.
           MOVE FICT-INVOICE(FIC-IDX)     TO CAD-INVOICE
           MOVE FICT-SALEPERSON(FIC-IDX)  TO CAD-SALEPERSON
           MOVE 0                         TO CAD-SELL
           MOVE W-FI-CHARGEBACK           TO CAD-MARGIN
           SET CAD-FI-CHARGEBACK          TO TRUE
           WRITE F18-COMM-ADJUST-RECORD
      *Audit trail.
           MOVE FICT-INVOICE(FIC-IDX)     TO W20-INVOICE
           MOVE FICT-CODE(FIC-IDX)        TO W20-CODE
           MOVE W-FI-MONTHS-USED          TO W20-MONTHS-USED
           MOVE FICT-TERM-MONTHS(FIC-IDX) TO W20-TERM
           MOVE W-FI-REFUND               TO W20-REFUND
           WRITE F02-REPT-RECORD FROM W20-FI-CANCEL-LINE
           .

       288-WRITE-FI-REJECT.
           ADD 1 TO W-FI-REJECTED
           IF F01-P-INVOICE IS NUMERIC
               MOVE F01-P-INVOICE TO REJ-KEY
           ELSE
               MOVE ZEROS TO REJ-KEY
           END-IF
           MOVE SPACES TO REJ-NAME
           MOVE W04-ERRMSG TO REJ-MESSAGE
           MOVE W-CURRENT-ERROR-CODE TO REJ-ERROR-CODE
           MOVE SPACES TO REJ-CONTENTS
           STRING 'PRODUCT:' F01-P-CODE ' TERM:' F01-P-TERM-MONTHS
               DELIMITED BY SIZE INTO REJ-CONTENTS
           WRITE F06-REJECT-RECORD FROM REJECT-LINE
           .

      *The in-force contract for W-FI-KEY-INVOICE/W-FI-KEY-CODE,
      *left at FIC-IDX when found.
       289-FIND-FI-CONTRACT.
           MOVE 'N' TO W-FIC-FOUND-SWITCH
           IF W-FIC-COUNT > 0
               SET FIC-IDX TO 1
               SEARCH FI-CONTRACT-ENTRY
                   AT END CONTINUE
                   WHEN FICT-INVOICE(FIC-IDX) = W-FI-KEY-INVOICE
                       AND FICT-CODE(FIC-IDX) = W-FI-KEY-CODE
                       AND FICT-STATUS(FIC-IDX) = SPACE
                       MOVE 'Y' TO W-FIC-FOUND-SWITCH
               END-SEARCH
           END-IF
           .

       310-WRITE-SUMMARY.
      *************
      **   WRITE END-OF-RUN INVOICE/REJECT COUNTS
           IF W06-REJECTION-PERCENT > W-REJECTION-THRESHOLD
               WRITE F02-REPT-RECORD FROM W09-REJECTION-ALERT-LINE
           END-IF
           IF W06-TITLE-WARNINGS > 0
               MOVE W06-TITLE-WARNINGS TO W21-TITLE-WARNINGS
               WRITE F02-REPT-RECORD FROM W21-TITLE-WARNING-LINE
           END-IF
           PERFORM 320-WRITE-TAX-REMITTANCE
           .

