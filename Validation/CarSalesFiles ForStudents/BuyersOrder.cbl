       IDENTIFICATION DIVISION.

       PROGRAM-ID.     DEALDOCS.

      *Buyer's order and bill of sale for every deal VALCAR passes.
      *The finance office used to retype these from AuditRept.dat;
      *this run prints them off the deal jacket VALCAR appends -
      *the vehicle, selling price, the sales tax at the buyer's
      *jurisdiction, each trade-in allowance, the deposit applied
      *from the deposit hold, and the finance terms written to
      *financenotes.dat - with the buyer's name and address from
      *the shared customer master. Tonight's deals print by
      *default; an invoice keyed on docreprints.dat prints again,
      *marked as a reprint, whatever night it was sold.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Same 108-byte deal jacket VALCAR appends: a sale record
      *followed by its trade-in and finance records.
           SELECT F01-JACKET-FILE
               ASSIGN TO "dealjacket.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JACKET-FILE-STATUS.

      *One invoice per document the office wants printed again.
           SELECT F02-REPRINT-FILE
               ASSIGN TO "docreprints.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-FILE-STATUS.

      *Shared customer master, for the buyer's name and address.
           SELECT F03-CUSTOMER-FILE
               ASSIGN TO "customers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT F04-DOCUMENT-FILE
               ASSIGN TO "buyersorders.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F05-REPORT-FILE
               ASSIGN TO "dealdocsreport.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F06-OPS-LOG-FILE
               ASSIGN TO "opslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Machine-readable control totals for the nightly balancing
      *run.
           SELECT F07-CONTROL-TOTAL-FILE
               ASSIGN TO "controltotals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  F01-JACKET-FILE
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS F01-JACKET-RECORD.
       01  F01-JACKET-RECORD.
           05  DJK-INVOICE             PIC 9(5).
           05  DJK-TYPE                PIC X.
               88  DJK-SALE                VALUE 'S'.
               88  DJK-TRADE               VALUE 'T'.
               88  DJK-FINANCE             VALUE 'F'.
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
       01  F01-JACKET-TRADE-RECORD REDEFINES F01-JACKET-RECORD.
           05  FILLER                  PIC X(14).
           05  DJK-T-YEAR              PIC X(2).
           05  DJK-T-MAKE              PIC X(11).
           05  DJK-T-MODEL             PIC X(13).
           05  DJK-T-ALLOWANCE         PIC 9(6).
           05  DJK-T-VIN               PIC X(17).
           05  FILLER                  PIC X(45).
       01  F01-JACKET-FINANCE-RECORD REDEFINES F01-JACKET-RECORD.
           05  FILLER                  PIC X(14).
           05  DJK-F-DOWN              PIC 9(6).
           05  DJK-F-FINANCED          PIC 9(6).
           05  DJK-F-APR               PIC 99V99.
           05  DJK-F-TERM-MONTHS       PIC 9(3).
           05  FILLER                  PIC X(75).

       FD  F02-REPRINT-FILE
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS F02-REPRINT-RECORD.
       01  F02-REPRINT-RECORD.
           05  RPR-INVOICE             PIC 9(5).
           05  RPR-INVOICE-X REDEFINES RPR-INVOICE
                                       PIC X(5).

      *Same 120-byte shared-customer layout both validators read.
       FD  F03-CUSTOMER-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F03-CUSTOMER-RECORD.
       01  F03-CUSTOMER-RECORD.
           05  CUST-IN-ID              PIC 9(6).
           05  CUST-IN-NAME            PIC X(25).
           05  CUST-IN-ADDRESS         PIC X(30).
           05  FILLER                  PIC X(59).

       FD  F04-DOCUMENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F04-DOCUMENT-RECORD.
       01  F04-DOCUMENT-RECORD         PIC X(80).

       FD  F05-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F05-REPORT-RECORD.
       01  F05-REPORT-RECORD           PIC X(100).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F06-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F06-OPS-LOG-RECORD.
       01  F06-OPS-LOG-RECORD          PIC X(132).

       FD  F07-CONTROL-TOTAL-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F07-CONTROL-TOTAL-RECORD.
       01  F07-CONTROL-TOTAL-RECORD.
           05  CTF-PROGRAM         PIC X(8).
           05  CTF-ITEM            PIC X(12).
           05  CTF-COUNT           PIC 9(7).
           05  CTF-AMOUNT          PIC 9(11).

       WORKING-STORAGE SECTION.

       01  W01-EOF-SWITCH              PIC X    VALUE 'N'.
           88  W01-EOF-REACHED             VALUE 'Y'.

       01  WS-JACKET-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-REPRINT-FILE-STATUS      PIC XX   VALUE SPACES.
       01  WS-CUSTOMER-FILE-STATUS     PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS          PIC XX   VALUE SPACES.

      *Invoices asked for again; each is ticked off when its deal
      *turns up on the jacket so the ones that never do can be
      *listed.
       01  MAX-REPRINTS                PIC 9(3) VALUE 200.
       01  W-RPR-FOUND-SWITCH          PIC X    VALUE 'N'.
           88  W-REPRINT-REQUESTED         VALUE 'Y'.
       01  REPRINT-TABLE-AREA.
           05  W-REPRINT-COUNT         PIC 9(3) VALUE 0.
           05  REPRINT-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON W-REPRINT-COUNT
                   INDEXED BY RPR-IDX.
               10  RPT-INVOICE         PIC 9(5).
               10  RPT-FOUND-SWITCH    PIC X.
                   88  RPT-FOUND           VALUE 'Y'.

       01  MAX-CUSTOMERS               PIC 9(5) VALUE 10000.
       01  W-CUST-FOUND-SWITCH         PIC X    VALUE 'N'.
           88  W-CUSTOMER-FOUND            VALUE 'Y'.
           88  W-CUSTOMER-NOT-FOUND        VALUE 'N'.
       01  CUSTOMER-TABLE-AREA.
           05  W-CUSTOMER-COUNT        PIC 9(5) VALUE 0.
           05  CUSTOMER-ENTRY OCCURS 0 TO 10000 TIMES
                   DEPENDING ON W-CUSTOMER-COUNT
                   INDEXED BY CUST-IDX.
               10  CUSTOMER-ID         PIC 9(6).
               10  CUSTOMER-NAME       PIC X(25).
               10  CUSTOMER-ADDRESS    PIC X(30).

      *The deal being assembled off the jacket: its sale record,
      *up to three trade-ins and the finance terms, if any.
       01  W-DEAL-SWITCH               PIC X    VALUE 'N'.
           88  W-DEAL-OPEN                 VALUE 'Y'.
       01  W-DEAL-SALE                 PIC X(108) VALUE SPACES.
       01  W-DEAL-SALE-FIELDS REDEFINES W-DEAL-SALE.
           05  DEAL-INVOICE            PIC 9(5).
           05  FILLER                  PIC X.
           05  DEAL-RUN-DATE           PIC 9(8).
           05  DEAL-VIN                PIC X(17).
           05  DEAL-YEAR               PIC X(2).
           05  DEAL-MAKE               PIC X(11).
           05  DEAL-MODEL              PIC X(13).
           05  DEAL-SELL               PIC 9(6).
           05  DEAL-SALEPERSON         PIC X(7).
           05  DEAL-BUYER-ID           PIC 9(6).
           05  DEAL-SALE-DATE          PIC 9(8).
           05  DEAL-JURISDICTION       PIC X(2).
           05  DEAL-TAX-RATE           PIC 9V9999.
           05  DEAL-TAX                PIC 9(7)V99.
           05  DEAL-DEPOSIT            PIC 9(5)V99.
       01  MAX-DEAL-TRADES             PIC 9    VALUE 3.
       01  DEAL-TRADE-AREA.
           05  W-TRADE-COUNT           PIC 9    VALUE 0.
           05  DEAL-TRADE OCCURS 3 TIMES
                   INDEXED BY TRD-IDX.
               10  TRD-YEAR            PIC X(2).
               10  TRD-MAKE            PIC X(11).
               10  TRD-MODEL           PIC X(13).
               10  TRD-ALLOWANCE       PIC 9(6).
               10  TRD-VIN             PIC X(17).
       01  W-FINANCE-SWITCH            PIC X    VALUE 'N'.
           88  W-DEAL-FINANCED             VALUE 'Y'.
       01  DEAL-FINANCE-TERMS.
           05  DEAL-DOWN               PIC 9(6).
           05  DEAL-FINANCED           PIC 9(6).
           05  DEAL-APR                PIC 99V99.
           05  DEAL-TERM-MONTHS        PIC 9(3).

       01  W-PRINT-SWITCH              PIC X    VALUE 'N'.
           88  W-PRINT-ORIGINAL            VALUE 'O'.
           88  W-PRINT-REPRINT             VALUE 'R'.
           88  W-NO-PRINT                  VALUE 'N'.
       01  W-TOTAL-ALLOWANCE           PIC 9(7)     VALUE 0.
       01  W-BALANCE-DUE               PIC S9(7)V99 VALUE 0.

       01  W-PRINT-DATE                PIC 9(8)  VALUE 0.
       01  W-PRINT-DATE-PARTS REDEFINES W-PRINT-DATE.
           05  W-PRINT-CCYY            PIC 9(4).
           05  W-PRINT-MM              PIC 9(2).
           05  W-PRINT-DD              PIC 9(2).
       01  W-EDITED-DATE.
           05  W-EDITED-MM             PIC 99.
           05                          PIC X     VALUE '/'.
           05  W-EDITED-DD             PIC 99.
           05                          PIC X     VALUE '/'.
           05  W-EDITED-CCYY           PIC 9999.

       01  RUN-COUNTERS.
           05  W-JACKET-READ           PIC 9(7)     VALUE 0.
           05  W-ORIGINALS-PRINTED     PIC 9(5)     VALUE 0.
           05  W-REPRINTS-PRINTED      PIC 9(5)     VALUE 0.
           05  W-REPRINTS-NOT-FOUND    PIC 9(5)     VALUE 0.
           05  W-TOTAL-SELL            PIC 9(9)     VALUE 0.

       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY          PIC 9(4).
           05  WS-TODAYS-MM            PIC 9(2).
           05  WS-TODAYS-DD            PIC 9(2).
       01  WS-TODAYS-DATE-8            PIC 9(8)  VALUE 0.
       01  W08-RUN-DATE-LINE.
           05                          PIC X(30) VALUE SPACES.
           05                          PIC X(10) VALUE 'RUN DATE: '.
           05  W08-RUN-MM              PIC 99.
           05                          PIC X     VALUE '/'.
           05  W08-RUN-DD              PIC 99.
           05                          PIC X     VALUE '/'.
           05  W08-RUN-CCYY            PIC 9999.
           05                          PIC X(50) VALUE SPACES.

       01  RPT-TITLE-LINE.
           05                          PIC X(35) VALUE SPACES.
           05                          PIC X(30)
                 VALUE 'BUYER''S ORDERS PRINTED        '.
           05                          PIC X(35) VALUE SPACES.
       01  RPT-HEADING-LINE.
           05                          PIC X(7)  VALUE 'INVOICE'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(25) VALUE 'BUYER'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(17) VALUE 'VIN'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(8)  VALUE ' SELLING'.
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(11) VALUE 'BALANCE DUE'.
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'COPY'.
           05                          PIC X(16) VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  RPD-INVOICE             PIC 9(5).
           05                          PIC X(4)  VALUE SPACES.
           05  RPD-BUYER               PIC X(25).
           05                          PIC X(2)  VALUE SPACES.
           05  RPD-VIN                 PIC X(17).
           05                          PIC X(2)  VALUE SPACES.
           05  RPD-SELL                PIC $$$$,$$9.
           05                          PIC X(2)  VALUE SPACES.
           05  RPD-BALANCE             PIC $$$$,$$9.99CR.
           05                          PIC X(2)  VALUE SPACES.
           05  RPD-COPY                PIC X(8).
           05                          PIC X(12) VALUE SPACES.
       01  RPT-NOT-FOUND-LINE.
           05  RPN-INVOICE             PIC 9(5).
           05                          PIC X(4)  VALUE SPACES.
           05                          PIC X(30)
                 VALUE 'REPRINT - INVOICE NOT ON FILE '.
           05                          PIC X(61) VALUE SPACES.
       01  RPT-TRAILER-LINE.
           05                          PIC X(11)
                 VALUE 'ORIGINALS: '.
           05  RPT-ORIGINALS           PIC ZZ,ZZ9.
           05                          PIC X(12)
                 VALUE '  REPRINTS: '.
           05  RPT-REPRINTS            PIC ZZ,ZZ9.
           05                          PIC X(17)
                 VALUE '  NOT ON FILE:   '.
           05  RPT-NOT-FOUND           PIC ZZ,ZZ9.
           05                          PIC X(42) VALUE SPACES.

      *The document itself, 80 columns to the form.
       01  DOC-SEPARATOR-LINE.
           05                          PIC X(72) VALUE ALL '='.
           05                          PIC X(8)  VALUE SPACES.
       01  DOC-TITLE-LINE.
           05                          PIC X(31)
                 VALUE 'BUYER''S ORDER AND BILL OF SALE'.
           05                          PIC X(19) VALUE SPACES.
           05                          PIC X(8)  VALUE 'INVOICE '.
           05  DOC-INVOICE             PIC 9(5).
           05                          PIC X(2)  VALUE SPACES.
           05  DOC-COPY                PIC X(7).
           05                          PIC X(8)  VALUE SPACES.
       01  DOC-DATE-LINE.
           05                          PIC X(11) VALUE 'SALE DATE: '.
           05  DOC-SALE-DATE           PIC X(10).
           05                          PIC X(29) VALUE SPACES.
           05                          PIC X(13)
                 VALUE 'SALESPERSON: '.
           05  DOC-SALEPERSON          PIC X(7).
           05                          PIC X(10) VALUE SPACES.
       01  DOC-BUYER-LINE.
           05                          PIC X(9)  VALUE 'BUYER:   '.
           05  DOC-BUYER-NAME          PIC X(25).
           05                          PIC X(16) VALUE SPACES.
           05                          PIC X(13)
                 VALUE 'CUSTOMER NO: '.
           05  DOC-BUYER-ID            PIC 9(6).
           05                          PIC X(11) VALUE SPACES.
       01  DOC-ADDRESS-LINE.
           05                          PIC X(9)  VALUE SPACES.
           05  DOC-BUYER-ADDRESS       PIC X(30).
           05                          PIC X(41) VALUE SPACES.
       01  DOC-VEHICLE-LINE.
           05                          PIC X(9)  VALUE 'VEHICLE: '.
           05  DOC-YEAR                PIC X(2).
           05                          PIC X     VALUE SPACE.
           05  DOC-MAKE                PIC X(11).
           05                          PIC X     VALUE SPACE.
           05  DOC-MODEL               PIC X(13).
           05                          PIC X(13) VALUE SPACES.
           05                          PIC X(5)  VALUE 'VIN: '.
           05  DOC-VIN                 PIC X(17).
           05                          PIC X(8)  VALUE SPACES.
       01  DOC-PRICE-LINE.
           05                          PIC X(14)
                 VALUE 'SELLING PRICE '.
           05                          PIC X(43) VALUE SPACES.
           05  DOC-SELL                PIC $$$,$$9.99.
           05                          PIC X(13) VALUE SPACES.
       01  DOC-TAX-LINE.
           05                          PIC X(10) VALUE 'SALES TAX '.
           05  DOC-JURISDICTION        PIC X(2).
           05                          PIC X(4)  VALUE ' AT '.
           05  DOC-TAX-RATE            PIC 9.9999.
           05                          PIC X(35) VALUE SPACES.
           05  DOC-TAX                 PIC $$$,$$9.99.
           05                          PIC X(13) VALUE SPACES.
       01  DOC-TRADE-LINE.
           05                          PIC X(10) VALUE 'TRADE-IN  '.
           05  DOC-T-YEAR              PIC X(2).
           05                          PIC X     VALUE SPACE.
           05  DOC-T-MAKE              PIC X(11).
           05                          PIC X     VALUE SPACE.
           05  DOC-T-MODEL             PIC X(13).
           05                          PIC X     VALUE SPACE.
           05  DOC-T-VIN               PIC X(17).
           05                          PIC X     VALUE SPACE.
           05  DOC-T-ALLOWANCE         PIC $$$,$$9.99.
           05                          PIC X(3)  VALUE ' CR'.
           05                          PIC X(10) VALUE SPACES.
       01  DOC-DEPOSIT-LINE.
           05                          PIC X(16)
                 VALUE 'DEPOSIT APPLIED '.
           05                          PIC X(41) VALUE SPACES.
           05  DOC-DEPOSIT             PIC $$$,$$9.99.
           05                          PIC X(3)  VALUE ' CR'.
           05                          PIC X(10) VALUE SPACES.
       01  DOC-BALANCE-LINE.
           05                          PIC X(12)
                 VALUE 'BALANCE DUE '.
           05                          PIC X(45) VALUE SPACES.
           05  DOC-BALANCE             PIC $$$,$$9.99CR.
           05                          PIC X(11) VALUE SPACES.
       01  DOC-FINANCE-LINE.
           05                          PIC X(20)
                 VALUE 'FINANCE TERMS: DOWN '.
           05  DOC-DOWN                PIC $$$,$$9.
           05                          PIC X(10) VALUE ' FINANCED '.
           05  DOC-FINANCED            PIC $$$,$$9.
           05                          PIC X(4)  VALUE ' AT '.
           05  DOC-APR                 PIC Z9.99.
           05                          PIC X(10) VALUE '% APR FOR '.
           05  DOC-TERM                PIC ZZ9.
           05                          PIC X(7)  VALUE ' MONTHS'.
           05                          PIC X(7)  VALUE SPACES.
       01  DOC-CASH-LINE.
           05                          PIC X(25)
                 VALUE 'TERMS: CASH ON DELIVERY  '.
           05                          PIC X(55) VALUE SPACES.
       01  DOC-BILL-LINE-1.
           05                          PIC X(40)
                 VALUE 'BILL OF SALE: FOR VALUE RECEIVED THE DEA'.
           05                          PIC X(40)
                 VALUE 'LER SELLS AND TRANSFERS TO THE BUYER    '.
       01  DOC-BILL-LINE-2.
           05                          PIC X(40)
                 VALUE 'THE VEHICLE DESCRIBED ABOVE, FREE OF ALL'.
           05                          PIC X(40)
                 VALUE ' LIENS EXCEPT AS SHOWN IN THE TERMS.    '.
       01  DOC-SIGNATURE-LINE.
           05                          PIC X(36)
                 VALUE 'BUYER  ____________________________ '.
           05                          PIC X(36)
                 VALUE 'DEALER ____________________________ '.
           05                          PIC X(8)  VALUE SPACES.

       01  WS-RUN-START-TIME.
           05  WS-START-HH             PIC 99.
           05  WS-START-MM             PIC 99.
           05  WS-START-SS             PIC 99.
           05  WS-START-HS             PIC 99.
       01  WS-RUN-END-TIME.
           05  WS-END-HH               PIC 99.
           05  WS-END-MM               PIC 99.
           05  WS-END-SS               PIC 99.
           05  WS-END-HS               PIC 99.
       01  OPS-LOG-LINE.
           05  FILLER              PIC X(9)  VALUE 'PROGRAM: '.
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'DEALDOCS'.
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

           PERFORM 097-CAPTURE-START-TIME
           PERFORM 099-GET-TODAYS-DATE
           PERFORM 110-LOAD-REPRINT-REQUESTS
           PERFORM 120-LOAD-CUSTOMER-MASTER
           OPEN OUTPUT F04-DOCUMENT-FILE
                       F05-REPORT-FILE
           WRITE F05-REPORT-RECORD FROM W08-RUN-DATE-LINE
           WRITE F05-REPORT-RECORD FROM RPT-TITLE-LINE
           WRITE F05-REPORT-RECORD FROM SPACES
           WRITE F05-REPORT-RECORD FROM RPT-HEADING-LINE
           OPEN INPUT F01-JACKET-FILE
           IF WS-JACKET-FILE-STATUS = '00'
               READ F01-JACKET-FILE
                   AT END SET W01-EOF-REACHED TO TRUE
               END-READ
           ELSE
               SET W01-EOF-REACHED TO TRUE
           END-IF
           PERFORM 200-TAKE-JACKET-RECORD
               UNTIL W01-EOF-REACHED
           CLOSE F01-JACKET-FILE
           IF W-DEAL-OPEN
               PERFORM 300-FINISH-DEAL
           END-IF
           PERFORM 500-LIST-REPRINTS-NOT-FOUND
           WRITE F05-REPORT-RECORD FROM SPACES
           MOVE W-ORIGINALS-PRINTED  TO RPT-ORIGINALS
           MOVE W-REPRINTS-PRINTED   TO RPT-REPRINTS
           MOVE W-REPRINTS-NOT-FOUND TO RPT-NOT-FOUND
           WRITE F05-REPORT-RECORD FROM RPT-TRAILER-LINE
           CLOSE F04-DOCUMENT-FILE
                 F05-REPORT-FILE
           IF W-REPRINTS-NOT-FOUND > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 910-WRITE-CONTROL-TOTALS
           STOP RUN
           .

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

      *A request that is not a number can never match a deal and
      *is listed as not on file with the rest.
       110-LOAD-REPRINT-REQUESTS.
           OPEN INPUT F02-REPRINT-FILE
           IF WS-REPRINT-FILE-STATUS = '00'
               PERFORM UNTIL WS-REPRINT-FILE-STATUS NOT = '00'
                   READ F02-REPRINT-FILE
                       AT END
                           MOVE '10' TO WS-REPRINT-FILE-STATUS
                       NOT AT END
                           IF RPR-INVOICE-X NOT = SPACES
                               AND W-REPRINT-COUNT < MAX-REPRINTS
                               ADD 1 TO W-REPRINT-COUNT
                               SET RPR-IDX TO W-REPRINT-COUNT
                               IF RPR-INVOICE IS NUMERIC
                                   MOVE RPR-INVOICE
                                       TO RPT-INVOICE(RPR-IDX)
                               ELSE
                                   MOVE 0 TO RPT-INVOICE(RPR-IDX)
                               END-IF
                               MOVE 'N' TO RPT-FOUND-SWITCH(RPR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-REPRINT-FILE
           END-IF
           .

       120-LOAD-CUSTOMER-MASTER.
           OPEN INPUT F03-CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS = '00'
               PERFORM UNTIL WS-CUSTOMER-FILE-STATUS NOT = '00'
                   READ F03-CUSTOMER-FILE
                       AT END
                           MOVE '10' TO WS-CUSTOMER-FILE-STATUS
                       NOT AT END
                           IF W-CUSTOMER-COUNT < MAX-CUSTOMERS
                               ADD 1 TO W-CUSTOMER-COUNT
                               MOVE CUST-IN-ID
                                   TO CUSTOMER-ID(W-CUSTOMER-COUNT)
                               MOVE CUST-IN-NAME
                                   TO CUSTOMER-NAME(W-CUSTOMER-COUNT)
                               MOVE CUST-IN-ADDRESS
                                   TO
                                   CUSTOMER-ADDRESS(W-CUSTOMER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-CUSTOMER-FILE
           END-IF
           .

      *A sale record closes off the deal before it and opens its
      *own; trade-in and finance records belong to the open deal
      *when they carry its invoice. Anything else is skipped.
       200-TAKE-JACKET-RECORD.
           ADD 1 TO W-JACKET-READ
           EVALUATE TRUE
               WHEN DJK-SALE
                   IF W-DEAL-OPEN
                       PERFORM 300-FINISH-DEAL
                   END-IF
                   MOVE F01-JACKET-RECORD TO W-DEAL-SALE
                   MOVE 0 TO W-TRADE-COUNT
                   MOVE 0 TO W-TOTAL-ALLOWANCE
                   MOVE 'N' TO W-FINANCE-SWITCH
                   SET W-DEAL-OPEN TO TRUE
               WHEN DJK-TRADE
                   IF W-DEAL-OPEN
                       AND DJK-INVOICE = DEAL-INVOICE
                       PERFORM 210-ADD-TRADE
                   END-IF
               WHEN DJK-FINANCE
                   IF W-DEAL-OPEN
                       AND DJK-INVOICE = DEAL-INVOICE
                       SET W-DEAL-FINANCED TO TRUE
                       MOVE DJK-F-DOWN        TO DEAL-DOWN
                       MOVE DJK-F-FINANCED    TO DEAL-FINANCED
                       MOVE DJK-F-APR         TO DEAL-APR
                       MOVE DJK-F-TERM-MONTHS TO DEAL-TERM-MONTHS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           READ F01-JACKET-FILE
               AT END SET W01-EOF-REACHED TO TRUE
           END-READ
           .

      *Every allowance comes off the balance; the form has room to
      *itemize three trades.
       210-ADD-TRADE.
           IF DJK-T-ALLOWANCE IS NUMERIC
               ADD DJK-T-ALLOWANCE TO W-TOTAL-ALLOWANCE
           END-IF
           IF W-TRADE-COUNT < MAX-DEAL-TRADES
               ADD 1 TO W-TRADE-COUNT
               SET TRD-IDX TO W-TRADE-COUNT
               MOVE DJK-T-YEAR  TO TRD-YEAR(TRD-IDX)
               MOVE DJK-T-MAKE  TO TRD-MAKE(TRD-IDX)
               MOVE DJK-T-MODEL TO TRD-MODEL(TRD-IDX)
               MOVE DJK-T-VIN   TO TRD-VIN(TRD-IDX)
               IF DJK-T-ALLOWANCE IS NUMERIC
                   MOVE DJK-T-ALLOWANCE TO TRD-ALLOWANCE(TRD-IDX)
               ELSE
                   MOVE 0 TO TRD-ALLOWANCE(TRD-IDX)
               END-IF
           END-IF
           .

      *A deal from tonight's VALCAR run prints as the original; a
      *deal on the reprint list prints as a reprint - once, even
      *when it is also tonight's.
       300-FINISH-DEAL.
           MOVE 'N' TO W-DEAL-SWITCH
           SET W-NO-PRINT TO TRUE
           IF DEAL-RUN-DATE = WS-TODAYS-DATE-8
               SET W-PRINT-ORIGINAL TO TRUE
           END-IF
           MOVE 'N' TO W-RPR-FOUND-SWITCH
           PERFORM VARYING RPR-IDX FROM 1 BY 1
                   UNTIL RPR-IDX > W-REPRINT-COUNT
               IF RPT-INVOICE(RPR-IDX) = DEAL-INVOICE
                   SET RPT-FOUND(RPR-IDX) TO TRUE
                   SET W-REPRINT-REQUESTED TO TRUE
               END-IF
           END-PERFORM
           IF W-REPRINT-REQUESTED
               SET W-PRINT-REPRINT TO TRUE
           END-IF
           IF NOT W-NO-PRINT
               PERFORM 400-PRINT-DOCUMENT
           END-IF
           .

       400-PRINT-DOCUMENT.
           COMPUTE W-BALANCE-DUE =
               DEAL-SELL + DEAL-TAX - W-TOTAL-ALLOWANCE - DEAL-DEPOSIT
           MOVE 'N' TO W-CUST-FOUND-SWITCH
           IF W-CUSTOMER-COUNT > 0
               AND DEAL-BUYER-ID > 0
               SET CUST-IDX TO 1
               SEARCH CUSTOMER-ENTRY
                   AT END CONTINUE
                   WHEN CUSTOMER-ID(CUST-IDX) = DEAL-BUYER-ID
                       MOVE 'Y' TO W-CUST-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-CUSTOMER-FOUND
               MOVE CUSTOMER-NAME(CUST-IDX)    TO DOC-BUYER-NAME
               MOVE CUSTOMER-ADDRESS(CUST-IDX) TO DOC-BUYER-ADDRESS
           ELSE
               MOVE 'NOT ON CUSTOMER FILE'     TO DOC-BUYER-NAME
               MOVE SPACES                     TO DOC-BUYER-ADDRESS
           END-IF
           IF W-PRINT-REPRINT
               MOVE 'REPRINT' TO DOC-COPY
               ADD 1 TO W-REPRINTS-PRINTED
           ELSE
               MOVE SPACES TO DOC-COPY
               ADD 1 TO W-ORIGINALS-PRINTED
           END-IF
           ADD DEAL-SELL TO W-TOTAL-SELL
           MOVE DEAL-INVOICE      TO DOC-INVOICE
           MOVE DEAL-SALE-DATE    TO W-PRINT-DATE
           PERFORM 450-EDIT-PRINT-DATE
           MOVE W-EDITED-DATE     TO DOC-SALE-DATE
           MOVE DEAL-SALEPERSON   TO DOC-SALEPERSON
           MOVE DEAL-BUYER-ID     TO DOC-BUYER-ID
           MOVE DEAL-YEAR         TO DOC-YEAR
           MOVE DEAL-MAKE         TO DOC-MAKE
           MOVE DEAL-MODEL        TO DOC-MODEL
           MOVE DEAL-VIN          TO DOC-VIN
           MOVE DEAL-SELL         TO DOC-SELL
           MOVE DEAL-JURISDICTION TO DOC-JURISDICTION
           MOVE DEAL-TAX-RATE     TO DOC-TAX-RATE
           MOVE DEAL-TAX          TO DOC-TAX
           MOVE DEAL-DEPOSIT      TO DOC-DEPOSIT
           MOVE W-BALANCE-DUE     TO DOC-BALANCE
           WRITE F04-DOCUMENT-RECORD FROM DOC-SEPARATOR-LINE
           WRITE F04-DOCUMENT-RECORD FROM DOC-TITLE-LINE
           WRITE F04-DOCUMENT-RECORD FROM SPACES
           WRITE F04-DOCUMENT-RECORD FROM DOC-DATE-LINE
           WRITE F04-DOCUMENT-RECORD FROM DOC-BUYER-LINE
           WRITE F04-DOCUMENT-RECORD FROM DOC-ADDRESS-LINE
           WRITE F04-DOCUMENT-RECORD FROM SPACES
           WRITE F04-DOCUMENT-RECORD FROM DOC-VEHICLE-LINE
           WRITE F04-DOCUMENT-RECORD FROM SPACES
           WRITE F04-DOCUMENT-RECORD FROM DOC-PRICE-LINE
           WRITE F04-DOCUMENT-RECORD FROM DOC-TAX-LINE
           PERFORM VARYING TRD-IDX FROM 1 BY 1
                   UNTIL TRD-IDX > W-TRADE-COUNT
               MOVE TRD-YEAR(TRD-IDX)      TO DOC-T-YEAR
               MOVE TRD-MAKE(TRD-IDX)      TO DOC-T-MAKE
               MOVE TRD-MODEL(TRD-IDX)     TO DOC-T-MODEL
               MOVE TRD-VIN(TRD-IDX)       TO DOC-T-VIN
               MOVE TRD-ALLOWANCE(TRD-IDX) TO DOC-T-ALLOWANCE
               WRITE F04-DOCUMENT-RECORD FROM DOC-TRADE-LINE
           END-PERFORM
           IF DEAL-DEPOSIT > 0
               WRITE F04-DOCUMENT-RECORD FROM DOC-DEPOSIT-LINE
           END-IF
           WRITE F04-DOCUMENT-RECORD FROM DOC-BALANCE-LINE
           WRITE F04-DOCUMENT-RECORD FROM SPACES
           IF W-DEAL-FINANCED
               MOVE DEAL-DOWN        TO DOC-DOWN
               MOVE DEAL-FINANCED    TO DOC-FINANCED
               MOVE DEAL-APR         TO DOC-APR
               MOVE DEAL-TERM-MONTHS TO DOC-TERM
               WRITE F04-DOCUMENT-RECORD FROM DOC-FINANCE-LINE
           ELSE
               WRITE F04-DOCUMENT-RECORD FROM DOC-CASH-LINE
           END-IF
           WRITE F04-DOCUMENT-RECORD FROM SPACES
           WRITE F04-DOCUMENT-RECORD FROM DOC-BILL-LINE-1
           WRITE F04-DOCUMENT-RECORD FROM DOC-BILL-LINE-2
           WRITE F04-DOCUMENT-RECORD FROM SPACES
           WRITE F04-DOCUMENT-RECORD FROM SPACES
           WRITE F04-DOCUMENT-RECORD FROM DOC-SIGNATURE-LINE
           MOVE DEAL-INVOICE   TO RPD-INVOICE
           MOVE DOC-BUYER-NAME TO RPD-BUYER
           MOVE DEAL-VIN       TO RPD-VIN
           MOVE DEAL-SELL      TO RPD-SELL
           MOVE W-BALANCE-DUE  TO RPD-BALANCE
           IF W-PRINT-REPRINT
               MOVE 'REPRINT' TO RPD-COPY
           ELSE
               MOVE 'ORIGINAL' TO RPD-COPY
           END-IF
           WRITE F05-REPORT-RECORD FROM RPT-DETAIL-LINE
           .

       450-EDIT-PRINT-DATE.
           MOVE W-PRINT-MM   TO W-EDITED-MM
           MOVE W-PRINT-DD   TO W-EDITED-DD
           MOVE W-PRINT-CCYY TO W-EDITED-CCYY
           .

       500-LIST-REPRINTS-NOT-FOUND.
           PERFORM VARYING RPR-IDX FROM 1 BY 1
                   UNTIL RPR-IDX > W-REPRINT-COUNT
               IF NOT RPT-FOUND(RPR-IDX)
                   ADD 1 TO W-REPRINTS-NOT-FOUND
                   MOVE RPT-INVOICE(RPR-IDX) TO RPN-INVOICE
                   WRITE F05-REPORT-RECORD FROM RPT-NOT-FOUND-LINE
               END-IF
           END-PERFORM
           .

      *Documents printed, originals and reprints together, and
      *the selling prices they carry, for the balancing run.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F07-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT F07-CONTROL-TOTAL-FILE
               CLOSE F07-CONTROL-TOTAL-FILE
               OPEN EXTEND F07-CONTROL-TOTAL-FILE
           END-IF
           MOVE 'DEALDOCS' TO CTF-PROGRAM
           MOVE 'DOCS-PRINTED' TO CTF-ITEM
           COMPUTE CTF-COUNT =
               W-ORIGINALS-PRINTED + W-REPRINTS-PRINTED
           MOVE W-TOTAL-SELL TO CTF-AMOUNT
           WRITE F07-CONTROL-TOTAL-RECORD
           CLOSE F07-CONTROL-TOTAL-FILE
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
           MOVE W-JACKET-READ   TO OPL-RECORD-COUNT
           OPEN EXTEND F06-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F06-OPS-LOG-FILE
               CLOSE F06-OPS-LOG-FILE
               OPEN EXTEND F06-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F06-OPS-LOG-RECORD
           WRITE F06-OPS-LOG-RECORD
           CLOSE F06-OPS-LOG-FILE
           .
