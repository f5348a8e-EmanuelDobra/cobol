      *detail and a no-show-fees total to the billing register -
      *so the fee the desk is supposed to charge actually gets
      *invoiced. Runs after RENTBILL so the appends land under the
      *day's contract billing. Late and after-pickup cancellation
      *fees RESCANCL priced tonight are billed on the same
      *customer invoice, so a cancelling customer is charged the
      *cancellation fee rather than being missed or billed as a
      *no-show.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *No-show fee, desk-controlled the same way rentalparams.dat
      *is; the built-in default is kept when the file is absent.
      *The cancellation windows that follow it on the record are
      *RESCANCL's.
           SELECT F02-PARAMETER-FILE
               ASSIGN TO "noshowparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      *Tonight's priced cancellations from RESCANCL; absent when
      *there were none.
           SELECT F07-CANCELLED-FILE
               ASSIGN TO "cancellations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANCELLED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Overlay of RESMATCH's no-show report line: the detail-line
           05  FILLER                   PIC X(43).

       FD  F02-PARAMETER-FILE
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS F02-PARM-RECORD.
       01  F02-PARM-RECORD.
           05  PARM-NOSHOW-FEE          PIC 9(3)V99.
           05  FILLER                   PIC X(10).

       FD  F03-INVOICE-FILE
           RECORD CONTAINS 80 CHARACTERS
           05  CTF-COUNT           PIC 9(7).
           05  CTF-AMOUNT          PIC 9(11).

      *Same 29-byte layout RESCANCL writes. Fee class 'F' free,
      *'L' late cancellation, 'N' cancelled after the pickup time.
       FD  F07-CANCELLED-FILE
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS F07-CANCELLED-RECORD.
       01  F07-CANCELLED-RECORD.
           05  CAN-CUSTOMER-ID          PIC 9(6).
           05  CAN-CAR-TYPE             PIC X.
           05  CAN-PICKUP-DATE          PIC 9(8).
           05  CAN-CALL-DATE            PIC 9(8).
           05  CAN-FEE-CLASS            PIC X.
           05  CAN-FEE                  PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01  W01-EOF-SWITCH               PIC X    VALUE 'N'.
           88  W01-EOF-REACHED              VALUE 'Y'.
       01  WS-REGISTER-FILE-STATUS      PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS           PIC XX   VALUE SPACES.
       01  WS-CANCELLED-FILE-STATUS     PIC XX   VALUE SPACES.

      *Fee per no-show, overlaid from noshowparams.dat when the
      *desk has dropped one off.
               10  NSH-T-CUSTOMER-ID    PIC 9(6).
               10  NSH-T-COUNT          PIC 9(3).
               10  NSH-T-LAST-DATE      PIC X(10).
               10  NSH-T-CANCEL-COUNT   PIC 9(3).
               10  NSH-T-CANCEL-FEES    PIC 9(5)V99.

       01  BILLING-CALCS.
           05  W-CUSTOMER-FEE           PIC 9(7)V99 VALUE 0.
           05  W-CUSTOMER-TOTAL         PIC 9(7)V99 VALUE 0.

       01  RUN-COUNTERS.
           05  W-NOSHOWS-READ           PIC 9(5)    VALUE 0.
           05  W-INVOICES-WRITTEN       PIC 9(5)    VALUE 0.
           05  W-TOTAL-FEES             PIC 9(9)V99 VALUE 0.
           05  W-CANCELS-BILLED         PIC 9(5)    VALUE 0.
           05  W-TOTAL-CANCEL-FEES      PIC 9(9)V99 VALUE 0.

      *Run-date heading, same pattern as the other batch reports.
       01  WS-TODAYS-DATE.
           05                           PIC X(38) VALUE SPACES.
       01  INV-TITLE-LINE.
           05                           PIC X(20) VALUE SPACES.
           05  INV-TITLE                PIC X(24)
                 VALUE 'NO-SHOW INVOICE'.
           05                           PIC X(36) VALUE SPACES.
       01  INV-CUSTOMER-LINE.
           05                           PIC X(10)
                 VALUE 'CUSTOMER: '.
           05                           PIC X(3)  VALUE ' = '.
           05  INV-FEE-CHARGE           PIC $$,$$$,$$9.99.
           05                           PIC X(19) VALUE SPACES.
       01  INV-CANCEL-LINE.
           05                           PIC X(22)
                 VALUE 'CANCELLATION FEES:    '.
           05  INV-CANCEL-COUNT         PIC ZZ9.
           05                           PIC X(23)
                 VALUE ' BOOKINGS             '.
           05  INV-CANCEL-CHARGE        PIC $$,$$$,$$9.99.
           05                           PIC X(19) VALUE SPACES.
       01  INV-LAST-DATE-LINE.
           05                           PIC X(22)
                 VALUE 'LAST MISSED PICKUP:   '.

      *Register lines appended behind RENTBILL's totals.
       01  REG-NOSHOW-DETAIL-LINE.
           05  RNS-LABEL                PIC X(14)
                 VALUE 'NO-SHOW FEE   '.
           05  RNS-CUSTOMER-ID          PIC 9(6).
           05                           PIC X(2)  VALUE SPACES.
                 VALUE 'NO-SHOW FEES:      '.
           05  RNT-TOTAL                PIC $$$,$$$,$$9.99.
           05                           PIC X(77) VALUE SPACES.
       01  REG-CANCEL-TOTAL-LINE.
           05                           PIC X(19)
                 VALUE 'CANCELLATION FEES: '.
           05  RCT-TOTAL                PIC $$$,$$$,$$9.99.
           05                           PIC X(77) VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
           PERFORM 099-GET-TODAYS-DATE
           PERFORM 105-READ-FEE-PARAMETER
           PERFORM 110-LOAD-NOSHOWS
           PERFORM 120-LOAD-CANCELLATION-FEES
           PERFORM 200-WRITE-NOSHOW-INVOICES
           PERFORM 300-APPEND-TO-REGISTER
           PERFORM 900-WRITE-OPERATIONS-LOG
                   MOVE 1 TO NSH-T-COUNT(W-NOSHOW-CUST-COUNT)
                   MOVE NSH-PICKUP-DATE
                       TO NSH-T-LAST-DATE(W-NOSHOW-CUST-COUNT)
                   MOVE 0 TO NSH-T-CANCEL-COUNT(W-NOSHOW-CUST-COUNT)
                   MOVE 0 TO NSH-T-CANCEL-FEES(W-NOSHOW-CUST-COUNT)
               END-IF
           END-IF
           .

      *Free cancellations ride the file for OVERBOOK and carry no
      *fee; the rest are rolled onto the customer's invoice at the
      *fee RESCANCL priced when the call came in.
       120-LOAD-CANCELLATION-FEES.
           OPEN INPUT F07-CANCELLED-FILE
           IF WS-CANCELLED-FILE-STATUS = '00'
               PERFORM UNTIL WS-CANCELLED-FILE-STATUS NOT = '00'
                   READ F07-CANCELLED-FILE
                       AT END
                           MOVE '10' TO WS-CANCELLED-FILE-STATUS
                       NOT AT END
                           IF CAN-CUSTOMER-ID IS NUMERIC
                              AND CAN-FEE IS NUMERIC
                              AND CAN-FEE > 0
                               PERFORM 125-POST-ONE-CANCELLATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F07-CANCELLED-FILE
           END-IF
           .

       125-POST-ONE-CANCELLATION.
           MOVE 'N' TO W-NSH-FOUND-SWITCH
           IF W-NOSHOW-CUST-COUNT > 0
               SET NSH-IDX TO 1
               SEARCH NOSHOW-ENTRY
                   AT END CONTINUE
                   WHEN NSH-T-CUSTOMER-ID(NSH-IDX) = CAN-CUSTOMER-ID
                       MOVE 'Y' TO W-NSH-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-NSH-NOT-FOUND
               IF W-NOSHOW-CUST-COUNT < MAX-NOSHOW-CUSTOMERS
                   ADD 1 TO W-NOSHOW-CUST-COUNT
                   SET NSH-IDX TO W-NOSHOW-CUST-COUNT
                   MOVE CAN-CUSTOMER-ID TO NSH-T-CUSTOMER-ID(NSH-IDX)
                   MOVE 0      TO NSH-T-COUNT(NSH-IDX)
                   MOVE SPACES TO NSH-T-LAST-DATE(NSH-IDX)
                   MOVE 0      TO NSH-T-CANCEL-COUNT(NSH-IDX)
                   MOVE 0      TO NSH-T-CANCEL-FEES(NSH-IDX)
                   MOVE 'Y' TO W-NSH-FOUND-SWITCH
               END-IF
           END-IF
           IF W-NSH-FOUND
               ADD 1       TO NSH-T-CANCEL-COUNT(NSH-IDX)
               ADD CAN-FEE TO NSH-T-CANCEL-FEES(NSH-IDX)
               ADD 1       TO W-CANCELS-BILLED
               ADD CAN-FEE TO W-TOTAL-CANCEL-FEES
           END-IF
           .

      *One invoice per customer, appended behind the day's contract
      *invoices in the same shape RENTBILL writes.
       200-WRITE-NOSHOW-INVOICES.
           CLOSE F03-INVOICE-FILE
           .

      *A customer with cancellation fees only gets the
      *cancellation title and no no-show lines.
       210-WRITE-ONE-INVOICE.
           ADD 1 TO W-INVOICES-WRITTEN
           COMPUTE W-CUSTOMER-FEE =
               NSH-T-COUNT(NSH-IDX) * W-NOSHOW-FEE
           ADD W-CUSTOMER-FEE TO W-TOTAL-FEES
           COMPUTE W-CUSTOMER-TOTAL =
               W-CUSTOMER-FEE + NSH-T-CANCEL-FEES(NSH-IDX)
           IF NSH-T-COUNT(NSH-IDX) > 0
               MOVE 'NO-SHOW INVOICE' TO INV-TITLE
           ELSE
               MOVE 'CANCELLATION FEE INVOICE' TO INV-TITLE
           END-IF
           WRITE F03-INVOICE-RECORD FROM INV-SEPARATOR-LINE
           WRITE F03-INVOICE-RECORD FROM INV-HEADING-LINE
           WRITE F03-INVOICE-RECORD FROM INV-TITLE-LINE
           WRITE F03-INVOICE-RECORD FROM SPACES
           MOVE NSH-T-CUSTOMER-ID(NSH-IDX) TO INV-CUSTOMER-ID
           WRITE F03-INVOICE-RECORD FROM INV-CUSTOMER-LINE
           IF NSH-T-COUNT(NSH-IDX) > 0
               MOVE NSH-T-COUNT(NSH-IDX)   TO INV-FEE-COUNT
               MOVE W-NOSHOW-FEE           TO INV-FEE-RATE
               MOVE W-CUSTOMER-FEE         TO INV-FEE-CHARGE
               WRITE F03-INVOICE-RECORD FROM INV-FEE-LINE
           END-IF
           IF NSH-T-CANCEL-COUNT(NSH-IDX) > 0
               MOVE NSH-T-CANCEL-COUNT(NSH-IDX) TO INV-CANCEL-COUNT
               MOVE NSH-T-CANCEL-FEES(NSH-IDX)  TO INV-CANCEL-CHARGE
               WRITE F03-INVOICE-RECORD FROM INV-CANCEL-LINE
           END-IF
           IF NSH-T-COUNT(NSH-IDX) > 0
               MOVE NSH-T-LAST-DATE(NSH-IDX) TO INV-LAST-DATE
               WRITE F03-INVOICE-RECORD FROM INV-LAST-DATE-LINE
           END-IF
           MOVE W-CUSTOMER-TOTAL           TO INV-TOTAL
           WRITE F03-INVOICE-RECORD FROM INV-TOTAL-LINE
           .

               UNTIL NSH-IDX > W-NOSHOW-CUST-COUNT
           MOVE W-TOTAL-FEES TO RNT-TOTAL
           WRITE F04-REGISTER-RECORD FROM REG-NOSHOW-TOTAL-LINE
           MOVE W-TOTAL-CANCEL-FEES TO RCT-TOTAL
           WRITE F04-REGISTER-RECORD FROM REG-CANCEL-TOTAL-LINE
           CLOSE F04-REGISTER-FILE
           .

       310-WRITE-ONE-REGISTER-LINE.
           MOVE NSH-T-CUSTOMER-ID(NSH-IDX) TO RNS-CUSTOMER-ID
           IF NSH-T-COUNT(NSH-IDX) > 0
               MOVE 'NO-SHOW FEE   '       TO RNS-LABEL
               MOVE NSH-T-COUNT(NSH-IDX)   TO RNS-COUNT
               COMPUTE W-CUSTOMER-FEE =
                   NSH-T-COUNT(NSH-IDX) * W-NOSHOW-FEE
               MOVE W-CUSTOMER-FEE         TO RNS-AMOUNT
               WRITE F04-REGISTER-RECORD FROM REG-NOSHOW-DETAIL-LINE
           END-IF
           IF NSH-T-CANCEL-COUNT(NSH-IDX) > 0
               MOVE 'CANCEL FEE    '       TO RNS-LABEL
               MOVE NSH-T-CANCEL-COUNT(NSH-IDX) TO RNS-COUNT
               MOVE NSH-T-CANCEL-FEES(NSH-IDX)  TO RNS-AMOUNT
               WRITE F04-REGISTER-RECORD FROM REG-NOSHOW-DETAIL-LINE
           END-IF
           .

      *Invoices written and fees billed, for the balancing run to
      *compare against RESMATCH's no-show count; cancellation fees
      *billed tie to the fees on RESCANCL's CANCELLED total.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F06-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
           MOVE W-INVOICES-WRITTEN TO CTF-COUNT
           MOVE W-TOTAL-FEES TO CTF-AMOUNT
           WRITE F06-CONTROL-TOTAL-RECORD
           MOVE 'CANCEL-FEES' TO CTF-ITEM
           MOVE W-CANCELS-BILLED TO CTF-COUNT
           MOVE W-TOTAL-CANCEL-FEES TO CTF-AMOUNT
           WRITE F06-CONTROL-TOTAL-RECORD
           CLOSE F06-CONTROL-TOTAL-FILE
           .

