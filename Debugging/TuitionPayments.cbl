      *open balances into current/30/60/90 buckets subtotaled by
      *college - so the real balances live here instead of in a
      *spreadsheet nobody else can see.
      *
      *A bounced check or bank draft comes in on its own file
      *(returnedpmts.dat) rather than as a negative payment: the
      *original payment is reversed back onto the balance with a
      *returned-item fee on top, the reversal is recorded against
      *the bank deposit for BANKRECN, and a student reaching the
      *repeat-return limit is flagged cash-only and placed on a
      *registration hold.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                    FILE STATUS IS
                                        WS-PAYMENT-FILE-STATUS.

      *Returned (bounced) payments keyed by the bursar's office:
      *the same 31-byte shape as payments.dat, carrying the amount
      *and date of the original payment being reversed.
           SELECT RETURNED-PAYMENT-FILE
                                    ASSIGN TO 'returnedpmts.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-RETURNED-FILE-STATUS.

      *Yesterday's balance master, absent on the very first run.
           SELECT BALANCE-IN-FILE   ASSIGN TO 'stubalance.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
           SELECT AGED-AR-FILE      ASSIGN TO 'AgedReceivables.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *Dated record of each returned item reversed, appended run
      *after run beside paycontrol.dat, so the bank reconciliation
      *treats the bank's charge-back as a known item. Ops clears
      *it once the reconciliation has consumed it.
           SELECT RETURNED-ITEM-FILE
                                    ASSIGN TO 'returneditems.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-RETURNED-ITEM-STATUS.

      *Repeat returners land on the same hold list GRADHOLD and
      *TUITCOLL maintain, marked as a returned-payment hold.
           SELECT HOLD-FILE         ASSIGN TO 'DiplomaHolds.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-HOLD-FILE-STATUS.

      *Dated control record of the payments this run posted, one
      *per run date, for the bank-deposit reconciliation to prove
      *against the bank statement. Appended run after run; ops
           05  PAY-AMOUNT           PIC 9(6).
           05  PAY-DATE             PIC 9(8).

       FD  RETURNED-PAYMENT-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS RETURNED-PAYMENT-RECORD.
       01  RETURNED-PAYMENT-RECORD.
           05  RTP-LAST-NAME        PIC X(15).
           05  RTP-INITIALS         PIC XX.
           05  RTP-AMOUNT           PIC 9(6).
           05  RTP-PAY-DATE         PIC 9(8).

       FD  BALANCE-IN-FILE
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS BALANCE-IN-RECORD.
           05  BAL-IN-AMOUNT        PIC 9(6).
           05  BAL-IN-BILL-DATE     PIC 9(8).
           05  BAL-IN-LAST-PAYMENT  PIC 9(8).
           05  BAL-IN-RETURN-COUNT  PIC X.
           05  BAL-IN-CASH-ONLY     PIC X.

       FD  BALANCE-OUT-FILE
           RECORD CONTAINS 46 CHARACTERS
           05  BAL-OUT-AMOUNT       PIC 9(6).
           05  BAL-OUT-BILL-DATE    PIC 9(8).
           05  BAL-OUT-LAST-PAYMENT PIC 9(8).
           05  BAL-OUT-RETURN-COUNT PIC 9.
           05  BAL-OUT-CASH-ONLY    PIC X.

       FD  AGED-AR-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS AGED-AR-RECORD.
       01  AGED-AR-RECORD           PIC X(132).

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

      *Same 80-byte line shape GRADHOLD writes its hold list with.
       FD  HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS HOLD-RECORD.
       01  HOLD-RECORD              PIC X(80).

       FD  PAY-CONTROL-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS PAY-CONTROL-RECORD.
       01  WS-PAYMENT-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-BALANCE-IN-STATUS     PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-RETURNED-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-RETURNED-ITEM-STATUS  PIC XX    VALUE SPACES.
       01  WS-HOLD-FILE-STATUS      PIC XX    VALUE SPACES.

      *Returned-item terms: the flat fee charged on each bounced
      *payment, and the number of returns on one student that
      *flags the student cash-only with a registration hold.
       01  WS-RETURNED-ITEM-FEE     PIC 9(3)  VALUE 25.
       01  WS-RETURN-LIMIT          PIC 9     VALUE 2.

      *The balance master held in memory for the posting pass,
      *keyed by student name and initials.
               10  BAL-AMOUNT       PIC S9(7).
               10  BAL-BILL-DATE    PIC 9(8).
               10  BAL-LAST-PAYMENT PIC 9(8).
               10  BAL-RETURN-COUNT PIC 9.
               10  BAL-CASH-ONLY    PIC X.
                   88  BAL-IS-CASH-ONLY       VALUE 'Y'.

      *Aging work fields: days since the oldest unpaid bill.
       01  WS-TODAYS-DATE.
           05  WS-PAYMENTS-POSTED   PIC 9(5)  VALUE 0.
           05  WS-UNMATCHED-PAYMENTS PIC 9(5) VALUE 0.
           05  WS-PAYMENT-DOLLARS   PIC 9(9)  VALUE 0.
           05  WS-RETURNS-POSTED    PIC 9(5)  VALUE 0.
           05  WS-UNMATCHED-RETURNS PIC 9(5)  VALUE 0.
           05  WS-RETURNED-DOLLARS  PIC 9(9)  VALUE 0.
           05  WS-RETURN-FEE-DOLLARS PIC 9(9) VALUE 0.
           05  WS-CASH-ONLY-FLAGGED PIC 9(5)  VALUE 0.
       01  WS-PAY-CONTROL-STATUS    PIC XX    VALUE SPACES.
       01  WS-GL-JOURNAL-STATUS     PIC XX    VALUE SPACES.

           05  ARD-OVER-60          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(6)   VALUE SPACES.
           05  ARD-OVER-90          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  ARD-CASH-ONLY        PIC X(9).
           05  FILLER               PIC X(53)  VALUE SPACES.

       01  AR-COLLEGE-TOTAL-LINE.
           05  FILLER               PIC X(4)   VALUE SPACES.
           05  ART-UNMATCHED        PIC ZZ,ZZ9.
           05  FILLER               PIC X(59)  VALUE SPACES.

       01  AR-RETURN-TRAILER-LINE.
           05  FILLER               PIC X(19)
                 VALUE 'RETURNED PAYMENTS: '.
           05  ART-RETURNS          PIC ZZ,ZZ9.
           05  FILLER               PIC X(21)
                 VALUE '  UNMATCHED RETURNS: '.
           05  ART-UNMATCHED-RETURNS PIC ZZ,ZZ9.
           05  FILLER               PIC X(16)
                 VALUE '  RETURN FEES: $'.
           05  ART-RETURN-FEES      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(21)
                 VALUE '  CASH-ONLY FLAGGED: '.
           05  ART-CASH-ONLY        PIC ZZ,ZZ9.
           05  FILLER               PIC X(30)  VALUE SPACES.

      *Hold line written in the same shape GRADHOLD's list uses.
       01  HOLD-DETAIL-LINE.
           05  HDL-LAST-NAME        PIC X(15).
           05  FILLER               PIC X      VALUE SPACES.
           05  HDL-INITIALS         PIC XX.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  FILLER               PIC X(17)
                 VALUE 'RETURNED PMT HOLD'.
           05  FILLER               PIC X(9)   VALUE 'BALANCE $'.
           05  HDL-AMOUNT           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(27)  VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
       01  WS-RUN-START-TIME.
           PERFORM LOAD-BALANCE-MASTER
           PERFORM POST-NEW-BILLS
           PERFORM POST-PAYMENTS
           PERFORM POST-RETURNED-PAYMENTS
           PERFORM REWRITE-BALANCE-MASTER
           PERFORM WRITE-AGED-AR-REPORT
           PERFORM WRITE-PAYMENT-CONTROL
           MOVE WS-LOCK-SAVED-RC TO RETURN-CODE.

      *The day's posted payments as a balanced journal entry:
      *cash in, student receivables down. Returned items reverse
      *that - receivables back up, cash out - and the returned-item
      *fees go to receivables against fee income.
       WRITE-GL-JOURNAL.
           IF WS-PAYMENT-DOLLARS > 0
               OR WS-RETURNED-DOLLARS > 0
               OPEN EXTEND GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS = '35'
                   OPEN OUTPUT GL-JOURNAL-FILE
               END-IF
               MOVE 'TUITPAY' TO GLJ-PROGRAM
               MOVE WS-TODAYS-DATE-8 TO GLJ-DATE
               IF WS-PAYMENT-DOLLARS > 0
                   MOVE '1000' TO GLJ-ACCOUNT
                   MOVE 'D' TO GLJ-DC
                   MOVE WS-PAYMENT-DOLLARS TO GLJ-AMOUNT
                   WRITE GL-JOURNAL-RECORD
                   MOVE '1210' TO GLJ-ACCOUNT
                   MOVE 'C' TO GLJ-DC
                   MOVE WS-PAYMENT-DOLLARS TO GLJ-AMOUNT
                   WRITE GL-JOURNAL-RECORD
               END-IF
               IF WS-RETURNED-DOLLARS > 0
                   MOVE '1210' TO GLJ-ACCOUNT
                   MOVE 'D' TO GLJ-DC
                   MOVE WS-RETURNED-DOLLARS TO GLJ-AMOUNT
                   WRITE GL-JOURNAL-RECORD
                   MOVE '1000' TO GLJ-ACCOUNT
                   MOVE 'C' TO GLJ-DC
                   MOVE WS-RETURNED-DOLLARS TO GLJ-AMOUNT
                   WRITE GL-JOURNAL-RECORD
                   MOVE '1210' TO GLJ-ACCOUNT
                   MOVE 'D' TO GLJ-DC
                   MOVE WS-RETURN-FEE-DOLLARS TO GLJ-AMOUNT
                   WRITE GL-JOURNAL-RECORD
                   MOVE '4350' TO GLJ-ACCOUNT
                   MOVE 'C' TO GLJ-DC
                   MOVE WS-RETURN-FEE-DOLLARS TO GLJ-AMOUNT
                   WRITE GL-JOURNAL-RECORD
               END-IF
               CLOSE GL-JOURNAL-FILE
           END-IF.

           MOVE BAL-IN-BILL-DATE
               TO BAL-BILL-DATE(WS-BALANCE-COUNT)
           MOVE BAL-IN-LAST-PAYMENT
               TO BAL-LAST-PAYMENT(WS-BALANCE-COUNT)
      *Records written before returned items were tracked carry
      *spaces in these two bytes: no returns, not cash-only.
           IF BAL-IN-RETURN-COUNT IS NUMERIC
               MOVE BAL-IN-RETURN-COUNT
                   TO BAL-RETURN-COUNT(WS-BALANCE-COUNT)
           ELSE
               MOVE 0 TO BAL-RETURN-COUNT(WS-BALANCE-COUNT)
           END-IF
           IF BAL-IN-CASH-ONLY = 'Y'
               MOVE 'Y' TO BAL-CASH-ONLY(WS-BALANCE-COUNT)
           ELSE
               MOVE 'N' TO BAL-CASH-ONLY(WS-BALANCE-COUNT)
           END-IF.

      *Adds this term's computed bills onto each student's balance;
      *students new to the master get an entry. The bill date is
                   MOVE 0 TO BAL-AMOUNT(BAL-IDX)
                   MOVE 0 TO BAL-BILL-DATE(BAL-IDX)
                   MOVE 0 TO BAL-LAST-PAYMENT(BAL-IDX)
                   MOVE 0 TO BAL-RETURN-COUNT(BAL-IDX)
                   MOVE 'N' TO BAL-CASH-ONLY(BAL-IDX)
                   MOVE 'Y' TO WS-BAL-FOUND-SWITCH
               END-IF
           END-IF
               ADD 1 TO WS-UNMATCHED-PAYMENTS
           END-IF.

      *Bounced checks and drafts, posted after the day's payments
      *so a payment and its return keyed the same day net out.
      *Each reversal is written to returneditems.dat for the bank
      *reconciliation; the hold list is opened only alongside a
      *returned-payment file, since nothing else here touches it.
       POST-RETURNED-PAYMENTS.
           OPEN INPUT RETURNED-PAYMENT-FILE
           IF WS-RETURNED-FILE-STATUS = '00'
               OPEN EXTEND RETURNED-ITEM-FILE
               IF WS-RETURNED-ITEM-STATUS = '35'
                   OPEN OUTPUT RETURNED-ITEM-FILE
                   CLOSE RETURNED-ITEM-FILE
                   OPEN EXTEND RETURNED-ITEM-FILE
               END-IF
               OPEN EXTEND HOLD-FILE
               IF WS-HOLD-FILE-STATUS = '35'
                   OPEN OUTPUT HOLD-FILE
                   CLOSE HOLD-FILE
                   OPEN EXTEND HOLD-FILE
               END-IF
               PERFORM UNTIL WS-RETURNED-FILE-STATUS NOT = '00'
                   READ RETURNED-PAYMENT-FILE
                       AT END
                           MOVE '10' TO WS-RETURNED-FILE-STATUS
                       NOT AT END
                           PERFORM POST-ONE-RETURN
                   END-READ
               END-PERFORM
               CLOSE RETURNED-PAYMENT-FILE
               CLOSE RETURNED-ITEM-FILE
               CLOSE HOLD-FILE
           END-IF.

      *Reverses the original payment back onto the balance and
      *charges the returned-item fee. A balance reopened by the
      *reversal ages from the original payment date - the day the
      *debt was wrongly taken as settled. A return on a student
      *not on the master, or with no usable amount, is counted
      *and left for the bursar.
       POST-ONE-RETURN.
           MOVE 'N' TO WS-BAL-FOUND-SWITCH
           IF WS-BALANCE-COUNT > 0
               AND RTP-AMOUNT IS NUMERIC
               AND RTP-AMOUNT > 0
               SET BAL-IDX TO 1
               SEARCH BALANCE-ENTRY
                   AT END CONTINUE
                   WHEN BAL-LAST-NAME(BAL-IDX) = RTP-LAST-NAME
                       AND BAL-INITIALS(BAL-IDX) = RTP-INITIALS
                       MOVE 'Y' TO WS-BAL-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF WS-BAL-FOUND
               ADD 1 TO WS-RETURNS-POSTED
               ADD RTP-AMOUNT TO WS-RETURNED-DOLLARS
               ADD WS-RETURNED-ITEM-FEE TO WS-RETURN-FEE-DOLLARS
               ADD RTP-AMOUNT TO BAL-AMOUNT(BAL-IDX)
               ADD WS-RETURNED-ITEM-FEE TO BAL-AMOUNT(BAL-IDX)
               IF BAL-AMOUNT(BAL-IDX) > 0
                   AND BAL-BILL-DATE(BAL-IDX) = 0
                   MOVE RTP-PAY-DATE TO BAL-BILL-DATE(BAL-IDX)
               END-IF
               IF BAL-RETURN-COUNT(BAL-IDX) < 9
                   ADD 1 TO BAL-RETURN-COUNT(BAL-IDX)
               END-IF
               MOVE WS-TODAYS-DATE-8 TO RTI-DATE
               MOVE RTP-LAST-NAME    TO RTI-LAST-NAME
               MOVE RTP-INITIALS     TO RTI-INITIALS
               MOVE RTP-AMOUNT       TO RTI-AMOUNT
               MOVE RTP-PAY-DATE     TO RTI-PAY-DATE
               MOVE WS-RETURNED-ITEM-FEE TO RTI-FEE
               WRITE RETURNED-ITEM-RECORD
               IF BAL-RETURN-COUNT(BAL-IDX) >= WS-RETURN-LIMIT
                   AND NOT BAL-IS-CASH-ONLY(BAL-IDX)
                   PERFORM FLAG-CASH-ONLY
               END-IF
           ELSE
               ADD 1 TO WS-UNMATCHED-RETURNS
           END-IF.

      *A repeat returner takes no more checks or drafts: the
      *balance master carries the cash-only flag from here on, and
      *the student goes on the hold list so registration stops
      *until the bursar clears it.
       FLAG-CASH-ONLY.
           MOVE 'Y' TO BAL-CASH-ONLY(BAL-IDX)
           ADD 1 TO WS-CASH-ONLY-FLAGGED
           MOVE BAL-LAST-NAME(BAL-IDX) TO HDL-LAST-NAME
           MOVE BAL-INITIALS(BAL-IDX)  TO HDL-INITIALS
           MOVE BAL-AMOUNT(BAL-IDX)    TO HDL-AMOUNT
           MOVE HOLD-DETAIL-LINE TO HOLD-RECORD
           WRITE HOLD-RECORD.

       REWRITE-BALANCE-MASTER.
           OPEN OUTPUT BALANCE-OUT-FILE
           PERFORM WRITE-ONE-BALANCE
           END-IF
           MOVE BAL-BILL-DATE(BAL-IDX)    TO BAL-OUT-BILL-DATE
           MOVE BAL-LAST-PAYMENT(BAL-IDX) TO BAL-OUT-LAST-PAYMENT
           MOVE BAL-RETURN-COUNT(BAL-IDX) TO BAL-OUT-RETURN-COUNT
           MOVE BAL-CASH-ONLY(BAL-IDX)    TO BAL-OUT-CASH-ONLY
           WRITE BALANCE-OUT-RECORD
           ADD 1 TO WS-SEAL-WRITE-COUNT
           ADD BAL-OUT-AMOUNT TO WS-SEAL-WRITE-SUM.
           MOVE WS-UNMATCHED-PAYMENTS TO ART-UNMATCHED
           MOVE AR-TRAILER-LINE TO AGED-AR-RECORD
           WRITE AGED-AR-RECORD
           MOVE WS-RETURNS-POSTED    TO ART-RETURNS
           MOVE WS-UNMATCHED-RETURNS TO ART-UNMATCHED-RETURNS
           MOVE WS-RETURN-FEE-DOLLARS TO ART-RETURN-FEES
           MOVE WS-CASH-ONLY-FLAGGED TO ART-CASH-ONLY
           MOVE AR-RETURN-TRAILER-LINE TO AGED-AR-RECORD
           WRITE AGED-AR-RECORD
           CLOSE AGED-AR-FILE.

       AGE-ONE-BALANCE.
               MOVE BAL-LAST-NAME(BAL-IDX) TO ARD-LAST-NAME
               MOVE BAL-INITIALS(BAL-IDX)  TO ARD-INITIALS
               MOVE BAL-COLLEGE-CODE(BAL-IDX) TO ARD-COLLEGE
               IF BAL-IS-CASH-ONLY(BAL-IDX)
                   MOVE 'CASH ONLY' TO ARD-CASH-ONLY
               END-IF
               PERFORM FIND-COLLEGE-BUCKETS
               EVALUATE TRUE
                   WHEN WS-DAYS-OPEN > 90
