      *the note-balance master (financebal.dat): new notes from
      *VALCAR's financenotes.dat are added with their level payment
      *computed, payments keyed by the office (finpayments.dat) are
      *applied by invoice number and split into principal and
      *interest for the payment history and the GL, early payoffs
      *are posted against the PAYQUOTE quote on file, notes
      *REPOPOST has repossessed are closed, every note paid out
      *gets a lien release on the DMV feed and any overpayment
      *refunded, a delinquency report
      *flags every note with fewer payments in than months out,
      *and the finance register totals the paper the store holds.
      *Each delinquent buyer is also sent a past-due notice through
      *notifications.dat, the standard outbound notification file
      *NOTIFY routes by the buyer's preferred channel.
      *This is where the binder retires.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.

      *REPOPOST's repossession master; a note whose car has been
      *taken back is closed here.
           SELECT F10-REPO-FILE
               ASSIGN TO "repossessions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPO-FILE-STATUS.

      *Every payoff quote PAYQUOTE has issued; the latest one for
      *an invoice is the one a payoff is held to.
           SELECT F11-QUOTE-FILE
               ASSIGN TO "payoffquotes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-FILE-STATUS.

      *Early-payoff funds keyed by the office, one per payoff.
           SELECT F12-PAYOFF-FILE
               ASSIGN TO "finpayoffs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYOFF-FILE-STATUS.

      *Same 62-byte layout VALCAR accumulates soldvehicles.dat
      *with; the VIN and description a lien release names.
           SELECT F13-SOLD-VEHICLE-FILE
               ASSIGN TO "soldvehicles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOLD-FILE-STATUS.

      *Same 63-byte layout VALCAR writes dmvfeed.dat with, opened
      *EXTEND so lien releases land after tonight's sales for
      *DMVRECON to track; this run follows VALCAR and precedes
      *DMVRECON.
           SELECT F14-DMV-FEED-FILE
               ASSIGN TO "dmvfeed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

      *Overpayments owed back to buyers on notes paid out, appended
      *run after run for the cashier.
           SELECT F15-REFUND-FILE
               ASSIGN TO "finrefunds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-FILE-STATUS.

           SELECT F16-PAYOFF-REGISTER-FILE
               ASSIGN TO "payoffregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Every payment and payoff posted, with its principal and
      *interest split, appended run after run; FINSTMT builds the
      *year-end interest statements from it.
           SELECT F17-PAY-HISTORY-FILE
               ASSIGN TO "finpayhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      *Balanced debit/credit records for the general-ledger run.
           SELECT F18-GL-JOURNAL-FILE
               ASSIGN TO "gljournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.

      *Standard outbound notification file, appended to by every
      *program that writes to a customer or student; NOTIFY routes
      *it and ops clears it after a clean run.
           SELECT F19-NOTIFICATION-FILE
               ASSIGN TO "notifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-FINANCE-NOTE-FILE
           05  LCK-TIME            PIC 9(6).
           05  LCK-IDENTITY        PIC X(14).

      *Same 75-byte layout REPOPOST carries its master in; only the
      *invoice and buyer are used here.
       FD  F10-REPO-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS F10-REPO-RECORD.
       01  F10-REPO-RECORD.
           05  RPO-INVOICE             PIC 9(5).
           05  RPO-BUYER-ID            PIC 9(6).
           05  RPO-VIN                 PIC X(17).
           05  RPO-REPO-DATE           PIC 9(8).
           05  RPO-NOTE-BALANCE        PIC 9(7)V99.
           05  RPO-APPRAISED           PIC 9(6).
           05  RPO-STATUS              PIC X.
           05  RPO-RESALE-DATE         PIC 9(8).
           05  RPO-PROCEEDS            PIC 9(6).
           05  RPO-DEFICIENCY          PIC 9(7)V99.

      *Same 60-byte layout PAYQUOTE appends its quotes in.
       FD  F11-QUOTE-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS F11-QUOTE-RECORD.
       01  F11-QUOTE-RECORD.
           05  PQ-INVOICE              PIC 9(5).
           05  PQ-BUYER-ID             PIC 9(6).
           05  PQ-QUOTE-DATE           PIC 9(8).
           05  PQ-GOOD-THROUGH         PIC 9(8).
           05  PQ-BALANCE              PIC 9(7)V99.
           05  PQ-INTEREST-FROM        PIC 9(8).
           05  PQ-PER-DIEM             PIC 9(5)V99.
           05  PQ-PAYOFF               PIC 9(7)V99.

       FD  F12-PAYOFF-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS F12-PAYOFF-RECORD.
       01  F12-PAYOFF-RECORD.
           05  FPO-INVOICE             PIC 9(5).
           05  FPO-INVOICE-X REDEFINES FPO-INVOICE
                                       PIC X(5).
           05  FPO-AMOUNT              PIC 9(7)V99.
           05  FPO-DATE                PIC 9(8).
           05  FPO-DATE-X REDEFINES FPO-DATE
                                       PIC X(8).

       FD  F13-SOLD-VEHICLE-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS F13-SOLD-VEHICLE-RECORD.
       01  F13-SOLD-VEHICLE-RECORD.
           05  SVH-INVOICE             PIC X(5).
           05  SVH-VIN                 PIC X(17).
           05  SVH-YEAR                PIC X(2).
           05  SVH-MAKE                PIC X(11).
           05  SVH-MODEL               PIC X(13).
           05  SVH-BUYER-ID            PIC 9(6).
           05  SVH-SALE-DATE           PIC 9(8).

       FD  F14-DMV-FEED-FILE
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS F14-DMV-RECORD.
       01  F14-DMV-RECORD.
           05  DMV-INVOICE             PIC X(5).
           05  DMV-VIN                 PIC X(17).
           05  DMV-YEAR                PIC X(2).
           05  DMV-MAKE                PIC X(11).
           05  DMV-MODEL               PIC X(13).
           05  DMV-SELL                PIC 9(6).
           05  DMV-SALE-DATE           PIC 9(8).
           05  DMV-CANCEL-FLAG         PIC X.

       FD  F15-REFUND-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS F15-REFUND-RECORD.
       01  F15-REFUND-RECORD.
           05  RFD-INVOICE             PIC 9(5).
           05  RFD-BUYER-ID            PIC 9(6).
           05  RFD-AMOUNT              PIC 9(7)V99.
           05  RFD-DATE                PIC 9(8).

       FD  F16-PAYOFF-REGISTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F16-PAYOFF-REGISTER-RECORD.
       01  F16-PAYOFF-REGISTER-RECORD  PIC X(100).

      *One record per payment posted: the date the buyer paid, the
      *date it was posted (the GL date), and the split.
       FD  F17-PAY-HISTORY-FILE
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS F17-PAY-HISTORY-RECORD.
       01  F17-PAY-HISTORY-RECORD.
           05  FPH-INVOICE             PIC 9(5).
           05  FPH-BUYER-ID            PIC 9(6).
           05  FPH-PAID-DATE           PIC 9(8).
           05  FPH-POSTED-DATE         PIC 9(8).
           05  FPH-AMOUNT              PIC 9(7)V99.
           05  FPH-PRINCIPAL           PIC 9(7)V99.
           05  FPH-INTEREST            PIC 9(7)V99.
           05  FPH-TYPE                PIC X.
               88  FPH-REGULAR-PAYMENT     VALUE 'P'.
               88  FPH-EARLY-PAYOFF        VALUE 'O'.

       FD  F18-GL-JOURNAL-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS F18-GL-JOURNAL-RECORD.
       01  F18-GL-JOURNAL-RECORD.
           05  GLJ-PROGRAM         PIC X(8).
           05  GLJ-DATE            PIC 9(8).
           05  GLJ-ACCOUNT         PIC X(4).
           05  GLJ-DC              PIC X.
           05  GLJ-AMOUNT          PIC 9(11)V99.

      *One notice to one recipient: who produced it and when, who
      *it is for (C customer by customer ID, S student by student
      *ID, or by name and initials where there is no ID), what
      *kind of notice it is, and the subject and text to send.
       FD  F19-NOTIFICATION-FILE
           RECORD CONTAINS 237 CHARACTERS
           DATA RECORD IS F19-NOTIFICATION-RECORD.
       01  F19-NOTIFICATION-RECORD.
           05  NTF-PROGRAM         PIC X(8).
           05  NTF-DATE            PIC 9(8).
           05  NTF-RECIPIENT-TYPE  PIC X.
               88  NTF-TO-CUSTOMER     VALUE 'C'.
               88  NTF-TO-STUDENT      VALUE 'S'.
           05  NTF-RECIPIENT-ID    PIC X(6).
           05  NTF-RECIPIENT-NAME  PIC X(25).
           05  NTF-NOTICE-TYPE     PIC X(4).
           05  NTF-REFERENCE       PIC X(25).
           05  NTF-SUBJECT         PIC X(40).
           05  NTF-MESSAGE         PIC X(120).

       WORKING-STORAGE SECTION.

      *Run-lock work fields. A same-day lock younger than the
       01  WS-BALANCE-IN-STATUS        PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS          PIC XX   VALUE SPACES.
       01  WS-REPO-FILE-STATUS         PIC XX   VALUE SPACES.
       01  WS-QUOTE-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-PAYOFF-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-SOLD-FILE-STATUS         PIC XX   VALUE SPACES.
       01  WS-FEED-FILE-STATUS         PIC XX   VALUE SPACES.
       01  WS-REFUND-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS      PIC XX   VALUE SPACES.
       01  WS-GL-JOURNAL-STATUS        PIC XX   VALUE SPACES.
       01  WS-NOTIFY-FILE-STATUS       PIC XX   VALUE SPACES.

      *The note-balance master held in memory for the posting pass,
      *keyed by invoice.
               10  NTE-ORIG-DATE       PIC 9(8).
               10  NTE-PAYMENTS-MADE   PIC 9(3).
               10  NTE-LAST-PAID       PIC 9(8).
               10  NTE-CLOSE-REASON    PIC X.
                   88  NTE-STILL-OPEN      VALUE SPACE.
                   88  NTE-PAID-OFF        VALUE 'P'.
                   88  NTE-REPOSSESSED     VALUE 'R'.

      *The latest payoff quote per invoice.
       01  MAX-QUOTES                  PIC 9(4) VALUE 5000.
       01  W-QUOTE-FOUND-SWITCH        PIC X    VALUE 'N'.
           88  W-QUOTE-FOUND               VALUE 'Y'.
           88  W-QUOTE-NOT-FOUND           VALUE 'N'.
       01  QUOTE-TABLE-AREA.
           05  W-QUOTE-COUNT           PIC 9(4) VALUE 0.
           05  QUOTE-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON W-QUOTE-COUNT
                   INDEXED BY QTE-IDX.
               10  QTE-INVOICE         PIC 9(5).
               10  QTE-GOOD-THROUGH    PIC 9(8).
               10  QTE-BALANCE         PIC 9(7)V99.
               10  QTE-INTEREST-FROM   PIC 9(8).
               10  QTE-PER-DIEM        PIC 9(5)V99.

      *The sold-vehicle extract in memory, keyed by invoice.
       01  MAX-SOLD                    PIC 9(5) VALUE 20000.
       01  W-SOLD-FOUND-SWITCH         PIC X    VALUE 'N'.
           88  W-SOLD-FOUND                VALUE 'Y'.
           88  W-SOLD-NOT-FOUND            VALUE 'N'.
       01  SOLD-TABLE-AREA.
           05  W-SOLD-COUNT            PIC 9(5) VALUE 0.
           05  SOLD-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON W-SOLD-COUNT
                   INDEXED BY SLD-IDX.
               10  SLD-INVOICE         PIC X(5).
               10  SLD-VIN             PIC X(17).
               10  SLD-YEAR            PIC X(2).
               10  SLD-MAKE            PIC X(11).
               10  SLD-MODEL           PIC X(13).

      *Early-payoff work fields: the payoff due on the payoff date
      *at the quote's per-diem.
       01  PAYOFF-CALCS.
           05  W-REJECT-REASON         PIC X(30)    VALUE SPACES.
           05  W-INTEREST-DAYS         PIC S9(5)    VALUE 0.
           05  W-PAYOFF-DUE            PIC 9(7)V99  VALUE 0.
           05  W-REFUND                PIC 9(7)V99  VALUE 0.
           05  W-RELEASE-INVOICE       PIC 9(5)     VALUE 0.
           05  W-RELEASE-INVOICE-X REDEFINES W-RELEASE-INVOICE
                                       PIC X(5).

      *Principal/interest split of one payment: a month's interest
      *on the balance it is applied against, the rest to principal.
       01  SPLIT-CALCS.
           05  W-INTEREST-PORTION      PIC 9(7)V99  VALUE 0.
           05  W-PRINCIPAL-PORTION     PIC 9(7)V99  VALUE 0.

      *Tonight's journal totals: cash in, split between the
      *receivable and finance interest income, and overpayments
      *moved to the amount owed back to buyers.
       01  GL-TOTALS.
           05  W-GL-CASH               PIC 9(9)V99  VALUE 0.
           05  W-GL-PRINCIPAL          PIC 9(9)V99  VALUE 0.
           05  W-GL-INTEREST           PIC 9(9)V99  VALUE 0.

      *Level-payment work fields, same arithmetic FINSCHED uses.
       01  AMORTIZATION-CALCS.
           05  W-MONTHS-OUT            PIC 9(3)  VALUE 0.
           05  W-PAYMENTS-DUE          PIC 9(3)  VALUE 0.
           05  W-PAYMENTS-BEHIND       PIC 9(3)  VALUE 0.
           05  W-NTF-BEHIND            PIC ZZ9.
           05  W-NTF-BALANCE           PIC ZZZ,ZZ9.99.

       01  RUN-COUNTERS.
           05  W-NOTES-ADDED           PIC 9(5)    VALUE 0.
           05  W-PAYMENT-DOLLARS       PIC 9(9)V99 VALUE 0.
           05  W-PAPER-HELD            PIC 9(11)   VALUE 0.
           05  W-OPEN-NOTES            PIC 9(5)    VALUE 0.
           05  W-NOTES-REPOSSESSED     PIC 9(5)    VALUE 0.
           05  W-REPOSSESSED-DOLLARS   PIC 9(9)V99 VALUE 0.
           05  W-PAYOFFS-POSTED        PIC 9(5)    VALUE 0.
           05  W-PAYOFFS-REJECTED      PIC 9(5)    VALUE 0.
           05  W-PAYOFF-DOLLARS        PIC 9(9)V99 VALUE 0.
           05  W-LIEN-RELEASES         PIC 9(5)    VALUE 0.
           05  W-RELEASES-NO-VIN       PIC 9(5)    VALUE 0.
           05  W-REFUND-DOLLARS        PIC 9(9)V99 VALUE 0.

      *Run-date heading, same pattern as the other batch reports.
       01  WS-TODAYS-DATE.
           05  RGT-PAPER               PIC $$,$$$,$$$,$$9.
           05                          PIC X(54) VALUE SPACES.

      *Payoff and lien-release register lines.
       01  PAYOFF-TITLE-LINE.
           05                          PIC X(34) VALUE SPACES.
           05                          PIC X(32)
                 VALUE 'PAYOFF AND LIEN RELEASE REGISTER'.
           05                          PIC X(34) VALUE SPACES.
       01  PAYOFF-SECTION-LINE.
           05  POS-SECTION             PIC X(30).
           05                          PIC X(70) VALUE SPACES.
       01  PAYOFF-HEADING-LINE.
           05                          PIC X(7)  VALUE 'INVOICE'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'BUYER ID'.
           05                          PIC X(1)  VALUE SPACES.
           05                          PIC X(9)  VALUE 'PAYOFF DT'.
           05                          PIC X(5)  VALUE SPACES.
           05                          PIC X(10) VALUE 'AMOUNT DUE'.
           05                          PIC X(8)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'RECEIVED'.
           05                          PIC X(10) VALUE SPACES.
           05                          PIC X(6)  VALUE 'REFUND'.
           05                          PIC X(26) VALUE SPACES.
       01  PAYOFF-DETAIL-LINE.
           05  POD-INVOICE             PIC 9(5).
           05                          PIC X(4)  VALUE SPACES.
           05  POD-BUYER               PIC 9(6).
           05                          PIC X(3)  VALUE SPACES.
           05  POD-DATE                PIC 9(8).
           05                          PIC X(3)  VALUE SPACES.
           05  POD-DUE                 PIC $$,$$$,$$9.99.
           05                          PIC X(3)  VALUE SPACES.
           05  POD-RECEIVED            PIC $$,$$$,$$9.99.
           05                          PIC X(3)  VALUE SPACES.
           05  POD-REFUND              PIC $$,$$$,$$9.99.
           05                          PIC X(26) VALUE SPACES.
       01  PAYOFF-REJECT-LINE.
           05  POJ-INVOICE             PIC X(5).
           05                          PIC X(13) VALUE SPACES.
           05  POJ-DATE                PIC X(8).
           05                          PIC X(19) VALUE SPACES.
           05  POJ-RECEIVED            PIC $$,$$$,$$9.99.
           05                          PIC X(3)  VALUE SPACES.
           05  POJ-REASON              PIC X(30).
           05                          PIC X(9)  VALUE SPACES.
       01  RELEASE-HEADING-LINE.
           05                          PIC X(7)  VALUE 'INVOICE'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'BUYER ID'.
           05                          PIC X(1)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'PAID OFF'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(17) VALUE 'VIN'.
           05                          PIC X(10) VALUE SPACES.
           05                          PIC X(6)  VALUE 'REFUND'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(20) VALUE 'LIEN RELEASE'.
           05                          PIC X(15) VALUE SPACES.
       01  RELEASE-DETAIL-LINE.
           05  RLD-INVOICE             PIC 9(5).
           05                          PIC X(4)  VALUE SPACES.
           05  RLD-BUYER               PIC 9(6).
           05                          PIC X(3)  VALUE SPACES.
           05  RLD-DATE                PIC 9(8).
           05                          PIC X(3)  VALUE SPACES.
           05  RLD-VIN                 PIC X(17).
           05                          PIC X(3)  VALUE SPACES.
           05  RLD-REFUND              PIC $$,$$$,$$9.99.
           05                          PIC X(3)  VALUE SPACES.
           05  RLD-STATUS              PIC X(20).
           05                          PIC X(15) VALUE SPACES.
       01  PAYOFF-TRAILER-LINE.
           05                          PIC X(16)
                 VALUE 'PAYOFFS POSTED: '.
           05  POT-POSTED              PIC ZZ,ZZ9.
           05                          PIC X(12)
                 VALUE '  REJECTED: '.
           05  POT-REJECTED            PIC ZZ,ZZ9.
           05                          PIC X(17)
                 VALUE '  LIEN RELEASES: '.
           05  POT-RELEASES            PIC ZZ,ZZ9.
           05                          PIC X(11)
                 VALUE '  REFUNDS: '.
           05  POT-REFUNDS             PIC $$,$$$,$$9.99.
           05                          PIC X(13) VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
       01  WS-RUN-START-TIME.
           PERFORM 097-CAPTURE-START-TIME
           PERFORM 099-GET-TODAYS-DATE
           PERFORM 110-LOAD-BALANCE-MASTER
           PERFORM 120-LOAD-PAYOFF-QUOTES
           PERFORM 130-LOAD-SOLD-VEHICLES
           PERFORM 200-POST-NEW-NOTES
           PERFORM 240-OPEN-PAYMENT-HISTORY
           PERFORM 250-POST-EARLY-PAYOFFS
           PERFORM 300-POST-PAYMENTS
           PERFORM 350-CLOSE-REPOSSESSED-NOTES
           PERFORM 380-RELEASE-PAID-NOTES
           PERFORM 400-REWRITE-BALANCE-MASTER
           PERFORM 500-WRITE-DELINQUENCY-REPORT
           PERFORM 600-WRITE-FINANCE-REGISTER
      *Suite severity standard: payoff funds that could not be
      *applied, or a lien release with no VIN to send, are
      *condition 4.
           IF W-PAYOFFS-REJECTED > 0 OR W-RELEASES-NO-VIN > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 910-WRITE-CONTROL-TOTALS
           PERFORM 920-WRITE-GL-JOURNAL
           PERFORM 096-RELEASE-RUN-LOCK
           STOP RUN
           .
           MOVE FB-IN-ORIG-DATE     TO NTE-ORIG-DATE(W-NOTE-COUNT)
           MOVE FB-IN-PAYMENTS-MADE TO NTE-PAYMENTS-MADE(W-NOTE-COUNT)
           MOVE FB-IN-LAST-PAID     TO NTE-LAST-PAID(W-NOTE-COUNT)
           SET NTE-STILL-OPEN(W-NOTE-COUNT) TO TRUE
           .

      *A later quote for the same invoice replaces the earlier one.
       120-LOAD-PAYOFF-QUOTES.
           OPEN INPUT F11-QUOTE-FILE
           IF WS-QUOTE-FILE-STATUS = '00'
               PERFORM UNTIL WS-QUOTE-FILE-STATUS NOT = '00'
                   READ F11-QUOTE-FILE
                       AT END
                           MOVE '10' TO WS-QUOTE-FILE-STATUS
                       NOT AT END
                           PERFORM 125-LOAD-ONE-QUOTE
                   END-READ
               END-PERFORM
               CLOSE F11-QUOTE-FILE
           END-IF
           .

       125-LOAD-ONE-QUOTE.
           MOVE 'N' TO W-QUOTE-FOUND-SWITCH
           IF W-QUOTE-COUNT > 0
               SET QTE-IDX TO 1
               SEARCH QUOTE-ENTRY
                   AT END CONTINUE
                   WHEN QTE-INVOICE(QTE-IDX) = PQ-INVOICE
                       MOVE 'Y' TO W-QUOTE-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-QUOTE-NOT-FOUND
               AND W-QUOTE-COUNT < MAX-QUOTES
               ADD 1 TO W-QUOTE-COUNT
               SET QTE-IDX TO W-QUOTE-COUNT
               MOVE 'Y' TO W-QUOTE-FOUND-SWITCH
           END-IF
           IF W-QUOTE-FOUND
               MOVE PQ-INVOICE       TO QTE-INVOICE(QTE-IDX)
               MOVE PQ-GOOD-THROUGH  TO QTE-GOOD-THROUGH(QTE-IDX)
               MOVE PQ-BALANCE       TO QTE-BALANCE(QTE-IDX)
               MOVE PQ-INTEREST-FROM TO QTE-INTEREST-FROM(QTE-IDX)
               MOVE PQ-PER-DIEM      TO QTE-PER-DIEM(QTE-IDX)
           END-IF
           .

       130-LOAD-SOLD-VEHICLES.
           OPEN INPUT F13-SOLD-VEHICLE-FILE
           IF WS-SOLD-FILE-STATUS = '00'
               PERFORM UNTIL WS-SOLD-FILE-STATUS NOT = '00'
                   READ F13-SOLD-VEHICLE-FILE
                       AT END
                           MOVE '10' TO WS-SOLD-FILE-STATUS
                       NOT AT END
                           IF W-SOLD-COUNT < MAX-SOLD
                               ADD 1 TO W-SOLD-COUNT
                               MOVE SVH-INVOICE
                                   TO SLD-INVOICE(W-SOLD-COUNT)
                               MOVE SVH-VIN
                                   TO SLD-VIN(W-SOLD-COUNT)
                               MOVE SVH-YEAR
                                   TO SLD-YEAR(W-SOLD-COUNT)
                               MOVE SVH-MAKE
                                   TO SLD-MAKE(W-SOLD-COUNT)
                               MOVE SVH-MODEL
                                   TO SLD-MODEL(W-SOLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F13-SOLD-VEHICLE-FILE
           END-IF
           .

      *Adds the notes VALCAR passed tonight. A note already on the
               MOVE FIN-ORIG-DATE   TO NTE-ORIG-DATE(NTE-IDX)
               MOVE 0 TO NTE-PAYMENTS-MADE(NTE-IDX)
               MOVE 0 TO NTE-LAST-PAID(NTE-IDX)
               SET NTE-STILL-OPEN(NTE-IDX) TO TRUE
           END-IF
           .

           END-IF
           .

       240-OPEN-PAYMENT-HISTORY.
           OPEN EXTEND F17-PAY-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '35'
               OPEN OUTPUT F17-PAY-HISTORY-FILE
               CLOSE F17-PAY-HISTORY-FILE
               OPEN EXTEND F17-PAY-HISTORY-FILE
           END-IF
           .

      *Early payoffs post ahead of the regular payments, while the
      *balance still matches the one the quote was priced from.
       250-POST-EARLY-PAYOFFS.
           OPEN OUTPUT F16-PAYOFF-REGISTER-FILE
           WRITE F16-PAYOFF-REGISTER-RECORD FROM W08-RUN-DATE-LINE
           WRITE F16-PAYOFF-REGISTER-RECORD FROM PAYOFF-TITLE-LINE
           WRITE F16-PAYOFF-REGISTER-RECORD FROM SPACES
           MOVE 'EARLY PAYOFFS' TO POS-SECTION
           WRITE F16-PAYOFF-REGISTER-RECORD FROM PAYOFF-SECTION-LINE
           WRITE F16-PAYOFF-REGISTER-RECORD FROM PAYOFF-HEADING-LINE
           OPEN INPUT F12-PAYOFF-FILE
           IF WS-PAYOFF-FILE-STATUS = '00'
               PERFORM UNTIL WS-PAYOFF-FILE-STATUS NOT = '00'
                   READ F12-PAYOFF-FILE
                       AT END
                           MOVE '10' TO WS-PAYOFF-FILE-STATUS
                       NOT AT END
                           PERFORM 260-POST-ONE-PAYOFF
                   END-READ
               END-PERFORM
               CLOSE F12-PAYOFF-FILE
           END-IF
           .

      *The note closes at the quoted payoff: the quoted balance
      *plus the quote's per-diem for each day from the date
      *interest runs from to the date the funds came in. Funds
      *past the good-through date, against a balance that has
      *moved since the quote, or short of the payoff are not
      *applied and go back to the office. Anything over the payoff
      *is refunded when the note is released. The per-diem part of
      *the payoff is the interest; the rest is principal.
       260-POST-ONE-PAYOFF.
           MOVE SPACES TO W-REJECT-REASON
           IF FPO-INVOICE NOT NUMERIC
               OR FPO-AMOUNT NOT NUMERIC
               OR FPO-DATE NOT NUMERIC
               OR FPO-DATE = 0
               MOVE 'PAYOFF RECORD NOT NUMERIC' TO W-REJECT-REASON
           END-IF
           IF W-REJECT-REASON = SPACES
               MOVE 'N' TO W-NOTE-FOUND-SWITCH
               IF W-NOTE-COUNT > 0
                   SET NTE-IDX TO 1
                   SEARCH NOTE-ENTRY
                       AT END CONTINUE
                       WHEN NTE-INVOICE(NTE-IDX) = FPO-INVOICE
                           AND NTE-BALANCE(NTE-IDX) > 0
                           MOVE 'Y' TO W-NOTE-FOUND-SWITCH
                   END-SEARCH
               END-IF
               IF W-NOTE-NOT-FOUND
                   MOVE 'NO OPEN NOTE ON INVOICE' TO W-REJECT-REASON
               END-IF
           END-IF
           IF W-REJECT-REASON = SPACES
               MOVE 'N' TO W-QUOTE-FOUND-SWITCH
               IF W-QUOTE-COUNT > 0
                   SET QTE-IDX TO 1
                   SEARCH QUOTE-ENTRY
                       AT END CONTINUE
                       WHEN QTE-INVOICE(QTE-IDX) = FPO-INVOICE
                           MOVE 'Y' TO W-QUOTE-FOUND-SWITCH
                   END-SEARCH
               END-IF
               EVALUATE TRUE
                   WHEN W-QUOTE-NOT-FOUND
                       MOVE 'NO PAYOFF QUOTE ON FILE'
                           TO W-REJECT-REASON
                   WHEN FPO-DATE > QTE-GOOD-THROUGH(QTE-IDX)
                       MOVE 'QUOTE EXPIRED - REQUOTE'
                           TO W-REJECT-REASON
                   WHEN QTE-BALANCE(QTE-IDX) NOT =
                           NTE-BALANCE(NTE-IDX)
                       MOVE 'BALANCE CHANGED SINCE QUOTE'
                           TO W-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF W-REJECT-REASON = SPACES
               COMPUTE W-INTEREST-DAYS =
                   FUNCTION INTEGER-OF-DATE(FPO-DATE) -
                   FUNCTION INTEGER-OF-DATE(QTE-INTEREST-FROM(QTE-IDX))
               IF W-INTEREST-DAYS < 0
                   MOVE 0 TO W-INTEREST-DAYS
               END-IF
               COMPUTE W-PAYOFF-DUE =
                   QTE-BALANCE(QTE-IDX)
                   + (QTE-PER-DIEM(QTE-IDX) * W-INTEREST-DAYS)
               IF FPO-AMOUNT < W-PAYOFF-DUE
                   MOVE 'SHORT OF PAYOFF AMOUNT' TO W-REJECT-REASON
               END-IF
           END-IF
           IF W-REJECT-REASON = SPACES
               ADD 1 TO W-PAYOFFS-POSTED
               ADD FPO-AMOUNT TO W-PAYOFF-DOLLARS
               COMPUTE NTE-BALANCE(NTE-IDX) =
                   W-PAYOFF-DUE - FPO-AMOUNT
               ADD 1 TO NTE-PAYMENTS-MADE(NTE-IDX)
               MOVE FPO-DATE TO NTE-LAST-PAID(NTE-IDX)
               SET NTE-PAID-OFF(NTE-IDX) TO TRUE
               COMPUTE W-INTEREST-PORTION =
                   W-PAYOFF-DUE - QTE-BALANCE(QTE-IDX)
               COMPUTE W-PRINCIPAL-PORTION =
                   FPO-AMOUNT - W-INTEREST-PORTION
               MOVE FPO-AMOUNT TO FPH-AMOUNT
               MOVE FPO-DATE   TO FPH-PAID-DATE
               SET FPH-EARLY-PAYOFF TO TRUE
               PERFORM 330-RECORD-PAYMENT-SPLIT
               COMPUTE W-REFUND = FPO-AMOUNT - W-PAYOFF-DUE
               MOVE FPO-INVOICE           TO POD-INVOICE
               MOVE NTE-BUYER-ID(NTE-IDX) TO POD-BUYER
               MOVE FPO-DATE              TO POD-DATE
               MOVE W-PAYOFF-DUE          TO POD-DUE
               MOVE FPO-AMOUNT            TO POD-RECEIVED
               MOVE W-REFUND              TO POD-REFUND
               WRITE F16-PAYOFF-REGISTER-RECORD FROM PAYOFF-DETAIL-LINE
           ELSE
               ADD 1 TO W-PAYOFFS-REJECTED
               MOVE FPO-INVOICE-X TO POJ-INVOICE
               MOVE FPO-DATE-X    TO POJ-DATE
               IF FPO-AMOUNT NUMERIC
                   MOVE FPO-AMOUNT TO POJ-RECEIVED
               ELSE
                   MOVE 0 TO POJ-RECEIVED
               END-IF
               MOVE W-REJECT-REASON TO POJ-REASON
               WRITE F16-PAYOFF-REGISTER-RECORD FROM PAYOFF-REJECT-LINE
           END-IF
           .

       300-POST-PAYMENTS.
           OPEN INPUT F02-PAYMENT-FILE
           IF WS-PAYMENT-FILE-STATUS = '00'
               END-PERFORM
               CLOSE F02-PAYMENT-FILE
           END-IF
           CLOSE F17-PAY-HISTORY-FILE
           .

       310-POST-ONE-PAYMENT.
           IF W-NOTE-FOUND
               ADD 1 TO W-PAYMENTS-POSTED
               ADD FP-AMOUNT TO W-PAYMENT-DOLLARS
               PERFORM 320-SPLIT-ONE-PAYMENT
               SUBTRACT W-PRINCIPAL-PORTION FROM NTE-BALANCE(NTE-IDX)
               ADD 1 TO NTE-PAYMENTS-MADE(NTE-IDX)
               MOVE FP-DATE TO NTE-LAST-PAID(NTE-IDX)
               MOVE FP-AMOUNT TO FPH-AMOUNT
               MOVE FP-DATE   TO FPH-PAID-DATE
               SET FPH-REGULAR-PAYMENT TO TRUE
               PERFORM 330-RECORD-PAYMENT-SPLIT
           ELSE
               ADD 1 TO W-UNMATCHED-PAYMENTS
           END-IF
           .

      *The payment first pays a month's interest at the note's APR
      *on the balance outstanding - the same monthly rate the level
      *payment was figured at - and the rest goes to principal. A
      *note already paid out earns no interest; anything more on it
      *is principal and comes back as a refund.
       320-SPLIT-ONE-PAYMENT.
           MOVE 0 TO W-INTEREST-PORTION
           IF NTE-BALANCE(NTE-IDX) > 0
               COMPUTE W-INTEREST-PORTION ROUNDED =
                   NTE-BALANCE(NTE-IDX) * NTE-APR(NTE-IDX) / 1200
               IF W-INTEREST-PORTION > FP-AMOUNT
                   MOVE FP-AMOUNT TO W-INTEREST-PORTION
               END-IF
           END-IF
           COMPUTE W-PRINCIPAL-PORTION =
               FP-AMOUNT - W-INTEREST-PORTION
           .

       330-RECORD-PAYMENT-SPLIT.
           MOVE NTE-INVOICE(NTE-IDX)  TO FPH-INVOICE
           MOVE NTE-BUYER-ID(NTE-IDX) TO FPH-BUYER-ID
           MOVE WS-TODAYS-DATE-8      TO FPH-POSTED-DATE
           MOVE W-PRINCIPAL-PORTION   TO FPH-PRINCIPAL
           MOVE W-INTEREST-PORTION    TO FPH-INTEREST
           WRITE F17-PAY-HISTORY-RECORD
           ADD FPH-AMOUNT          TO W-GL-CASH
           ADD W-PRINCIPAL-PORTION TO W-GL-PRINCIPAL
           ADD W-INTEREST-PORTION  TO W-GL-INTEREST
           .

      *A repossessed note is closed by zeroing its balance, which
      *drops it off the master, the delinquency report and the
      *register like a note paid off. The repossession master is
      *cumulative; one already closed finds no open note.
       350-CLOSE-REPOSSESSED-NOTES.
           OPEN INPUT F10-REPO-FILE
           IF WS-REPO-FILE-STATUS = '00'
               PERFORM UNTIL WS-REPO-FILE-STATUS NOT = '00'
                   READ F10-REPO-FILE
                       AT END
                           MOVE '10' TO WS-REPO-FILE-STATUS
                       NOT AT END
                           PERFORM 360-CLOSE-ONE-NOTE
                   END-READ
               END-PERFORM
               CLOSE F10-REPO-FILE
           END-IF
           .

       360-CLOSE-ONE-NOTE.
           MOVE 'N' TO W-NOTE-FOUND-SWITCH
           IF W-NOTE-COUNT > 0
               SET NTE-IDX TO 1
               SEARCH NOTE-ENTRY
                   AT END CONTINUE
                   WHEN NTE-INVOICE(NTE-IDX) = RPO-INVOICE
                       AND NTE-BUYER-ID(NTE-IDX) = RPO-BUYER-ID
                       AND NTE-BALANCE(NTE-IDX) > 0
                       MOVE 'Y' TO W-NOTE-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-NOTE-FOUND
               ADD 1 TO W-NOTES-REPOSSESSED
               ADD NTE-BALANCE(NTE-IDX) TO W-REPOSSESSED-DOLLARS
               MOVE 0 TO NTE-BALANCE(NTE-IDX)
               SET NTE-REPOSSESSED(NTE-IDX) TO TRUE
           END-IF
           .

      *Every note paid out tonight - by early payoff or by regular
      *payments taking the balance to zero or below - releases its
      *lien: a record flagged 'L' on the DMV feed under the sale's
      *invoice and VIN, which DMVRECON holds open until the DMV
      *acknowledges it. A balance below zero is an overpayment,
      *refunded to the buyer. A repossessed note releases nothing;
      *the title comes back to the store instead.
       380-RELEASE-PAID-NOTES.
           WRITE F16-PAYOFF-REGISTER-RECORD FROM SPACES
           MOVE 'LIEN RELEASES' TO POS-SECTION
           WRITE F16-PAYOFF-REGISTER-RECORD FROM PAYOFF-SECTION-LINE
           WRITE F16-PAYOFF-REGISTER-RECORD FROM RELEASE-HEADING-LINE
           OPEN EXTEND F14-DMV-FEED-FILE
           IF WS-FEED-FILE-STATUS = '35'
               OPEN OUTPUT F14-DMV-FEED-FILE
               CLOSE F14-DMV-FEED-FILE
               OPEN EXTEND F14-DMV-FEED-FILE
           END-IF
           OPEN EXTEND F15-REFUND-FILE
           IF WS-REFUND-FILE-STATUS = '35'
               OPEN OUTPUT F15-REFUND-FILE
               CLOSE F15-REFUND-FILE
               OPEN EXTEND F15-REFUND-FILE
           END-IF
           PERFORM 390-RELEASE-ONE-NOTE
               VARYING NTE-IDX FROM 1 BY 1
               UNTIL NTE-IDX > W-NOTE-COUNT
           CLOSE F14-DMV-FEED-FILE
           CLOSE F15-REFUND-FILE
           WRITE F16-PAYOFF-REGISTER-RECORD FROM SPACES
           MOVE W-PAYOFFS-POSTED   TO POT-POSTED
           MOVE W-PAYOFFS-REJECTED TO POT-REJECTED
           MOVE W-LIEN-RELEASES    TO POT-RELEASES
           MOVE W-REFUND-DOLLARS   TO POT-REFUNDS
           WRITE F16-PAYOFF-REGISTER-RECORD FROM PAYOFF-TRAILER-LINE
           CLOSE F16-PAYOFF-REGISTER-FILE
           .

       390-RELEASE-ONE-NOTE.
           IF NTE-BALANCE(NTE-IDX) NOT > 0
               AND NOT NTE-REPOSSESSED(NTE-IDX)
               SET NTE-PAID-OFF(NTE-IDX) TO TRUE
               ADD 1 TO W-LIEN-RELEASES
               MOVE 0 TO W-REFUND
               IF NTE-BALANCE(NTE-IDX) < 0
                   COMPUTE W-REFUND = 0 - NTE-BALANCE(NTE-IDX)
                   ADD W-REFUND TO W-REFUND-DOLLARS
                   MOVE NTE-INVOICE(NTE-IDX)  TO RFD-INVOICE
                   MOVE NTE-BUYER-ID(NTE-IDX) TO RFD-BUYER-ID
                   MOVE W-REFUND              TO RFD-AMOUNT
                   MOVE WS-TODAYS-DATE-8      TO RFD-DATE
                   WRITE F15-REFUND-RECORD
               END-IF
               MOVE NTE-INVOICE(NTE-IDX) TO W-RELEASE-INVOICE
               MOVE 'N' TO W-SOLD-FOUND-SWITCH
               IF W-SOLD-COUNT > 0
                   SET SLD-IDX TO 1
                   SEARCH SOLD-ENTRY
                       AT END CONTINUE
                       WHEN SLD-INVOICE(SLD-IDX) = W-RELEASE-INVOICE-X
                           MOVE 'Y' TO W-SOLD-FOUND-SWITCH
                   END-SEARCH
               END-IF
               MOVE NTE-INVOICE(NTE-IDX)  TO RLD-INVOICE
               MOVE NTE-BUYER-ID(NTE-IDX) TO RLD-BUYER
               IF NTE-LAST-PAID(NTE-IDX) > 0
                   MOVE NTE-LAST-PAID(NTE-IDX) TO RLD-DATE
               ELSE
                   MOVE WS-TODAYS-DATE-8 TO RLD-DATE
               END-IF
               MOVE W-REFUND TO RLD-REFUND
               IF W-SOLD-FOUND
                   MOVE W-RELEASE-INVOICE-X TO DMV-INVOICE
                   MOVE SLD-VIN(SLD-IDX)    TO DMV-VIN
                   MOVE SLD-YEAR(SLD-IDX)   TO DMV-YEAR
                   MOVE SLD-MAKE(SLD-IDX)   TO DMV-MAKE
                   MOVE SLD-MODEL(SLD-IDX)  TO DMV-MODEL
                   MOVE 0                   TO DMV-SELL
                   MOVE RLD-DATE            TO DMV-SALE-DATE
                   MOVE 'L'                 TO DMV-CANCEL-FLAG
                   WRITE F14-DMV-RECORD
                   MOVE SLD-VIN(SLD-IDX) TO RLD-VIN
                   MOVE 'SENT TO DMV' TO RLD-STATUS
               ELSE
                   ADD 1 TO W-RELEASES-NO-VIN
                   MOVE SPACES TO RLD-VIN
                   MOVE 'NO VIN ON FILE' TO RLD-STATUS
               END-IF
               WRITE F16-PAYOFF-REGISTER-RECORD FROM RELEASE-DETAIL-LINE
           END-IF
           .

      *Writes the carried-forward master. Notes paid down to zero
      *or below drop off - the paper is retired.
       400-REWRITE-BALANCE-MASTER.
           WRITE F05-DELINQUENCY-RECORD FROM DELINQ-TITLE-LINE
           WRITE F05-DELINQUENCY-RECORD FROM SPACES
           WRITE F05-DELINQUENCY-RECORD FROM DELINQ-HEADING-LINE
           MOVE SPACES TO WS-NOTIFY-FILE-STATUS
           OPEN EXTEND F19-NOTIFICATION-FILE
           IF WS-NOTIFY-FILE-STATUS = '35'
               OPEN OUTPUT F19-NOTIFICATION-FILE
               CLOSE F19-NOTIFICATION-FILE
               OPEN EXTEND F19-NOTIFICATION-FILE
           END-IF
           PERFORM 510-CHECK-ONE-NOTE
               VARYING NTE-IDX FROM 1 BY 1
               UNTIL NTE-IDX > W-NOTE-COUNT
           MOVE W-DELINQUENT-NOTES TO DLT-COUNT
           WRITE F05-DELINQUENCY-RECORD FROM DELINQ-TRAILER-LINE
           CLOSE F05-DELINQUENCY-FILE
                 F19-NOTIFICATION-FILE
           .

       510-CHECK-ONE-NOTE.
                   MOVE NTE-BALANCE(NTE-IDX)  TO DLQ-BALANCE
                   WRITE F05-DELINQUENCY-RECORD
                       FROM DELINQ-DETAIL-LINE
                   PERFORM 520-WRITE-NOTIFICATION
               END-IF
           END-IF
           .

      *The buyer's past-due notice (FDLQ), keyed by invoice; the
      *name comes from the customer master when NOTIFY routes it.
       520-WRITE-NOTIFICATION.
           MOVE SPACES                TO F19-NOTIFICATION-RECORD
           MOVE 'FINPOST'             TO NTF-PROGRAM
           MOVE WS-TODAYS-DATE-8      TO NTF-DATE
           SET NTF-TO-CUSTOMER        TO TRUE
           MOVE NTE-BUYER-ID(NTE-IDX) TO NTF-RECIPIENT-ID
           MOVE 'FDLQ'                TO NTF-NOTICE-TYPE
           MOVE NTE-INVOICE(NTE-IDX)  TO NTF-REFERENCE
           MOVE 'YOUR VEHICLE LOAN IS PAST DUE' TO NTF-SUBJECT
           MOVE W-PAYMENTS-BEHIND     TO W-NTF-BEHIND
           MOVE NTE-BALANCE(NTE-IDX)  TO W-NTF-BALANCE
           STRING 'THE NOTE ON INVOICE ' NTE-INVOICE(NTE-IDX)
                  ' IS ' FUNCTION TRIM(W-NTF-BEHIND)
                  ' PAYMENT(S) BEHIND. BALANCE '
                  FUNCTION TRIM(W-NTF-BALANCE)
                  '. PLEASE PAY NOW OR CALL THE FINANCE OFFICE.'
               DELIMITED BY SIZE
               INTO NTF-MESSAGE
           WRITE F19-NOTIFICATION-RECORD
           .

      *One line per note still open, totaling the paper the store
      *holds.
       600-WRITE-FINANCE-REGISTER.
           MOVE W-OPEN-NOTES TO CTF-COUNT
           MOVE W-PAPER-HELD TO CTF-AMOUNT
           WRITE F08-CONTROL-TOTAL-RECORD
           MOVE 'FINPOST' TO CTF-PROGRAM
           MOVE 'REPO-CLOSED' TO CTF-ITEM
           MOVE W-NOTES-REPOSSESSED TO CTF-COUNT
           MOVE W-REPOSSESSED-DOLLARS TO CTF-AMOUNT
           WRITE F08-CONTROL-TOTAL-RECORD
           MOVE 'FINPOST' TO CTF-PROGRAM
           MOVE 'PAYOFFS' TO CTF-ITEM
           MOVE W-PAYOFFS-POSTED TO CTF-COUNT
           MOVE W-PAYOFF-DOLLARS TO CTF-AMOUNT
           WRITE F08-CONTROL-TOTAL-RECORD
           MOVE 'FINPOST' TO CTF-PROGRAM
           MOVE 'INTEREST' TO CTF-ITEM
           MOVE W-PAYMENTS-POSTED TO CTF-COUNT
           ADD W-PAYOFFS-POSTED TO CTF-COUNT
           MOVE W-GL-INTEREST TO CTF-AMOUNT
           WRITE F08-CONTROL-TOTAL-RECORD
           MOVE 'FINPOST' TO CTF-PROGRAM
           MOVE 'LIEN-RELEASE' TO CTF-ITEM
           MOVE W-LIEN-RELEASES TO CTF-COUNT
           MOVE W-REFUND-DOLLARS TO CTF-AMOUNT
           WRITE F08-CONTROL-TOTAL-RECORD
           CLOSE F08-CONTROL-TOTAL-FILE
           .

           WRITE F07-OPS-LOG-RECORD
           CLOSE F07-OPS-LOG-FILE
           .

      *Payments in: cash (1000) against the receivable VALCAR booked
      *the sale to (1200) for the principal and finance interest
      *income (4200) for the interest - the figure FINSTMT's
      *year-end control list ties to. An overpayment on a note paid
      *out moves from the receivable to the amount owed back to
      *buyers (2600) until the refund is cut.
       920-WRITE-GL-JOURNAL.
           IF W-GL-CASH > 0 OR W-REFUND-DOLLARS > 0
               OPEN EXTEND F18-GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS = '35'
                   OPEN OUTPUT F18-GL-JOURNAL-FILE
                   CLOSE F18-GL-JOURNAL-FILE
                   OPEN EXTEND F18-GL-JOURNAL-FILE
               END-IF
               MOVE 'FINPOST' TO GLJ-PROGRAM
               MOVE WS-TODAYS-DATE-8 TO GLJ-DATE
               IF W-GL-CASH > 0
                   MOVE '1000' TO GLJ-ACCOUNT
                   MOVE 'D' TO GLJ-DC
                   MOVE W-GL-CASH TO GLJ-AMOUNT
                   WRITE F18-GL-JOURNAL-RECORD
                   IF W-GL-PRINCIPAL > 0
                       MOVE '1200' TO GLJ-ACCOUNT
                       MOVE 'C' TO GLJ-DC
                       MOVE W-GL-PRINCIPAL TO GLJ-AMOUNT
                       WRITE F18-GL-JOURNAL-RECORD
                   END-IF
                   IF W-GL-INTEREST > 0
                       MOVE '4200' TO GLJ-ACCOUNT
                       MOVE 'C' TO GLJ-DC
                       MOVE W-GL-INTEREST TO GLJ-AMOUNT
                       WRITE F18-GL-JOURNAL-RECORD
                   END-IF
               END-IF
               IF W-REFUND-DOLLARS > 0
                   MOVE '1200' TO GLJ-ACCOUNT
                   MOVE 'D' TO GLJ-DC
                   MOVE W-REFUND-DOLLARS TO GLJ-AMOUNT
                   WRITE F18-GL-JOURNAL-RECORD
                   MOVE '2600' TO GLJ-ACCOUNT
                   MOVE 'C' TO GLJ-DC
                   MOVE W-REFUND-DOLLARS TO GLJ-AMOUNT
                   WRITE F18-GL-JOURNAL-RECORD
               END-IF
               CLOSE F18-GL-JOURNAL-FILE
           END-IF
           .
