
      *Widened to carry each salesperson's monthly quota in units
      *and dollars for the attainment run; records from the old
      *28-byte file read with blank quotas. Widened again to carry
      *the direct-deposit election and bank account PAYREG pays
      *into. This run only uses the rate fields.
       FD  F04-SPMASTER-FILE
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS F04-SPMASTER-RECORD.
       01  F04-SPMASTER-RECORD.
           05  F04-SP-NAME           PIC X(7).
           05  F04-SP-MONTHLY-DRAW   PIC 9(5)V99.
           05  F04-SP-QUOTA-UNITS    PIC 9(3).
           05  F04-SP-QUOTA-DOLLARS  PIC 9(7).
           05  FILLER                PIC X(28).

       FD  F07-COMM-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS
           05  CTF-COUNT           PIC 9(7).
           05  CTF-AMOUNT          PIC 9(11).

      *Same 26-byte layout VALCAR writes commadjust.dat with. A
      *blank type (every record from the old 25-byte stream) is a
      *reversal netting a deal out; 'P' adds F&I product margin to
      *the commission base; 'X' charges a cancelled product's
      *unearned margin back.
       FD  F08-COMM-ADJUST-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS F08-COMM-ADJUST-RECORD.
       01  F08-COMM-ADJUST-RECORD.
           05  CAD-INVOICE           PIC 9(5).
           05  CAD-SALEPERSON        PIC X(7).
           05  CAD-SELL              PIC 9(6).
           05  CAD-MARGIN            PIC 9(7).
           05  CAD-TYPE              PIC X.
               88  CAD-FI-MARGIN         VALUE 'P'.

      *One journal record per debit or credit posted.
       FD  F09-GL-JOURNAL-FILE
      *sits at after the sales pass - on a same-period reversal
      *that is the rate the deal earned. Guards keep the unsigned
      *accumulators from wrapping if a reversal arrives with no
      *matching sales in this run. F&I product margin entries ride
      *the same file and add to the base instead (620).
       600-APPLY-ADJUSTMENTS.
           OPEN INPUT F08-COMM-ADJUST-FILE
           IF WS-ADJUST-FILE-STATUS = '00'
               WHEN SP-NAME(SP-IDX) = CAD-SALEPERSON
                   MOVE 'Y' TO W-SP-FOUND-SWITCH
           END-SEARCH
           IF W-SP-FOUND AND CAD-FI-MARGIN
               ADD 1 TO W-ADJUSTMENTS-APPLIED
               PERFORM 620-ADD-PRODUCT-MARGIN
           END-IF
           IF W-SP-FOUND AND NOT CAD-FI-MARGIN
               ADD 1 TO W-ADJUSTMENTS-APPLIED
               IF SP-TOTAL-MARGIN(SP-IDX) > SP-TIER-BREAK(SP-IDX)
                   MOVE SP-TIER-RATE(SP-IDX) TO W-RATE-APPLIED
           END-IF
           .

      *F&I product margin earns commission the way a deal's margin
      *does in 220 - at the base rate while the salesperson is
      *still under the tier breakpoint, the tier rate once past it.
       620-ADD-PRODUCT-MARGIN.
           IF SP-TOTAL-MARGIN(SP-IDX) < SP-TIER-BREAK(SP-IDX)
               MOVE SP-BASE-RATE(SP-IDX) TO W-RATE-APPLIED
           ELSE
               MOVE SP-TIER-RATE(SP-IDX) TO W-RATE-APPLIED
           END-IF
           COMPUTE W-ADJUST-COMMISSION ROUNDED =
               CAD-MARGIN * W-RATE-APPLIED
           ADD CAD-MARGIN TO SP-TOTAL-MARGIN(SP-IDX)
           ADD W-ADJUST-COMMISSION TO SP-COMMISSION(SP-IDX)
           .

       700-WRITE-COMMISSION-REPORT.
           MOVE W08-RUN-DATE-LINE TO F02-COMM-RECORD
           WRITE F02-COMM-RECORD
