      *payoff record - unit, funding date, principal, accrued
      *interest - onto the lender remittance file the same night,
      *and lists the VIN on pendingpayoffs.dat so FLOORPLN stops
      *accruing on it. A unit that has had curtailment paydowns
      *(FPCURTAL) pays off its curtailed balance from
      *floorplanbal.dat, with interest figured the way FLOORPLN
      *figures it.

       ENVIRONMENT DIVISION.

               FILE STATUS IS WS-PARAM-FILE-STATUS.

      *Lender remittance file, appended night after night until the
      *office mails the remittance and ops clears it. FPCURTAL
      *appends its curtailment paydowns here too.
           SELECT F04-REMIT-FILE
               ASSIGN TO "lenderremit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

      *Floor-plan balance master FPCURTAL carries: outstanding
      *principal per VIN after curtailments.
           SELECT F08-BALANCE-FILE
               ASSIGN TO "floorplanbal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F06-OPS-LOG-FILE
           05  LOT-VIN                 PIC X(17).

       FD  F03-PARAMETER-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F03-PARM-RECORD.
       01  F03-PARM-RECORD.
           05  F03-PARM-AGING-THRESHOLD PIC 9(5).
           05  F03-PARM-CARRY-COST-DAY  PIC 9(3)V99.
           05  F03-PARM-ANNUAL-RATE     PIC 99V999.
           05  F03-PARM-RECON-DAYS      PIC 9(3).

      *PO marks a payoff; C1-C3 a curtailment stage from FPCURTAL.
       FD  F04-REMIT-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS F04-REMIT-RECORD.
       01  F05-PENDING-RECORD.
           05  PND-VIN                 PIC X(17).

      *Same 59-byte layout FPCURTAL writes.
       FD  F08-BALANCE-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS F08-BALANCE-RECORD.
       01  F08-BALANCE-RECORD.
           05  FBL-VIN                 PIC X(17).
           05  FBL-FUNDING-DATE        PIC 9(6).
           05  FBL-ORIGINAL            PIC 9(6).
           05  FBL-OUTSTANDING         PIC 9(6).
           05  FBL-STAGES-PAID         PIC 9.
           05  FBL-LAST-CURTAIL-DATE   PIC 9(8).
           05  FBL-ACCRUED-TO-CURTAIL  PIC 9(7)V99.
           05  FBL-TOTAL-CURTAILED     PIC 9(6).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F06-OPS-LOG-FILE
       01  WS-PENDING-FILE-STATUS      PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS          PIC XX   VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS      PIC XX   VALUE SPACES.

      *Annual percentage rate, overlaid from agingparams.dat - the
      *same rate FLOORPLN accrues at.
               10  LT-ACQ-COST         PIC 9(6).
               10  LT-FUNDING-DATE     PIC 9(6).

      *Curtailed balances by VIN; an entry from an earlier funding
      *of the same VIN is ignored.
       01  MAX-BALANCE-UNITS           PIC 9(4) VALUE 2000.
       01  W-BAL-FOUND-SWITCH          PIC X    VALUE 'N'.
           88  W-BALANCE-FOUND             VALUE 'Y'.
       01  BALANCE-TABLE-AREA.
           05  W-BALANCE-COUNT         PIC 9(4) VALUE 0.
           05  BALANCE-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON W-BALANCE-COUNT
                   INDEXED BY BAL-IDX.
               10  BAL-VIN             PIC X(17).
               10  BAL-FUNDING-DATE    PIC 9(6).
               10  BAL-OUTSTANDING     PIC 9(6).
               10  BAL-LAST-CURTAIL-DATE
                                       PIC 9(8).
               10  BAL-ACCRUED-TO-CURTAIL
                                       PIC 9(7)V99.

      *Per-unit payoff work fields, the same arithmetic FLOORPLN
      *prints; the 2-digit funding year is assumed 20xx.
       01  PAYOFF-CALCS.
           05  W-DAYS-FUNDED           PIC S9(5)     VALUE 0.
           05  W-DAILY-INTEREST        PIC 9(5)V9(4) VALUE 0.
           05  W-ACCRUED-INTEREST      PIC 9(7)V99   VALUE 0.
           05  W-PRINCIPAL             PIC 9(6)      VALUE 0.
       01  W-FUNDING-DATE-8            PIC 9(8)  VALUE 0.
       01  W-SEGMENT-START-8           PIC 9(8)  VALUE 0.

       01  RUN-COUNTERS.
           05  W-SALES-READ            PIC 9(5)    VALUE 0.
           PERFORM 099-GET-TODAYS-DATE
           PERFORM 105-READ-ANNUAL-RATE
           PERFORM 110-LOAD-LOT-FUNDING
           PERFORM 115-LOAD-CURTAILED-BALANCES
           OPEN EXTEND F04-REMIT-FILE
           IF WS-REMIT-FILE-STATUS = '35'
               OPEN OUTPUT F04-REMIT-FILE
           END-IF
           .

       115-LOAD-CURTAILED-BALANCES.
           OPEN INPUT F08-BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS = '00'
               PERFORM UNTIL WS-BALANCE-FILE-STATUS NOT = '00'
                   READ F08-BALANCE-FILE
                       AT END
                           MOVE '10' TO WS-BALANCE-FILE-STATUS
                       NOT AT END
                           IF FBL-VIN NOT = SPACES
                               AND W-BALANCE-COUNT < MAX-BALANCE-UNITS
                               ADD 1 TO W-BALANCE-COUNT
                               SET BAL-IDX TO W-BALANCE-COUNT
                               MOVE FBL-VIN TO BAL-VIN(BAL-IDX)
                               MOVE FBL-FUNDING-DATE
                                   TO BAL-FUNDING-DATE(BAL-IDX)
                               MOVE FBL-OUTSTANDING
                                   TO BAL-OUTSTANDING(BAL-IDX)
                               MOVE FBL-LAST-CURTAIL-DATE
                                   TO BAL-LAST-CURTAIL-DATE(BAL-IDX)
                               MOVE FBL-ACCRUED-TO-CURTAIL
                                   TO BAL-ACCRUED-TO-CURTAIL(BAL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F08-BALANCE-FILE
           END-IF
           .

      *A cancellation record is a reversed deal, a repossession
      *record a title coming back and a lien release a note paid
      *out - nothing to pay off in any of them; a sold VIN with no
      *funding data was never on the plan and is only counted.
       200-PAY-OFF-ONE-SALE.
           IF DMV-CANCEL-FLAG NOT = 'C'
               AND DMV-CANCEL-FLAG NOT = 'R'
               AND DMV-CANCEL-FLAG NOT = 'L'
               AND DMV-VIN NOT = SPACES
               ADD 1 TO W-SALES-READ
               PERFORM 210-FIND-FUNDED-UNIT
           .

      *Interest through the sale date, the same arithmetic
      *FLOORPLN accrues with - on the curtailed balance from the
      *last paydown, plus what was banked up to it, once the unit
      *has been curtailed.
       220-WRITE-PAYOFF.
           ADD 1 TO W-PAYOFFS-WRITTEN
           MOVE LT-ACQ-COST(LOT-IDX) TO W-PRINCIPAL
           MOVE 0 TO W-ACCRUED-INTEREST
           MOVE 20 TO W-FUNDING-DATE-8(1:2)
           MOVE LT-FUNDING-DATE(LOT-IDX) TO W-FUNDING-DATE-8(3:6)
           MOVE W-FUNDING-DATE-8 TO W-SEGMENT-START-8
           PERFORM 215-FIND-CURTAILED-BALANCE
           COMPUTE W-DAYS-FUNDED =
               FUNCTION INTEGER-OF-DATE(DMV-SALE-DATE) -
               FUNCTION INTEGER-OF-DATE(W-SEGMENT-START-8)
           IF W-DAYS-FUNDED < 0
               MOVE 0 TO W-DAYS-FUNDED
           END-IF
           COMPUTE W-DAILY-INTEREST ROUNDED =
               W-PRINCIPAL * (W-ANNUAL-RATE / 100) / 365
           COMPUTE W-ACCRUED-INTEREST ROUNDED =
               W-ACCRUED-INTEREST + W-DAILY-INTEREST * W-DAYS-FUNDED
           MOVE DMV-VIN                  TO RMT-VIN
           MOVE LT-FUNDING-DATE(LOT-IDX) TO RMT-FUNDING-DATE
           MOVE W-PRINCIPAL              TO RMT-PRINCIPAL
           MOVE W-ACCRUED-INTEREST       TO RMT-ACCRUED-INTEREST
           MOVE DMV-SALE-DATE            TO RMT-SALE-DATE
           MOVE 'PO'                     TO RMT-PAYOFF-FLAG
           WRITE F04-REMIT-RECORD
           COMPUTE W-TOTAL-PAYOFF =
               W-TOTAL-PAYOFF + W-PRINCIPAL + W-ACCRUED-INTEREST
           MOVE DMV-VIN TO PND-VIN
           WRITE F05-PENDING-RECORD
           .

       215-FIND-CURTAILED-BALANCE.
           MOVE 'N' TO W-BAL-FOUND-SWITCH
           IF W-BALANCE-COUNT > 0
               SET BAL-IDX TO 1
               SEARCH BALANCE-ENTRY
                   AT END CONTINUE
                   WHEN BAL-VIN(BAL-IDX) = DMV-VIN
                       AND BAL-FUNDING-DATE(BAL-IDX)
                           = LT-FUNDING-DATE(LOT-IDX)
                       MOVE 'Y' TO W-BAL-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-BALANCE-FOUND
               AND BAL-LAST-CURTAIL-DATE(BAL-IDX) > 0
               MOVE BAL-OUTSTANDING(BAL-IDX) TO W-PRINCIPAL
               MOVE BAL-ACCRUED-TO-CURTAIL(BAL-IDX)
                   TO W-ACCRUED-INTEREST
               MOVE BAL-LAST-CURTAIL-DATE(BAL-IDX)
                   TO W-SEGMENT-START-8
           END-IF
           .

      *Payoffs written and dollars remitted, for the balancing run.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F07-CONTROL-TOTAL-FILE
