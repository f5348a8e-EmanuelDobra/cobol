      *agingparams.dat) from the funding date to today, prints the
      *accrual report with a payoff figure per unit, and totals
      *what the lender's statement should say - so the statement
      *finally gets reconciled instead of paid blind. A unit that
      *has had curtailment paydowns (FPCURTAL) accrues on its
      *curtailed balance from floorplanbal.dat, plus the interest
      *banked on the higher balance up to the last paydown.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.

      *Floor-plan balance master FPCURTAL carries: outstanding
      *principal per VIN after curtailments.
           SELECT F07-BALANCE-FILE
               ASSIGN TO "floorplanbal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F04-OPS-LOG-FILE
           05  F01-VIN                  PIC X(17).

       FD  F02-PARAMETER-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F02-PARM-RECORD.
       01  F02-PARM-RECORD.
           05  F02-PARM-AGING-THRESHOLD PIC 9(5).
           05  F02-PARM-CARRY-COST-DAY  PIC 9(3)V99.
           05  F02-PARM-ANNUAL-RATE     PIC 99V999.
           05  F02-PARM-RECON-DAYS      PIC 9(3).

       FD  F03-ACCRUAL-REPT-FILE
           RECORD CONTAINS 110 CHARACTERS
       01  F05-PENDING-RECORD.
           05  PND-VIN                  PIC X(17).

      *Same 59-byte layout FPCURTAL writes.
       FD  F07-BALANCE-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS F07-BALANCE-RECORD.
       01  F07-BALANCE-RECORD.
           05  FBL-VIN                  PIC X(17).
           05  FBL-FUNDING-DATE         PIC 9(6).
           05  FBL-ORIGINAL             PIC 9(6).
           05  FBL-OUTSTANDING          PIC 9(6).
           05  FBL-STAGES-PAID          PIC 9.
           05  FBL-LAST-CURTAIL-DATE    PIC 9(8).
           05  FBL-ACCRUED-TO-CURTAIL   PIC 9(7)V99.
           05  FBL-TOTAL-CURTAILED      PIC 9(6).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F04-OPS-LOG-FILE
       01  WS-OPSLOG-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-PENDING-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-GL-JOURNAL-STATUS         PIC XX   VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS       PIC XX   VALUE SPACES.

      *Curtailed balances by VIN. An entry whose funding date no
      *longer matches the lot record belongs to an earlier funding
      *and is ignored.
       01  MAX-BALANCE-UNITS            PIC 9(4) VALUE 2000.
       01  W-BAL-FOUND-SWITCH           PIC X    VALUE 'N'.
           88  W-BALANCE-FOUND              VALUE 'Y'.
       01  BALANCE-TABLE-AREA.
           05  W-BALANCE-COUNT          PIC 9(4) VALUE 0.
           05  BALANCE-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON W-BALANCE-COUNT
                   INDEXED BY BAL-IDX.
               10  BAL-VIN              PIC X(17).
               10  BAL-FUNDING-DATE     PIC 9(6).
               10  BAL-OUTSTANDING      PIC 9(6).
               10  BAL-LAST-CURTAIL-DATE
                                        PIC 9(8).
               10  BAL-ACCRUED-TO-CURTAIL
                                        PIC 9(7)V99.

      *VINs with a lender payoff pending, loaded at startup; a sold
      *unit stops accruing the night its payoff is remitted instead
           05  W-DAILY-INTEREST         PIC 9(5)V9(4) VALUE 0.
           05  W-ACCRUED-INTEREST       PIC 9(7)V99  VALUE 0.
           05  W-PAYOFF                 PIC 9(7)V99  VALUE 0.
           05  W-PRINCIPAL              PIC 9(6)     VALUE 0.
           05  W-SEGMENT-DAYS           PIC S9(5)    VALUE 0.
       01  W-TODAYS-DATE.
           05  W-TODAYS-CCYY            PIC 9(4).
           05  W-TODAYS-MM              PIC 9(2).
           05  W-TODAYS-DD              PIC 9(2).
       01  W-TODAYS-DATE-8              PIC 9(8).
       01  W-FUNDING-DATE-8             PIC 9(8).
       01  W-SEGMENT-START-8            PIC 9(8).

       01  RUN-TOTALS.
           05  W-UNITS-REPORTED         PIC 9(5)     VALUE 0.
           PERFORM 099-GET-TODAYS-DATE
           PERFORM 105-READ-ANNUAL-RATE
           PERFORM 108-LOAD-PENDING-PAYOFFS
           PERFORM 109-LOAD-CURTAILED-BALANCES
           OPEN OUTPUT F03-ACCRUAL-REPT-FILE
           WRITE F03-ACCRUAL-RECORD FROM W08-RUN-DATE-LINE
           WRITE F03-ACCRUAL-RECORD FROM W02-TITLE
           END-IF
           .

       109-LOAD-CURTAILED-BALANCES.
           OPEN INPUT F07-BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS = '00'
               PERFORM UNTIL WS-BALANCE-FILE-STATUS NOT = '00'
                   READ F07-BALANCE-FILE
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
               CLOSE F07-BALANCE-FILE
           END-IF
           .

      *Simple daily accrual: principal times the annual rate over
      *365, times the days since the lender funded the unit. The
      *payoff figure is principal plus interest to date - what it
      *costs to clear the unit off the plan at sale time. Units
      *with no funding data on file yet report at zero interest;
      *units whose payoff is already with the lender skip accrual
      *entirely. After a curtailment the principal is the
      *curtailed balance and the days run from the paydown, with
      *the interest banked up to it added back in.
       200-ACCRUE-ONE-UNIT.
           MOVE 'N' TO W-PND-FOUND-SWITCH
           IF W-PENDING-COUNT > 0
           ADD 1 TO W-UNITS-REPORTED
           MOVE 0 TO W-DAYS-FUNDED
           MOVE 0 TO W-ACCRUED-INTEREST
           MOVE 0 TO W-PRINCIPAL
           IF F01-ACQUISITION-COST IS NUMERIC
               MOVE F01-ACQUISITION-COST TO W-PRINCIPAL
           END-IF
           IF F01-FUNDING-DATE IS NUMERIC AND F01-FUNDING-DATE > 0
               AND F01-ACQUISITION-COST IS NUMERIC
               MOVE 20 TO W-FUNDING-DATE-8(1:2)
               IF W-DAYS-FUNDED < 0
                   MOVE 0 TO W-DAYS-FUNDED
               END-IF
               MOVE W-DAYS-FUNDED TO W-SEGMENT-DAYS
               PERFORM 215-APPLY-CURTAILED-BALANCE
               COMPUTE W-DAILY-INTEREST ROUNDED =
                   W-PRINCIPAL * (W-ANNUAL-RATE / 100) / 365
               COMPUTE W-ACCRUED-INTEREST ROUNDED =
                   W-ACCRUED-INTEREST
                   + W-DAILY-INTEREST * W-SEGMENT-DAYS
           END-IF
           COMPUTE W-PAYOFF = W-PRINCIPAL + W-ACCRUED-INTEREST
           ADD W-PRINCIPAL TO W-TOTAL-PRINCIPAL
           ADD W-ACCRUED-INTEREST TO W-TOTAL-ACCRUED
           ADD W-PAYOFF TO W-TOTAL-PAYOFF
           MOVE F01-MAKE  TO W04-MAKE
           MOVE F01-MODEL TO W04-MODEL
           MOVE F01-YEAR  TO W04-YEAR
           MOVE W-PRINCIPAL TO W04-PRINCIPAL
           MOVE W-DAYS-FUNDED TO W04-DAYS-FUNDED
           MOVE W-ACCRUED-INTEREST TO W04-INTEREST
           MOVE W-PAYOFF TO W04-PAYOFF
           END-READ
           .

       215-APPLY-CURTAILED-BALANCE.
           MOVE 'N' TO W-BAL-FOUND-SWITCH
           IF W-BALANCE-COUNT > 0
               AND F01-VIN NOT = SPACES
               SET BAL-IDX TO 1
               SEARCH BALANCE-ENTRY
                   AT END CONTINUE
                   WHEN BAL-VIN(BAL-IDX) = F01-VIN
                       AND BAL-FUNDING-DATE(BAL-IDX) = F01-FUNDING-DATE
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
               COMPUTE W-SEGMENT-DAYS =
                   FUNCTION INTEGER-OF-DATE(W-TODAYS-DATE-8) -
                   FUNCTION INTEGER-OF-DATE(W-SEGMENT-START-8)
               IF W-SEGMENT-DAYS < 0
                   MOVE 0 TO W-SEGMENT-DAYS
               END-IF
           END-IF
           .

      *Appends one line to the shared end-of-day operations log
      *recording this run's start/end time and records processed.
      *OPEN EXTEND adds to the file instead of overwriting it, so
