      *and FLOORPLN pick it up the same night instead of weeks
      *later when someone re-keys it by hand. A retirement register
      *lists what moved.
      *A unit carrying its acquisition cost goes onto the lot at
      *its net book value (cost less the depreciation FLEETDEP has
      *taken) and comes off the fleet asset accounts through the
      *GL journal. What the unit is expected to fetch - its own
      *residual value, or the desk's flat residual when none was
      *keyed - against that book value is the gain or loss on
      *disposal; the lot inventory is held at book value with the
      *difference carried in the lot valuation reserve. A unit
      *still without a cost goes over at the flat residual, with
      *no journal, as it always has.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.

      *General-ledger journal GLPOST posts from.
           SELECT F11-GL-JOURNAL-FILE
               ASSIGN TO "gljournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Same 108-byte layout FLEETSVC rewrites the unit master with.
       FD  F01-UNIT-IN-FILE
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS F01-UNIT-IN-RECORD.
       01  F01-UNIT-IN-RECORD.
           05  FU-IN-UNIT-NO            PIC 9(4).
           05  FU-IN-LAST-SVC-MILES     PIC 9(6).
           05  FU-IN-STATUS             PIC X.
           05  FU-IN-VIN                PIC X(17).
           05  FU-IN-PLATE              PIC X(8).
           05  FU-IN-HOME-BRANCH        PIC 9(2).
           05  FU-IN-ACQ-COST           PIC 9(7)V99.
           05  FU-IN-RESIDUAL           PIC 9(7)V99.
           05  FU-IN-DEPR-METHOD        PIC X.
           05  FU-IN-DEPR-LIFE          PIC 9(3).
           05  FU-IN-ACCUM-DEPR         PIC 9(7)V99.
           05  FU-IN-DEPR-PERIOD        PIC 9(6).
           05  FU-IN-REG-EXPIRY         PIC 9(8).
           05  FU-IN-INSP-DUE           PIC 9(8).
           05  FU-IN-GROUNDED-DATE      PIC 9(8).

      *Same 10-byte layout RENTALS rewrites the odometer master
      *with.
           05  ODO-IN-LAST-MILES-IN     PIC 9(6).

       FD  F03-UNIT-OUT-FILE
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS F03-UNIT-OUT-RECORD.
       01  F03-UNIT-OUT-RECORD.
           05  FU-OUT-UNIT-NO           PIC 9(4).
           05  FU-OUT-LAST-SVC-MILES    PIC 9(6).
           05  FU-OUT-STATUS            PIC X.
           05  FU-OUT-VIN               PIC X(17).
           05  FU-OUT-PLATE             PIC X(8).
           05  FU-OUT-HOME-BRANCH       PIC 9(2).
           05  FU-OUT-ACQ-COST          PIC 9(7)V99.
           05  FU-OUT-RESIDUAL          PIC 9(7)V99.
           05  FU-OUT-DEPR-METHOD       PIC X.
           05  FU-OUT-DEPR-LIFE         PIC 9(3).
           05  FU-OUT-ACCUM-DEPR        PIC 9(7)V99.
           05  FU-OUT-DEPR-PERIOD       PIC 9(6).
           05  FU-OUT-REG-EXPIRY        PIC 9(8).
           05  FU-OUT-INSP-DUE          PIC 9(8).
           05  FU-OUT-GROUNDED-DATE     PIC 9(8).

      *Same 61-byte lot layout AGERPT reads and VALCAR's trade-in
      *posting writes.
           05  LCK-TIME            PIC 9(6).
           05  LCK-IDENTITY        PIC X(14).

      *One journal record per debit or credit posted.
       FD  F11-GL-JOURNAL-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS F11-GL-JOURNAL-RECORD.
       01  F11-GL-JOURNAL-RECORD.
           05  GLJ-PROGRAM         PIC X(8).
           05  GLJ-DATE            PIC 9(8).
           05  GLJ-ACCOUNT         PIC X(4).
           05  GLJ-DC              PIC X.
           05  GLJ-AMOUNT          PIC 9(11)V99.

       WORKING-STORAGE SECTION.

      *Run-lock work fields. A same-day lock younger than the
       01  WS-PARAM-FILE-STATUS         PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS           PIC XX   VALUE SPACES.
       01  WS-GL-JOURNAL-STATUS         PIC XX   VALUE SPACES.

      *Retirement threshold and lot carrying value, overlaid from
      *retireparams.dat when the desk has dropped one off.

       01  RETIRE-CALCS.
           05  W-CURRENT-MILES          PIC 9(6)  VALUE 0.
           05  W-UNIT-COST              PIC 9(7)V99 VALUE 0.
           05  W-UNIT-ACCUM-DEPR        PIC 9(7)V99 VALUE 0.
           05  W-UNIT-BOOK-VALUE        PIC 9(7)V99 VALUE 0.
           05  W-UNIT-LOT-VALUE         PIC 9(6)  VALUE 0.
           05  W-UNIT-REALISABLE        PIC 9(7)V99 VALUE 0.
           05  W-UNIT-GAIN-LOSS         PIC S9(7)V99 VALUE 0.

      *W-RESIDUAL-TOTAL is everything carried onto the lot; the
      *disposal totals cover only the costed units that journal.
       01  RUN-COUNTERS.
           05  W-UNITS-READ             PIC 9(5) VALUE 0.
           05  W-UNITS-RETIRED          PIC 9(5) VALUE 0.
           05  W-RESIDUAL-TOTAL         PIC 9(9) VALUE 0.
           05  W-DISPOSAL-COST          PIC 9(9)V99 VALUE 0.
           05  W-DISPOSAL-ACCUM-DEPR    PIC 9(9)V99 VALUE 0.
           05  W-DISPOSAL-LOT-VALUE     PIC 9(9)  VALUE 0.
           05  W-DISPOSAL-REALISABLE    PIC 9(9)V99 VALUE 0.
           05  W-DISPOSAL-GAIN-LOSS     PIC S9(9)V99 VALUE 0.
           05  W-DISPOSAL-RESERVE       PIC S9(9)V99 VALUE 0.
           05  W-GL-AMOUNT              PIC S9(9)V99 VALUE 0.

      *Run-date heading, same pattern as the other batch reports.
       01  WS-TODAYS-DATE.
           05                           PIC X(17) VALUE 'VIN'.
           05                           PIC X(4)  VALUE SPACES.
           05                           PIC X(9)  VALUE 'LOT VALUE'.
           05                           PIC X(3)  VALUE SPACES.
           05                           PIC X(9)  VALUE 'GAIN/LOSS'.
           05                           PIC X(5)  VALUE SPACES.
       01  REGISTER-DETAIL-LINE.
           05                           PIC X     VALUE SPACES.
           05  RGD-UNIT-NO              PIC 9(4).
           05  RGD-VIN                  PIC X(17).
           05                           PIC X(3)  VALUE SPACES.
           05  RGD-VALUE                PIC $$$$,$$9.
           05                           PIC X(3)  VALUE SPACES.
           05  RGD-GAIN-LOSS            PIC $$$$,$$9-.
           05                           PIC X(11) VALUE SPACES.
       01  REGISTER-TRAILER-LINE.
           05                           PIC X(15)
                 VALUE 'UNITS RETIRED: '.
           05                           PIC X(16)
                 VALUE '  LOT VALUE:    '.
           05  RGT-VALUE                PIC $$,$$$,$$9.
           05                           PIC X(13)
                 VALUE '  GAIN/LOSS: '.
           05  RGT-GAIN-LOSS            PIC $$,$$$,$$9-.
           05                           PIC X(9)  VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
                 F05-REGISTER-FILE
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 910-WRITE-CONTROL-TOTALS
           PERFORM 920-WRITE-GL-JOURNAL
           PERFORM 096-RELEASE-RUN-LOCK
           STOP RUN
           .

      *Carries each unit to the rewritten master, retiring the ones
      *whose mileage has crossed the threshold. Units already
      *retired or sitting in the shop are left as they stand, and
      *a unit reported stolen cannot go to the lot until FLEETTHF
      *has it back.
       200-PROCESS-ONE-UNIT.
           ADD 1 TO W-UNITS-READ
           MOVE F01-UNIT-IN-RECORD TO F03-UNIT-OUT-RECORD
           IF FU-IN-STATUS NOT = 'R'
              AND FU-IN-STATUS NOT = 'S'
               PERFORM 210-CHECK-RETIREMENT
           END-IF
           WRITE F03-UNIT-OUT-RECORD

       220-RETIRE-ONE-UNIT.
           ADD 1 TO W-UNITS-RETIRED
           PERFORM 225-VALUE-RETIRING-UNIT
           ADD W-UNIT-LOT-VALUE TO W-RESIDUAL-TOTAL
           MOVE 'R' TO FU-OUT-STATUS
           PERFORM 230-POST-UNIT-TO-LOT
           MOVE FU-IN-UNIT-NO    TO RGD-UNIT-NO
           MOVE FU-IN-CAR-TYPE   TO RGD-CAR-TYPE
           MOVE W-CURRENT-MILES  TO RGD-MILES
           MOVE FU-IN-VIN        TO RGD-VIN
           MOVE W-UNIT-LOT-VALUE TO RGD-VALUE
           MOVE W-UNIT-GAIN-LOSS TO RGD-GAIN-LOSS
           WRITE F05-REGISTER-RECORD FROM REGISTER-DETAIL-LINE
           .

      *Net book value is cost less the depreciation taken to date,
      *carried to the lot in whole dollars. The gain or loss is
      *what the car is expected to realise less that book value.
      *Records from before the unit master carried a cost have the
      *asset fields blank and go over at the flat residual.
       225-VALUE-RETIRING-UNIT.
           MOVE 0 TO W-UNIT-GAIN-LOSS
           IF FU-IN-ACQ-COST IS NOT NUMERIC
               OR FU-IN-ACQ-COST = 0
               MOVE W-RESIDUAL-VALUE TO W-UNIT-LOT-VALUE
           ELSE
               MOVE FU-IN-ACQ-COST TO W-UNIT-COST
               MOVE 0 TO W-UNIT-ACCUM-DEPR
               IF FU-IN-ACCUM-DEPR IS NUMERIC
                   AND FU-IN-ACCUM-DEPR < W-UNIT-COST
                   MOVE FU-IN-ACCUM-DEPR TO W-UNIT-ACCUM-DEPR
               END-IF
               COMPUTE W-UNIT-BOOK-VALUE =
                   W-UNIT-COST - W-UNIT-ACCUM-DEPR
               COMPUTE W-UNIT-LOT-VALUE ROUNDED = W-UNIT-BOOK-VALUE
               IF FU-IN-RESIDUAL IS NUMERIC
                   AND FU-IN-RESIDUAL > 0
                   MOVE FU-IN-RESIDUAL TO W-UNIT-REALISABLE
               ELSE
                   MOVE W-RESIDUAL-VALUE TO W-UNIT-REALISABLE
               END-IF
               COMPUTE W-UNIT-GAIN-LOSS =
                   W-UNIT-REALISABLE - W-UNIT-BOOK-VALUE
               ADD W-UNIT-COST       TO W-DISPOSAL-COST
               ADD W-UNIT-ACCUM-DEPR TO W-DISPOSAL-ACCUM-DEPR
               ADD W-UNIT-LOT-VALUE  TO W-DISPOSAL-LOT-VALUE
               ADD W-UNIT-REALISABLE TO W-DISPOSAL-REALISABLE
               ADD W-UNIT-GAIN-LOSS  TO W-DISPOSAL-GAIN-LOSS
           END-IF
           .

      *The lot record carries the rental class spelled out as the
      *model, the in-service year as the model year, today as the
      *received and funding dates, and the unit's lot value as the
      *acquisition cost - the same fields VALCAR's trade-in posting
      *fills.
       230-POST-UNIT-TO-LOT.
           MOVE W-MODEL-NAME       TO F04-LOT-MODEL
           MOVE FU-IN-SERVICE-DATE(3:2) TO F04-LOT-YEAR
           MOVE WS-TODAYS-DATE(3:6) TO F04-LOT-DATE-RECEIVED
           MOVE W-UNIT-LOT-VALUE   TO F04-LOT-ACQ-COST
           MOVE WS-TODAYS-DATE(3:6) TO F04-LOT-FUNDING-DATE
           MOVE FU-IN-VIN          TO F04-LOT-VIN
           WRITE F04-LOT-POST-RECORD
           WRITE F05-REGISTER-RECORD FROM SPACES
           MOVE W-UNITS-RETIRED  TO RGT-RETIRED
           MOVE W-RESIDUAL-TOTAL TO RGT-VALUE
           MOVE W-DISPOSAL-GAIN-LOSS TO RGT-GAIN-LOSS
           WRITE F05-REGISTER-RECORD FROM REGISTER-TRAILER-LINE
           .

           WRITE F07-OPS-LOG-RECORD
           CLOSE F07-OPS-LOG-FILE
           .

      *Costed units leave the fleet asset accounts: the cost comes
      *out of fleet vehicles (1500) and the depreciation taken out
      *of accumulated depreciation (1510), and the lot inventory
      *(1300) takes up the whole-dollar value the lot file now
      *carries. The gain or loss on disposal (5800) is the
      *expected realisation less book value, set against the lot
      *valuation reserve (1310) so the lot nets to what the car
      *should fetch.
       920-WRITE-GL-JOURNAL.
           IF W-DISPOSAL-COST > 0
               OPEN EXTEND F11-GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS = '35'
                   OPEN OUTPUT F11-GL-JOURNAL-FILE
                   CLOSE F11-GL-JOURNAL-FILE
                   OPEN EXTEND F11-GL-JOURNAL-FILE
               END-IF
               MOVE 'FLEETRET' TO GLJ-PROGRAM
               MOVE WS-TODAYS-DATE TO GLJ-DATE
               IF W-DISPOSAL-LOT-VALUE > 0
                   MOVE '1300' TO GLJ-ACCOUNT
                   MOVE 'D' TO GLJ-DC
                   MOVE W-DISPOSAL-LOT-VALUE TO GLJ-AMOUNT
                   WRITE F11-GL-JOURNAL-RECORD
               END-IF
               IF W-DISPOSAL-ACCUM-DEPR > 0
                   MOVE '1510' TO GLJ-ACCOUNT
                   MOVE 'D' TO GLJ-DC
                   MOVE W-DISPOSAL-ACCUM-DEPR TO GLJ-AMOUNT
                   WRITE F11-GL-JOURNAL-RECORD
               END-IF
               MOVE '1500' TO GLJ-ACCOUNT
               MOVE 'C' TO GLJ-DC
               MOVE W-DISPOSAL-COST TO GLJ-AMOUNT
               WRITE F11-GL-JOURNAL-RECORD
               COMPUTE W-DISPOSAL-RESERVE =
                   W-DISPOSAL-LOT-VALUE - W-DISPOSAL-REALISABLE
               COMPUTE W-GL-AMOUNT = 0 - W-DISPOSAL-GAIN-LOSS
               IF W-GL-AMOUNT NOT = 0
                   MOVE '5800' TO GLJ-ACCOUNT
                   IF W-GL-AMOUNT > 0
                       MOVE 'D' TO GLJ-DC
                   ELSE
                       MOVE 'C' TO GLJ-DC
                   END-IF
                   MOVE W-GL-AMOUNT TO GLJ-AMOUNT
                   WRITE F11-GL-JOURNAL-RECORD
               END-IF
               IF W-DISPOSAL-RESERVE NOT = 0
                   MOVE '1310' TO GLJ-ACCOUNT
                   IF W-DISPOSAL-RESERVE > 0
                       MOVE 'C' TO GLJ-DC
                   ELSE
                       MOVE 'D' TO GLJ-DC
                   END-IF
                   MOVE W-DISPOSAL-RESERVE TO GLJ-AMOUNT
                   WRITE F11-GL-JOURNAL-RECORD
               END-IF
               CLOSE F11-GL-JOURNAL-FILE
           END-IF
           .
