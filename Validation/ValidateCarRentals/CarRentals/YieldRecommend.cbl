       IDENTIFICATION DIVISION.
       PROGRAM-ID.      YIELDREC.

      *Rate-card yield recommendations. OVERBOOK projects how full
      *each car type will be over its look-ahead window and RENTALS
      *measures how full it actually ran over the fleet period, but
      *the rate cards on rentalrates.dat were only ever changed by
      *feel. This run blends the two figures per car type and, when
      *the blend runs past the desk's high-water mark (or the
      *look-ahead shows oversold days at all), proposes the daily
      *rate up one step; when it runs under the low-water mark,
      *down one step - never past the type's floor and ceiling on
      *ratelimits.dat. Weekly and monthly breaks move in the same
      *proportion; the insurance fee is left alone. Proposals are
      *effective a desk-controlled number of days out and go to
      *proposedrates.dat only - a manager approves or rejects each
      *one through PARMMNT, which is what puts an approved card on
      *rentalrates.dat for RENTBILL. Reservations carry no branch
      *and rate cards are per type, so the recommendation is per
      *type company-wide; branch utilization is listed beside it
      *for context. This run follows RENTALS and OVERBOOK in the
      *overnight stream; each night's proposals replace the last
      *night's, so a proposal not acted on is simply re-made from
      *fresh figures.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *The rate cards in force, the file RENTBILL prices from.
           SELECT F01-RATE-FILE
               ASSIGN TO "rentalrates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

      *Floor and ceiling daily rate per car type, maintained through
      *PARMMNT; a type with no limits on file is never proposed.
           SELECT F02-LIMIT-FILE
               ASSIGN TO "ratelimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.

      *OVERBOOK's projected utilization per car type.
           SELECT F03-PROJECTION-FILE
               ASSIGN TO "overbookproj.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJ-FILE-STATUS.

      *RENTALS' actual utilization per car type and branch slice.
           SELECT F04-UTILIZATION-FILE
               ASSIGN TO "utilization.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UTIL-FILE-STATUS.

      *Water marks, step, lead days and blend weight,
      *desk-controlled the same way overbookparams.dat is.
           SELECT F05-PARAMETER-FILE
               ASSIGN TO "yieldparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

      *Proposed cards awaiting a manager's decision in PARMMNT.
           SELECT F06-PROPOSAL-FILE
               ASSIGN TO "proposedrates.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F07-REPORT-FILE
               ASSIGN TO "yieldreport.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F08-OPS-LOG-FILE
               ASSIGN TO "opslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Machine-readable control totals for the nightly balancing
      *run.
           SELECT F09-CONTROL-TOTAL-FILE
               ASSIGN TO "controltotals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Same 31-byte layout RENTBILL loads its rate cards from.
       FD  F01-RATE-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS F01-RATE-RECORD.
       01  F01-RATE-RECORD.
           05  F01-RATE-CAR-TYPE        PIC X.
           05  F01-RATE-DAILY           PIC 9(3)V99.
           05  F01-RATE-INSURANCE-DAY   PIC 9(2)V99.
           05  F01-RATE-WEEKLY          PIC 9(4)V99.
           05  F01-RATE-MONTHLY         PIC 9(5)V99.
           05  F01-RATE-EFF-DATE        PIC X(8).

       FD  F02-LIMIT-FILE
           RECORD CONTAINS 11 CHARACTERS
           DATA RECORD IS F02-LIMIT-RECORD.
       01  F02-LIMIT-RECORD.
           05  LIM-CAR-TYPE             PIC X.
           05  LIM-FLOOR-DAILY          PIC 9(3)V99.
           05  LIM-CEILING-DAILY        PIC 9(3)V99.

      *Same 27-byte layout OVERBOOK writes its projection with.
       FD  F03-PROJECTION-FILE
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS F03-PROJECTION-RECORD.
       01  F03-PROJECTION-RECORD.
           05  PRJ-RUN-DATE             PIC 9(8).
           05  PRJ-CAR-TYPE             PIC X.
           05  PRJ-WINDOW-DAYS          PIC 9(2).
           05  PRJ-UNIT-DAYS            PIC 9(7).
           05  PRJ-DEMAND-DAYS          PIC 9(7).
           05  PRJ-OVERSOLD-DAYS        PIC 9(2).

      *Same 28-byte layout RENTALS writes its extract with; a blank
      *branch is the company-wide figure for the type.
       FD  F04-UTILIZATION-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS F04-UTILIZATION-RECORD.
       01  F04-UTILIZATION-RECORD.
           05  UTX-RUN-DATE             PIC 9(8).
           05  UTX-BRANCH               PIC X(2).
           05  UTX-CAR-TYPE             PIC X.
           05  UTX-PERIOD-DAYS          PIC 9(3).
           05  UTX-FLEET-DAYS           PIC 9(7).
           05  UTX-DAYS-RENTED          PIC 9(7).

       FD  F05-PARAMETER-FILE
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS F05-PARM-RECORD.
       01  F05-PARM-RECORD.
           05  PARM-HIGH-PCT            PIC 9(3).
           05  PARM-LOW-PCT             PIC 9(3).
           05  PARM-STEP-PCT            PIC 9(2)V9.
           05  PARM-LEAD-DAYS           PIC 9(2).
           05  PARM-PROJ-WEIGHT         PIC 9(3).

      *The proposed card in the rentalrates.dat layout, followed by
      *the figures the manager decides on and the decision itself:
      *blank while pending, 'A' approved, 'X' rejected.
       FD  F06-PROPOSAL-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS F06-PROPOSAL-RECORD.
       01  F06-PROPOSAL-RECORD.
           05  PRP-CARD.
               10  PRP-CAR-TYPE         PIC X.
               10  PRP-DAILY            PIC 9(3)V99.
               10  PRP-INSURANCE-DAY    PIC 9(2)V99.
               10  PRP-WEEKLY           PIC 9(4)V99.
               10  PRP-MONTHLY          PIC 9(5)V99.
               10  PRP-EFF-DATE         PIC X(8).
           05  PRP-CURRENT-DAILY        PIC 9(3)V99.
           05  PRP-BLEND-PCT            PIC 9(3)V9.
           05  PRP-STATUS               PIC X.

       FD  F07-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F07-REPORT-RECORD.
       01  F07-REPORT-RECORD            PIC X(132).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F08-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F08-OPS-LOG-RECORD.
       01  F08-OPS-LOG-RECORD           PIC X(132).

       FD  F09-CONTROL-TOTAL-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F09-CONTROL-TOTAL-RECORD.
       01  F09-CONTROL-TOTAL-RECORD.
           05  CTF-PROGRAM         PIC X(8).
           05  CTF-ITEM            PIC X(12).
           05  CTF-COUNT           PIC 9(7).
           05  CTF-AMOUNT          PIC 9(11).

       WORKING-STORAGE SECTION.
       01  WS-RATE-FILE-STATUS          PIC XX   VALUE SPACES.
       01  WS-LIMIT-FILE-STATUS         PIC XX   VALUE SPACES.
       01  WS-PROJ-FILE-STATUS          PIC XX   VALUE SPACES.
       01  WS-UTIL-FILE-STATUS          PIC XX   VALUE SPACES.
       01  WS-PARAM-FILE-STATUS         PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS           PIC XX   VALUE SPACES.

      *Desk defaults, overlaid from yieldparams.dat when one has
      *been dropped off: step up at 85 percent, down at 60, five
      *percent a step, effective a week out, projection and actual
      *weighted evenly.
       01  W-HIGH-PCT                   PIC 9(3)    VALUE 85.
       01  W-LOW-PCT                    PIC 9(3)    VALUE 60.
       01  W-STEP-PCT                   PIC 9(2)V9  VALUE 5.0.
       01  W-LEAD-DAYS                  PIC 9(2)    VALUE 7.
       01  W-PROJ-WEIGHT                PIC 9(3)    VALUE 50.

      *Rate cards loaded from rentalrates.dat, seeded with the same
      *day-zero defaults RENTBILL prices from when the file has no
      *card for a type.
       01  MAX-RATE-CARDS               PIC 9(3) VALUE 100.
       01  RATE-CARD-AREA.
           05  W-RATE-COUNT             PIC 9(3) VALUE 0.
           05  RATE-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON W-RATE-COUNT
                   INDEXED BY RATE-IDX.
               10  RATE-CAR-TYPE        PIC X.
               10  RATE-EFF-DATE        PIC 9(8).
               10  RATE-DAILY           PIC 9(3)V99.
               10  RATE-INSURANCE-DAY   PIC 9(2)V99.
               10  RATE-WEEKLY          PIC 9(4)V99.
               10  RATE-MONTHLY         PIC 9(5)V99.
       01  W-RATE-SUB                   PIC 9(3) VALUE 0.
       01  W-CARD-SUB                   PIC 9(3) VALUE 0.
       01  W-BEST-EFF-DATE              PIC 9(8) VALUE 0.

      *Everything known about each car type, gathered from the
      *three inputs before any recommendation is made.
       01  CAR-TYPE-AREA.
           05  TYPE-ENTRY OCCURS 5 TIMES INDEXED BY TYP-IDX.
               10  TYP-CAR-TYPE         PIC X        VALUE SPACES.
               10  TYP-LIMITS-SWITCH    PIC X        VALUE 'N'.
                   88  TYP-HAS-LIMITS       VALUE 'Y'.
               10  TYP-FLOOR-DAILY      PIC 9(3)V99  VALUE 0.
               10  TYP-CEILING-DAILY    PIC 9(3)V99  VALUE 0.
               10  TYP-PROJ-SWITCH      PIC X        VALUE 'N'.
                   88  TYP-HAS-PROJECTION   VALUE 'Y'.
               10  TYP-UNIT-DAYS        PIC 9(7)     VALUE 0.
               10  TYP-DEMAND-DAYS      PIC 9(7)     VALUE 0.
               10  TYP-OVERSOLD-DAYS    PIC 9(2)     VALUE 0.
               10  TYP-ACTUAL-SWITCH    PIC X        VALUE 'N'.
                   88  TYP-HAS-ACTUAL       VALUE 'Y'.
               10  TYP-FLEET-DAYS       PIC 9(7)     VALUE 0.
               10  TYP-DAYS-RENTED      PIC 9(7)     VALUE 0.

      *Branch slices from the utilization extract, listed for
      *context only.
       01  MAX-BRANCH-SLICES            PIC 9(2) VALUE 50.
       01  BRANCH-SLICE-AREA.
           05  W-SLICE-COUNT            PIC 9(2) VALUE 0.
           05  SLICE-ENTRY OCCURS 0 TO 50 TIMES
                   DEPENDING ON W-SLICE-COUNT
                   INDEXED BY SLC-IDX.
               10  SLC-BRANCH           PIC X(2).
               10  SLC-CAR-TYPE         PIC X.
               10  SLC-FLEET-DAYS       PIC 9(7).
               10  SLC-DAYS-RENTED      PIC 9(7).

      *Recommendation work fields.
       01  RECOMMEND-WORK.
           05  W-PROJ-PCT               PIC 9(3)V9  VALUE 0.
           05  W-ACTUAL-PCT             PIC 9(3)V9  VALUE 0.
           05  W-BLEND-PCT              PIC 9(3)V9  VALUE 0.
           05  W-PCT-WORK               PIC 9(7)V9  VALUE 0.
           05  W-CUR-DAILY              PIC 9(3)V99 VALUE 0.
           05  W-NEW-DAILY              PIC 9(3)V99 VALUE 0.
           05  W-NEW-WORK               PIC 9(5)V99 VALUE 0.
           05  W-NEW-WEEKLY             PIC 9(4)V99 VALUE 0.
           05  W-NEW-MONTHLY            PIC 9(5)V99 VALUE 0.
           05  W-SCALED-WORK            PIC 9(7)V99 VALUE 0.
           05  W-TODAY-INT              PIC 9(7)    VALUE 0.
           05  W-EFF-DATE-8             PIC 9(8)    VALUE 0.
       01  W-DIRECTION                  PIC X       VALUE SPACES.
           88  W-STEP-UP                    VALUE 'U'.
           88  W-STEP-DOWN                  VALUE 'D'.
           88  W-HOLD                       VALUE 'H'.
       01  W-TYPE-ACTION                PIC X(24)   VALUE SPACES.
       01  W-PROJ-AS-OF                 PIC 9(8)    VALUE 0.
       01  W-UTIL-AS-OF                 PIC 9(8)    VALUE 0.

       01  RUN-COUNTERS.
           05  W-PROPOSED-UP            PIC 9(3) VALUE 0.
           05  W-PROPOSED-DOWN          PIC 9(3) VALUE 0.
           05  W-TYPES-HELD             PIC 9(3) VALUE 0.
           05  W-TYPES-UNPRICED         PIC 9(3) VALUE 0.
           05  W-PROPOSALS-WRITTEN      PIC 9(3) VALUE 0.

      *Run-date heading, same pattern as the other batch reports.
       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY           PIC 9(4).
           05  WS-TODAYS-MM             PIC 9(2).
           05  WS-TODAYS-DD             PIC 9(2).
       01  W-TODAYS-DATE-8              PIC 9(8)  VALUE 0.
       01  W08-RUN-DATE-LINE.
           05                           PIC X(20) VALUE SPACES.
           05                           PIC X(10) VALUE 'RUN DATE: '.
           05  W08-RUN-MM               PIC 99.
           05                           PIC X     VALUE '/'.
           05  W08-RUN-DD               PIC 99.
           05                           PIC X     VALUE '/'.
           05  W08-RUN-CCYY             PIC 9999.
           05                           PIC X(92) VALUE SPACES.

       01  REPORT-TITLE-LINE.
           05                           PIC X(20) VALUE SPACES.
           05                           PIC X(31)
                 VALUE 'RATE CARD YIELD RECOMMENDATIONS'.
           05                           PIC X(81) VALUE SPACES.
       01  SOURCE-DATE-LINE.
           05                           PIC X(20) VALUE SPACES.
           05  SDL-LABEL                PIC X(20).
           05  SDL-DATE                 PIC X(10).
           05                           PIC X(82) VALUE SPACES.
       01  REPORT-HEADING-LINE.
           05                           PIC X(4)  VALUE 'TYPE'.
           05                           PIC X(2)  VALUE SPACES.
           05                           PIC X(7)  VALUE 'CURRENT'.
           05                           PIC X(3)  VALUE SPACES.
           05                           PIC X(6)  VALUE ' FLOOR'.
           05                           PIC X(2)  VALUE SPACES.
           05                           PIC X(7)  VALUE 'CEILING'.
           05                           PIC X(3)  VALUE SPACES.
           05                           PIC X(5)  VALUE 'PROJ%'.
           05                           PIC X(4)  VALUE SPACES.
           05                           PIC X(5)  VALUE 'ACTL%'.
           05                           PIC X(4)  VALUE SPACES.
           05                           PIC X(5)  VALUE 'BLND%'.
           05                           PIC X(2)  VALUE SPACES.
           05                           PIC X(4)  VALUE 'OVSD'.
           05                           PIC X(2)  VALUE SPACES.
           05                           PIC X(8)  VALUE 'PROPOSED'.
           05                           PIC X(3)  VALUE SPACES.
           05                           PIC X(9)  VALUE 'EFFECTIVE'.
           05                           PIC X(4)  VALUE SPACES.
           05                           PIC X(6)  VALUE 'ACTION'.
           05                           PIC X(37) VALUE SPACES.
       01  REPORT-DETAIL-LINE.
           05                           PIC X(2)  VALUE SPACES.
           05  YRD-CAR-TYPE             PIC X.
           05                           PIC X(4)  VALUE SPACES.
           05  YRD-CURRENT              PIC ZZ9.99.
           05                           PIC X(3)  VALUE SPACES.
           05  YRD-FLOOR                PIC X(6).
           05                           PIC X(3)  VALUE SPACES.
           05  YRD-CEILING              PIC X(6).
           05                           PIC X(3)  VALUE SPACES.
           05  YRD-PROJ-PCT             PIC X(5).
           05                           PIC X(4)  VALUE SPACES.
           05  YRD-ACTUAL-PCT           PIC X(5).
           05                           PIC X(4)  VALUE SPACES.
           05  YRD-BLEND-PCT            PIC X(5).
           05                           PIC X(4)  VALUE SPACES.
           05  YRD-OVERSOLD             PIC Z9.
           05                           PIC X(4)  VALUE SPACES.
           05  YRD-PROPOSED             PIC X(6).
           05                           PIC X(3)  VALUE SPACES.
           05  YRD-EFF-DATE             PIC X(10).
           05                           PIC X(3)  VALUE SPACES.
           05  YRD-ACTION               PIC X(24).
           05                           PIC X(19) VALUE SPACES.
       01  W-EDIT-RATE                  PIC ZZ9.99.
       01  W-EDIT-PCT                   PIC ZZ9.9.
       01  W-EDIT-DATE                  PIC 9999/99/99.

       01  BRANCH-TITLE-LINE.
           05                           PIC X(20) VALUE SPACES.
           05                           PIC X(34)
                 VALUE 'BRANCH UTILIZATION - CONTEXT ONLY'.
           05                           PIC X(78) VALUE SPACES.
       01  BRANCH-HEADING-LINE.
           05                           PIC X(6)  VALUE 'BRANCH'.
           05                           PIC X(2)  VALUE SPACES.
           05                           PIC X(4)  VALUE 'TYPE'.
           05                           PIC X(2)  VALUE SPACES.
           05                           PIC X(10) VALUE 'FLEET DAYS'.
           05                           PIC X(2)  VALUE SPACES.
           05                           PIC X(11) VALUE 'DAYS RENTED'.
           05                           PIC X(2)  VALUE SPACES.
           05                           PIC X(5)  VALUE 'UTIL%'.
           05                           PIC X(88) VALUE SPACES.
       01  BRANCH-DETAIL-LINE.
           05                           PIC X(2)  VALUE SPACES.
           05  BRD-BRANCH               PIC X(2).
           05                           PIC X(5)  VALUE SPACES.
           05  BRD-CAR-TYPE             PIC X.
           05                           PIC X(7)  VALUE SPACES.
           05  BRD-FLEET-DAYS           PIC ZZZ,ZZ9.
           05                           PIC X(6)  VALUE SPACES.
           05  BRD-DAYS-RENTED          PIC ZZZ,ZZ9.
           05                           PIC X(2)  VALUE SPACES.
           05  BRD-PCT                  PIC ZZ9.9.
           05                           PIC X(88) VALUE SPACES.

       01  REPORT-TRAILER-LINE.
           05                           PIC X(13)
                 VALUE 'INCREASES:   '.
           05  RTR-UP                   PIC ZZ9.
           05                           PIC X(15)
                 VALUE '  DECREASES:   '.
           05  RTR-DOWN                 PIC ZZ9.
           05                           PIC X(10)
                 VALUE '  HELD:   '.
           05  RTR-HELD                 PIC ZZ9.
           05                           PIC X(15)
                 VALUE '  NOT PRICED:  '.
           05  RTR-UNPRICED             PIC ZZ9.
           05                           PIC X(67) VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
       01  WS-RUN-START-TIME.
           05  WS-START-HH              PIC 99.
           05  WS-START-MM              PIC 99.
           05  WS-START-SS              PIC 99.
           05  WS-START-HS              PIC 99.
       01  WS-RUN-END-TIME.
           05  WS-END-HH                PIC 99.
           05  WS-END-MM                PIC 99.
           05  WS-END-SS                PIC 99.
           05  WS-END-HS                PIC 99.
       01  OPS-LOG-LINE.
           05  FILLER              PIC X(9)  VALUE 'PROGRAM: '.
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'YIELDREC'.
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
           PERFORM 105-READ-PARAMETERS
           PERFORM 110-LOAD-RATE-CARDS
           PERFORM 115-LOAD-RATE-LIMITS
           PERFORM 120-LOAD-PROJECTION
           PERFORM 125-LOAD-UTILIZATION
           OPEN OUTPUT F06-PROPOSAL-FILE
                OUTPUT F07-REPORT-FILE
           PERFORM 130-WRITE-REPORT-HEADINGS
           PERFORM VARYING TYP-IDX FROM 1 BY 1
               UNTIL TYP-IDX > 5
               PERFORM 200-RECOMMEND-ONE-TYPE
           END-PERFORM
           PERFORM 600-WRITE-BRANCH-SECTION
           PERFORM 700-WRITE-REPORT-TRAILER
           CLOSE F06-PROPOSAL-FILE
                 F07-REPORT-FILE
      *Suite severity standard: a car type left unpriced for want
      *of limits or figures sets condition 4 so the overnight
      *operator sees it.
           IF W-TYPES-UNPRICED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 910-WRITE-CONTROL-TOTALS
           STOP RUN
           .

      *Captures the run start time before any file is opened, so the
      *end-of-day operations log entry reflects this run's true
      *start.
       097-CAPTURE-START-TIME.
           ACCEPT WS-RUN-START-TIME FROM TIME
           .

       099-GET-TODAYS-DATE.
           ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAYS-DATE TO W-TODAYS-DATE-8
           MOVE WS-TODAYS-MM   TO W08-RUN-MM
           MOVE WS-TODAYS-DD   TO W08-RUN-DD
           MOVE WS-TODAYS-CCYY TO W08-RUN-CCYY
           COMPUTE W-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(W-TODAYS-DATE-8)
           .

      *Each field is taken only when it is sane; anything else keeps
      *its default. A step past 25 percent is a keying slip, not a
      *pricing decision.
       105-READ-PARAMETERS.
           OPEN INPUT F05-PARAMETER-FILE
           IF WS-PARAM-FILE-STATUS = '00'
               READ F05-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-HIGH-PCT IS NUMERIC
                          AND PARM-LOW-PCT IS NUMERIC
                          AND PARM-LOW-PCT < PARM-HIGH-PCT
                           MOVE PARM-HIGH-PCT TO W-HIGH-PCT
                           MOVE PARM-LOW-PCT  TO W-LOW-PCT
                       END-IF
                       IF PARM-STEP-PCT IS NUMERIC
                          AND PARM-STEP-PCT > 0
                          AND PARM-STEP-PCT NOT > 25
                           MOVE PARM-STEP-PCT TO W-STEP-PCT
                       END-IF
                       IF PARM-LEAD-DAYS IS NUMERIC
                          AND PARM-LEAD-DAYS > 0
                           MOVE PARM-LEAD-DAYS TO W-LEAD-DAYS
                       END-IF
                       IF PARM-PROJ-WEIGHT IS NUMERIC
                          AND PARM-PROJ-WEIGHT NOT > 100
                           MOVE PARM-PROJ-WEIGHT TO W-PROJ-WEIGHT
                       END-IF
               END-READ
               CLOSE F05-PARAMETER-FILE
           END-IF
           COMPUTE W-EFF-DATE-8 =
               FUNCTION DATE-OF-INTEGER(W-TODAY-INT + W-LEAD-DAYS)
           .

      *Same seeding and same blank-date rule as RENTBILL's load,
      *so the card this run steps from is the card RENTBILL would
      *price from on the proposed effective date.
       110-LOAD-RATE-CARDS.
           MOVE 5 TO W-RATE-COUNT
           MOVE 'E' TO RATE-CAR-TYPE(1)
           MOVE 'C' TO RATE-CAR-TYPE(2)
           MOVE 'M' TO RATE-CAR-TYPE(3)
           MOVE 'F' TO RATE-CAR-TYPE(4)
           MOVE 'L' TO RATE-CAR-TYPE(5)
           MOVE 29.95 TO RATE-DAILY(1)
           MOVE 34.95 TO RATE-DAILY(2)
           MOVE 39.95 TO RATE-DAILY(3)
           MOVE 44.95 TO RATE-DAILY(4)
           MOVE 59.95 TO RATE-DAILY(5)
           PERFORM VARYING RATE-IDX FROM 1 BY 1 UNTIL RATE-IDX > 5
               MOVE RATE-CAR-TYPE(RATE-IDX) TO TYP-CAR-TYPE(RATE-IDX)
               MOVE 0 TO RATE-EFF-DATE(RATE-IDX)
               MOVE 9.95 TO RATE-INSURANCE-DAY(RATE-IDX)
               MOVE 0 TO RATE-WEEKLY(RATE-IDX)
               MOVE 0 TO RATE-MONTHLY(RATE-IDX)
           END-PERFORM
           OPEN INPUT F01-RATE-FILE
           IF WS-RATE-FILE-STATUS = '00'
               PERFORM UNTIL WS-RATE-FILE-STATUS NOT = '00'
                   READ F01-RATE-FILE
                       AT END
                           MOVE '10' TO WS-RATE-FILE-STATUS
                       NOT AT END
                           PERFORM 111-LOAD-ONE-RATE-CARD
                   END-READ
               END-PERFORM
               CLOSE F01-RATE-FILE
           END-IF
           .

       111-LOAD-ONE-RATE-CARD.
           IF W-RATE-COUNT < MAX-RATE-CARDS
               AND F01-RATE-DAILY IS NUMERIC
               ADD 1 TO W-RATE-COUNT
               SET RATE-IDX TO W-RATE-COUNT
               MOVE F01-RATE-CAR-TYPE TO RATE-CAR-TYPE(RATE-IDX)
               IF F01-RATE-EFF-DATE IS NUMERIC
                   MOVE F01-RATE-EFF-DATE TO RATE-EFF-DATE(RATE-IDX)
               ELSE
                   MOVE 0 TO RATE-EFF-DATE(RATE-IDX)
               END-IF
               MOVE F01-RATE-DAILY TO RATE-DAILY(RATE-IDX)
               IF F01-RATE-INSURANCE-DAY IS NUMERIC
                   MOVE F01-RATE-INSURANCE-DAY
                       TO RATE-INSURANCE-DAY(RATE-IDX)
               ELSE
                   MOVE 0 TO RATE-INSURANCE-DAY(RATE-IDX)
               END-IF
               IF F01-RATE-WEEKLY IS NUMERIC
                   MOVE F01-RATE-WEEKLY TO RATE-WEEKLY(RATE-IDX)
               ELSE
                   MOVE 0 TO RATE-WEEKLY(RATE-IDX)
               END-IF
               IF F01-RATE-MONTHLY IS NUMERIC
                   MOVE F01-RATE-MONTHLY TO RATE-MONTHLY(RATE-IDX)
               ELSE
                   MOVE 0 TO RATE-MONTHLY(RATE-IDX)
               END-IF
           END-IF
           .

      *A limit pair is taken only when the floor is above zero and
      *not above the ceiling; a later record for a type replaces
      *an earlier one.
       115-LOAD-RATE-LIMITS.
           OPEN INPUT F02-LIMIT-FILE
           IF WS-LIMIT-FILE-STATUS = '00'
               PERFORM UNTIL WS-LIMIT-FILE-STATUS NOT = '00'
                   READ F02-LIMIT-FILE
                       AT END
                           MOVE '10' TO WS-LIMIT-FILE-STATUS
                       NOT AT END
                           IF LIM-FLOOR-DAILY IS NUMERIC
                              AND LIM-CEILING-DAILY IS NUMERIC
                              AND LIM-FLOOR-DAILY > 0
                              AND LIM-FLOOR-DAILY
                                  NOT > LIM-CEILING-DAILY
                               SET TYP-IDX TO 1
                               SEARCH TYPE-ENTRY
                                   AT END CONTINUE
                                   WHEN TYP-CAR-TYPE(TYP-IDX)
                                           = LIM-CAR-TYPE
                                       MOVE LIM-FLOOR-DAILY
                                         TO TYP-FLOOR-DAILY(TYP-IDX)
                                       MOVE LIM-CEILING-DAILY
                                         TO TYP-CEILING-DAILY(TYP-IDX)
                                       MOVE 'Y'
                                         TO TYP-LIMITS-SWITCH(TYP-IDX)
                               END-SEARCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-LIMIT-FILE
           END-IF
           .

       120-LOAD-PROJECTION.
           OPEN INPUT F03-PROJECTION-FILE
           IF WS-PROJ-FILE-STATUS = '00'
               PERFORM UNTIL WS-PROJ-FILE-STATUS NOT = '00'
                   READ F03-PROJECTION-FILE
                       AT END
                           MOVE '10' TO WS-PROJ-FILE-STATUS
                       NOT AT END
                           IF PRJ-UNIT-DAYS IS NUMERIC
                              AND PRJ-DEMAND-DAYS IS NUMERIC
                              AND PRJ-OVERSOLD-DAYS IS NUMERIC
                               MOVE PRJ-RUN-DATE TO W-PROJ-AS-OF
                               SET TYP-IDX TO 1
                               SEARCH TYPE-ENTRY
                                   AT END CONTINUE
                                   WHEN TYP-CAR-TYPE(TYP-IDX)
                                           = PRJ-CAR-TYPE
                                       MOVE PRJ-UNIT-DAYS
                                         TO TYP-UNIT-DAYS(TYP-IDX)
                                       MOVE PRJ-DEMAND-DAYS
                                         TO TYP-DEMAND-DAYS(TYP-IDX)
                                       MOVE PRJ-OVERSOLD-DAYS
                                         TO TYP-OVERSOLD-DAYS(TYP-IDX)
                                       MOVE 'Y'
                                         TO TYP-PROJ-SWITCH(TYP-IDX)
                               END-SEARCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-PROJECTION-FILE
           END-IF
           .

      *Type records carry the company-wide figure; branch records
      *are kept for the context section.
       125-LOAD-UTILIZATION.
           OPEN INPUT F04-UTILIZATION-FILE
           IF WS-UTIL-FILE-STATUS = '00'
               PERFORM UNTIL WS-UTIL-FILE-STATUS NOT = '00'
                   READ F04-UTILIZATION-FILE
                       AT END
                           MOVE '10' TO WS-UTIL-FILE-STATUS
                       NOT AT END
                           IF UTX-FLEET-DAYS IS NUMERIC
                              AND UTX-DAYS-RENTED IS NUMERIC
                               MOVE UTX-RUN-DATE TO W-UTIL-AS-OF
                               PERFORM 126-STORE-ONE-UTILIZATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F04-UTILIZATION-FILE
           END-IF
           .

       126-STORE-ONE-UTILIZATION.
           IF UTX-BRANCH = SPACES
               SET TYP-IDX TO 1
               SEARCH TYPE-ENTRY
                   AT END CONTINUE
                   WHEN TYP-CAR-TYPE(TYP-IDX) = UTX-CAR-TYPE
                       MOVE UTX-FLEET-DAYS
                           TO TYP-FLEET-DAYS(TYP-IDX)
                       MOVE UTX-DAYS-RENTED
                           TO TYP-DAYS-RENTED(TYP-IDX)
                       MOVE 'Y' TO TYP-ACTUAL-SWITCH(TYP-IDX)
               END-SEARCH
           ELSE
               IF W-SLICE-COUNT < MAX-BRANCH-SLICES
                   ADD 1 TO W-SLICE-COUNT
                   SET SLC-IDX TO W-SLICE-COUNT
                   MOVE UTX-BRANCH      TO SLC-BRANCH(SLC-IDX)
                   MOVE UTX-CAR-TYPE    TO SLC-CAR-TYPE(SLC-IDX)
                   MOVE UTX-FLEET-DAYS  TO SLC-FLEET-DAYS(SLC-IDX)
                   MOVE UTX-DAYS-RENTED TO SLC-DAYS-RENTED(SLC-IDX)
               END-IF
           END-IF
           .

      *The as-of dates of both inputs head the report, so a figure
      *left over from a night one of them did not run is obvious.
       130-WRITE-REPORT-HEADINGS.
           WRITE F07-REPORT-RECORD FROM W08-RUN-DATE-LINE
           WRITE F07-REPORT-RECORD FROM REPORT-TITLE-LINE
           MOVE 'LOOK-AHEAD AS OF:' TO SDL-LABEL
           MOVE W-PROJ-AS-OF TO W-EDIT-DATE
           MOVE W-EDIT-DATE TO SDL-DATE
           IF W-PROJ-AS-OF = 0
               MOVE 'NONE' TO SDL-DATE
           END-IF
           WRITE F07-REPORT-RECORD FROM SOURCE-DATE-LINE
           MOVE 'UTILIZATION AS OF:' TO SDL-LABEL
           MOVE W-UTIL-AS-OF TO W-EDIT-DATE
           MOVE W-EDIT-DATE TO SDL-DATE
           IF W-UTIL-AS-OF = 0
               MOVE 'NONE' TO SDL-DATE
           END-IF
           WRITE F07-REPORT-RECORD FROM SOURCE-DATE-LINE
           WRITE F07-REPORT-RECORD FROM SPACES
           WRITE F07-REPORT-RECORD FROM REPORT-HEADING-LINE
           .

      *One line per car type whatever the outcome. A type is only
      *stepped when it has limits on file, a daily rate to step
      *from, and at least one of the two utilization figures.
       200-RECOMMEND-ONE-TYPE.
           PERFORM 210-FIND-CURRENT-CARD
           MOVE RATE-DAILY(W-CARD-SUB) TO W-CUR-DAILY
           MOVE SPACES TO YRD-PROPOSED
           MOVE SPACES TO YRD-EFF-DATE
           PERFORM 220-BLEND-UTILIZATION
           EVALUATE TRUE
               WHEN NOT TYP-HAS-LIMITS(TYP-IDX)
                   ADD 1 TO W-TYPES-UNPRICED
                   MOVE 'NO LIMITS ON FILE' TO W-TYPE-ACTION
               WHEN NOT TYP-HAS-PROJECTION(TYP-IDX)
                    AND NOT TYP-HAS-ACTUAL(TYP-IDX)
                   ADD 1 TO W-TYPES-UNPRICED
                   MOVE 'NO UTILIZATION FIGURES' TO W-TYPE-ACTION
               WHEN W-CUR-DAILY = 0
                   ADD 1 TO W-TYPES-UNPRICED
                   MOVE 'NO DAILY RATE ON CARD' TO W-TYPE-ACTION
               WHEN OTHER
                   PERFORM 230-PRICE-ONE-TYPE
           END-EVALUATE
           PERFORM 260-WRITE-DETAIL-LINE
           .

      *The card in force on the proposed effective date: the
      *latest effective date not after it, ties going to the card
      *loaded last - RENTBILL's own selection rule. The seeded
      *default guarantees one is found.
       210-FIND-CURRENT-CARD.
           MOVE 0 TO W-BEST-EFF-DATE
           MOVE 0 TO W-CARD-SUB
           PERFORM VARYING W-RATE-SUB FROM 1 BY 1
               UNTIL W-RATE-SUB > W-RATE-COUNT
               IF RATE-CAR-TYPE(W-RATE-SUB) = TYP-CAR-TYPE(TYP-IDX)
                   AND RATE-EFF-DATE(W-RATE-SUB) <= W-EFF-DATE-8
                   AND RATE-EFF-DATE(W-RATE-SUB) >= W-BEST-EFF-DATE
                   MOVE RATE-EFF-DATE(W-RATE-SUB) TO W-BEST-EFF-DATE
                   MOVE W-RATE-SUB TO W-CARD-SUB
               END-IF
           END-PERFORM
           .

      *Either figure alone stands as the blend when the other is
      *missing; both present are weighted by the desk's split.
      *Percentages past 999.9 are held there.
       220-BLEND-UTILIZATION.
           MOVE 0 TO W-PROJ-PCT
           MOVE 0 TO W-ACTUAL-PCT
           MOVE 0 TO W-BLEND-PCT
           IF TYP-HAS-PROJECTION(TYP-IDX)
               IF TYP-UNIT-DAYS(TYP-IDX) > 0
                   COMPUTE W-PCT-WORK ROUNDED =
                       TYP-DEMAND-DAYS(TYP-IDX) * 100
                       / TYP-UNIT-DAYS(TYP-IDX)
               ELSE
                   MOVE 999.9 TO W-PCT-WORK
                   IF TYP-DEMAND-DAYS(TYP-IDX) = 0
                       MOVE 0 TO W-PCT-WORK
                   END-IF
               END-IF
               IF W-PCT-WORK > 999.9
                   MOVE 999.9 TO W-PCT-WORK
               END-IF
               MOVE W-PCT-WORK TO W-PROJ-PCT
           END-IF
           IF TYP-HAS-ACTUAL(TYP-IDX)
               IF TYP-FLEET-DAYS(TYP-IDX) > 0
                   COMPUTE W-PCT-WORK ROUNDED =
                       TYP-DAYS-RENTED(TYP-IDX) * 100
                       / TYP-FLEET-DAYS(TYP-IDX)
               ELSE
                   MOVE 999.9 TO W-PCT-WORK
                   IF TYP-DAYS-RENTED(TYP-IDX) = 0
                       MOVE 0 TO W-PCT-WORK
                   END-IF
               END-IF
               IF W-PCT-WORK > 999.9
                   MOVE 999.9 TO W-PCT-WORK
               END-IF
               MOVE W-PCT-WORK TO W-ACTUAL-PCT
           END-IF
           EVALUATE TRUE
               WHEN TYP-HAS-PROJECTION(TYP-IDX)
                    AND TYP-HAS-ACTUAL(TYP-IDX)
                   COMPUTE W-BLEND-PCT ROUNDED =
                       (W-PROJ-PCT * W-PROJ-WEIGHT
                        + W-ACTUAL-PCT * (100 - W-PROJ-WEIGHT))
                       / 100
               WHEN TYP-HAS-PROJECTION(TYP-IDX)
                   MOVE W-PROJ-PCT TO W-BLEND-PCT
               WHEN TYP-HAS-ACTUAL(TYP-IDX)
                   MOVE W-ACTUAL-PCT TO W-BLEND-PCT
           END-EVALUATE
           .

      *An oversold day in the look-ahead is a step up whatever the
      *blend says. A step that would carry the rate past a limit
      *stops at the limit; a rate already at or past the limit in
      *the step's direction is held, so a card over its ceiling is
      *never "increased" down to it.
       230-PRICE-ONE-TYPE.
           EVALUATE TRUE
               WHEN TYP-OVERSOLD-DAYS(TYP-IDX) > 0
                   SET W-STEP-UP TO TRUE
               WHEN W-BLEND-PCT >= W-HIGH-PCT
                   SET W-STEP-UP TO TRUE
               WHEN W-BLEND-PCT <= W-LOW-PCT
                   SET W-STEP-DOWN TO TRUE
               WHEN OTHER
                   SET W-HOLD TO TRUE
           END-EVALUATE
           IF W-STEP-UP
               AND W-CUR-DAILY >= TYP-CEILING-DAILY(TYP-IDX)
               SET W-HOLD TO TRUE
               MOVE 'HOLD - AT CEILING' TO W-TYPE-ACTION
           END-IF
           IF W-STEP-DOWN
               AND W-CUR-DAILY <= TYP-FLOOR-DAILY(TYP-IDX)
               SET W-HOLD TO TRUE
               MOVE 'HOLD - AT FLOOR' TO W-TYPE-ACTION
           END-IF
           IF W-STEP-UP
               COMPUTE W-NEW-WORK ROUNDED =
                   W-CUR-DAILY * (100 + W-STEP-PCT) / 100
               IF W-NEW-WORK > TYP-CEILING-DAILY(TYP-IDX)
                   MOVE TYP-CEILING-DAILY(TYP-IDX) TO W-NEW-WORK
               END-IF
               MOVE W-NEW-WORK TO W-NEW-DAILY
               ADD 1 TO W-PROPOSED-UP
               MOVE 'PROPOSED INCREASE' TO W-TYPE-ACTION
               PERFORM 240-WRITE-PROPOSAL
           END-IF
           IF W-STEP-DOWN
               COMPUTE W-NEW-WORK ROUNDED =
                   W-CUR-DAILY * (100 - W-STEP-PCT) / 100
               IF W-NEW-WORK < TYP-FLOOR-DAILY(TYP-IDX)
                   MOVE TYP-FLOOR-DAILY(TYP-IDX) TO W-NEW-WORK
               END-IF
               MOVE W-NEW-WORK TO W-NEW-DAILY
               ADD 1 TO W-PROPOSED-DOWN
               MOVE 'PROPOSED DECREASE' TO W-TYPE-ACTION
               PERFORM 240-WRITE-PROPOSAL
           END-IF
           IF W-HOLD
               ADD 1 TO W-TYPES-HELD
               IF W-TYPE-ACTION = SPACES
                   MOVE 'HOLD - WITHIN BAND' TO W-TYPE-ACTION
               END-IF
           END-IF
           .

      *Weekly and monthly breaks move by the daily rate's own
      *ratio, held to what their pictures carry; a zero break
      *stays zero so the type keeps pricing by days alone.
       240-WRITE-PROPOSAL.
           MOVE 0 TO W-NEW-WEEKLY
           MOVE 0 TO W-NEW-MONTHLY
           IF RATE-WEEKLY(W-CARD-SUB) > 0
               COMPUTE W-SCALED-WORK ROUNDED =
                   RATE-WEEKLY(W-CARD-SUB) * W-NEW-DAILY
                   / W-CUR-DAILY
               IF W-SCALED-WORK > 9999.99
                   MOVE 9999.99 TO W-SCALED-WORK
               END-IF
               MOVE W-SCALED-WORK TO W-NEW-WEEKLY
           END-IF
           IF RATE-MONTHLY(W-CARD-SUB) > 0
               COMPUTE W-SCALED-WORK ROUNDED =
                   RATE-MONTHLY(W-CARD-SUB) * W-NEW-DAILY
                   / W-CUR-DAILY
               IF W-SCALED-WORK > 99999.99
                   MOVE 99999.99 TO W-SCALED-WORK
               END-IF
               MOVE W-SCALED-WORK TO W-NEW-MONTHLY
           END-IF
           MOVE SPACES                   TO F06-PROPOSAL-RECORD
           MOVE TYP-CAR-TYPE(TYP-IDX)    TO PRP-CAR-TYPE
           MOVE W-NEW-DAILY              TO PRP-DAILY
           MOVE RATE-INSURANCE-DAY(W-CARD-SUB) TO PRP-INSURANCE-DAY
           MOVE W-NEW-WEEKLY             TO PRP-WEEKLY
           MOVE W-NEW-MONTHLY            TO PRP-MONTHLY
           MOVE W-EFF-DATE-8             TO PRP-EFF-DATE
           MOVE W-CUR-DAILY              TO PRP-CURRENT-DAILY
           MOVE W-BLEND-PCT              TO PRP-BLEND-PCT
           MOVE SPACE                    TO PRP-STATUS
           WRITE F06-PROPOSAL-RECORD
           ADD 1 TO W-PROPOSALS-WRITTEN
           MOVE W-NEW-DAILY  TO W-EDIT-RATE
           MOVE W-EDIT-RATE  TO YRD-PROPOSED
           MOVE W-EFF-DATE-8 TO W-EDIT-DATE
           MOVE W-EDIT-DATE  TO YRD-EFF-DATE
           .

      *Missing figures print blank rather than as a zero that
      *would read as an idle car type.
       260-WRITE-DETAIL-LINE.
           MOVE TYP-CAR-TYPE(TYP-IDX) TO YRD-CAR-TYPE
           MOVE W-CUR-DAILY           TO YRD-CURRENT
           MOVE SPACES TO YRD-FLOOR YRD-CEILING
           IF TYP-HAS-LIMITS(TYP-IDX)
               MOVE TYP-FLOOR-DAILY(TYP-IDX)   TO W-EDIT-RATE
               MOVE W-EDIT-RATE                TO YRD-FLOOR
               MOVE TYP-CEILING-DAILY(TYP-IDX) TO W-EDIT-RATE
               MOVE W-EDIT-RATE                TO YRD-CEILING
           END-IF
           MOVE SPACES TO YRD-PROJ-PCT YRD-ACTUAL-PCT YRD-BLEND-PCT
           IF TYP-HAS-PROJECTION(TYP-IDX)
               MOVE W-PROJ-PCT   TO W-EDIT-PCT
               MOVE W-EDIT-PCT   TO YRD-PROJ-PCT
           END-IF
           IF TYP-HAS-ACTUAL(TYP-IDX)
               MOVE W-ACTUAL-PCT TO W-EDIT-PCT
               MOVE W-EDIT-PCT   TO YRD-ACTUAL-PCT
           END-IF
           IF TYP-HAS-PROJECTION(TYP-IDX)
              OR TYP-HAS-ACTUAL(TYP-IDX)
               MOVE W-BLEND-PCT  TO W-EDIT-PCT
               MOVE W-EDIT-PCT   TO YRD-BLEND-PCT
           END-IF
           MOVE TYP-OVERSOLD-DAYS(TYP-IDX) TO YRD-OVERSOLD
           MOVE W-TYPE-ACTION TO YRD-ACTION
           WRITE F07-REPORT-RECORD FROM REPORT-DETAIL-LINE
           MOVE SPACES TO W-TYPE-ACTION
           .

       600-WRITE-BRANCH-SECTION.
           IF W-SLICE-COUNT > 0
               WRITE F07-REPORT-RECORD FROM SPACES
               WRITE F07-REPORT-RECORD FROM BRANCH-TITLE-LINE
               WRITE F07-REPORT-RECORD FROM BRANCH-HEADING-LINE
               PERFORM VARYING SLC-IDX FROM 1 BY 1
                   UNTIL SLC-IDX > W-SLICE-COUNT
                   PERFORM 610-WRITE-ONE-BRANCH-LINE
               END-PERFORM
           END-IF
           .

       610-WRITE-ONE-BRANCH-LINE.
           MOVE 0 TO W-PCT-WORK
           IF SLC-FLEET-DAYS(SLC-IDX) > 0
               COMPUTE W-PCT-WORK ROUNDED =
                   SLC-DAYS-RENTED(SLC-IDX) * 100
                   / SLC-FLEET-DAYS(SLC-IDX)
           END-IF
           IF W-PCT-WORK > 999.9
               MOVE 999.9 TO W-PCT-WORK
           END-IF
           MOVE SLC-BRANCH(SLC-IDX)      TO BRD-BRANCH
           MOVE SLC-CAR-TYPE(SLC-IDX)    TO BRD-CAR-TYPE
           MOVE SLC-FLEET-DAYS(SLC-IDX)  TO BRD-FLEET-DAYS
           MOVE SLC-DAYS-RENTED(SLC-IDX) TO BRD-DAYS-RENTED
           MOVE W-PCT-WORK               TO BRD-PCT
           WRITE F07-REPORT-RECORD FROM BRANCH-DETAIL-LINE
           .

       700-WRITE-REPORT-TRAILER.
           WRITE F07-REPORT-RECORD FROM SPACES
           MOVE W-PROPOSED-UP    TO RTR-UP
           MOVE W-PROPOSED-DOWN  TO RTR-DOWN
           MOVE W-TYPES-HELD     TO RTR-HELD
           MOVE W-TYPES-UNPRICED TO RTR-UNPRICED
           WRITE F07-REPORT-RECORD FROM REPORT-TRAILER-LINE
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
           MOVE W-PROPOSALS-WRITTEN TO OPL-RECORD-COUNT
           OPEN EXTEND F08-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F08-OPS-LOG-FILE
               CLOSE F08-OPS-LOG-FILE
               OPEN EXTEND F08-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F08-OPS-LOG-RECORD
           WRITE F08-OPS-LOG-RECORD
           CLOSE F08-OPS-LOG-FILE
           .

      *Proposals written for PARMMNT, for the balancing run.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F09-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT F09-CONTROL-TOTAL-FILE
               CLOSE F09-CONTROL-TOTAL-FILE
               OPEN EXTEND F09-CONTROL-TOTAL-FILE
           END-IF
           MOVE 'YIELDREC' TO CTF-PROGRAM
           MOVE 'PROPOSED' TO CTF-ITEM
           MOVE W-PROPOSALS-WRITTEN TO CTF-COUNT
           MOVE 0 TO CTF-AMOUNT
           WRITE F09-CONTROL-TOTAL-RECORD
           CLOSE F09-CONTROL-TOTAL-FILE
           .
