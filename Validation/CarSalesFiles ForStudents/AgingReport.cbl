      *already happened; this program reads a separate file of cars
      *still sitting on the lot and reports how many days each has
      *been there, so the unsold inventory can be reviewed for a
      *markdown. Each unit's reconditioning cost and days to
      *front-line come from RECONPST's master, so the cost basis
      *includes recon and units stuck in the shop are flagged.
      *Units whose title TITLEREC has not yet taken in are listed
      *after the aging detail, longest since acquisition first,
      *so the office can chase them before a deal reaches
      *delivery.

       ENVIRONMENT DIVISION.

               ASSIGN TO "aging.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Reconditioning master RECONPST carries, one record per VIN;
      *absent until RECONPST has run.
           SELECT F06-RECON-UNIT-FILE
               ASSIGN TO "reconunits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-FILE-STATUS.

      *Title-in-hand master TITLEREC carries; absent until TITLEREC
      *has run, when every unit lists as missing its title.
           SELECT F07-TITLE-FILE
               ASSIGN TO "titles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TITLE-FILE-STATUS.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite, req 046.
           SELECT F04-OPS-LOG-FILE
           05  F01-VIN                  PIC X(17).

       FD  F02-AGE-REPT-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F02-AGE-REPT-RECORD.
       01  F02-AGE-REPT-RECORD          PIC X(120).

      *Days-on-lot threshold past which a unit is flagged for
      *markdown review, plus the daily carrying cost per vehicle
      *used by the per-vehicle profit run (PROFITRPT). This report
      *uses the markdown and reconditioning thresholds; the cost
      *rides along so the desk maintains one parameter file for
      *every run.
       FD  F03-PARAMETER-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F03-PARM-RECORD.
       01  F03-PARM-RECORD.
           05  F03-PARM-AGING-THRESHOLD PIC 9(5).
           05  F03-PARM-CARRY-COST-DAY  PIC 9(3)V99.
      *Floor-plan lender's annual interest rate, used by FLOORPLN.
           05  F03-PARM-ANNUAL-RATE     PIC 99V999.
      *Days a unit may sit in reconditioning before it should be
      *front-line ready; used by AGERPT and RECONPST.
           05  F03-PARM-RECON-DAYS      PIC 9(3).

       FD  F05-AGING-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F05-AGING-EXTRACT-RECORD.
       01  F05-AGING-EXTRACT-RECORD     PIC X(80).

      *Same 87-byte layout RECONPST writes reconunits.new with.
       FD  F06-RECON-UNIT-FILE
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS F06-RECON-UNIT-RECORD.
       01  F06-RECON-UNIT-RECORD.
           05  F06-VIN                  PIC X(17).
           05  F06-YEAR                 PIC X(2).
           05  F06-MAKE                 PIC X(11).
           05  F06-MODEL                PIC X(13).
           05  F06-RECEIVED-DATE        PIC 9(8).
           05  F06-RECON-COST           PIC 9(7)V99.
           05  F06-TICKET-COUNT         PIC 9(3).
           05  F06-LAST-WORK-DATE       PIC 9(8).
           05  F06-FRONTLINE-DATE       PIC 9(8).
           05  F06-OFF-LOT-DATE         PIC 9(8).

      *Same 59-byte layout TITLEREC writes titles.new with.
       FD  F07-TITLE-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS F07-TITLE-RECORD.
       01  F07-TITLE-RECORD.
           05  F07-VIN                  PIC X(17).
           05  F07-RECEIVED-DATE        PIC 9(8).
           05  F07-LIENHOLDER           PIC X(20).
           05  F07-LIEN-AMOUNT          PIC 9(6).
           05  F07-LIEN-RELEASED-DATE   PIC 9(8).

      *One line is appended here at the end of every run, across
      *every program in the suite, req 046.
       FD  F04-OPS-LOG-FILE
      *Defaulted here, overlaid by 120-READ-AGING-PARAMETERS if
      *agingparams.dat is present.
       01  W-AGING-THRESHOLD             PIC 9(5) VALUE 90.
      *Days in reconditioning before a unit is flagged; same
      *default RECONPST uses.
       01  W-RECON-DAYS                  PIC 9(3) VALUE 10.

      *Recon cost and front-line date per VIN, from the master.
       01  WS-RECON-FILE-STATUS          PIC XX   VALUE SPACES.
       01  MAX-RECON-UNITS               PIC 9(4) VALUE 5000.
       01  W-RECON-FOUND-SWITCH          PIC X    VALUE 'N'.
           88  W-RECON-FOUND                 VALUE 'Y'.
           88  W-RECON-NOT-FOUND             VALUE 'N'.
       01  RECON-TABLE-AREA.
           05  W-RECON-COUNT             PIC 9(4) VALUE 0.
           05  RECON-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON W-RECON-COUNT
                   INDEXED BY RCN-IDX.
               10  RCT-VIN               PIC X(17).
               10  RCT-RECON-COST        PIC 9(7)V99.
               10  RCT-FRONTLINE-DATE    PIC 9(8).
       01  W-RECON-COST                  PIC 9(7)V99 VALUE 0.
       01  W-COST-BASIS                  PIC 9(8)V99 VALUE 0.
       01  W-DAYS-TO-FRONTLINE           PIC S9(7)   VALUE 0.
       01  W-FRONTLINE-EDIT              PIC ZZ,ZZ9.

      *VINs whose title is in hand, from TITLEREC's master.
       01  WS-TITLE-FILE-STATUS          PIC XX   VALUE SPACES.
       01  MAX-TITLES                    PIC 9(4) VALUE 5000.
       01  W-TITLE-FOUND-SWITCH          PIC X    VALUE 'N'.
           88  W-TITLE-FOUND                 VALUE 'Y'.
           88  W-TITLE-NOT-FOUND             VALUE 'N'.
       01  TITLE-TABLE-AREA.
           05  W-TITLE-COUNT             PIC 9(4) VALUE 0.
           05  TITLE-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON W-TITLE-COUNT
                   INDEXED BY TTL-IDX.
               10  TTT-VIN               PIC X(17).

      *Units with no title on file, kept in descending order of
      *days since acquisition as they are found.
       01  MAX-MISSING-TITLES            PIC 9(4) VALUE 5000.
       01  MISSING-TITLE-AREA.
           05  W-MISSING-COUNT           PIC 9(4) VALUE 0.
           05  MISSING-TITLE-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON W-MISSING-COUNT.
               10  MST-VIN               PIC X(17).
               10  MST-YEAR              PIC X(2).
               10  MST-MAKE              PIC X(11).
               10  MST-MODEL             PIC X(13).
               10  MST-RECEIVED-DATE     PIC 9(8).
               10  MST-DAYS              PIC S9(7).
       01  W-MISSING-SUB                 PIC 9(4) VALUE 0.
       01  W-MISSING-SLOT                PIC 9(4) VALUE 0.

       01  W-TODAYS-DATE.
           05  W-TODAYS-CCYY             PIC 9(4).
       01  EXTRACT-WORK.
           05  EXT-DAYS-DIGITS           PIC 9(7).
           05  EXT-COST-DIGITS           PIC 9(6).
           05  EXT-RECON-DIGITS          PIC 9(7).99.
           05  EXT-BASIS-DIGITS          PIC 9(8).99.
           05  EXT-FRONTLINE-DAYS        PIC 9(5).
           05  EXT-FRONTLINE-DIGITS      PIC X(5).
           05  EXT-ROW-COUNT             PIC 9(5)  VALUE 0.
           05  EXT-MONEY-TOTAL           PIC 9(11) VALUE 0.
           05  EXT-COUNT-DIGITS          PIC 9(5).
           05  FILLER              PIC X(39) VALUE SPACES.

       01  W02-TITLE1.
           05                            PIC X(45) VALUE SPACES.
           05                            PIC X(30)
                 VALUE "UNSOLD INVENTORY AGING REPORT".
           05                            PIC X(45) VALUE SPACES.

      *FRONTLINE is days from arrival to front-line ready, or
      *IN RECON while the unit is still in the shop.
       01  W03-HEADING.
           05                            PIC X(3)  VALUE SPACES.
           05                            PIC X(11) VALUE 'MAKE'.
           05                            PIC X(2)  VALUE SPACES.
           05                            PIC X(13) VALUE 'MODEL'.
           05                            PIC X(1)  VALUE SPACES.
           05                            PIC X(4)  VALUE 'YEAR'.
           05                            PIC X(1)  VALUE SPACES.
           05                            PIC X(11) VALUE 'DAYS ON LOT'.
           05                            PIC X(3)  VALUE SPACES.
           05                            PIC X(10) VALUE 'RECON COST'.
           05                            PIC X(6)  VALUE SPACES.
           05                            PIC X(10) VALUE 'COST BASIS'.
           05                            PIC X(3)  VALUE SPACES.
           05                            PIC X(9)  VALUE 'FRONTLINE'.
           05                            PIC X(3)  VALUE SPACES.
           05                            PIC X(15) VALUE 'FLAG'.
           05                            PIC X(2)  VALUE SPACES.
           05                            PIC X(13) VALUE 'RECON'.

       01  W04-DETAIL.
           05                            PIC X(3)  VALUE SPACES.
           05                            PIC X(6)  VALUE SPACES.
           05  W04-DAYS-ON-LOT           PIC ZZZ,ZZ9.
           05                            PIC X(3)  VALUE SPACES.
           05  W04-RECON-COST            PIC $$$,$$9.99.
           05                            PIC X(3)  VALUE SPACES.
           05  W04-COST-BASIS            PIC $$,$$$,$$9.99.
           05                            PIC X(3)  VALUE SPACES.
           05  W04-FRONTLINE             PIC X(9).
           05                            PIC X(3)  VALUE SPACES.
           05  W04-FLAG                  PIC X(15).
           05                            PIC X(2)  VALUE SPACES.
           05  W04-RECON-FLAG            PIC X(13).

       01  W05-TITLE-SECTION.
           05                            PIC X(3)  VALUE SPACES.
           05                            PIC X(30)
                 VALUE 'UNITS WITHOUT TITLE IN HAND'.
           05                            PIC X(87) VALUE SPACES.
       01  W05-TITLE-HEADING.
           05                            PIC X(3)  VALUE SPACES.
           05                            PIC X(17) VALUE 'VIN'.
           05                            PIC X(2)  VALUE SPACES.
           05                            PIC X(4)  VALUE 'YEAR'.
           05                            PIC X(2)  VALUE SPACES.
           05                            PIC X(11) VALUE 'MAKE'.
           05                            PIC X(2)  VALUE SPACES.
           05                            PIC X(13) VALUE 'MODEL'.
           05                            PIC X(2)  VALUE SPACES.
           05                            PIC X(10) VALUE 'ACQUIRED'.
           05                            PIC X(2)  VALUE SPACES.
           05                            PIC X(15)
                 VALUE 'DAYS SINCE ACQ'.
           05                            PIC X(37) VALUE SPACES.
       01  W05-TITLE-DETAIL.
           05                            PIC X(3)  VALUE SPACES.
           05  W05-VIN                   PIC X(17).
           05                            PIC X(2)  VALUE SPACES.
           05  W05-YEAR                  PIC XX.
           05                            PIC X(4)  VALUE SPACES.
           05  W05-MAKE                  PIC X(11).
           05                            PIC X(2)  VALUE SPACES.
           05  W05-MODEL                 PIC X(13).
           05                            PIC X(2)  VALUE SPACES.
           05  W05-ACQUIRED.
               10  W05-ACQ-MM            PIC 99.
               10                        PIC X     VALUE '/'.
               10  W05-ACQ-DD            PIC 99.
               10                        PIC X     VALUE '/'.
               10  W05-ACQ-CCYY          PIC 9999.
           05                            PIC X(2)  VALUE SPACES.
           05  W05-DAYS                  PIC ZZZ,ZZ9.
           05                            PIC X(45) VALUE SPACES.
       01  W05-TITLE-TRAILER.
           05                            PIC X(3)  VALUE SPACES.
           05                            PIC X(25)
                 VALUE 'UNITS MISSING TITLE:     '.
           05  W05-MISSING-COUNT         PIC ZZ,ZZ9.
           05                            PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.

           OPEN INPUT F01-INVENTORY-FILE
           OPEN OUTPUT F02-AGE-REPT-FILE
           OPEN OUTPUT F05-AGING-EXTRACT-FILE
           MOVE SPACES TO F05-AGING-EXTRACT-RECORD
           STRING 'MAKE,MODEL,YEAR,DAYS ON LOT,ACQ COST,'
               'RECON COST,COST BASIS,DAYS TO FRONTLINE'
               DELIMITED BY SIZE INTO F05-AGING-EXTRACT-RECORD
           WRITE F05-AGING-EXTRACT-RECORD
           PERFORM 110-GET-TODAYS-DATE
           PERFORM 120-READ-AGING-PARAMETERS
           PERFORM 125-LOAD-RECON-UNITS
           PERFORM 127-LOAD-TITLES
           PERFORM 130-NEW-PAGE

           READ F01-INVENTORY-FILE
                   NOT AT END
                       MOVE F03-PARM-AGING-THRESHOLD
                           TO W-AGING-THRESHOLD
                       IF F03-PARM-RECON-DAYS IS NUMERIC
                           AND F03-PARM-RECON-DAYS > 0
                           MOVE F03-PARM-RECON-DAYS
                               TO W-RECON-DAYS
                       END-IF
               END-READ
               CLOSE F03-PARAMETER-FILE
           END-IF
           .

       125-LOAD-RECON-UNITS.
      *************
      **   LOAD RECON COST AND FRONT-LINE DATE BY VIN
      **
      *************
           OPEN INPUT F06-RECON-UNIT-FILE
           IF WS-RECON-FILE-STATUS = '00'
               PERFORM UNTIL WS-RECON-FILE-STATUS NOT = '00'
                   READ F06-RECON-UNIT-FILE
                       AT END
                           MOVE '10' TO WS-RECON-FILE-STATUS
                       NOT AT END
                           IF W-RECON-COUNT < MAX-RECON-UNITS
                               ADD 1 TO W-RECON-COUNT
                               MOVE F06-VIN
                                   TO RCT-VIN(W-RECON-COUNT)
                               MOVE F06-RECON-COST
                                   TO RCT-RECON-COST(W-RECON-COUNT)
                               MOVE F06-FRONTLINE-DATE
                                   TO RCT-FRONTLINE-DATE(W-RECON-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F06-RECON-UNIT-FILE
           END-IF
           .

       127-LOAD-TITLES.
      *************
      **   LOAD THE VINS WHOSE TITLE IS IN HAND
      **
      *************
           OPEN INPUT F07-TITLE-FILE
           IF WS-TITLE-FILE-STATUS = '00'
               PERFORM UNTIL WS-TITLE-FILE-STATUS NOT = '00'
                   READ F07-TITLE-FILE
                       AT END
                           MOVE '10' TO WS-TITLE-FILE-STATUS
                       NOT AT END
                           IF F07-VIN NOT = SPACES
                               AND W-TITLE-COUNT < MAX-TITLES
                               ADD 1 TO W-TITLE-COUNT
                               MOVE F07-VIN
                                   TO TTT-VIN(W-TITLE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F07-TITLE-FILE
           END-IF
           .

       130-NEW-PAGE.
      *************
      **   PRINT TITLE AND HEADING
           ADD 1 TO W-RECORDS-READ

           PERFORM 210-COMPUTE-DAYS-ON-LOT
           PERFORM 215-APPLY-RECON
           PERFORM 230-CHECK-TITLE

           MOVE W04-DETAIL TO F02-AGE-REPT-RECORD
           WRITE F02-AGE-REPT-RECORD
           ELSE
               MOVE ZEROS TO EXT-COST-DIGITS
           END-IF
           MOVE W-RECON-COST TO EXT-RECON-DIGITS
           MOVE W-COST-BASIS TO EXT-BASIS-DIGITS
           MOVE SPACES TO F05-AGING-EXTRACT-RECORD
           STRING FUNCTION TRIM(F01-MAKE) ','
               FUNCTION TRIM(F01-MODEL) ','
               F01-YEAR ','
               EXT-DAYS-DIGITS ','
               EXT-COST-DIGITS ','
               EXT-RECON-DIGITS ','
               EXT-BASIS-DIGITS ','
               EXT-FRONTLINE-DIGITS
               DELIMITED BY SIZE INTO F05-AGING-EXTRACT-RECORD
           WRITE F05-AGING-EXTRACT-RECORD
           ADD 1 TO EXT-ROW-COUNT
           END-IF
           .

      *Recon cost goes on top of the acquisition cost. A unit with
      *no front-line date is still in the shop and is flagged once
      *it has been there past the recon threshold; a unit RECONPST
      *has not seen yet shows no recon at all.
       215-APPLY-RECON.
           MOVE 0 TO W-RECON-COST
           MOVE SPACES TO EXT-FRONTLINE-DIGITS
           MOVE 'N' TO W-RECON-FOUND-SWITCH
           IF F01-VIN NOT = SPACES AND W-RECON-COUNT > 0
               SET RCN-IDX TO 1
               SEARCH RECON-ENTRY
                   AT END CONTINUE
                   WHEN RCT-VIN(RCN-IDX) = F01-VIN
                       MOVE 'Y' TO W-RECON-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-RECON-FOUND
               MOVE RCT-RECON-COST(RCN-IDX) TO W-RECON-COST
               IF RCT-FRONTLINE-DATE(RCN-IDX) = 0
                   MOVE 'IN RECON' TO W04-FRONTLINE
                   IF W-DAYS-ON-LOT > W-RECON-DAYS
                       MOVE 'RECON OVERDUE' TO W04-RECON-FLAG
                   END-IF
               ELSE
                   COMPUTE W-DAYS-TO-FRONTLINE =
                       FUNCTION INTEGER-OF-DATE(
                           RCT-FRONTLINE-DATE(RCN-IDX)) -
                       FUNCTION INTEGER-OF-DATE(W-RECEIVED-DATE-8)
                   IF W-DAYS-TO-FRONTLINE < 0
                       MOVE 0 TO W-DAYS-TO-FRONTLINE
                   END-IF
                   MOVE W-DAYS-TO-FRONTLINE TO W-FRONTLINE-EDIT
                   MOVE W-FRONTLINE-EDIT TO W04-FRONTLINE(4:6)
                   MOVE W-DAYS-TO-FRONTLINE TO EXT-FRONTLINE-DAYS
                   MOVE EXT-FRONTLINE-DAYS TO EXT-FRONTLINE-DIGITS
               END-IF
           END-IF
           MOVE 0 TO W-COST-BASIS
           IF F01-ACQUISITION-COST IS NUMERIC
               MOVE F01-ACQUISITION-COST TO W-COST-BASIS
           END-IF
           ADD W-RECON-COST TO W-COST-BASIS
           MOVE W-RECON-COST TO W04-RECON-COST
           MOVE W-COST-BASIS TO W04-COST-BASIS
           .

      *A unit with no title on file is slotted into the missing-
      *title list ahead of the first unit that has been here less
      *time, so the list comes out longest-waiting first. A unit
      *with no VIN cannot have had its title keyed and is listed
      *too.
       230-CHECK-TITLE.
           MOVE 'N' TO W-TITLE-FOUND-SWITCH
           IF F01-VIN NOT = SPACES AND W-TITLE-COUNT > 0
               SET TTL-IDX TO 1
               SEARCH TITLE-ENTRY
                   AT END CONTINUE
                   WHEN TTT-VIN(TTL-IDX) = F01-VIN
                       MOVE 'Y' TO W-TITLE-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-TITLE-NOT-FOUND
               AND W-MISSING-COUNT < MAX-MISSING-TITLES
               MOVE 0 TO W-MISSING-SLOT
               PERFORM VARYING W-MISSING-SUB FROM 1 BY 1
                       UNTIL W-MISSING-SUB > W-MISSING-COUNT
                          OR W-MISSING-SLOT > 0
                   IF MST-DAYS(W-MISSING-SUB) < W-DAYS-ON-LOT
                       MOVE W-MISSING-SUB TO W-MISSING-SLOT
                   END-IF
               END-PERFORM
               ADD 1 TO W-MISSING-COUNT
               IF W-MISSING-SLOT = 0
                   MOVE W-MISSING-COUNT TO W-MISSING-SLOT
               END-IF
               PERFORM VARYING W-MISSING-SUB FROM W-MISSING-COUNT
                       BY -1 UNTIL W-MISSING-SUB NOT > W-MISSING-SLOT
                   MOVE MISSING-TITLE-ENTRY(W-MISSING-SUB - 1)
                       TO MISSING-TITLE-ENTRY(W-MISSING-SUB)
               END-PERFORM
               MOVE F01-VIN   TO MST-VIN(W-MISSING-SLOT)
               MOVE F01-YEAR  TO MST-YEAR(W-MISSING-SLOT)
               MOVE F01-MAKE  TO MST-MAKE(W-MISSING-SLOT)
               MOVE F01-MODEL TO MST-MODEL(W-MISSING-SLOT)
               MOVE W-RECEIVED-DATE-8
                   TO MST-RECEIVED-DATE(W-MISSING-SLOT)
               MOVE W-DAYS-ON-LOT TO MST-DAYS(W-MISSING-SLOT)
           END-IF
           .

      *The missing-title list follows the aging detail on the same
      *report.
       240-WRITE-MISSING-TITLES.
           WRITE F02-AGE-REPT-RECORD FROM SPACES
           WRITE F02-AGE-REPT-RECORD FROM W05-TITLE-SECTION
           WRITE F02-AGE-REPT-RECORD FROM SPACES
           WRITE F02-AGE-REPT-RECORD FROM W05-TITLE-HEADING
           PERFORM VARYING W-MISSING-SUB FROM 1 BY 1
                   UNTIL W-MISSING-SUB > W-MISSING-COUNT
               MOVE MST-VIN(W-MISSING-SUB)   TO W05-VIN
               MOVE MST-YEAR(W-MISSING-SUB)  TO W05-YEAR
               MOVE MST-MAKE(W-MISSING-SUB)  TO W05-MAKE
               MOVE MST-MODEL(W-MISSING-SUB) TO W05-MODEL
               MOVE MST-RECEIVED-DATE(W-MISSING-SUB)(5:2)
                   TO W05-ACQ-MM
               MOVE MST-RECEIVED-DATE(W-MISSING-SUB)(7:2)
                   TO W05-ACQ-DD
               MOVE MST-RECEIVED-DATE(W-MISSING-SUB)(1:4)
                   TO W05-ACQ-CCYY
               MOVE MST-DAYS(W-MISSING-SUB)  TO W05-DAYS
               WRITE F02-AGE-REPT-RECORD FROM W05-TITLE-DETAIL
           END-PERFORM
           WRITE F02-AGE-REPT-RECORD FROM SPACES
           MOVE W-MISSING-COUNT TO W05-MISSING-COUNT
           WRITE F02-AGE-REPT-RECORD FROM W05-TITLE-TRAILER
           .

       300-FINAL.
      *************
      **   finish program
      **
      *************
           PERFORM 240-WRITE-MISSING-TITLES
           MOVE EXT-ROW-COUNT TO EXT-COUNT-DIGITS
           MOVE EXT-MONEY-TOTAL TO EXT-TOTAL-DIGITS
           MOVE SPACES TO F05-AGING-EXTRACT-RECORD
