      *day's lot copy (the car is off the current file once sold),
      *charges days-on-lot times the daily carrying cost from
      *agingparams.dat against the margin, and reports which sales
      *actually made money. Reconditioning spent on the car, from
      *RECONPST's master, comes off the margin as well. The
      *per-vehicle figures also go to vehiclepl.dat so the
      *month-end rollup can read them back.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Reconditioning master RECONPST carries; a sold unit stays on
      *it for a while after it leaves the lot, so tonight's sales
      *still find their recon cost.
           SELECT F07-RECON-UNIT-FILE
               ASSIGN TO "reconunits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  F02-VIN                  PIC X(17).

       FD  F03-PARAMETER-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F03-PARM-RECORD.
       01  F03-PARM-RECORD.
           05  F03-PARM-AGING-THRESHOLD PIC 9(5).
           05  F03-PARM-CARRY-COST-DAY  PIC 9(3)V99.
           05  F03-PARM-ANNUAL-RATE     PIC 99V999.
           05  F03-PARM-RECON-DAYS      PIC 9(3).

       FD  F04-PL-REPT-FILE
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS F04-PL-RECORD.
       01  F04-PL-RECORD                PIC X(130).

       FD  F05-PL-EXTRACT-FILE
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS F05-EXTRACT-RECORD.
       01  F05-EXTRACT-RECORD.
           05  EXT-YEAR                 PIC X(2).
      *The deal's sale date off the audit line, so the monthly
      *rollup buckets a late-keyed deal into its real month.
           05  EXT-SALE-DATE            PIC X(8).
      *Reconditioning already taken off the net profit above.
           05  EXT-RECON-COST           PIC 9(7)V99.

      *One line is appended here at the end of every run, across
      *every program in the suite.
           DATA RECORD IS F06-OPS-LOG-RECORD.
       01  F06-OPS-LOG-RECORD           PIC X(132).

      *Same 87-byte layout RECONPST writes reconunits.new with.
       FD  F07-RECON-UNIT-FILE
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS F07-RECON-UNIT-RECORD.
       01  F07-RECON-UNIT-RECORD.
           05  F07-VIN                  PIC X(17).
           05  F07-YEAR                 PIC X(2).
           05  F07-MAKE                 PIC X(11).
           05  F07-MODEL                PIC X(13).
           05  F07-RECEIVED-DATE        PIC 9(8).
           05  F07-RECON-COST           PIC 9(7)V99.
           05  F07-TICKET-COUNT         PIC 9(3).
           05  F07-LAST-WORK-DATE       PIC 9(8).
           05  F07-FRONTLINE-DATE       PIC 9(8).
           05  F07-OFF-LOT-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W01-EOF-SWITCH               PIC X    VALUE 'N'.
           88  W01-EOF-REACHED              VALUE 'Y'.
       01  WS-LOT-FILE-STATUS           PIC XX   VALUE SPACES.
       01  WS-PARAM-FILE-STATUS         PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-RECON-FILE-STATUS         PIC XX   VALUE SPACES.

       01  WS-LOT-FILENAME              PIC X(40)
                 VALUE 'UnsoldInventory.prior'.
      *file carries one.
       01  W-CARRY-COST-DAY             PIC 9(3)V99 VALUE 4.50.

      *Prior lot copy in memory: year/make/model, received date and
      *the VIN the recon master is keyed by.
       01  MAX-LOT-UNITS                PIC 9(4) VALUE 2000.
       01  W-LOT-FOUND-SWITCH           PIC X    VALUE 'N'.
           88  W-LOT-FOUND                  VALUE 'Y'.
               10  LOT-MAKE             PIC X(11).
               10  LOT-MODEL            PIC X(13).
               10  LOT-RECEIVED-DATE    PIC 9(6).
               10  LOT-VIN              PIC X(17).

      *Recon cost, received and front-line dates per VIN.
       01  MAX-RECON-UNITS              PIC 9(4) VALUE 5000.
       01  W-RECON-FOUND-SWITCH         PIC X    VALUE 'N'.
           88  W-RECON-FOUND                VALUE 'Y'.
           88  W-RECON-NOT-FOUND            VALUE 'N'.
       01  RECON-TABLE-AREA.
           05  W-RECON-COUNT            PIC 9(4) VALUE 0.
           05  RECON-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON W-RECON-COUNT
                   INDEXED BY RCN-IDX.
               10  RCT-VIN              PIC X(17).
               10  RCT-RECEIVED-DATE    PIC 9(8).
               10  RCT-RECON-COST       PIC 9(7)V99.
               10  RCT-FRONTLINE-DATE   PIC 9(8).

      *Per-sale P+L work fields. The 2-digit received year is
      *assumed 20xx, the same assumption AGERPT makes.
           05  W-MARGIN-VALUE           PIC 9(7)     VALUE 0.
           05  W-DAYS-ON-LOT            PIC S9(5)    VALUE 0.
           05  W-CARRY-COST             PIC 9(7)V99  VALUE 0.
           05  W-RECON-COST             PIC 9(7)V99  VALUE 0.
           05  W-DAYS-TO-FRONTLINE      PIC S9(5)    VALUE 0.
           05  W-NET-PROFIT             PIC S9(7)V99 VALUE 0.
       01  W-TODAYS-DATE.
           05  W-TODAYS-CCYY            PIC 9(4).
           05  W08-RUN-DD               PIC 99.
           05                           PIC X     VALUE '/'.
           05  W08-RUN-CCYY             PIC 9999.
           05                           PIC X(85) VALUE SPACES.

       01  W02-TITLE.
           05                           PIC X(30) VALUE SPACES.
           05                           PIC X(40)
                 VALUE "PER-VEHICLE PROFIT AFTER CARRY AND RECON".
           05                           PIC X(60) VALUE SPACES.

       01  W03-HEADING.
           05                           PIC X(7)  VALUE 'INVOICE'.
           05                           PIC X(2)  VALUE SPACES.
           05                           PIC X(8)  VALUE 'LOT DAYS'.
           05                           PIC X(2)  VALUE SPACES.
           05                           PIC X(9)  VALUE 'FRONTLINE'.
           05                           PIC X(2)  VALUE SPACES.
           05                           PIC X(10) VALUE 'CARRY COST'.
           05                           PIC X(2)  VALUE SPACES.
           05                           PIC X(10) VALUE 'RECON COST'.
           05                           PIC X(2)  VALUE SPACES.
           05                           PIC X(10) VALUE 'NET PROFIT'.
           05                           PIC X(24) VALUE SPACES.

       01  W04-DETAIL.
           05                           PIC X(2)  VALUE SPACES.
           05  W04-MARGIN               PIC ZZZ,ZZ9.
           05                           PIC X(4)  VALUE SPACES.
           05  W04-DAYS-ON-LOT          PIC ZZ,ZZ9.
      *Days from arrival to front-line ready; blank when the unit
      *never went through recon.
           05                           PIC X(5)  VALUE SPACES.
           05  W04-FRONTLINE-DAYS       PIC X(6).
           05                           PIC X(3)  VALUE SPACES.
           05  W04-CARRY-COST           PIC $$$,$$9.99.
           05                           PIC X(2)  VALUE SPACES.
           05  W04-RECON-COST           PIC $$$,$$9.99.
           05                           PIC X(2)  VALUE SPACES.
           05  W04-NET-PROFIT           PIC +$,$$$,$$9.99.
           05  W04-NOTE                 PIC X(15).
           05                           PIC X(2)  VALUE SPACES.

       01  W07-DAYS-EDIT                PIC ZZ,ZZ9.

       01  W07-SUMMARY-LINE.
           05                           PIC X(16)
           05                           PIC X(17)
                 VALUE '  NO LOT MATCH:  '.
           05  W07-NO-MATCH             PIC ZZ,ZZ9.
           05                           PIC X(63) VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
           PERFORM 099-GET-TODAYS-DATE
           PERFORM 105-READ-CARRY-COST
           PERFORM 110-LOAD-PRIOR-LOT-COPY
           PERFORM 120-LOAD-RECON-UNITS
           OPEN OUTPUT F04-PL-REPT-FILE
                OUTPUT F05-PL-EXTRACT-FILE
           WRITE F04-PL-RECORD FROM W08-RUN-DATE-LINE
                                   TO LOT-MODEL(W-LOT-COUNT)
                               MOVE F02-DATE-RECEIVED
                                   TO LOT-RECEIVED-DATE(W-LOT-COUNT)
                               MOVE F02-VIN
                                   TO LOT-VIN(W-LOT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

      *Absent until RECONPST has run, in which case every sale
      *reports with no recon.
       120-LOAD-RECON-UNITS.
           OPEN INPUT F07-RECON-UNIT-FILE
           IF WS-RECON-FILE-STATUS = '00'
               PERFORM UNTIL WS-RECON-FILE-STATUS NOT = '00'
                   READ F07-RECON-UNIT-FILE
                       AT END
                           MOVE '10' TO WS-RECON-FILE-STATUS
                       NOT AT END
                           IF W-RECON-COUNT < MAX-RECON-UNITS
                               ADD 1 TO W-RECON-COUNT
                               MOVE F07-VIN
                                   TO RCT-VIN(W-RECON-COUNT)
                               MOVE F07-RECEIVED-DATE
                                   TO RCT-RECEIVED-DATE(W-RECON-COUNT)
                               MOVE F07-RECON-COST
                                   TO RCT-RECON-COST(W-RECON-COUNT)
                               MOVE F07-FRONTLINE-DATE
                                   TO RCT-FRONTLINE-DATE(W-RECON-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F07-RECON-UNIT-FILE
           END-IF
           .

      *A real invoice is edited PIC Z(4)9, so its last byte is
      *always a digit - headings, summary, and trade-in lines fail
      *that test and stay off the per-vehicle figures.
           MOVE F01-A-MARGIN TO W-MARGIN-VALUE
           MOVE 0 TO W-DAYS-ON-LOT
           MOVE 0 TO W-CARRY-COST
           MOVE 0 TO W-RECON-COST
           MOVE SPACES TO W04-NOTE
           MOVE SPACES TO W04-FRONTLINE-DAYS
           MOVE 'N' TO W-LOT-FOUND-SWITCH
           IF W-LOT-COUNT > 0
               SET LOT-IDX TO 1
               END-IF
               COMPUTE W-CARRY-COST =
                   W-DAYS-ON-LOT * W-CARRY-COST-DAY
               PERFORM 215-FIND-RECON
           ELSE
               ADD 1 TO W-SALES-NO-LOT-MATCH
               MOVE ' NO LOT MATCH' TO W04-NOTE
           END-IF
           COMPUTE W-NET-PROFIT =
               W-MARGIN-VALUE - W-CARRY-COST - W-RECON-COST
           IF W-NET-PROFIT < 0
               ADD 1 TO W-LOSING-SALES
           END-IF
           MOVE W-MARGIN-VALUE TO W04-MARGIN
           MOVE W-DAYS-ON-LOT TO W04-DAYS-ON-LOT
           MOVE W-CARRY-COST  TO W04-CARRY-COST
           MOVE W-RECON-COST  TO W04-RECON-COST
           MOVE W-NET-PROFIT  TO W04-NET-PROFIT
           WRITE F04-PL-RECORD FROM W04-DETAIL
           PERFORM 220-WRITE-EXTRACT-RECORD
           .

      *The recon master is keyed by VIN, taken from the lot unit
      *the sale matched. A unit sold before it went front-line
      *shows no front-line days but still carries its recon.
       215-FIND-RECON.
           MOVE 'N' TO W-RECON-FOUND-SWITCH
           IF LOT-VIN(LOT-IDX) NOT = SPACES AND W-RECON-COUNT > 0
               SET RCN-IDX TO 1
               SEARCH RECON-ENTRY
                   AT END CONTINUE
                   WHEN RCT-VIN(RCN-IDX) = LOT-VIN(LOT-IDX)
                       MOVE 'Y' TO W-RECON-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-RECON-FOUND
               MOVE RCT-RECON-COST(RCN-IDX) TO W-RECON-COST
               IF RCT-FRONTLINE-DATE(RCN-IDX) > 0
                   COMPUTE W-DAYS-TO-FRONTLINE =
                       FUNCTION INTEGER-OF-DATE(
                           RCT-FRONTLINE-DATE(RCN-IDX)) -
                       FUNCTION INTEGER-OF-DATE(
                           RCT-RECEIVED-DATE(RCN-IDX))
                   IF W-DAYS-TO-FRONTLINE < 0
                       MOVE 0 TO W-DAYS-TO-FRONTLINE
                   END-IF
                   MOVE W-DAYS-TO-FRONTLINE TO W07-DAYS-EDIT
                   MOVE W07-DAYS-EDIT TO W04-FRONTLINE-DAYS
               END-IF
           END-IF
           .

       220-WRITE-EXTRACT-RECORD.
           MOVE F01-A-YEAR     TO EXT-YEAR
           MOVE F01-A-MAKE     TO EXT-MAKE
           MOVE W-MARGIN-VALUE TO EXT-MARGIN
           MOVE W-DAYS-ON-LOT  TO EXT-DAYS-ON-LOT
           MOVE W-CARRY-COST   TO EXT-CARRY-COST
           MOVE W-RECON-COST   TO EXT-RECON-COST
           IF W-NET-PROFIT < 0
               MOVE '-' TO EXT-NET-SIGN
               COMPUTE EXT-NET-PROFIT = 0 - W-NET-PROFIT
