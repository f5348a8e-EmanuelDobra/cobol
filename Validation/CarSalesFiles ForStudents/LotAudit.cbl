       IDENTIFICATION DIVISION.

       PROGRAM-ID.     LOTAUDIT.

      *Lot physical audit. The floor-plan lender walks our lot every
      *quarter with a scanner, and until now we had no system count
      *to hold theirs against. This run takes the VIN scan file from
      *our own walk (lotscan.dat, one VIN per unit found) and
      *reconciles it against the books - UnsoldInventory.dat - and
      *against every sale VALCAR has recorded on soldvehicles.dat.
      *It lists units on the books but not found on the lot, units
      *found on the lot but not on the books, and sold units still
      *sitting on the lot, marking any unit a customer deposit is
      *holding. Any sold unit whose floor-plan line has not been
      *paid off - funded on the books with no payoff pending from
      *FPPAYOFF - is out of trust with the lender; its outstanding
      *principal (the curtailed balance from floorplanbal.dat where
      *FPCURTAL has paid it down, otherwise its acquisition cost) is
      *listed and totalled as the out-of-trust exposure.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *One record per VIN the scanner read on the walk; a unit
      *scanned twice counts once.
           SELECT F01-SCAN-FILE
               ASSIGN TO "lotscan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-FILE-STATUS.

           SELECT F02-INVENTORY-FILE
               ASSIGN TO "UnsoldInventory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-FILE-STATUS.

      *Same 62-byte layout VALCAR accumulates soldvehicles.dat with.
           SELECT F03-SOLD-VEHICLE-FILE
               ASSIGN TO "soldvehicles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOLD-FILE-STATUS.

      *Same 38-byte deposit master VALCAR carries.
           SELECT F04-DEPOSIT-FILE
               ASSIGN TO "deposits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-FILE-STATUS.

      *VINs FPPAYOFF has already remitted a payoff for.
           SELECT F05-PENDING-FILE
               ASSIGN TO "pendingpayoffs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

      *Curtailed floor-plan balances FPCURTAL carries.
           SELECT F06-BALANCE-FILE
               ASSIGN TO "floorplanbal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

           SELECT F07-AUDIT-REPT-FILE
               ASSIGN TO "lotaudit.dat"
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
       FD  F01-SCAN-FILE
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS F01-SCAN-RECORD.
       01  F01-SCAN-RECORD.
           05  SCN-VIN                 PIC X(17).

       FD  F02-INVENTORY-FILE
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS F02-INVENTORY-RECORD.
       01  F02-INVENTORY-RECORD.
           05  F02-MAKE                PIC X(11).
           05  F02-MODEL               PIC X(13).
           05  F02-YEAR                PIC X(2).
           05  F02-DATE-RECEIVED       PIC 9(6).
           05  F02-ACQUISITION-COST    PIC 9(6).
           05  F02-FUNDING-DATE        PIC 9(6).
           05  F02-VIN                 PIC X(17).

       FD  F03-SOLD-VEHICLE-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS F03-SOLD-VEHICLE-RECORD.
       01  F03-SOLD-VEHICLE-RECORD.
           05  SVH-INVOICE             PIC X(5).
           05  SVH-VIN                 PIC X(17).
           05  SVH-YEAR                PIC X(2).
           05  SVH-MAKE                PIC X(11).
           05  SVH-MODEL               PIC X(13).
           05  SVH-BUYER-ID            PIC 9(6).
           05  SVH-SALE-DATE           PIC 9(8).

       FD  F04-DEPOSIT-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F04-DEPOSIT-RECORD.
       01  F04-DEPOSIT-RECORD.
           05  DEP-VIN                 PIC X(17).
           05  DEP-CUSTOMER-ID         PIC 9(6).
           05  DEP-AMOUNT              PIC 9(5)V99.
           05  DEP-DATE                PIC 9(8).

       FD  F05-PENDING-FILE
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS F05-PENDING-RECORD.
       01  F05-PENDING-RECORD.
           05  PND-VIN                 PIC X(17).

      *Same 59-byte layout FPCURTAL writes.
       FD  F06-BALANCE-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS F06-BALANCE-RECORD.
       01  F06-BALANCE-RECORD.
           05  FBL-VIN                 PIC X(17).
           05  FBL-FUNDING-DATE        PIC 9(6).
           05  FBL-ORIGINAL            PIC 9(6).
           05  FBL-OUTSTANDING         PIC 9(6).
           05  FBL-STAGES-PAID         PIC 9.
           05  FBL-LAST-CURTAIL-DATE   PIC 9(8).
           05  FBL-ACCRUED-TO-CURTAIL  PIC 9(7)V99.
           05  FBL-TOTAL-CURTAILED     PIC 9(6).

       FD  F07-AUDIT-REPT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F07-AUDIT-REPT-RECORD.
       01  F07-AUDIT-REPT-RECORD       PIC X(100).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F08-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F08-OPS-LOG-RECORD.
       01  F08-OPS-LOG-RECORD          PIC X(132).

       FD  F09-CONTROL-TOTAL-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F09-CONTROL-TOTAL-RECORD.
       01  F09-CONTROL-TOTAL-RECORD.
           05  CTF-PROGRAM         PIC X(8).
           05  CTF-ITEM            PIC X(12).
           05  CTF-COUNT           PIC 9(7).
           05  CTF-AMOUNT          PIC 9(11).

       WORKING-STORAGE SECTION.

       01  WS-SCAN-FILE-STATUS         PIC XX   VALUE SPACES.
       01  WS-INVENTORY-FILE-STATUS    PIC XX   VALUE SPACES.
       01  WS-SOLD-FILE-STATUS         PIC XX   VALUE SPACES.
       01  WS-DEPOSIT-FILE-STATUS      PIC XX   VALUE SPACES.
       01  WS-PENDING-FILE-STATUS      PIC XX   VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS      PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS          PIC XX   VALUE SPACES.

      *Without a scan file every unit on the books would be listed
      *as missing, so the run reports the missing walk and stops.
       01  W-SCAN-SWITCH               PIC X    VALUE 'N'.
           88  W-SCAN-FILE-PRESENT         VALUE 'Y'.

      *Every VIN the walk found, flagged as the books claim it.
       01  MAX-SCANS                   PIC 9(4) VALUE 2000.
       01  W-SCAN-FOUND-SWITCH         PIC X    VALUE 'N'.
           88  W-SCAN-FOUND                VALUE 'Y'.
           88  W-SCAN-NOT-FOUND            VALUE 'N'.
       01  SCAN-TABLE-AREA.
           05  W-SCAN-COUNT            PIC 9(4) VALUE 0.
           05  SCAN-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON W-SCAN-COUNT
                   INDEXED BY SCN-IDX.
               10  SCAN-VIN            PIC X(17).
               10  SCAN-BOOKED-SWITCH  PIC X.
                   88  SCAN-ON-BOOKS       VALUE 'Y'.

      *The books: every unit on today's lot file, with its funding
      *data for the out-of-trust figure.
       01  MAX-LOT-UNITS               PIC 9(4) VALUE 2000.
       01  LOT-TABLE-AREA.
           05  W-LOT-COUNT             PIC 9(4) VALUE 0.
           05  LOT-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON W-LOT-COUNT
                   INDEXED BY LOT-IDX.
               10  LOT-VIN             PIC X(17).
               10  LOT-YEAR            PIC X(2).
               10  LOT-MAKE            PIC X(11).
               10  LOT-MODEL           PIC X(13).
               10  LOT-DATE-RECEIVED   PIC 9(6).
               10  LOT-ACQUISITION-COST PIC 9(6).
               10  LOT-FUNDING-DATE    PIC 9(6).

      *Every VIN VALCAR has sold; a VIN sold more than once keeps
      *its latest sale.
       01  MAX-SOLD                    PIC 9(5) VALUE 10000.
       01  W-SOLD-FOUND-SWITCH         PIC X    VALUE 'N'.
           88  W-SOLD-FOUND                VALUE 'Y'.
           88  W-SOLD-NOT-FOUND            VALUE 'N'.
       01  SOLD-TABLE-AREA.
           05  W-SOLD-COUNT            PIC 9(5) VALUE 0.
           05  SOLD-ENTRY OCCURS 0 TO 10000 TIMES
                   DEPENDING ON W-SOLD-COUNT
                   INDEXED BY SLD-IDX.
               10  SOLD-VIN            PIC X(17).
               10  SOLD-INVOICE        PIC X(5).
               10  SOLD-YEAR           PIC X(2).
               10  SOLD-MAKE           PIC X(11).
               10  SOLD-MODEL          PIC X(13).
               10  SOLD-BUYER-ID       PIC 9(6).
               10  SOLD-SALE-DATE      PIC 9(8).

       01  MAX-DEPOSITS                PIC 9(4) VALUE 1000.
       01  W-DEP-FOUND-SWITCH          PIC X    VALUE 'N'.
           88  W-DEPOSIT-HELD              VALUE 'Y'.
       01  DEPOSIT-TABLE-AREA.
           05  W-DEPOSIT-COUNT         PIC 9(4) VALUE 0.
           05  DEPOSIT-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON W-DEPOSIT-COUNT
                   INDEXED BY DEP-IDX.
               10  DEPOSIT-VIN         PIC X(17).

       01  MAX-PENDING-VINS            PIC 9(4) VALUE 1000.
       01  W-PENDING-FOUND-SWITCH      PIC X    VALUE 'N'.
           88  W-PAYOFF-PENDING            VALUE 'Y'.
       01  PENDING-TABLE-AREA.
           05  W-PENDING-COUNT         PIC 9(4) VALUE 0.
           05  PENDING-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON W-PENDING-COUNT
                   INDEXED BY PND-IDX.
               10  PENDING-VIN         PIC X(17).

       01  MAX-BALANCES                PIC 9(4) VALUE 2000.
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

      *Lot dates are YYMMDD; sale dates are CCYYMMDD.
       01  W-RECEIVED-8                PIC 9(8)  VALUE 0.
       01  W-PRINCIPAL                 PIC 9(6)  VALUE 0.
       01  W-DAYS-SINCE-SALE           PIC S9(5) VALUE 0.
       01  W-DAYS-EDITED               PIC ZZZ9.
       01  W-CHECK-VIN                 PIC X(17) VALUE SPACES.
       01  W-NOTE                      PIC X(20) VALUE SPACES.

       01  W-PRINT-DATE                PIC 9(8)  VALUE 0.
       01  W-PRINT-DATE-PARTS REDEFINES W-PRINT-DATE.
           05  W-PRINT-CCYY            PIC 9(4).
           05  W-PRINT-MM              PIC 9(2).
           05  W-PRINT-DD              PIC 9(2).
       01  W-EDITED-DATE.
           05  W-EDITED-MM             PIC 99.
           05                          PIC X     VALUE '/'.
           05  W-EDITED-DD             PIC 99.
           05                          PIC X     VALUE '/'.
           05  W-EDITED-CCYY           PIC 9999.

       01  RUN-COUNTERS.
           05  W-RECORDS-READ          PIC 9(7)  VALUE 0.
           05  W-SCANS-READ            PIC 9(5)  VALUE 0.
           05  W-DUPLICATE-SCANS       PIC 9(5)  VALUE 0.
           05  W-MATCHED               PIC 9(5)  VALUE 0.
           05  W-NOT-ON-LOT            PIC 9(5)  VALUE 0.
           05  W-NOT-ON-BOOKS          PIC 9(5)  VALUE 0.
           05  W-SOLD-ON-LOT           PIC 9(5)  VALUE 0.
           05  W-OUT-OF-TRUST          PIC 9(5)  VALUE 0.
           05  W-EXPOSURE-TOTAL        PIC 9(9)  VALUE 0.

       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY          PIC 9(4).
           05  WS-TODAYS-MM            PIC 9(2).
           05  WS-TODAYS-DD            PIC 9(2).
       01  WS-TODAYS-DATE-8            PIC 9(8)  VALUE 0.
       01  W08-RUN-DATE-LINE.
           05                          PIC X(30) VALUE SPACES.
           05                          PIC X(10) VALUE 'RUN DATE: '.
           05  W08-RUN-MM              PIC 99.
           05                          PIC X     VALUE '/'.
           05  W08-RUN-DD              PIC 99.
           05                          PIC X     VALUE '/'.
           05  W08-RUN-CCYY            PIC 9999.
           05                          PIC X(50) VALUE SPACES.

       01  RPT-TITLE-LINE.
           05                          PIC X(35) VALUE SPACES.
           05                          PIC X(30)
                 VALUE 'LOT PHYSICAL AUDIT            '.
           05                          PIC X(35) VALUE SPACES.
       01  RPT-NO-SCAN-LINE.
           05                          PIC X(40)
                 VALUE 'NO LOT SCAN FILE - AUDIT NOT RECONCILED '.
           05                          PIC X(60) VALUE SPACES.

       01  RPT-SECTION-ONE-TITLE.
           05                          PIC X(40)
                 VALUE 'ON THE BOOKS - NOT FOUND ON THE LOT     '.
           05                          PIC X(60) VALUE SPACES.
       01  RPT-SECTION-TWO-TITLE.
           05                          PIC X(40)
                 VALUE 'FOUND ON THE LOT - NOT ON THE BOOKS     '.
           05                          PIC X(60) VALUE SPACES.
       01  RPT-SECTION-THREE-TITLE.
           05                          PIC X(40)
                 VALUE 'SOLD UNITS STILL ON THE LOT             '.
           05                          PIC X(60) VALUE SPACES.
       01  RPT-SECTION-FOUR-TITLE.
           05                          PIC X(40)
                 VALUE 'OUT OF TRUST - SOLD, FLOOR PLAN NOT PAID'.
           05                          PIC X(60) VALUE SPACES.

       01  RPT-UNIT-HEADING.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(17) VALUE 'VIN'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(2)  VALUE 'YR'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(11) VALUE 'MAKE'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(13) VALUE 'MODEL'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(10) VALUE 'DATE'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(9)  VALUE '   AMOUNT'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(20) VALUE 'NOTE'.
           05                          PIC X(3)  VALUE SPACES.
       01  RPT-UNIT-LINE.
           05                          PIC X(3)  VALUE SPACES.
           05  RPU-VIN                 PIC X(17).
           05                          PIC X(2)  VALUE SPACES.
           05  RPU-YEAR                PIC X(2).
           05                          PIC X(2)  VALUE SPACES.
           05  RPU-MAKE                PIC X(11).
           05                          PIC X(2)  VALUE SPACES.
           05  RPU-MODEL               PIC X(13).
           05                          PIC X(2)  VALUE SPACES.
           05  RPU-DATE                PIC X(10).
           05                          PIC X(2)  VALUE SPACES.
           05  RPU-AMOUNT              PIC $$$$,$$9.
           05                          PIC X(2)  VALUE SPACES.
           05  RPU-NOTE                PIC X(20).
           05                          PIC X(3)  VALUE SPACES.

       01  RPT-COUNT-LINE.
           05                          PIC X(3)  VALUE SPACES.
           05  RPC-COUNT-TEXT          PIC X(35).
           05  RPC-COUNT               PIC ZZ,ZZ9.
           05                          PIC X(56) VALUE SPACES.
       01  RPT-EXPOSURE-LINE.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(35)
                 VALUE 'OUT-OF-TRUST EXPOSURE              '.
           05  RPE-EXPOSURE            PIC $$$$,$$$,$$9.
           05                          PIC X(50) VALUE SPACES.

       01  WS-RUN-START-TIME.
           05  WS-START-HH             PIC 99.
           05  WS-START-MM             PIC 99.
           05  WS-START-SS             PIC 99.
           05  WS-START-HS             PIC 99.
       01  WS-RUN-END-TIME.
           05  WS-END-HH               PIC 99.
           05  WS-END-MM               PIC 99.
           05  WS-END-SS               PIC 99.
           05  WS-END-HS               PIC 99.
       01  OPS-LOG-LINE.
           05  FILLER              PIC X(9)  VALUE 'PROGRAM: '.
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'LOTAUDIT'.
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
           OPEN OUTPUT F07-AUDIT-REPT-FILE
           WRITE F07-AUDIT-REPT-RECORD FROM W08-RUN-DATE-LINE
           WRITE F07-AUDIT-REPT-RECORD FROM RPT-TITLE-LINE
           WRITE F07-AUDIT-REPT-RECORD FROM SPACES
           PERFORM 110-LOAD-SCAN-FILE
           IF W-SCAN-FILE-PRESENT
               PERFORM 120-LOAD-LOT-FILE
               PERFORM 130-LOAD-SOLD-VEHICLES
               PERFORM 140-LOAD-DEPOSIT-HOLDS
               PERFORM 150-LOAD-PENDING-PAYOFFS
               PERFORM 160-LOAD-CURTAILED-BALANCES
               PERFORM 200-REPORT-NOT-ON-LOT
               PERFORM 300-REPORT-NOT-ON-BOOKS
               PERFORM 400-REPORT-SOLD-ON-LOT
               PERFORM 500-REPORT-OUT-OF-TRUST
               PERFORM 600-WRITE-TOTALS
               IF W-OUT-OF-TRUST > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF W-NOT-ON-LOT > 0
                       OR W-NOT-ON-BOOKS > 0
                       OR W-SOLD-ON-LOT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               WRITE F07-AUDIT-REPT-RECORD FROM RPT-NO-SCAN-LINE
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE F07-AUDIT-REPT-FILE
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 910-WRITE-CONTROL-TOTALS
           STOP RUN
           .

       097-CAPTURE-START-TIME.
           ACCEPT WS-RUN-START-TIME FROM TIME
           .

       099-GET-TODAYS-DATE.
           ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAYS-DATE TO WS-TODAYS-DATE-8
           MOVE WS-TODAYS-MM   TO W08-RUN-MM
           MOVE WS-TODAYS-DD   TO W08-RUN-DD
           MOVE WS-TODAYS-CCYY TO W08-RUN-CCYY
           .

      *Blank reads are skipped and a VIN the scanner caught twice
      *is only loaded once.
       110-LOAD-SCAN-FILE.
           OPEN INPUT F01-SCAN-FILE
           IF WS-SCAN-FILE-STATUS = '00'
               SET W-SCAN-FILE-PRESENT TO TRUE
               PERFORM UNTIL WS-SCAN-FILE-STATUS NOT = '00'
                   READ F01-SCAN-FILE
                       AT END
                           MOVE '10' TO WS-SCAN-FILE-STATUS
                       NOT AT END
                           ADD 1 TO W-RECORDS-READ
                           IF SCN-VIN NOT = SPACES
                               ADD 1 TO W-SCANS-READ
                               PERFORM 115-ADD-SCANNED-VIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F01-SCAN-FILE
           END-IF
           .

       115-ADD-SCANNED-VIN.
           MOVE 'N' TO W-SCAN-FOUND-SWITCH
           IF W-SCAN-COUNT > 0
               SET SCN-IDX TO 1
               SEARCH SCAN-ENTRY
                   AT END CONTINUE
                   WHEN SCAN-VIN(SCN-IDX) = SCN-VIN
                       MOVE 'Y' TO W-SCAN-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-SCAN-FOUND
               ADD 1 TO W-DUPLICATE-SCANS
           ELSE
               IF W-SCAN-COUNT < MAX-SCANS
                   ADD 1 TO W-SCAN-COUNT
                   MOVE SCN-VIN TO SCAN-VIN(W-SCAN-COUNT)
                   MOVE 'N'     TO SCAN-BOOKED-SWITCH(W-SCAN-COUNT)
               END-IF
           END-IF
           .

       120-LOAD-LOT-FILE.
           OPEN INPUT F02-INVENTORY-FILE
           IF WS-INVENTORY-FILE-STATUS = '00'
               PERFORM UNTIL WS-INVENTORY-FILE-STATUS NOT = '00'
                   READ F02-INVENTORY-FILE
                       AT END
                           MOVE '10' TO WS-INVENTORY-FILE-STATUS
                       NOT AT END
                           ADD 1 TO W-RECORDS-READ
                           IF W-LOT-COUNT < MAX-LOT-UNITS
                               ADD 1 TO W-LOT-COUNT
                               SET LOT-IDX TO W-LOT-COUNT
                               MOVE F02-VIN   TO LOT-VIN(LOT-IDX)
                               MOVE F02-YEAR  TO LOT-YEAR(LOT-IDX)
                               MOVE F02-MAKE  TO LOT-MAKE(LOT-IDX)
                               MOVE F02-MODEL TO LOT-MODEL(LOT-IDX)
                               MOVE F02-DATE-RECEIVED
                                   TO LOT-DATE-RECEIVED(LOT-IDX)
                               MOVE F02-ACQUISITION-COST
                                   TO LOT-ACQUISITION-COST(LOT-IDX)
                               MOVE F02-FUNDING-DATE
                                   TO LOT-FUNDING-DATE(LOT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-INVENTORY-FILE
           END-IF
           .

       130-LOAD-SOLD-VEHICLES.
           OPEN INPUT F03-SOLD-VEHICLE-FILE
           IF WS-SOLD-FILE-STATUS = '00'
               PERFORM UNTIL WS-SOLD-FILE-STATUS NOT = '00'
                   READ F03-SOLD-VEHICLE-FILE
                       AT END
                           MOVE '10' TO WS-SOLD-FILE-STATUS
                       NOT AT END
                           ADD 1 TO W-RECORDS-READ
                           IF SVH-VIN NOT = SPACES
                               PERFORM 135-ADD-SOLD-VEHICLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-SOLD-VEHICLE-FILE
           END-IF
           .

      *A VIN sold, repossessed and sold again keeps only its latest
      *sale, so the out-of-trust check looks at the current deal.
       135-ADD-SOLD-VEHICLE.
           MOVE 'N' TO W-SOLD-FOUND-SWITCH
           IF W-SOLD-COUNT > 0
               SET SLD-IDX TO 1
               SEARCH SOLD-ENTRY
                   AT END CONTINUE
                   WHEN SOLD-VIN(SLD-IDX) = SVH-VIN
                       MOVE 'Y' TO W-SOLD-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-SOLD-NOT-FOUND
               IF W-SOLD-COUNT < MAX-SOLD
                   ADD 1 TO W-SOLD-COUNT
                   SET SLD-IDX TO W-SOLD-COUNT
                   MOVE SVH-VIN TO SOLD-VIN(SLD-IDX)
                   MOVE 0       TO SOLD-SALE-DATE(SLD-IDX)
                   MOVE 'Y'     TO W-SOLD-FOUND-SWITCH
               END-IF
           END-IF
           IF W-SOLD-FOUND
               AND SVH-SALE-DATE IS NUMERIC
               AND SVH-SALE-DATE NOT < SOLD-SALE-DATE(SLD-IDX)
               MOVE SVH-INVOICE   TO SOLD-INVOICE(SLD-IDX)
               MOVE SVH-YEAR      TO SOLD-YEAR(SLD-IDX)
               MOVE SVH-MAKE      TO SOLD-MAKE(SLD-IDX)
               MOVE SVH-MODEL     TO SOLD-MODEL(SLD-IDX)
               MOVE SVH-BUYER-ID  TO SOLD-BUYER-ID(SLD-IDX)
               MOVE SVH-SALE-DATE TO SOLD-SALE-DATE(SLD-IDX)
           END-IF
           .

       140-LOAD-DEPOSIT-HOLDS.
           OPEN INPUT F04-DEPOSIT-FILE
           IF WS-DEPOSIT-FILE-STATUS = '00'
               PERFORM UNTIL WS-DEPOSIT-FILE-STATUS NOT = '00'
                   READ F04-DEPOSIT-FILE
                       AT END
                           MOVE '10' TO WS-DEPOSIT-FILE-STATUS
                       NOT AT END
                           ADD 1 TO W-RECORDS-READ
                           IF W-DEPOSIT-COUNT < MAX-DEPOSITS
                               ADD 1 TO W-DEPOSIT-COUNT
                               MOVE DEP-VIN
                                   TO DEPOSIT-VIN(W-DEPOSIT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F04-DEPOSIT-FILE
           END-IF
           .

       150-LOAD-PENDING-PAYOFFS.
           OPEN INPUT F05-PENDING-FILE
           IF WS-PENDING-FILE-STATUS = '00'
               PERFORM UNTIL WS-PENDING-FILE-STATUS NOT = '00'
                   READ F05-PENDING-FILE
                       AT END
                           MOVE '10' TO WS-PENDING-FILE-STATUS
                       NOT AT END
                           ADD 1 TO W-RECORDS-READ
                           IF W-PENDING-COUNT < MAX-PENDING-VINS
                               ADD 1 TO W-PENDING-COUNT
                               MOVE PND-VIN
                                   TO PENDING-VIN(W-PENDING-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F05-PENDING-FILE
           END-IF
           .

       160-LOAD-CURTAILED-BALANCES.
           OPEN INPUT F06-BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS = '00'
               PERFORM UNTIL WS-BALANCE-FILE-STATUS NOT = '00'
                   READ F06-BALANCE-FILE
                       AT END
                           MOVE '10' TO WS-BALANCE-FILE-STATUS
                       NOT AT END
                           ADD 1 TO W-RECORDS-READ
                           IF W-BALANCE-COUNT < MAX-BALANCES
                               ADD 1 TO W-BALANCE-COUNT
                               SET BAL-IDX TO W-BALANCE-COUNT
                               MOVE FBL-VIN TO BAL-VIN(BAL-IDX)
                               MOVE FBL-FUNDING-DATE
                                   TO BAL-FUNDING-DATE(BAL-IDX)
                               MOVE FBL-OUTSTANDING
                                   TO BAL-OUTSTANDING(BAL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F06-BALANCE-FILE
           END-IF
           .

      *Walks the books against the scan, ticking off each scanned
      *VIN the books claim; the rest of the books are missing.
       200-REPORT-NOT-ON-LOT.
           WRITE F07-AUDIT-REPT-RECORD FROM RPT-SECTION-ONE-TITLE
           WRITE F07-AUDIT-REPT-RECORD FROM RPT-UNIT-HEADING
           PERFORM VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > W-LOT-COUNT
               MOVE 'N' TO W-SCAN-FOUND-SWITCH
               IF W-SCAN-COUNT > 0
                   SET SCN-IDX TO 1
                   SEARCH SCAN-ENTRY
                       AT END CONTINUE
                       WHEN SCAN-VIN(SCN-IDX) = LOT-VIN(LOT-IDX)
                           MOVE 'Y' TO W-SCAN-FOUND-SWITCH
                   END-SEARCH
               END-IF
               IF W-SCAN-FOUND
                   SET SCAN-ON-BOOKS(SCN-IDX) TO TRUE
                   ADD 1 TO W-MATCHED
               ELSE
                   ADD 1 TO W-NOT-ON-LOT
                   MOVE LOT-VIN(LOT-IDX) TO W-CHECK-VIN
                   PERFORM 210-FIND-BOOKED-SALE
                   PERFORM 220-FIND-DEPOSIT-HOLD
                   MOVE SPACES TO W-NOTE
                   IF W-SOLD-FOUND
                       MOVE 'SOLD - STILL BOOKED' TO W-NOTE
                   ELSE
                       IF W-DEPOSIT-HELD
                           MOVE 'DEPOSIT HOLD' TO W-NOTE
                       END-IF
                   END-IF
                   MOVE LOT-VIN(LOT-IDX)   TO RPU-VIN
                   MOVE LOT-YEAR(LOT-IDX)  TO RPU-YEAR
                   MOVE LOT-MAKE(LOT-IDX)  TO RPU-MAKE
                   MOVE LOT-MODEL(LOT-IDX) TO RPU-MODEL
                   COMPUTE W-PRINT-DATE =
                       20000000 + LOT-DATE-RECEIVED(LOT-IDX)
                   PERFORM 450-EDIT-PRINT-DATE
                   MOVE W-EDITED-DATE      TO RPU-DATE
                   MOVE LOT-ACQUISITION-COST(LOT-IDX) TO RPU-AMOUNT
                   MOVE W-NOTE             TO RPU-NOTE
                   WRITE F07-AUDIT-REPT-RECORD FROM RPT-UNIT-LINE
               END-IF
           END-PERFORM
           WRITE F07-AUDIT-REPT-RECORD FROM SPACES
           .

      *A unit on the books counts as sold when its latest sale is
      *no earlier than the day it came onto the lot; a unit sold,
      *repossessed and received back is stock again.
       210-FIND-BOOKED-SALE.
           MOVE 'N' TO W-SOLD-FOUND-SWITCH
           COMPUTE W-RECEIVED-8 =
               20000000 + LOT-DATE-RECEIVED(LOT-IDX)
           IF W-SOLD-COUNT > 0
               SET SLD-IDX TO 1
               SEARCH SOLD-ENTRY
                   AT END CONTINUE
                   WHEN SOLD-VIN(SLD-IDX) = LOT-VIN(LOT-IDX)
                       IF SOLD-SALE-DATE(SLD-IDX) NOT < W-RECEIVED-8
                           MOVE 'Y' TO W-SOLD-FOUND-SWITCH
                       END-IF
               END-SEARCH
           END-IF
           .

       220-FIND-DEPOSIT-HOLD.
           MOVE 'N' TO W-DEP-FOUND-SWITCH
           IF W-DEPOSIT-COUNT > 0
               SET DEP-IDX TO 1
               SEARCH DEPOSIT-ENTRY
                   AT END CONTINUE
                   WHEN DEPOSIT-VIN(DEP-IDX) = W-CHECK-VIN
                       MOVE 'Y' TO W-DEP-FOUND-SWITCH
               END-SEARCH
           END-IF
           .

      *Scanned VINs the books never claimed. One VALCAR has sold is
      *noted here and listed again among the sold units below.
       300-REPORT-NOT-ON-BOOKS.
           WRITE F07-AUDIT-REPT-RECORD FROM RPT-SECTION-TWO-TITLE
           WRITE F07-AUDIT-REPT-RECORD FROM RPT-UNIT-HEADING
           PERFORM VARYING SCN-IDX FROM 1 BY 1
                   UNTIL SCN-IDX > W-SCAN-COUNT
               IF NOT SCAN-ON-BOOKS(SCN-IDX)
                   ADD 1 TO W-NOT-ON-BOOKS
                   MOVE SPACES            TO RPT-UNIT-LINE
                   MOVE SCAN-VIN(SCN-IDX) TO RPU-VIN
                   MOVE SCAN-VIN(SCN-IDX) TO W-CHECK-VIN
                   PERFORM 310-FIND-SCANNED-SALE
                   PERFORM 220-FIND-DEPOSIT-HOLD
                   MOVE SPACES TO W-NOTE
                   IF W-SOLD-FOUND
                       MOVE SOLD-YEAR(SLD-IDX)  TO RPU-YEAR
                       MOVE SOLD-MAKE(SLD-IDX)  TO RPU-MAKE
                       MOVE SOLD-MODEL(SLD-IDX) TO RPU-MODEL
                       MOVE 'SOLD - NOT DELIVERED' TO W-NOTE
                   ELSE
                       IF W-DEPOSIT-HELD
                           MOVE 'DEPOSIT HOLD' TO W-NOTE
                       ELSE
                           MOVE 'NO RECORD OF UNIT' TO W-NOTE
                       END-IF
                   END-IF
                   MOVE W-NOTE TO RPU-NOTE
                   WRITE F07-AUDIT-REPT-RECORD FROM RPT-UNIT-LINE
               END-IF
           END-PERFORM
           WRITE F07-AUDIT-REPT-RECORD FROM SPACES
           .

       310-FIND-SCANNED-SALE.
           MOVE 'N' TO W-SOLD-FOUND-SWITCH
           IF W-SOLD-COUNT > 0
               SET SLD-IDX TO 1
               SEARCH SOLD-ENTRY
                   AT END CONTINUE
                   WHEN SOLD-VIN(SLD-IDX) = SCAN-VIN(SCN-IDX)
                       MOVE 'Y' TO W-SOLD-FOUND-SWITCH
               END-SEARCH
           END-IF
           .

      *Every scanned VIN that has been sold - whether or not it has
      *come off the books - is a car the buyer has not taken.
      *Units back on the books since their sale are stock again.
       400-REPORT-SOLD-ON-LOT.
           WRITE F07-AUDIT-REPT-RECORD FROM RPT-SECTION-THREE-TITLE
           WRITE F07-AUDIT-REPT-RECORD FROM RPT-UNIT-HEADING
           PERFORM VARYING SCN-IDX FROM 1 BY 1
                   UNTIL SCN-IDX > W-SCAN-COUNT
               MOVE 'N' TO W-SOLD-FOUND-SWITCH
               IF SCAN-ON-BOOKS(SCN-IDX)
                   SET LOT-IDX TO 1
                   SEARCH LOT-ENTRY
                       AT END CONTINUE
                       WHEN LOT-VIN(LOT-IDX) = SCAN-VIN(SCN-IDX)
                           PERFORM 210-FIND-BOOKED-SALE
                   END-SEARCH
               ELSE
                   PERFORM 310-FIND-SCANNED-SALE
               END-IF
               IF W-SOLD-FOUND
                   ADD 1 TO W-SOLD-ON-LOT
                   MOVE SPACES              TO RPT-UNIT-LINE
                   MOVE SOLD-VIN(SLD-IDX)   TO RPU-VIN
                   MOVE SOLD-YEAR(SLD-IDX)  TO RPU-YEAR
                   MOVE SOLD-MAKE(SLD-IDX)  TO RPU-MAKE
                   MOVE SOLD-MODEL(SLD-IDX) TO RPU-MODEL
                   MOVE SOLD-SALE-DATE(SLD-IDX) TO W-PRINT-DATE
                   PERFORM 450-EDIT-PRINT-DATE
                   MOVE W-EDITED-DATE       TO RPU-DATE
                   MOVE SPACES              TO W-NOTE
                   STRING 'INVOICE ' SOLD-INVOICE(SLD-IDX)
                       DELIMITED BY SIZE INTO W-NOTE
                   END-STRING
                   MOVE W-NOTE              TO RPU-NOTE
                   WRITE F07-AUDIT-REPT-RECORD FROM RPT-UNIT-LINE
               END-IF
           END-PERFORM
           WRITE F07-AUDIT-REPT-RECORD FROM SPACES
           .

      *A sold unit still on the books with a funding date and no
      *payoff remitted is being carried on the lender's money. Its
      *exposure is what is still owed on the line: the curtailed
      *balance when FPCURTAL has paid it down under this funding,
      *otherwise the acquisition cost the lender advanced.
       500-REPORT-OUT-OF-TRUST.
           WRITE F07-AUDIT-REPT-RECORD FROM RPT-SECTION-FOUR-TITLE
           WRITE F07-AUDIT-REPT-RECORD FROM RPT-UNIT-HEADING
           PERFORM VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > W-LOT-COUNT
               IF LOT-FUNDING-DATE(LOT-IDX) > 0
                   PERFORM 210-FIND-BOOKED-SALE
                   IF W-SOLD-FOUND
                       PERFORM 510-FIND-PENDING-PAYOFF
                       IF NOT W-PAYOFF-PENDING
                           PERFORM 520-WRITE-EXPOSURE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           WRITE F07-AUDIT-REPT-RECORD FROM SPACES
           .

       510-FIND-PENDING-PAYOFF.
           MOVE 'N' TO W-PENDING-FOUND-SWITCH
           IF W-PENDING-COUNT > 0
               SET PND-IDX TO 1
               SEARCH PENDING-ENTRY
                   AT END CONTINUE
                   WHEN PENDING-VIN(PND-IDX) = LOT-VIN(LOT-IDX)
                       MOVE 'Y' TO W-PENDING-FOUND-SWITCH
               END-SEARCH
           END-IF
           .

       520-WRITE-EXPOSURE.
           MOVE LOT-ACQUISITION-COST(LOT-IDX) TO W-PRINCIPAL
           MOVE 'N' TO W-BAL-FOUND-SWITCH
           IF W-BALANCE-COUNT > 0
               SET BAL-IDX TO 1
               SEARCH BALANCE-ENTRY
                   AT END CONTINUE
                   WHEN BAL-VIN(BAL-IDX) = LOT-VIN(LOT-IDX)
                       AND BAL-FUNDING-DATE(BAL-IDX)
                           = LOT-FUNDING-DATE(LOT-IDX)
                       MOVE 'Y' TO W-BAL-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-BALANCE-FOUND
               MOVE BAL-OUTSTANDING(BAL-IDX) TO W-PRINCIPAL
           END-IF
           ADD 1 TO W-OUT-OF-TRUST
           ADD W-PRINCIPAL TO W-EXPOSURE-TOTAL
           COMPUTE W-DAYS-SINCE-SALE =
               FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-8)
             - FUNCTION INTEGER-OF-DATE(SOLD-SALE-DATE(SLD-IDX))
           MOVE LOT-VIN(LOT-IDX)   TO RPU-VIN
           MOVE LOT-YEAR(LOT-IDX)  TO RPU-YEAR
           MOVE LOT-MAKE(LOT-IDX)  TO RPU-MAKE
           MOVE LOT-MODEL(LOT-IDX) TO RPU-MODEL
           MOVE SOLD-SALE-DATE(SLD-IDX) TO W-PRINT-DATE
           PERFORM 450-EDIT-PRINT-DATE
           MOVE W-EDITED-DATE      TO RPU-DATE
           MOVE W-PRINCIPAL        TO RPU-AMOUNT
           MOVE SPACES             TO W-NOTE
           IF W-DAYS-SINCE-SALE > 0
               MOVE W-DAYS-SINCE-SALE TO W-DAYS-EDITED
               STRING 'SOLD ' W-DAYS-EDITED ' DAYS AGO'
                   DELIMITED BY SIZE INTO W-NOTE
               END-STRING
           ELSE
               MOVE 'SOLD TODAY' TO W-NOTE
           END-IF
           MOVE W-NOTE             TO RPU-NOTE
           WRITE F07-AUDIT-REPT-RECORD FROM RPT-UNIT-LINE
           .

       450-EDIT-PRINT-DATE.
           MOVE W-PRINT-MM   TO W-EDITED-MM
           MOVE W-PRINT-DD   TO W-EDITED-DD
           MOVE W-PRINT-CCYY TO W-EDITED-CCYY
           .

       600-WRITE-TOTALS.
           MOVE 'UNITS ON THE BOOKS'            TO RPC-COUNT-TEXT
           MOVE W-LOT-COUNT                     TO RPC-COUNT
           WRITE F07-AUDIT-REPT-RECORD FROM RPT-COUNT-LINE
           MOVE 'UNITS SCANNED ON THE LOT'      TO RPC-COUNT-TEXT
           MOVE W-SCAN-COUNT                    TO RPC-COUNT
           WRITE F07-AUDIT-REPT-RECORD FROM RPT-COUNT-LINE
           MOVE 'DUPLICATE SCANS IGNORED'       TO RPC-COUNT-TEXT
           MOVE W-DUPLICATE-SCANS               TO RPC-COUNT
           WRITE F07-AUDIT-REPT-RECORD FROM RPT-COUNT-LINE
           MOVE 'MATCHED BOOKS TO LOT'          TO RPC-COUNT-TEXT
           MOVE W-MATCHED                       TO RPC-COUNT
           WRITE F07-AUDIT-REPT-RECORD FROM RPT-COUNT-LINE
           MOVE 'ON THE BOOKS - NOT ON THE LOT' TO RPC-COUNT-TEXT
           MOVE W-NOT-ON-LOT                    TO RPC-COUNT
           WRITE F07-AUDIT-REPT-RECORD FROM RPT-COUNT-LINE
           MOVE 'ON THE LOT - NOT ON THE BOOKS' TO RPC-COUNT-TEXT
           MOVE W-NOT-ON-BOOKS                  TO RPC-COUNT
           WRITE F07-AUDIT-REPT-RECORD FROM RPT-COUNT-LINE
           MOVE 'SOLD UNITS STILL ON THE LOT'   TO RPC-COUNT-TEXT
           MOVE W-SOLD-ON-LOT                   TO RPC-COUNT
           WRITE F07-AUDIT-REPT-RECORD FROM RPT-COUNT-LINE
           MOVE 'SOLD UNITS OUT OF TRUST'       TO RPC-COUNT-TEXT
           MOVE W-OUT-OF-TRUST                  TO RPC-COUNT
           WRITE F07-AUDIT-REPT-RECORD FROM RPT-COUNT-LINE
           MOVE W-EXPOSURE-TOTAL                TO RPE-EXPOSURE
           WRITE F07-AUDIT-REPT-RECORD FROM RPT-EXPOSURE-LINE
           .

      *Out-of-trust units and the principal they leave exposed, for
      *the balancing run.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F09-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT F09-CONTROL-TOTAL-FILE
               CLOSE F09-CONTROL-TOTAL-FILE
               OPEN EXTEND F09-CONTROL-TOTAL-FILE
           END-IF
           MOVE 'LOTAUDIT' TO CTF-PROGRAM
           MOVE 'OUT-OF-TRUST' TO CTF-ITEM
           MOVE W-OUT-OF-TRUST TO CTF-COUNT
           MOVE W-EXPOSURE-TOTAL TO CTF-AMOUNT
           WRITE F09-CONTROL-TOTAL-RECORD
           CLOSE F09-CONTROL-TOTAL-FILE
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
           MOVE W-RECORDS-READ  TO OPL-RECORD-COUNT
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
