       IDENTIFICATION DIVISION.
       PROGRAM-ID.      FLEETACQ.

      *In-fleeting run for newly purchased rental units. New cars
      *used to be keyed by hand into the fleet unit master, the
      *fleet inventory counts and the odometer master separately,
      *and the per-type counts RENTALS loads drifted out of step
      *with the units actually owned. Here each delivery off a
      *purchase order comes in as one acquisition transaction -
      *purchase order, VIN, car type, home branch, delivery
      *odometer and cost, with the plate and depreciation terms
      *when the desk has them - and, once the VIN is proved new to
      *both the fleet and the sales lot, the unit is given the
      *next unit number and added to all three files in the same
      *pass. The in-fleet register lists every transaction,
      *accepted or rejected, and ties each purchase order's
      *deliveries back to it; the cost is journaled into fleet
      *vehicles for FLEETDEP to depreciate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Tonight's deliveries, one record per car received.
           SELECT F01-ACQUISITION-FILE
               ASSIGN TO "fleetacquisitions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACQUISITION-STATUS.

      *The fleet unit master FLEETSVC maintains.
           SELECT F02-UNIT-IN-FILE
               ASSIGN TO "fleetunits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIT-IN-FILE-STATUS.

      *The unit master with tonight's new units on the end. The
      *overnight procedure moves it over fleetunits.dat once the
      *run ends clean.
           SELECT F03-UNIT-OUT-FILE
               ASSIGN TO "fleetunits.new"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Per-type, per-branch unit counts RENTALS loads in
      *106-READ-FLEET-INVENTORY.
           SELECT F04-INVENTORY-IN-FILE
               ASSIGN TO "fleetinventory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-IN-STATUS.

      *The counts with tonight's units added, moved over
      *fleetinventory.dat by the overnight procedure.
           SELECT F05-INVENTORY-OUT-FILE
               ASSIGN TO "fleetinventory.new"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Per-unit odometer master as rewritten by RENTALS.
           SELECT F06-ODOMETER-IN-FILE
               ASSIGN TO "odometer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODOMETER-FILE-STATUS.

      *The odometer master with each new unit at its delivery
      *reading, moved over odometer.dat by the overnight procedure
      *the same as RENTALS' own rewrite.
           SELECT F07-ODOMETER-OUT-FILE
               ASSIGN TO "odometer.new"
               ORGANIZATION IS LINE SEQUENTIAL.

      *The dealership's lot file; a VIN already on the lot cannot
      *be in-fleeted.
           SELECT F08-LOT-FILE
               ASSIGN TO "UnsoldInventory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-FILE-STATUS.

           SELECT F09-REGISTER-FILE
               ASSIGN TO "infleetregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F10-OPS-LOG-FILE
               ASSIGN TO "opslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Machine-readable control totals for the nightly balancing
      *run.
           SELECT F11-CONTROL-TOTAL-FILE
               ASSIGN TO "controltotals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      *Integrity seals the carried-forward masters' rewriters
      *append; this run proves the odometer master it loads still
      *matches, and seals the one it writes.
           SELECT F12-SEAL-FILE
               ASSIGN TO "masterseals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-FILE-STATUS.

      *General-ledger journal GLPOST posts from.
           SELECT F13-GL-JOURNAL-FILE
               ASSIGN TO "gljournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT F14-RUN-LOCK-FILE
               ASSIGN TO "runlock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *The plate and the depreciation terms may be left blank: a
      *blank residual is taken as none, and FLEETDEP depreciates a
      *unit with no method or life straight-line over its default
      *life. The registration expiry and inspection due dates the
      *dealer hands over with the car may be left blank too, and
      *are then keyed later on the renewals FLEETCMP applies.
       FD  F01-ACQUISITION-FILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS F01-ACQUISITION-RECORD.
       01  F01-ACQUISITION-RECORD.
           05  ACQ-PO-NUMBER            PIC X(10).
           05  ACQ-VIN                  PIC X(17).
           05  ACQ-CAR-TYPE             PIC X.
               88  ACQ-VALID-CAR-TYPE       VALUE 'E' 'C' 'M' 'F' 'L'.
           05  ACQ-HOME-BRANCH          PIC 9(2).
           05  ACQ-DELIVERY-MILES       PIC 9(6).
           05  ACQ-COST                 PIC 9(7)V99.
           05  ACQ-PLATE                PIC X(8).
           05  ACQ-RESIDUAL             PIC 9(7)V99.
           05  ACQ-DEPR-METHOD          PIC X.
           05  ACQ-DEPR-LIFE            PIC 9(3).
           05  ACQ-REG-EXPIRY           PIC 9(8).
           05  ACQ-INSP-DUE             PIC 9(8).

      *Same 108-byte layout FLEETSVC rewrites the unit master with.
       FD  F02-UNIT-IN-FILE
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS F02-UNIT-IN-RECORD.
       01  F02-UNIT-IN-RECORD.
           05  FU-IN-UNIT-NO            PIC 9(4).
           05  FU-IN-CAR-TYPE           PIC X.
           05  FU-IN-SERVICE-DATE       PIC 9(8).
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

       FD  F03-UNIT-OUT-FILE
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS F03-UNIT-OUT-RECORD.
       01  F03-UNIT-OUT-RECORD.
           05  FU-OUT-UNIT-NO           PIC 9(4).
           05  FU-OUT-CAR-TYPE          PIC X.
           05  FU-OUT-SERVICE-DATE      PIC 9(8).
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

      *Same 6-byte layout RENTALS reads the fleet inventory with.
       FD  F04-INVENTORY-IN-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS F04-INVENTORY-IN-RECORD.
       01  F04-INVENTORY-IN-RECORD.
           05  FLEET-IN-CAR-TYPE        PIC X.
           05  FLEET-IN-UNITS           PIC 9(3).
           05  FLEET-IN-BRANCH          PIC X(2).

       FD  F05-INVENTORY-OUT-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS F05-INVENTORY-OUT-RECORD.
       01  F05-INVENTORY-OUT-RECORD.
           05  FLEET-OUT-CAR-TYPE       PIC X.
           05  FLEET-OUT-UNITS          PIC 9(3).
           05  FLEET-OUT-BRANCH         PIC X(2).

      *Same 10-byte layout RENTALS rewrites the odometer master
      *with.
       FD  F06-ODOMETER-IN-FILE
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS F06-ODOMETER-IN-RECORD.
       01  F06-ODOMETER-IN-RECORD.
           05  ODO-IN-UNIT-NO           PIC 9(4).
           05  ODO-IN-LAST-MILES-IN     PIC 9(6).

       FD  F07-ODOMETER-OUT-FILE
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS F07-ODOMETER-OUT-RECORD.
       01  F07-ODOMETER-OUT-RECORD.
           05  ODO-OUT-UNIT-NO          PIC 9(4).
           05  ODO-OUT-LAST-MILES-IN    PIC 9(6).

      *Same 61-byte lot layout AGERPT reads and FLEETRET posts
      *retired units to.
       FD  F08-LOT-FILE
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS F08-LOT-RECORD.
       01  F08-LOT-RECORD.
           05  F08-LOT-MAKE             PIC X(11).
           05  F08-LOT-MODEL            PIC X(13).
           05  F08-LOT-YEAR             PIC X(2).
           05  F08-LOT-DATE-RECEIVED    PIC 9(6).
           05  F08-LOT-ACQ-COST         PIC 9(6).
           05  F08-LOT-FUNDING-DATE     PIC 9(6).
           05  F08-LOT-VIN              PIC X(17).

       FD  F09-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F09-REGISTER-RECORD.
       01  F09-REGISTER-RECORD          PIC X(132).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F10-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F10-OPS-LOG-RECORD.
       01  F10-OPS-LOG-RECORD           PIC X(132).

       FD  F11-CONTROL-TOTAL-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F11-CONTROL-TOTAL-RECORD.
       01  F11-CONTROL-TOTAL-RECORD.
           05  CTF-PROGRAM         PIC X(8).
           05  CTF-ITEM            PIC X(12).
           05  CTF-COUNT           PIC 9(7).
           05  CTF-AMOUNT          PIC 9(11).

      *One seal per master rewrite; the newest record for a
      *master is the one this reader must match.
       FD  F12-SEAL-FILE
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS F12-SEAL-RECORD.
       01  F12-SEAL-RECORD.
           05  SEA-MASTER-NAME     PIC X(20).
           05  SEA-DATE            PIC 9(8).
           05  SEA-COUNT           PIC 9(7).
           05  SEA-HASH            PIC 9(11).

      *One journal record per debit or credit posted.
       FD  F13-GL-JOURNAL-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS F13-GL-JOURNAL-RECORD.
       01  F13-GL-JOURNAL-RECORD.
           05  GLJ-PROGRAM         PIC X(8).
           05  GLJ-DATE            PIC 9(8).
           05  GLJ-ACCOUNT         PIC X(4).
           05  GLJ-DC              PIC X.
           05  GLJ-AMOUNT          PIC 9(11)V99.

      *One record: who holds the suite run lock and since when.
       FD  F14-RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F14-RUN-LOCK-RECORD.
       01  F14-RUN-LOCK-RECORD.
           05  LCK-PROGRAM         PIC X(8).
           05  LCK-DATE            PIC 9(8).
           05  LCK-TIME            PIC 9(6).
           05  LCK-IDENTITY        PIC X(14).

       WORKING-STORAGE SECTION.

      *Run-lock work fields. A same-day lock younger than the
      *stale limit is live; anything older is left over from a
      *crashed run and is taken over.
       01  WS-RUN-LOCK-STATUS      PIC XX    VALUE SPACES.
       01  WS-RUN-LOCK-FILENAME    PIC X(40) VALUE 'runlock.dat'.
       01  WS-LOCK-STALE-SECONDS   PIC 9(5)  VALUE 14400.
       01  WS-LOCK-LIVE-SWITCH     PIC X     VALUE 'N'.
           88  WS-LOCK-IS-LIVE               VALUE 'Y'.
       01  WS-LOCK-HOLDER          PIC X(8)  VALUE SPACES.
       01  WS-LOCK-NOW-DATE        PIC 9(8)  VALUE 0.
       01  WS-LOCK-NOW-TIME-FULL.
           05  WS-LOCK-NOW-TIME    PIC 9(6).
           05  FILLER              PIC 99.
       01  WS-LOCK-NOW-HMS REDEFINES WS-LOCK-NOW-TIME-FULL.
           05  WS-LOCK-NOW-HH      PIC 99.
           05  WS-LOCK-NOW-MM      PIC 99.
           05  WS-LOCK-NOW-SS      PIC 99.
           05  FILLER              PIC 99.
       01  WS-LOCK-OLD-TIME        PIC 9(6)  VALUE 0.
       01  WS-LOCK-OLD-HMS REDEFINES WS-LOCK-OLD-TIME.
           05  WS-LOCK-OLD-HH      PIC 99.
           05  WS-LOCK-OLD-MM      PIC 99.
           05  WS-LOCK-OLD-SS      PIC 99.
       01  WS-LOCK-NOW-SECONDS     PIC 9(7)  VALUE 0.
       01  WS-LOCK-OLD-SECONDS     PIC 9(7)  VALUE 0.
       01  WS-LOCK-IDENTITY.
           05  WS-LID-DATE         PIC 9(8).
           05  WS-LID-TIME         PIC 9(6).
       01  WS-LOCK-SAVED-RC        PIC S9(4) VALUE 0.

      *Master-seal work fields. The hash is the miles sum folded
      *into eleven digits, the same fold RENTALS seals with; a
      *load whose count or hash disagrees with the newest seal
      *stops cold with the severe condition code. A master with
      *no seal yet passes unchecked.
       01  WS-SEAL-FILE-STATUS          PIC XX    VALUE SPACES.
       01  WS-SEAL-MASTER-NAME          PIC X(20) VALUE SPACES.
       01  WS-SEAL-READ-COUNT           PIC 9(7)  VALUE 0.
       01  WS-SEAL-READ-SUM             PIC 9(13) VALUE 0.
       01  WS-SEAL-WRITE-COUNT          PIC 9(7)  VALUE 0.
       01  WS-SEAL-WRITE-SUM            PIC 9(13) VALUE 0.
       01  WS-SEAL-HASH                 PIC 9(11) VALUE 0.
       01  WS-SEAL-HIGH-PART            PIC 9(2)  VALUE 0.
       01  WS-SEAL-FOUND-SWITCH         PIC X     VALUE 'N'.
           88  WS-SEAL-FOUND                      VALUE 'Y'.
       01  WS-SEAL-EXP-COUNT            PIC 9(7)  VALUE 0.
       01  WS-SEAL-EXP-HASH             PIC 9(11) VALUE 0.

       01  WS-ACQUISITION-STATUS        PIC XX   VALUE SPACES.
       01  WS-UNIT-IN-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-INVENTORY-IN-STATUS       PIC XX   VALUE SPACES.
       01  WS-ODOMETER-FILE-STATUS      PIC XX   VALUE SPACES.
       01  WS-LOT-FILE-STATUS           PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS           PIC XX   VALUE SPACES.
       01  WS-GL-JOURNAL-STATUS         PIC XX   VALUE SPACES.

      *Every VIN already on the fleet, retired units included, and
      *every VIN on the lot, so a car cannot be in-fleeted twice or
      *bought back into the fleet off the lot. Tonight's accepted
      *VINs go on the fleet table as they are added.
       01  MAX-FLEET-VINS               PIC 9(5) VALUE 5000.
       01  W-VIN-FOUND-SWITCH           PIC X    VALUE 'N'.
           88  W-VIN-FOUND                  VALUE 'Y'.
           88  W-VIN-NOT-FOUND              VALUE 'N'.
       01  FLEET-VIN-TABLE-AREA.
           05  W-FLEET-VIN-COUNT        PIC 9(5) VALUE 0.
           05  FLEET-VIN-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON W-FLEET-VIN-COUNT
                   INDEXED BY FVN-IDX.
               10  FVN-VIN              PIC X(17).
       01  MAX-LOT-VINS                 PIC 9(5) VALUE 5000.
       01  LOT-VIN-TABLE-AREA.
           05  W-LOT-VIN-COUNT          PIC 9(5) VALUE 0.
           05  LOT-VIN-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON W-LOT-VIN-COUNT
                   INDEXED BY LVN-IDX.
               10  LVN-VIN              PIC X(17).

      *Odometer master loaded into memory at startup, same table
      *idiom as RENTALS' own load of the file; rewritten at the
      *end with the new units on it.
       01  MAX-ODOMETER-UNITS           PIC 9(5) VALUE 5000.
       01  ODOMETER-TABLE-AREA.
           05  W-ODOMETER-COUNT         PIC 9(5) VALUE 0.
           05  ODOMETER-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON W-ODOMETER-COUNT
                   INDEXED BY ODO-IDX.
               10  ODO-UNIT-NO          PIC 9(4).
               10  ODO-LAST-MILES-IN    PIC 9(6).

      *Fleet inventory held in file order; a type and branch not
      *yet on it is added on the end.
       01  MAX-INVENTORY-ENTRIES        PIC 9(3) VALUE 500.
       01  W-INV-FOUND-SWITCH           PIC X    VALUE 'N'.
           88  W-INV-FOUND                  VALUE 'Y'.
           88  W-INV-NOT-FOUND              VALUE 'N'.
       01  INVENTORY-TABLE-AREA.
           05  W-INVENTORY-COUNT        PIC 9(3) VALUE 0.
           05  INVENTORY-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON W-INVENTORY-COUNT
                   INDEXED BY INV-IDX.
               10  INV-CAR-TYPE         PIC X.
               10  INV-UNITS            PIC 9(3).
               10  INV-BRANCH           PIC X(2).
       01  W-WORK-BRANCH                PIC X(2)  VALUE SPACES.

      *Deliveries summarized by purchase order, in the order each
      *order first appears on tonight's file.
       01  MAX-PURCHASE-ORDERS          PIC 9(3) VALUE 500.
       01  W-PO-FOUND-SWITCH            PIC X    VALUE 'N'.
           88  W-PO-FOUND                   VALUE 'Y'.
           88  W-PO-NOT-FOUND               VALUE 'N'.
       01  PURCHASE-ORDER-TABLE-AREA.
           05  W-PO-COUNT               PIC 9(3) VALUE 0.
           05  PURCHASE-ORDER-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON W-PO-COUNT
                   INDEXED BY PO-IDX.
               10  POT-PO-NUMBER        PIC X(10).
               10  POT-RECEIVED         PIC 9(5).
               10  POT-ACCEPTED         PIC 9(5).
               10  POT-REJECTED         PIC 9(5).
               10  POT-COST             PIC 9(9)V99.

       01  W-HIGH-UNIT-NO               PIC 9(5) VALUE 0.
       01  W-NEW-UNIT-NO                PIC 9(5) VALUE 0.
       01  W-ACQ-EOF-SWITCH             PIC X    VALUE 'N'.
           88  W-ACQ-EOF-REACHED            VALUE 'Y'.

       01  RUN-COUNTERS.
           05  W-ACQUISITIONS-READ      PIC 9(5)     VALUE 0.
           05  W-UNITS-ADDED            PIC 9(5)     VALUE 0.
           05  W-ACQUISITIONS-REJECTED  PIC 9(5)     VALUE 0.
           05  W-COST-ADDED             PIC 9(9)V99  VALUE 0.

      *Reject reasons, one code per way a delivery can fail.
       01  REJECT-REASONS.
           05  BAD-RECORD-CODE          PIC 9(3)  VALUE 010.
           05  BAD-RECORD-MSG           PIC X(30)
                 VALUE 'PO/VIN/TYPE/BRANCH INVALID'.
           05  BAD-AMOUNT-CODE          PIC 9(3)  VALUE 020.
           05  BAD-AMOUNT-MSG           PIC X(30)
                 VALUE 'ODOMETER/COST/TERMS INVALID'.
           05  ON-FLEET-CODE            PIC 9(3)  VALUE 030.
           05  ON-FLEET-MSG             PIC X(30)
                 VALUE 'VIN ALREADY ON FLEET'.
           05  ON-LOT-CODE              PIC 9(3)  VALUE 040.
           05  ON-LOT-MSG               PIC X(30)
                 VALUE 'VIN ON DEALERSHIP LOT'.
           05  FLEET-FULL-CODE          PIC 9(3)  VALUE 050.
           05  FLEET-FULL-MSG           PIC X(30)
                 VALUE 'NO UNIT NUMBER OR TABLE ROOM'.

      *Run-date heading, same pattern as the other batch reports.
       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY           PIC 9(4).
           05  WS-TODAYS-MM             PIC 9(2).
           05  WS-TODAYS-DD             PIC 9(2).
       01  WS-TODAYS-DATE-8 REDEFINES WS-TODAYS-DATE
                                        PIC 9(8).
       01  W08-RUN-DATE-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(10)
                 VALUE 'RUN DATE: '.
           05  W08-RUN-MM               PIC 99.
           05                           PIC X      VALUE '/'.
           05  W08-RUN-DD               PIC 99.
           05                           PIC X      VALUE '/'.
           05  W08-RUN-CCYY             PIC 9999.
           05                           PIC X(111) VALUE SPACES.

       01  RG-TITLE-LINE.
           05                           PIC X(40)  VALUE SPACES.
           05                           PIC X(17)
                 VALUE 'IN-FLEET REGISTER'.
           05                           PIC X(75)  VALUE SPACES.

       01  RG-HEADING-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(9)   VALUE 'PO NUMBER'.
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(4)   VALUE 'UNIT'.
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(3)   VALUE 'VIN'.
           05                           PIC X(17)  VALUE SPACES.
           05                           PIC X(1)   VALUE 'T'.
           05                           PIC X(4)   VALUE SPACES.
           05                           PIC X(2)   VALUE 'BR'.
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(8)   VALUE 'ODOMETER'.
           05                           PIC X(11)  VALUE SPACES.
           05                           PIC X(4)   VALUE 'COST'.
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(3)   VALUE 'ERR'.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(7)   VALUE 'MESSAGE'.
           05                           PIC X(45)  VALUE SPACES.

      *A rejected delivery prints with no unit number and the
      *reason it was turned away.
       01  RG-DETAIL-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05  RGD-PO-NUMBER            PIC X(10).
           05                           PIC X(2)   VALUE SPACES.
           05  RGD-UNIT-NO              PIC Z(4).
           05                           PIC X(3)   VALUE SPACES.
           05  RGD-VIN                  PIC X(17).
           05                           PIC X(3)   VALUE SPACES.
           05  RGD-CAR-TYPE             PIC X.
           05                           PIC X(4)   VALUE SPACES.
           05  RGD-BRANCH               PIC X(2).
           05                           PIC X(3)   VALUE SPACES.
           05  RGD-ODOMETER             PIC ZZZ,ZZ9.
           05                           PIC X(3)   VALUE SPACES.
           05  RGD-COST                 PIC $$,$$$,$$9.99.
           05                           PIC X(3)   VALUE SPACES.
           05  RGD-ERROR-CODE           PIC ZZZ.
           05                           PIC X      VALUE SPACES.
           05  RGD-MESSAGE              PIC X(30).
           05                           PIC X(22)  VALUE SPACES.

       01  PO-TITLE-LINE.
           05                           PIC X(40)  VALUE SPACES.
           05                           PIC X(22)
                 VALUE 'PURCHASE ORDER SUMMARY'.
           05                           PIC X(70)  VALUE SPACES.
       01  PO-HEADING-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(9)   VALUE 'PO NUMBER'.
           05                           PIC X(5)   VALUE SPACES.
           05                           PIC X(8)   VALUE 'RECEIVED'.
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(10)  VALUE 'IN-FLEETED'.
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(8)   VALUE 'REJECTED'.
           05                           PIC X(5)   VALUE SPACES.
           05                           PIC X(15)
                 VALUE 'COST IN-FLEETED'.
           05                           PIC X(65)  VALUE SPACES.
       01  PO-DETAIL-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05  RPS-PO-NUMBER            PIC X(10).
           05                           PIC X(6)   VALUE SPACES.
           05  RPS-RECEIVED             PIC ZZ,ZZ9.
           05                           PIC X(7)   VALUE SPACES.
           05  RPS-ACCEPTED             PIC ZZ,ZZ9.
           05                           PIC X(5)   VALUE SPACES.
           05  RPS-REJECTED             PIC ZZ,ZZ9.
           05                           PIC X(6)   VALUE SPACES.
           05  RPS-COST                 PIC $$$,$$$,$$9.99.
           05                           PIC X(65)  VALUE SPACES.
       01  PO-TOTAL-LINE.
           05                           PIC X(17)
                 VALUE ' ALL ORDERS'.
           05  RPT-RECEIVED             PIC ZZ,ZZ9.
           05                           PIC X(7)   VALUE SPACES.
           05  RPT-ACCEPTED             PIC ZZ,ZZ9.
           05                           PIC X(5)   VALUE SPACES.
           05  RPT-REJECTED             PIC ZZ,ZZ9.
           05                           PIC X(6)   VALUE SPACES.
           05  RPT-COST                 PIC $$$,$$$,$$9.99.
           05                           PIC X(65)  VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'FLEETACQ'.
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

           PERFORM 095-TAKE-RUN-LOCK
           PERFORM 097-CAPTURE-START-TIME
           PERFORM 099-GET-TODAYS-DATE
           PERFORM 110-LOAD-ODOMETER-MASTER
           PERFORM 115-LOAD-FLEET-INVENTORY
           PERFORM 120-LOAD-LOT-VINS
           OPEN OUTPUT F03-UNIT-OUT-FILE
                OUTPUT F09-REGISTER-FILE
           PERFORM 130-COPY-UNIT-MASTER
           PERFORM 140-WRITE-REGISTER-HEADINGS
           OPEN INPUT F01-ACQUISITION-FILE
           IF WS-ACQUISITION-STATUS = '00'
               PERFORM UNTIL W-ACQ-EOF-REACHED
                   READ F01-ACQUISITION-FILE
                       AT END
                           SET W-ACQ-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 200-EDIT-ONE-ACQUISITION
                   END-READ
               END-PERFORM
               CLOSE F01-ACQUISITION-FILE
           END-IF
           CLOSE F03-UNIT-OUT-FILE
           PERFORM 700-REWRITE-ODOMETER-MASTER
           PERFORM 710-REWRITE-FLEET-INVENTORY
           PERFORM 800-WRITE-PO-SUMMARY
           CLOSE F09-REGISTER-FILE
           IF W-ACQUISITIONS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 910-WRITE-CONTROL-TOTALS
           PERFORM 920-WRITE-GL-JOURNAL
           PERFORM 096-RELEASE-RUN-LOCK
           STOP RUN
           .

      *Takes the suite run lock before anything is opened. A live
      *lock means another batch program is mid-run - starting
      *anyway would have two runs rewriting the same carried
      *masters - so the run refuses with the severe condition
      *code. A lock from a prior day, or older than the stale
      *limit, is left over from a crashed run and is taken over.
       095-TAKE-RUN-LOCK.
           ACCEPT WS-LOCK-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-NOW-TIME-FULL FROM TIME
           MOVE 'N' TO WS-LOCK-LIVE-SWITCH
           OPEN INPUT F14-RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = '00'
               READ F14-RUN-LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LCK-DATE = WS-LOCK-NOW-DATE
                           MOVE LCK-PROGRAM TO WS-LOCK-HOLDER
                           MOVE LCK-TIME TO WS-LOCK-OLD-TIME
                           COMPUTE WS-LOCK-OLD-SECONDS =
                               (WS-LOCK-OLD-HH * 3600)
                               + (WS-LOCK-OLD-MM * 60)
                               + WS-LOCK-OLD-SS
                           COMPUTE WS-LOCK-NOW-SECONDS =
                               (WS-LOCK-NOW-HH * 3600)
                               + (WS-LOCK-NOW-MM * 60)
                               + WS-LOCK-NOW-SS
                           IF WS-LOCK-NOW-SECONDS
                               >= WS-LOCK-OLD-SECONDS
                               AND WS-LOCK-NOW-SECONDS
                                   - WS-LOCK-OLD-SECONDS
                                   < WS-LOCK-STALE-SECONDS
                               SET WS-LOCK-IS-LIVE TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE F14-RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-IS-LIVE
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' - FLEETACQ NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F14-RUN-LOCK-FILE
           MOVE 'FLEETACQ' TO LCK-PROGRAM
           MOVE WS-LOCK-NOW-DATE TO LCK-DATE
           MOVE WS-LOCK-NOW-TIME TO LCK-TIME
           MOVE WS-LOCK-NOW-DATE TO WS-LID-DATE
           MOVE WS-LOCK-NOW-TIME TO WS-LID-TIME
           MOVE WS-LOCK-IDENTITY TO LCK-IDENTITY
           WRITE F14-RUN-LOCK-RECORD
           CLOSE F14-RUN-LOCK-FILE
           .

      *Releases the run lock at end of job, preserving whatever
      *severity the run already set for the suite return code.
       096-RELEASE-RUN-LOCK.
           MOVE RETURN-CODE TO WS-LOCK-SAVED-RC
           CALL 'CBL_DELETE_FILE' USING WS-RUN-LOCK-FILENAME
           MOVE WS-LOCK-SAVED-RC TO RETURN-CODE
           .

      *Captures the run start time before any file is opened, so the
      *end-of-day operations log entry reflects this run's true
      *start.
       097-CAPTURE-START-TIME.
           ACCEPT WS-RUN-START-TIME FROM TIME
           .

       099-GET-TODAYS-DATE.
           ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAYS-MM   TO W08-RUN-MM
           MOVE WS-TODAYS-DD   TO W08-RUN-DD
           MOVE WS-TODAYS-CCYY TO W08-RUN-CCYY
           .

      *Proves the carried master just loaded still matches the
      *seal its last rewriter left: same record count, same
      *amount hash. A truncated or half-written file from a bad
      *overnight swap fails here, before any unit is added, with
      *the severe condition code.
       093-VERIFY-MASTER-SEAL.
           MOVE 'N' TO WS-SEAL-FOUND-SWITCH
           MOVE SPACES TO WS-SEAL-FILE-STATUS
           OPEN INPUT F12-SEAL-FILE
           IF WS-SEAL-FILE-STATUS = '00'
               PERFORM UNTIL WS-SEAL-FILE-STATUS NOT = '00'
                   READ F12-SEAL-FILE
                       AT END
                           MOVE '10' TO WS-SEAL-FILE-STATUS
                       NOT AT END
                           IF SEA-MASTER-NAME = WS-SEAL-MASTER-NAME
                               MOVE SEA-COUNT TO WS-SEAL-EXP-COUNT
                               MOVE SEA-HASH  TO WS-SEAL-EXP-HASH
                               SET WS-SEAL-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F12-SEAL-FILE
           END-IF
           IF WS-SEAL-FOUND
               DIVIDE WS-SEAL-READ-SUM BY 100000000000
                   GIVING WS-SEAL-HIGH-PART
                   REMAINDER WS-SEAL-HASH
               IF WS-SEAL-EXP-COUNT NOT = WS-SEAL-READ-COUNT
                   OR WS-SEAL-EXP-HASH NOT = WS-SEAL-HASH
                   DISPLAY 'MASTER SEAL MISMATCH ON '
                       WS-SEAL-MASTER-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE 0 TO WS-SEAL-READ-COUNT
           MOVE 0 TO WS-SEAL-READ-SUM
           .

      *Seals what was just rewritten: the overnight swap puts the
      *work file over the master, so the seal carries the
      *master's name and tomorrow's reader checks against it.
       094-APPEND-MASTER-SEAL.
           DIVIDE WS-SEAL-WRITE-SUM BY 100000000000
               GIVING WS-SEAL-HIGH-PART
               REMAINDER WS-SEAL-HASH
           MOVE SPACES TO WS-SEAL-FILE-STATUS
           OPEN EXTEND F12-SEAL-FILE
           IF WS-SEAL-FILE-STATUS = '35'
               OPEN OUTPUT F12-SEAL-FILE
               CLOSE F12-SEAL-FILE
               OPEN EXTEND F12-SEAL-FILE
           END-IF
           MOVE WS-SEAL-MASTER-NAME TO SEA-MASTER-NAME
           MOVE WS-TODAYS-DATE-8 TO SEA-DATE
           MOVE WS-SEAL-WRITE-COUNT TO SEA-COUNT
           MOVE WS-SEAL-HASH TO SEA-HASH
           WRITE F12-SEAL-RECORD
           CLOSE F12-SEAL-FILE
           MOVE 0 TO WS-SEAL-WRITE-COUNT
           MOVE 0 TO WS-SEAL-WRITE-SUM
           .

       110-LOAD-ODOMETER-MASTER.
           OPEN INPUT F06-ODOMETER-IN-FILE
           IF WS-ODOMETER-FILE-STATUS = '00'
               PERFORM UNTIL WS-ODOMETER-FILE-STATUS NOT = '00'
                   READ F06-ODOMETER-IN-FILE
                       AT END
                           MOVE '10' TO WS-ODOMETER-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-SEAL-READ-COUNT
                           ADD ODO-IN-LAST-MILES-IN
                               TO WS-SEAL-READ-SUM
                           IF ODO-IN-UNIT-NO > W-HIGH-UNIT-NO
                               MOVE ODO-IN-UNIT-NO TO W-HIGH-UNIT-NO
                           END-IF
                           IF W-ODOMETER-COUNT < MAX-ODOMETER-UNITS
                               ADD 1 TO W-ODOMETER-COUNT
                               MOVE ODO-IN-UNIT-NO
                                   TO ODO-UNIT-NO(W-ODOMETER-COUNT)
                               MOVE ODO-IN-LAST-MILES-IN
                                   TO
                                   ODO-LAST-MILES-IN(W-ODOMETER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F06-ODOMETER-IN-FILE
               MOVE 'odometer.dat' TO WS-SEAL-MASTER-NAME
               PERFORM 093-VERIFY-MASTER-SEAL
           END-IF
           .

       115-LOAD-FLEET-INVENTORY.
           OPEN INPUT F04-INVENTORY-IN-FILE
           IF WS-INVENTORY-IN-STATUS = '00'
               PERFORM UNTIL WS-INVENTORY-IN-STATUS NOT = '00'
                   READ F04-INVENTORY-IN-FILE
                       AT END
                           MOVE '10' TO WS-INVENTORY-IN-STATUS
                       NOT AT END
                           IF W-INVENTORY-COUNT
                               < MAX-INVENTORY-ENTRIES
                               ADD 1 TO W-INVENTORY-COUNT
                               SET INV-IDX TO W-INVENTORY-COUNT
                               MOVE FLEET-IN-CAR-TYPE
                                   TO INV-CAR-TYPE(INV-IDX)
                               MOVE FLEET-IN-UNITS
                                   TO INV-UNITS(INV-IDX)
                               MOVE FLEET-IN-BRANCH
                                   TO INV-BRANCH(INV-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F04-INVENTORY-IN-FILE
           END-IF
           .

       120-LOAD-LOT-VINS.
           OPEN INPUT F08-LOT-FILE
           IF WS-LOT-FILE-STATUS = '00'
               PERFORM UNTIL WS-LOT-FILE-STATUS NOT = '00'
                   READ F08-LOT-FILE
                       AT END
                           MOVE '10' TO WS-LOT-FILE-STATUS
                       NOT AT END
                           IF F08-LOT-VIN NOT = SPACES
                              AND W-LOT-VIN-COUNT < MAX-LOT-VINS
                               ADD 1 TO W-LOT-VIN-COUNT
                               MOVE F08-LOT-VIN
                                   TO LVN-VIN(W-LOT-VIN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F08-LOT-FILE
           END-IF
           .

      *Copies the unit master across as it stands, noting every
      *VIN and the highest unit number in use on it or on the
      *odometer master; new units go on the end numbered from
      *there, so a number RENTALS has already seen on a contract
      *is never handed out again.
       130-COPY-UNIT-MASTER.
           OPEN INPUT F02-UNIT-IN-FILE
           IF WS-UNIT-IN-FILE-STATUS = '00'
               PERFORM UNTIL WS-UNIT-IN-FILE-STATUS NOT = '00'
                   READ F02-UNIT-IN-FILE
                       AT END
                           MOVE '10' TO WS-UNIT-IN-FILE-STATUS
                       NOT AT END
                           MOVE F02-UNIT-IN-RECORD
                               TO F03-UNIT-OUT-RECORD
                           WRITE F03-UNIT-OUT-RECORD
                           IF FU-IN-UNIT-NO IS NUMERIC
                              AND FU-IN-UNIT-NO > W-HIGH-UNIT-NO
                               MOVE FU-IN-UNIT-NO TO W-HIGH-UNIT-NO
                           END-IF
                           IF FU-IN-VIN NOT = SPACES
                              AND W-FLEET-VIN-COUNT < MAX-FLEET-VINS
                               ADD 1 TO W-FLEET-VIN-COUNT
                               MOVE FU-IN-VIN
                                   TO FVN-VIN(W-FLEET-VIN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-UNIT-IN-FILE
           END-IF
           .

       140-WRITE-REGISTER-HEADINGS.
           WRITE F09-REGISTER-RECORD FROM W08-RUN-DATE-LINE
           WRITE F09-REGISTER-RECORD FROM RG-TITLE-LINE
           WRITE F09-REGISTER-RECORD FROM SPACES
           WRITE F09-REGISTER-RECORD FROM RG-HEADING-LINE
           .

      *Edits in the order the desk can fix them: the record itself,
      *the amounts on it, then whether the VIN is already known to
      *the fleet or the lot, and last whether there is room for
      *another unit.
       200-EDIT-ONE-ACQUISITION.
           ADD 1 TO W-ACQUISITIONS-READ
           MOVE SPACES TO RG-DETAIL-LINE
           PERFORM 250-FIND-PURCHASE-ORDER
           IF ACQ-PO-NUMBER = SPACES
              OR ACQ-VIN = SPACES
              OR NOT ACQ-VALID-CAR-TYPE
              OR ACQ-HOME-BRANCH IS NOT NUMERIC
               MOVE BAD-RECORD-MSG  TO RGD-MESSAGE
               MOVE BAD-RECORD-CODE TO RGD-ERROR-CODE
               PERFORM 400-WRITE-REJECT
           ELSE
               IF ACQ-DELIVERY-MILES IS NOT NUMERIC
                  OR ACQ-COST IS NOT NUMERIC
                  OR ACQ-COST = 0
                  OR (ACQ-RESIDUAL IS NUMERIC
                      AND ACQ-RESIDUAL >= ACQ-COST)
                   MOVE BAD-AMOUNT-MSG  TO RGD-MESSAGE
                   MOVE BAD-AMOUNT-CODE TO RGD-ERROR-CODE
                   PERFORM 400-WRITE-REJECT
               ELSE
                   PERFORM 210-CHECK-VIN
               END-IF
           END-IF
           .

       210-CHECK-VIN.
           MOVE 'N' TO W-VIN-FOUND-SWITCH
           IF W-FLEET-VIN-COUNT > 0
               SET FVN-IDX TO 1
               SEARCH FLEET-VIN-ENTRY
                   AT END CONTINUE
                   WHEN FVN-VIN(FVN-IDX) = ACQ-VIN
                       MOVE 'Y' TO W-VIN-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-VIN-FOUND
               MOVE ON-FLEET-MSG  TO RGD-MESSAGE
               MOVE ON-FLEET-CODE TO RGD-ERROR-CODE
               PERFORM 400-WRITE-REJECT
           ELSE
               IF W-LOT-VIN-COUNT > 0
                   SET LVN-IDX TO 1
                   SEARCH LOT-VIN-ENTRY
                       AT END CONTINUE
                       WHEN LVN-VIN(LVN-IDX) = ACQ-VIN
                           MOVE 'Y' TO W-VIN-FOUND-SWITCH
                   END-SEARCH
               END-IF
               IF W-VIN-FOUND
                   MOVE ON-LOT-MSG  TO RGD-MESSAGE
                   MOVE ON-LOT-CODE TO RGD-ERROR-CODE
                   PERFORM 400-WRITE-REJECT
               ELSE
                   PERFORM 220-CHECK-ROOM
               END-IF
           END-IF
           .

      *Unit numbers are four digits; the in-memory tables the
      *fleet runs load must also have room for the new unit.
       220-CHECK-ROOM.
           MOVE ACQ-HOME-BRANCH TO W-WORK-BRANCH
           PERFORM 230-FIND-INVENTORY-ENTRY
           COMPUTE W-NEW-UNIT-NO = W-HIGH-UNIT-NO + 1
           IF W-NEW-UNIT-NO > 9999
              OR W-ODOMETER-COUNT NOT < MAX-ODOMETER-UNITS
              OR W-FLEET-VIN-COUNT NOT < MAX-FLEET-VINS
              OR (W-INV-NOT-FOUND
                  AND W-INVENTORY-COUNT NOT < MAX-INVENTORY-ENTRIES)
              OR (W-INV-FOUND
                  AND INV-UNITS(INV-IDX) NOT < 999)
               MOVE FLEET-FULL-MSG  TO RGD-MESSAGE
               MOVE FLEET-FULL-CODE TO RGD-ERROR-CODE
               PERFORM 400-WRITE-REJECT
           ELSE
               PERFORM 300-ADD-NEW-UNIT
           END-IF
           .

       230-FIND-INVENTORY-ENTRY.
           MOVE 'N' TO W-INV-FOUND-SWITCH
           IF W-INVENTORY-COUNT > 0
               SET INV-IDX TO 1
               SEARCH INVENTORY-ENTRY
                   AT END CONTINUE
                   WHEN INV-CAR-TYPE(INV-IDX) = ACQ-CAR-TYPE
                       AND INV-BRANCH(INV-IDX) = W-WORK-BRANCH
                       MOVE 'Y' TO W-INV-FOUND-SWITCH
               END-SEARCH
           END-IF
           .

      *Every transaction is counted against its purchase order,
      *accepted or not, so the summary shows what was received.
       250-FIND-PURCHASE-ORDER.
           MOVE 'N' TO W-PO-FOUND-SWITCH
           IF W-PO-COUNT > 0
               SET PO-IDX TO 1
               SEARCH PURCHASE-ORDER-ENTRY
                   AT END CONTINUE
                   WHEN POT-PO-NUMBER(PO-IDX) = ACQ-PO-NUMBER
                       MOVE 'Y' TO W-PO-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-PO-NOT-FOUND
              AND W-PO-COUNT < MAX-PURCHASE-ORDERS
               ADD 1 TO W-PO-COUNT
               SET PO-IDX TO W-PO-COUNT
               MOVE ACQ-PO-NUMBER TO POT-PO-NUMBER(PO-IDX)
               MOVE 0 TO POT-RECEIVED(PO-IDX)
               MOVE 0 TO POT-ACCEPTED(PO-IDX)
               MOVE 0 TO POT-REJECTED(PO-IDX)
               MOVE 0 TO POT-COST(PO-IDX)
               MOVE 'Y' TO W-PO-FOUND-SWITCH
           END-IF
           IF W-PO-FOUND
               ADD 1 TO POT-RECEIVED(PO-IDX)
           END-IF
           .

      *The new unit goes into service today at its delivery
      *reading, which is also its last-service mileage, with no
      *depreciation taken yet. The same unit number goes on the
      *odometer master so RENTALS' continuity check starts from
      *the delivery reading, and the type's count at the home
      *branch goes up by one.
       300-ADD-NEW-UNIT.
           MOVE W-NEW-UNIT-NO TO W-HIGH-UNIT-NO
           MOVE SPACES TO F03-UNIT-OUT-RECORD
           MOVE W-NEW-UNIT-NO      TO FU-OUT-UNIT-NO
           MOVE ACQ-CAR-TYPE       TO FU-OUT-CAR-TYPE
           MOVE WS-TODAYS-DATE-8   TO FU-OUT-SERVICE-DATE
           MOVE ACQ-DELIVERY-MILES TO FU-OUT-LAST-SVC-MILES
           MOVE 'A'                TO FU-OUT-STATUS
           MOVE ACQ-VIN            TO FU-OUT-VIN
           MOVE ACQ-PLATE          TO FU-OUT-PLATE
           MOVE ACQ-HOME-BRANCH    TO FU-OUT-HOME-BRANCH
           MOVE ACQ-COST           TO FU-OUT-ACQ-COST
           IF ACQ-RESIDUAL IS NUMERIC
               MOVE ACQ-RESIDUAL TO FU-OUT-RESIDUAL
           ELSE
               MOVE 0 TO FU-OUT-RESIDUAL
           END-IF
           IF ACQ-DEPR-METHOD = 'D'
               MOVE 'D' TO FU-OUT-DEPR-METHOD
           ELSE
               MOVE 'S' TO FU-OUT-DEPR-METHOD
           END-IF
           IF ACQ-DEPR-LIFE IS NUMERIC
               MOVE ACQ-DEPR-LIFE TO FU-OUT-DEPR-LIFE
           ELSE
               MOVE 0 TO FU-OUT-DEPR-LIFE
           END-IF
           MOVE 0 TO FU-OUT-ACCUM-DEPR
           MOVE 0 TO FU-OUT-DEPR-PERIOD
           IF ACQ-REG-EXPIRY IS NUMERIC
               MOVE ACQ-REG-EXPIRY TO FU-OUT-REG-EXPIRY
           ELSE
               MOVE 0 TO FU-OUT-REG-EXPIRY
           END-IF
           IF ACQ-INSP-DUE IS NUMERIC
               MOVE ACQ-INSP-DUE TO FU-OUT-INSP-DUE
           ELSE
               MOVE 0 TO FU-OUT-INSP-DUE
           END-IF
           MOVE 0 TO FU-OUT-GROUNDED-DATE
           WRITE F03-UNIT-OUT-RECORD
           ADD 1 TO W-FLEET-VIN-COUNT
           MOVE ACQ-VIN TO FVN-VIN(W-FLEET-VIN-COUNT)
           ADD 1 TO W-ODOMETER-COUNT
           MOVE W-NEW-UNIT-NO TO ODO-UNIT-NO(W-ODOMETER-COUNT)
           MOVE ACQ-DELIVERY-MILES
               TO ODO-LAST-MILES-IN(W-ODOMETER-COUNT)
           IF W-INV-NOT-FOUND
               ADD 1 TO W-INVENTORY-COUNT
               SET INV-IDX TO W-INVENTORY-COUNT
               MOVE ACQ-CAR-TYPE  TO INV-CAR-TYPE(INV-IDX)
               MOVE 0             TO INV-UNITS(INV-IDX)
               MOVE W-WORK-BRANCH TO INV-BRANCH(INV-IDX)
           END-IF
           ADD 1 TO INV-UNITS(INV-IDX)
           ADD 1 TO W-UNITS-ADDED
           ADD ACQ-COST TO W-COST-ADDED
           IF W-PO-FOUND
               ADD 1 TO POT-ACCEPTED(PO-IDX)
               ADD ACQ-COST TO POT-COST(PO-IDX)
           END-IF
           MOVE W-NEW-UNIT-NO TO RGD-UNIT-NO
           PERFORM 410-FILL-DETAIL-LINE
           MOVE 0 TO RGD-ERROR-CODE
           WRITE F09-REGISTER-RECORD FROM RG-DETAIL-LINE
           .

      *A rejected delivery adds nothing; it is listed with the
      *reason so the desk can correct and rekey it.
       400-WRITE-REJECT.
           ADD 1 TO W-ACQUISITIONS-REJECTED
           IF W-PO-FOUND
               ADD 1 TO POT-REJECTED(PO-IDX)
           END-IF
           PERFORM 410-FILL-DETAIL-LINE
           WRITE F09-REGISTER-RECORD FROM RG-DETAIL-LINE
           .

       410-FILL-DETAIL-LINE.
           MOVE ACQ-PO-NUMBER   TO RGD-PO-NUMBER
           MOVE ACQ-VIN         TO RGD-VIN
           MOVE ACQ-CAR-TYPE    TO RGD-CAR-TYPE
           MOVE ACQ-HOME-BRANCH TO RGD-BRANCH
           IF ACQ-DELIVERY-MILES IS NUMERIC
               MOVE ACQ-DELIVERY-MILES TO RGD-ODOMETER
           ELSE
               MOVE 0 TO RGD-ODOMETER
           END-IF
           IF ACQ-COST IS NUMERIC
               MOVE ACQ-COST TO RGD-COST
           ELSE
               MOVE 0 TO RGD-COST
           END-IF
           .

      *Write the odometer master back out with the new units on
      *it, and seal it.
       700-REWRITE-ODOMETER-MASTER.
           OPEN OUTPUT F07-ODOMETER-OUT-FILE
           PERFORM VARYING ODO-IDX FROM 1 BY 1
               UNTIL ODO-IDX > W-ODOMETER-COUNT
               MOVE ODO-UNIT-NO(ODO-IDX) TO ODO-OUT-UNIT-NO
               MOVE ODO-LAST-MILES-IN(ODO-IDX)
                   TO ODO-OUT-LAST-MILES-IN
               WRITE F07-ODOMETER-OUT-RECORD
               ADD 1 TO WS-SEAL-WRITE-COUNT
               ADD ODO-LAST-MILES-IN(ODO-IDX)
                   TO WS-SEAL-WRITE-SUM
           END-PERFORM
           CLOSE F07-ODOMETER-OUT-FILE
           MOVE 'odometer.dat' TO WS-SEAL-MASTER-NAME
           PERFORM 094-APPEND-MASTER-SEAL
           .

       710-REWRITE-FLEET-INVENTORY.
           OPEN OUTPUT F05-INVENTORY-OUT-FILE
           PERFORM VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > W-INVENTORY-COUNT
               MOVE INV-CAR-TYPE(INV-IDX) TO FLEET-OUT-CAR-TYPE
               MOVE INV-UNITS(INV-IDX)    TO FLEET-OUT-UNITS
               MOVE INV-BRANCH(INV-IDX)   TO FLEET-OUT-BRANCH
               WRITE F05-INVENTORY-OUT-RECORD
           END-PERFORM
           CLOSE F05-INVENTORY-OUT-FILE
           .

      *Each purchase order with what was received against it,
      *what went into the fleet and what was turned away, so the
      *register ties back to the orders the desk placed.
       800-WRITE-PO-SUMMARY.
           WRITE F09-REGISTER-RECORD FROM SPACES
           WRITE F09-REGISTER-RECORD FROM PO-TITLE-LINE
           WRITE F09-REGISTER-RECORD FROM SPACES
           WRITE F09-REGISTER-RECORD FROM PO-HEADING-LINE
           PERFORM VARYING PO-IDX FROM 1 BY 1
               UNTIL PO-IDX > W-PO-COUNT
               MOVE POT-PO-NUMBER(PO-IDX) TO RPS-PO-NUMBER
               MOVE POT-RECEIVED(PO-IDX)  TO RPS-RECEIVED
               MOVE POT-ACCEPTED(PO-IDX)  TO RPS-ACCEPTED
               MOVE POT-REJECTED(PO-IDX)  TO RPS-REJECTED
               MOVE POT-COST(PO-IDX)      TO RPS-COST
               WRITE F09-REGISTER-RECORD FROM PO-DETAIL-LINE
           END-PERFORM
           WRITE F09-REGISTER-RECORD FROM SPACES
           MOVE W-ACQUISITIONS-READ     TO RPT-RECEIVED
           MOVE W-UNITS-ADDED           TO RPT-ACCEPTED
           MOVE W-ACQUISITIONS-REJECTED TO RPT-REJECTED
           MOVE W-COST-ADDED            TO RPT-COST
           WRITE F09-REGISTER-RECORD FROM PO-TOTAL-LINE
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
           MOVE W-ACQUISITIONS-READ TO OPL-RECORD-COUNT
           OPEN EXTEND F10-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F10-OPS-LOG-FILE
               CLOSE F10-OPS-LOG-FILE
               OPEN EXTEND F10-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F10-OPS-LOG-RECORD
           WRITE F10-OPS-LOG-RECORD
           CLOSE F10-OPS-LOG-FILE
           .

      *Units added and their cost, and the deliveries turned away,
      *for the balancing run to tie against the purchase orders.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F11-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT F11-CONTROL-TOTAL-FILE
               CLOSE F11-CONTROL-TOTAL-FILE
               OPEN EXTEND F11-CONTROL-TOTAL-FILE
           END-IF
           MOVE 'FLEETACQ' TO CTF-PROGRAM
           MOVE 'UNITS-ADDED' TO CTF-ITEM
           MOVE W-UNITS-ADDED TO CTF-COUNT
           MOVE W-COST-ADDED TO CTF-AMOUNT
           WRITE F11-CONTROL-TOTAL-RECORD
           MOVE 'REJECTED' TO CTF-ITEM
           MOVE W-ACQUISITIONS-REJECTED TO CTF-COUNT
           MOVE 0 TO CTF-AMOUNT
           WRITE F11-CONTROL-TOTAL-RECORD
           CLOSE F11-CONTROL-TOTAL-FILE
           .

      *The cost of the units received goes into fleet vehicles
      *(1500) against fleet purchases payable (2400) until the
      *manufacturer's invoice is paid.
       920-WRITE-GL-JOURNAL.
           IF W-COST-ADDED > 0
               OPEN EXTEND F13-GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS = '35'
                   OPEN OUTPUT F13-GL-JOURNAL-FILE
                   CLOSE F13-GL-JOURNAL-FILE
                   OPEN EXTEND F13-GL-JOURNAL-FILE
               END-IF
               MOVE 'FLEETACQ' TO GLJ-PROGRAM
               MOVE WS-TODAYS-DATE-8 TO GLJ-DATE
               MOVE '1500' TO GLJ-ACCOUNT
               MOVE 'D' TO GLJ-DC
               MOVE W-COST-ADDED TO GLJ-AMOUNT
               WRITE F13-GL-JOURNAL-RECORD
               MOVE '2400' TO GLJ-ACCOUNT
               MOVE 'C' TO GLJ-DC
               MOVE W-COST-ADDED TO GLJ-AMOUNT
               WRITE F13-GL-JOURNAL-RECORD
               CLOSE F13-GL-JOURNAL-FILE
           END-IF
           .
