           SELECT REVENUE-EXTRACT-FILE
                                ASSIGN TO 'mileagerevenue.csv'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *Fixed-width copy of the utilization figures, one record per
      *car type and one per branch slice, for the yield run that
      *sets rate recommendations off them.
           SELECT UTIL-EXTRACT-FILE
                                ASSIGN TO 'utilization.dat'
                                ORGANIZATION IS LINE SEQUENTIAL.

      *Machine-readable control totals for the nightly balancing
      *run.
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-SEAL-FILE-STATUS.

      *Additional authorized drivers keyed at the counter, one
      *record per extra driver, tied to the contract number; the
      *ones that pass the same licence and age edits as the
      *renter go forward for RENTBILL's additional-driver fee.
           SELECT ADDL-DRIVER-FILE
                                ASSIGN TO 'adddrivers.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-ADDL-DRIVER-STATUS.
           SELECT VALID-DRIVER-FILE
                                ASSIGN TO 'validdrivers.dat'
                                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RENTAL-FILE
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS RENTAL-RECORD.
       01  RENTAL-RECORD.
           05  REN-CONTRACT-NO           PIC 9(6).
      *capture began - no fuel check, no surcharge.
           05  REN-FUEL-OUT              PIC X.
           05  REN-FUEL-IN               PIC X.
      *Purchase order or reference number the renter's company
      *quoted at the counter, carried through to its monthly
      *statement. Blank on private rentals and on records keyed
      *before corporate billing began.
           05  REN-PO-NUMBER             PIC X(12).
      *Primary driver's licence and date of birth, keyed at the
      *counter when the car goes out and carried on the contract
      *jacket: the licence must be on file and unexpired at pickup,
      *and the driver must be of minimum age on the pickup date.
           05  REN-LICENCE-NO            PIC X(15).
           05  REN-LICENCE-STATE         PIC X(2).
           05  REN-LICENCE-EXPIRY        PIC X(8).
           05  REN-BIRTH-DATE.
               10  REN-BIRTH-YEAR        PIC 9(4).
               10  REN-BIRTH-MMDD        PIC 9(4).

       FD  VALID-RENTAL-FILE
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS VALID-RENTAL-RECORD.
           01  VALID-RENTAL-RECORD           PIC X(127).

       FD  ERROR-FILE
           RECORD CONTAINS 132 CHARACTERS
      *season without a recompile. Falls back to the prior hardcoded
      *values if rentalparams.dat is missing or empty.
       FD  PARAMETER-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS PARAMETER-RECORD.
       01  PARAMETER-RECORD.
           05  PARM-MIN-DAYS-RENTED      PIC 99.
      *measures available fleet-days over. Blank on older parameter
      *files; the built-in default is kept in that case.
           05  PARM-FLEET-PERIOD-DAYS    PIC 9(3).
      *Driver eligibility: the minimum age to drive on a contract,
      *in the two bytes that were spare. Widened to carry the
      *young-driver age and daily surcharge and the daily
      *additional-driver fee RENTBILL charges. Blank on older
      *parameter files; the built-in defaults are kept.
           05  PARM-MIN-DRIVER-AGE       PIC 99.
           05  PARM-YOUNG-DRIVER-AGE     PIC 99.
           05  PARM-YOUNG-DRIVER-DAILY   PIC 9(3)V99.
           05  PARM-ADDL-DRIVER-DAILY    PIC 9(3)V99.

      *Fleet inventory, keyed by car type, so a structurally valid
      *REN-CAR-TYPE can still be rejected if the shop no longer
      *car-sales side: the 6-digit ID this program validates
      *REN-CUSTOMER-ID against, plus the name and address the
      *consolidation added. Old ID-only records read with blank
      *name/address and still validate. Widened to carry the
      *written-off flag RENTWOFF sets; records from the old 61-byte
      *file read with a blank flag. Widened again to carry the
      *contact e-mail, mobile and channel preferences NOTIFY routes
      *by; 62-byte records read with blank contact fields.
       FD  CUSTOMER-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS CUSTOMER-RECORD.
       01  CUSTOMER-RECORD.
           05  CUST-IN-ID                PIC 9(6).
           05  CUST-IN-NAME              PIC X(25).
           05  CUST-IN-ADDRESS           PIC X(30).
           05  FILLER                    PIC X(59).

       FD  UTILIZATION-FILE
           RECORD CONTAINS 80 CHARACTERS
           05  ODO-OUT-UNIT-NO           PIC 9(4).
           05  ODO-OUT-LAST-MILES-IN     PIC 9(6).

      *Same 108-byte layout FLEETSVC rewrites the unit master with.
       FD  FLEET-UNIT-FILE
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS FLEET-UNIT-RECORD.
       01  FLEET-UNIT-RECORD.
           05  FU-IN-UNIT-NO             PIC 9(4).
           05  FU-IN-LAST-SVC-MILES      PIC 9(6).
           05  FU-IN-STATUS              PIC X.
           05  FU-IN-VIN                 PIC X(17).
           05  FU-IN-PLATE               PIC X(8).
           05  FU-IN-HOME-BRANCH         PIC 9(2).
           05  FU-IN-ACQ-COST            PIC 9(7)V99.
           05  FU-IN-RESIDUAL            PIC 9(7)V99.
           05  FU-IN-DEPR-METHOD         PIC X.
           05  FU-IN-DEPR-LIFE           PIC 9(3).
           05  FU-IN-ACCUM-DEPR          PIC 9(7)V99.
           05  FU-IN-DEPR-PERIOD         PIC 9(6).
           05  FU-IN-REG-EXPIRY          PIC 9(8).
           05  FU-IN-INSP-DUE            PIC 9(8).
           05  FU-IN-GROUNDED-DATE       PIC 9(8).

       FD  REVENUE-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REVENUE-EXTRACT-RECORD.
       01  REVENUE-EXTRACT-RECORD        PIC X(80).

      *A blank branch is the company-wide figure for the car type;
      *fleet-days already net out-of-service units, the same
      *arithmetic the printed report uses.
       FD  UTIL-EXTRACT-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS UTIL-EXTRACT-RECORD.
       01  UTIL-EXTRACT-RECORD.
           05  UTX-RUN-DATE              PIC 9(8).
           05  UTX-BRANCH                PIC X(2).
           05  UTX-CAR-TYPE              PIC X.
           05  UTX-PERIOD-DAYS           PIC 9(3).
           05  UTX-FLEET-DAYS            PIC 9(7).
           05  UTX-DAYS-RENTED           PIC 9(7).

      *One control-total record is appended here at end of run so
      *the balancing run can compare producer and consumer counts
      *mechanically. Same append idiom as the operations log.
           05  LCK-TIME             PIC 9(6).
           05  LCK-IDENTITY         PIC X(14).

      *Same 76-byte layout OPENCON maintains; only the contract
      *number and the pickup-captured fuel level matter here.
       FD  OPEN-CONTRACT-FILE
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS OPEN-CONTRACT-RECORD.
       01  OPEN-CONTRACT-RECORD.
           05  OCF-IN-CONTRACT-NO   PIC 9(6).
           05  FILLER               PIC X(43).
           05  OCF-IN-MILES-OUT     PIC 9(6).
           05  OCF-IN-FUEL-OUT      PIC X.
           05  FILLER               PIC X(20).

      *One seal per master rewrite; the newest record for a
      *master is the one its next reader must match.
           05  SEA-COUNT            PIC 9(7).
           05  SEA-HASH             PIC 9(11).

      *One additional authorized driver on a contract. The same
      *64-byte layout goes out on validdrivers.dat.
       FD  ADDL-DRIVER-FILE
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS ADDL-DRIVER-RECORD.
       01  ADDL-DRIVER-RECORD.
           05  ADR-IN-CONTRACT-NO        PIC 9(6).
           05  ADR-IN-LAST-NAME          PIC X(15).
           05  ADR-IN-FIRST-NAME         PIC X(10).
           05  ADR-IN-LICENCE-NO         PIC X(15).
           05  ADR-IN-LICENCE-STATE      PIC X(2).
           05  ADR-IN-LICENCE-EXPIRY     PIC 9(8).
           05  ADR-IN-BIRTH-DATE         PIC 9(8).

       FD  VALID-DRIVER-FILE
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS VALID-DRIVER-RECORD.
       01  VALID-DRIVER-RECORD           PIC X(64).

       WORKING-STORAGE SECTION.
       01  WS-ARCCAT-FILE-STATUS     PIC XX    VALUE SPACES.

               10  OCF-CONTRACT-NO   PIC 9(6).
               10  OCF-FUEL-OUT      PIC X.

      *Additional drivers, loaded at startup and edited as their
      *contract comes through, so licence expiry and age are judged
      *on the contract's own pickup date. A driver whose contract
      *never passes validation is rejected at end of run.
       01  WS-ADDL-DRIVER-STATUS     PIC XX    VALUE SPACES.
       01  MAX-ADDL-DRIVERS          PIC 9(4)  VALUE 2000.
       01  ADDL-DRIVER-TABLE-AREA.
           05  W-ADDL-DRIVER-COUNT   PIC 9(4)  VALUE 0.
           05  ADDL-DRIVER-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON W-ADDL-DRIVER-COUNT
                   INDEXED BY ADT-IDX.
               10  ADT-RECORD.
                   15  ADT-CONTRACT-NO       PIC 9(6).
                   15  ADT-LAST-NAME         PIC X(15).
                   15  ADT-FIRST-NAME        PIC X(10).
                   15  ADT-LICENCE-NO        PIC X(15).
                   15  ADT-LICENCE-STATE     PIC X(2).
                   15  ADT-LICENCE-EXPIRY    PIC X(8).
                   15  ADT-BIRTH-DATE        PIC X(8).
               10  ADT-EDITED-SWITCH     PIC X.
                   88  ADT-EDITED                VALUE 'Y'.
       01  W-DRIVER-VALID-SWITCH     PIC X     VALUE 'Y'.
           88  W-DRIVER-VALID                  VALUE 'Y'.
       01  W-DRIVERS-READ            PIC 9(5)  VALUE 0.
       01  W-DRIVERS-REJECTED        PIC 9(5)  VALUE 0.
       01  W-DRIVERS-VALID           PIC 9(5)  VALUE 0.

      *Driver licence and age edit work fields: whichever driver is
      *being edited is staged here, with the contract's pickup date
      *as the day the licence and age are judged on.
       01  DRIVER-EDIT-WORK.
           05  W-DRV-LICENCE-NO      PIC X(15).
           05  W-DRV-LICENCE-STATE   PIC X(2).
           05  W-DRV-LICENCE-EXPIRY  PIC X(8).
           05  W-DRV-EXPIRY-DATE REDEFINES W-DRV-LICENCE-EXPIRY
                                     PIC 9(8).
           05  W-DRV-BIRTH-X         PIC X(8).
           05  W-DRV-BIRTH-DATE REDEFINES W-DRV-BIRTH-X.
               10  W-DRV-BIRTH-YEAR  PIC 9(4).
               10  W-DRV-BIRTH-MMDD  PIC 9(4).
           05  W-DRV-AS-OF-X         PIC X(8).
           05  W-DRV-AS-OF-DATE REDEFINES W-DRV-AS-OF-X.
               10  W-DRV-AS-OF-YEAR  PIC 9(4).
               10  W-DRV-AS-OF-MMDD  PIC 9(4).
           05  W-DRV-AS-OF-8 REDEFINES W-DRV-AS-OF-X
                                     PIC 9(8).
           05  W-DRIVER-AGE          PIC S9(3).
      *Which driver the edit is for: the renter on the contract, or
      *the additional driver at ADT-IDX.
           05  W-DRV-EDIT-SWITCH     PIC X.
               88  W-DRV-EDIT-RENTER         VALUE 'R'.
               88  W-DRV-EDIT-ADDITIONAL     VALUE 'A'.

      *Master-seal work fields. The hash is the amount sum folded
      *into eleven digits; a reader whose count or hash disagrees
      *with the newest seal stops cold with the severe condition
                  VALUE 'REJECTION RATE %'.
           05  FILLER                    PIC XXX   VALUE SPACES.
           05  TRL-REJECTION-PERCENT     PIC ZZ9.99.
       01  DRIVER-TRAILER-LINE.
           05  FILLER                    PIC X(18)
                  VALUE 'ADDITIONAL DRIVERS'.
           05  FILLER                    PIC XXX   VALUE SPACES.
           05  TRL-DRIVERS-READ          PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(5)  VALUE SPACES.
           05  FILLER                    PIC X(15)
                  VALUE 'TOTAL REJECTED'.
           05  FILLER                    PIC XXX   VALUE SPACES.
           05  TRL-DRIVERS-REJECTED      PIC ZZZ,ZZ9.

      *Flagged on ERROR-FILE when W-REJECTION-PERCENT exceeds
      *WS-REJECTION-THRESHOLD, req 043.
               10  ODO-UNIT-NO              PIC 9(4).
               10  ODO-LAST-MILES-IN        PIC 9(6).

      *Units FLEETCMP has grounded for a lapsed registration or
      *inspection, with the date each was grounded, picked up from
      *fleetunits.dat at startup so a contract written on one from
      *that day on is refused.
       01  MAX-GROUNDED-UNITS               PIC 9(5) VALUE 5000.
       01  W-GROUNDED-SWITCH                PIC X    VALUE 'N'.
           88  W-UNIT-GROUNDED                  VALUE 'Y'.
           88  W-UNIT-NOT-GROUNDED              VALUE 'N'.
       01  GROUNDED-TABLE-AREA.
           05  W-GROUNDED-COUNT             PIC 9(5) VALUE 0.
           05  GROUNDED-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON W-GROUNDED-COUNT
                   INDEXED BY GRD-IDX.
               10  GRD-UNIT-NO              PIC 9(4).
               10  GRD-GROUNDED-DATE        PIC 9(8).

      *Customer master loaded into memory at startup so each
      *contract can be checked against a real customer ID. The
      *desk keeps customers.dat in ascending ID order, so the
           05  WS-REJECTION-THRESHOLD    PIC 9(3)V99 VALUE 10.
      *Fleet-utilization reporting period, overlaid the same way.
           05  WS-FLEET-PERIOD-DAYS      PIC 9(3)    VALUE 30.
      *Minimum driver age at pickup, overlaid the same way.
           05  WS-MIN-DRIVER-AGE         PIC 99      VALUE 21.
           05  EXPECTED-MILES            PIC 9(6).
           05  ACTUAL-MILES              PIC 9(6).

           05  FUEL-BREAK-CODE           PIC 9(3) VALUE 260.
           05  FUEL-BREAK-MSG            PIC X(40)
                 VALUE 'FUEL OUT BREAKS PICKUP FUEL CAPTURE'.
           05  LICENCE-MISSING-CODE      PIC 9(3) VALUE 270.
           05  LICENCE-MISSING-MSG       PIC X(40)
                 VALUE 'DRIVER LICENCE MISSING OR INCOMPLETE'.
           05  LICENCE-EXPIRED-CODE      PIC 9(3) VALUE 280.
           05  LICENCE-EXPIRED-MSG       PIC X(40)
                 VALUE 'DRIVER LICENCE EXPIRED AT PICKUP'.
           05  BIRTH-DATE-CODE           PIC 9(3) VALUE 290.
           05  BIRTH-DATE-MSG            PIC X(40)
                 VALUE 'DRIVER DATE OF BIRTH MISSING OR INVALID'.
           05  UNDER-AGE-CODE            PIC 9(3) VALUE 300.
           05  UNDER-AGE-MSG             PIC X(40)
                 VALUE 'DRIVER UNDER MINIMUM AGE AT PICKUP'.
           05  DRIVER-NO-CONTRACT-CODE   PIC 9(3) VALUE 310.
           05  DRIVER-NO-CONTRACT-MSG    PIC X(40)
                 VALUE 'ADDITIONAL DRIVER HAS NO VALID CONTRACT'.
           05  UNIT-GROUNDED-CODE        PIC 9(3) VALUE 320.
           05  UNIT-GROUNDED-MSG         PIC X(40)
                 VALUE 'UNIT GROUNDED - REG/INSPECTION LAPSED'.
      *Client wants hyphen and dashes in date, this is only to get data
       01  TODAYS-DATE.
           05  TODAYS-YEAR               PIC 9(4).
                OUTPUT CHECKPOINT-FILE
                OUTPUT UTILIZATION-FILE
                OUTPUT ONE-WAY-FILE
                OUTPUT VALID-DRIVER-FILE
           PERFORM 100-GET-TODAYS-DATE
           PERFORM 105-READ-PARAMETERS
           PERFORM 106-READ-FLEET-INVENTORY
           PERFORM 108-READ-ODOMETER-MASTER
           PERFORM 109-READ-FLEET-UNIT-STATUS
           PERFORM 110-READ-OPEN-CONTRACTS
           PERFORM 111-READ-ADDITIONAL-DRIVERS
           PERFORM 150-INIT-REVENUE-TOTALS
           PERFORM 200-WRITE-ERROR-HEADINGS
           MOVE LATE-RETURN-HEADING TO LATE-RETURN-RECORD
           PERFORM 300-READ-RENTAL-RECORD
           PERFORM 400-PROCESS-RENTAL-RECORDS
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
           PERFORM 660-REJECT-UNEDITED-DRIVERS
           PERFORM 700-WRITE-REVENUE-REPORT
           PERFORM 705-WRITE-REVENUE-EXTRACT
           PERFORM 710-WRITE-UTILIZATION-REPORT
                 CHECKPOINT-FILE
                 UTILIZATION-FILE
                 ONE-WAY-FILE
                 VALID-DRIVER-FILE
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 910-WRITE-CONTROL-TOTALS
           PERFORM 096-RELEASE-RUN-LOCK
                           MOVE PARM-FLEET-PERIOD-DAYS
                               TO WS-FLEET-PERIOD-DAYS
                       END-IF
                       IF PARM-MIN-DRIVER-AGE IS NUMERIC
                          AND PARM-MIN-DRIVER-AGE > 0
                           MOVE PARM-MIN-DRIVER-AGE
                               TO WS-MIN-DRIVER-AGE
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF
      *Count the units FLEETSVC has marked out-of-service in each
      *class so the utilization report measures against cars that
      *can actually go out. If fleetunits.dat does not exist yet
      *every owned unit counts as available, as before. Units
      *FLEETCMP has grounded are unavailable too, and are also
      *kept in the grounded-unit table for the contract edit.
       109-READ-FLEET-UNIT-STATUS.
           OPEN INPUT FLEET-UNIT-FILE
           IF WS-FLEET-UNIT-STATUS = '00'
                           MOVE '10' TO WS-FLEET-UNIT-STATUS
                       NOT AT END
      *Retired units ('R', sold off the fleet by FLEETRET) are as
      *unavailable as ones sitting in the shop, and so are units
      *FLEETTHF has marked stolen ('S') until they are recovered.
                           IF FU-IN-STATUS = 'O'
                              OR FU-IN-STATUS = 'R'
                              OR FU-IN-STATUS = 'G'
                              OR FU-IN-STATUS = 'S'
                               SET FLEET-IDX TO 1
                               SEARCH FLEET-ENTRY
                                   AT END CONTINUE
                                           FLEET-OOS-UNITS(FLEET-IDX)
                               END-SEARCH
                           END-IF
                           IF FU-IN-STATUS = 'G'
                              AND W-GROUNDED-COUNT < MAX-GROUNDED-UNITS
                               ADD 1 TO W-GROUNDED-COUNT
                               MOVE FU-IN-UNIT-NO TO
                                   GRD-UNIT-NO(W-GROUNDED-COUNT)
                               IF FU-IN-GROUNDED-DATE IS NUMERIC
                                   MOVE FU-IN-GROUNDED-DATE TO
                                     GRD-GROUNDED-DATE(W-GROUNDED-COUNT)
                               ELSE
                                   MOVE 0 TO
                                     GRD-GROUNDED-DATE(W-GROUNDED-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FLEET-UNIT-FILE
           END-IF
       .

      *Loads the counter's additional-driver records; each is
      *edited later, when its contract comes through validation.
       111-READ-ADDITIONAL-DRIVERS.
           OPEN INPUT ADDL-DRIVER-FILE
           IF WS-ADDL-DRIVER-STATUS = '00'
               PERFORM UNTIL WS-ADDL-DRIVER-STATUS NOT = '00'
                   READ ADDL-DRIVER-FILE
                       AT END
                           MOVE '10' TO WS-ADDL-DRIVER-STATUS
                       NOT AT END
                           ADD 1 TO W-DRIVERS-READ
                           IF W-ADDL-DRIVER-COUNT < MAX-ADDL-DRIVERS
                               ADD 1 TO W-ADDL-DRIVER-COUNT
                               MOVE ADDL-DRIVER-RECORD TO
                                   ADT-RECORD(W-ADDL-DRIVER-COUNT)
                               MOVE 'N' TO
                                 ADT-EDITED-SWITCH(W-ADDL-DRIVER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDL-DRIVER-FILE
           END-IF
       .

       150-INIT-REVENUE-TOTALS.
           MOVE 'E' TO REV-CAR-TYPE(1)
           MOVE 'C' TO REV-CAR-TYPE(2)
               ADD 1 TO W-REJECTED-COUNT
           END-IF
           PERFORM 600-WRITE-VALID-RECORD
           PERFORM 650-EDIT-ADDITIONAL-DRIVERS
           PERFORM 610-ACCUMULATE-REVENUE
           PERFORM 620-POST-ODOMETER-READING
           PERFORM 630-ACCUMULATE-BRANCH-TOTALS
           PERFORM 590-VALIDATE-UNIT-ODOMETER
           PERFORM 592-VALIDATE-BRANCH-CODES
           PERFORM 593-VALIDATE-FUEL-LEVELS
           PERFORM 596-VALIDATE-DRIVER
       .

       510-VALIDATE-CONTRACT-NO.
      *The unit's odometer must pick up where it left off: this
      *contract's miles-out has to equal the last miles-in recorded
      *for the unit. A unit not yet on the master is accepted - its
      *history starts with this contract. A unit FLEETCMP has
      *grounded cannot go out on a contract picked up on or after
      *the day it was grounded.
       590-VALIDATE-UNIT-ODOMETER.
           IF REN-UNIT-NO NOT NUMERIC
               MOVE NON-NUM-UNIT-MSG TO ERR-MESSAGE
               MOVE REN-UNIT-NO TO ERR-CONTENTS
               PERFORM 599-WRITE-ERROR-LINE
           ELSE
               PERFORM 594-CHECK-UNIT-GROUNDED
               IF REN-MILES-OUT IS NUMERIC
                   PERFORM 595-CHECK-ODOMETER-CONTINUITY
               END-IF
           END-IF
       .

       594-CHECK-UNIT-GROUNDED.
           MOVE 'N' TO W-GROUNDED-SWITCH
           IF W-GROUNDED-COUNT > 0
               SET GRD-IDX TO 1
               SEARCH GROUNDED-ENTRY
                   AT END CONTINUE
                   WHEN GRD-UNIT-NO(GRD-IDX) = REN-UNIT-NO
                       MOVE 'Y' TO W-GROUNDED-SWITCH
               END-SEARCH
           END-IF
           IF W-UNIT-GROUNDED
               IF REN-PICKUP-DATE IS NOT NUMERIC
                  OR REN-PICKUP-DATE >= GRD-GROUNDED-DATE(GRD-IDX)
                   MOVE UNIT-GROUNDED-MSG TO ERR-MESSAGE
                   MOVE UNIT-GROUNDED-CODE TO ERR-ERROR-CODE
                   MOVE REN-UNIT-NO TO ERR-CONTENTS
                   PERFORM 599-WRITE-ERROR-LINE
               END-IF
           END-IF
       .

       595-CHECK-ODOMETER-CONTINUITY.
           MOVE 'N' TO W-ODO-FOUND-SWITCH
           IF W-ODOMETER-COUNT > 0
           END-IF
       .

      *The renter's licence and age, judged on the contract's
      *pickup date (today's date if the pickup date itself is bad -
      *that is rejected on its own).
       596-VALIDATE-DRIVER.
           MOVE REN-LICENCE-NO     TO W-DRV-LICENCE-NO
           MOVE REN-LICENCE-STATE  TO W-DRV-LICENCE-STATE
           MOVE REN-LICENCE-EXPIRY TO W-DRV-LICENCE-EXPIRY
           MOVE REN-BIRTH-DATE     TO W-DRV-BIRTH-X
           IF REN-PICKUP-DATE IS NUMERIC
               MOVE REN-PICKUP-DATE TO W-DRV-AS-OF-X
           ELSE
               MOVE TODAYS-DATE TO W-DRV-AS-OF-X
           END-IF
           SET W-DRV-EDIT-RENTER TO TRUE
           PERFORM 597-EDIT-ONE-DRIVER
       .

      *Licence and age edits shared by the renter and each
      *additional driver: licence number, state, and expiry all
      *present; licence not expired on the as-of date; a real date
      *of birth; and at least the minimum age on the as-of date.
       597-EDIT-ONE-DRIVER.
           IF W-DRV-LICENCE-NO = SPACES
              OR W-DRV-LICENCE-STATE = SPACES
              OR W-DRV-LICENCE-EXPIRY NOT NUMERIC
              OR W-DRV-EXPIRY-DATE = 0
               MOVE LICENCE-MISSING-MSG TO ERR-MESSAGE
               MOVE LICENCE-MISSING-CODE TO ERR-ERROR-CODE
               MOVE W-DRV-LICENCE-NO TO ERR-CONTENTS
               MOVE W-DRV-LICENCE-STATE TO ERR-CONTENTS(17:2)
               PERFORM 598-WRITE-DRIVER-ERROR
           ELSE
               IF W-DRV-EXPIRY-DATE < W-DRV-AS-OF-8
                   MOVE LICENCE-EXPIRED-MSG TO ERR-MESSAGE
                   MOVE LICENCE-EXPIRED-CODE TO ERR-ERROR-CODE
                   MOVE W-DRV-LICENCE-EXPIRY TO ERR-CONTENTS
                   PERFORM 598-WRITE-DRIVER-ERROR
               END-IF
           END-IF
           IF W-DRV-BIRTH-X NOT NUMERIC
              OR W-DRV-BIRTH-MMDD < 0101
              OR W-DRV-BIRTH-MMDD > 1231
               MOVE BIRTH-DATE-MSG TO ERR-MESSAGE
               MOVE BIRTH-DATE-CODE TO ERR-ERROR-CODE
               MOVE W-DRV-BIRTH-X TO ERR-CONTENTS
               PERFORM 598-WRITE-DRIVER-ERROR
           ELSE
               COMPUTE W-DRIVER-AGE =
                   W-DRV-AS-OF-YEAR - W-DRV-BIRTH-YEAR
               IF W-DRV-AS-OF-MMDD < W-DRV-BIRTH-MMDD
                   SUBTRACT 1 FROM W-DRIVER-AGE
               END-IF
               IF W-DRIVER-AGE < WS-MIN-DRIVER-AGE
                   MOVE UNDER-AGE-MSG TO ERR-MESSAGE
                   MOVE UNDER-AGE-CODE TO ERR-ERROR-CODE
                   MOVE W-DRV-BIRTH-X TO ERR-CONTENTS
                   PERFORM 598-WRITE-DRIVER-ERROR
               END-IF
           END-IF
       .

      *A renter's reject rejects the contract; an additional
      *driver's reject goes on its own error line and drops only
      *that driver.
       598-WRITE-DRIVER-ERROR.
           IF W-DRV-EDIT-RENTER
               PERFORM 599-WRITE-ERROR-LINE
           ELSE
               MOVE ADT-CONTRACT-NO(ADT-IDX) TO ERR-CONTRACT-NO
               MOVE ADT-LAST-NAME(ADT-IDX)   TO ERR-LAST-NAME
               MOVE ERROR-LINE TO ERROR-RECORD
               WRITE ERROR-RECORD
               MOVE 'N' TO W-DRIVER-VALID-SWITCH
           END-IF
       .

       599-WRITE-ERROR-LINE.
           MOVE REN-CONTRACT-NO TO ERR-CONTRACT-NO
           MOVE REN-LAST-NAME TO ERR-LAST-NAME
           END-IF
       .

      *Edits every additional driver keyed against a contract that
      *just passed validation, on that contract's pickup date; the
      *drivers that pass go forward on validdrivers.dat.
       650-EDIT-ADDITIONAL-DRIVERS.
           IF W01-VALID-DATA-SWITCH = 'YES'
               PERFORM 655-EDIT-CONTRACT-DRIVER
                   VARYING ADT-IDX FROM 1 BY 1
                   UNTIL ADT-IDX > W-ADDL-DRIVER-COUNT
           END-IF
       .

       655-EDIT-CONTRACT-DRIVER.
           IF ADT-CONTRACT-NO(ADT-IDX) = REN-CONTRACT-NO
              AND NOT ADT-EDITED(ADT-IDX)
               SET ADT-EDITED(ADT-IDX) TO TRUE
               MOVE 'Y' TO W-DRIVER-VALID-SWITCH
               MOVE ADT-LICENCE-NO(ADT-IDX)     TO W-DRV-LICENCE-NO
               MOVE ADT-LICENCE-STATE(ADT-IDX)  TO W-DRV-LICENCE-STATE
               MOVE ADT-LICENCE-EXPIRY(ADT-IDX)
                   TO W-DRV-LICENCE-EXPIRY
               MOVE ADT-BIRTH-DATE(ADT-IDX)     TO W-DRV-BIRTH-X
               MOVE REN-PICKUP-DATE             TO W-DRV-AS-OF-X
               SET W-DRV-EDIT-ADDITIONAL TO TRUE
               PERFORM 597-EDIT-ONE-DRIVER
               IF W-DRIVER-VALID
                   ADD 1 TO W-DRIVERS-VALID
                   MOVE ADT-RECORD(ADT-IDX) TO VALID-DRIVER-RECORD
                   WRITE VALID-DRIVER-RECORD
               ELSE
                   ADD 1 TO W-DRIVERS-REJECTED
                   MOVE SPACES TO ERROR-RECORD
                   WRITE ERROR-RECORD
               END-IF
           END-IF
       .

      *Any additional driver still unedited at end of run had no
      *contract pass validation today - rejected, to be re-keyed
      *with its contract.
       660-REJECT-UNEDITED-DRIVERS.
           PERFORM VARYING ADT-IDX FROM 1 BY 1
               UNTIL ADT-IDX > W-ADDL-DRIVER-COUNT
               IF NOT ADT-EDITED(ADT-IDX)
                   ADD 1 TO W-DRIVERS-REJECTED
                   MOVE DRIVER-NO-CONTRACT-MSG  TO ERR-MESSAGE
                   MOVE DRIVER-NO-CONTRACT-CODE TO ERR-ERROR-CODE
                   MOVE ADT-CONTRACT-NO(ADT-IDX) TO ERR-CONTENTS
                   MOVE ADT-CONTRACT-NO(ADT-IDX) TO ERR-CONTRACT-NO
                   MOVE ADT-LAST-NAME(ADT-IDX)   TO ERR-LAST-NAME
                   MOVE ERROR-LINE TO ERROR-RECORD
                   WRITE ERROR-RECORD
                   MOVE SPACES TO ERROR-RECORD
                   WRITE ERROR-RECORD
               END-IF
           END-PERFORM
       .

      *Accumulate days rented and mileage revenue by car type for
      *every record that passed validation.
       610-ACCUMULATE-REVENUE.
           MOVE W-REJECTION-PERCENT TO TRL-REJECTION-PERCENT
           MOVE ERROR-TRAILER-LINE TO ERROR-RECORD
           WRITE ERROR-RECORD
           MOVE W-DRIVERS-READ TO TRL-DRIVERS-READ
           MOVE W-DRIVERS-REJECTED TO TRL-DRIVERS-REJECTED
           MOVE DRIVER-TRAILER-LINE TO ERROR-RECORD
           WRITE ERROR-RECORD
      *Suite severity standard: threshold exceeded outranks plain
      *rejects, and a file error outranks both.
           EVALUATE TRUE
               WHEN W-REJECTION-PERCENT > WS-REJECTION-THRESHOLD
                   MOVE 8 TO RETURN-CODE
               WHEN W-REJECTED-COUNT > 0
               WHEN W-DRIVERS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           IF W-REJECTION-PERCENT > WS-REJECTION-THRESHOLD
      *were out than the inventory says we own - worth a look at
      *either the contracts or the fleet counts.
       710-WRITE-UTILIZATION-REPORT.
           OPEN OUTPUT UTIL-EXTRACT-FILE
           MOVE UTILIZATION-HEADING-ONE TO UTILIZATION-RECORD
           WRITE UTILIZATION-RECORD
           MOVE UTILIZATION-HEADING-TWO TO UTILIZATION-RECORD
           END-PERFORM
           PERFORM 712-WRITE-BRANCH-UTILIZATION
           PERFORM 716-WRITE-REBALANCE-SECTION
           CLOSE UTIL-EXTRACT-FILE
           .

      *Branch breakout: the same utilization arithmetic per branch
           MOVE UTL-PERCENT            TO BUT-PERCENT
           MOVE BRANCH-UTIL-DETAIL-LINE TO UTILIZATION-RECORD
           WRITE UTILIZATION-RECORD
           MOVE BF-BRANCH(BF-IDX)      TO UTX-BRANCH
           MOVE BF-CAR-TYPE(BF-IDX)    TO UTX-CAR-TYPE
           MOVE BF-DAYS-RENTED(BF-IDX) TO UTX-DAYS-RENTED
           PERFORM 719-WRITE-UTIL-EXTRACT
           .

      *Run date, period, and fleet-days are common to both the
      *type and the branch records.
       719-WRITE-UTIL-EXTRACT.
           MOVE TODAYS-DATE            TO UTX-RUN-DATE
           MOVE WS-FLEET-PERIOD-DAYS   TO UTX-PERIOD-DAYS
           MOVE UTL-FLEET-DAYS         TO UTX-FLEET-DAYS
           WRITE UTIL-EXTRACT-RECORD
           .

      *For each class, flag the hottest branch against the idlest
           MOVE UTL-PERCENT              TO UTLD-PERCENT
           MOVE UTILIZATION-DETAIL-LINE  TO UTILIZATION-RECORD
           WRITE UTILIZATION-RECORD
           MOVE SPACES                   TO UTX-BRANCH
           MOVE REV-CAR-TYPE(REV-IDX)    TO UTX-CAR-TYPE
           MOVE REV-DAYS-RENTED(REV-IDX) TO UTX-DAYS-RENTED
           PERFORM 719-WRITE-UTIL-EXTRACT
           .

      *The count of contracts passed to validrentals.dat, for the
           MOVE W-VALID-RECORD-COUNT TO CTF-COUNT
           MOVE 0 TO CTF-AMOUNT
           WRITE CONTROL-TOTAL-RECORD
           MOVE 'VALID-DRVRS' TO CTF-ITEM
           MOVE W-DRIVERS-VALID TO CTF-COUNT
           MOVE 0 TO CTF-AMOUNT
           WRITE CONTROL-TOTAL-RECORD
           CLOSE CONTROL-TOTAL-FILE
       .

