      *Widened to carry the unit's VIN so the retirement run can
      *post a retired car onto the sales lot; records from the old
      *20-byte file read with a blank VIN.
      *Widened again to carry the licence plate, which is all the
      *toll authority and the city put on a violation; records
      *from the 37-byte file read with a blank plate.
      *Widened again to carry the unit's home branch and its asset
      *figures - acquisition cost, residual value, depreciation
      *method ('S' straight-line, 'D' declining balance) and life
      *in months, depreciation accumulated to date and the CCYYMM
      *period it was last taken for - which FLEETDEP maintains and
      *FLEETRET values a retiring unit from. Records from the
      *45-byte file read with the asset fields blank and are
      *carried through unchanged until the desk keys a cost.
      *Widened again to carry the registration expiry and the
      *inspection due date, and the date FLEETCMP grounded the unit
      *('G') when either lapsed. Records from the 84-byte file read
      *with the dates blank, which FLEETCMP lists as undated.
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

       FD  F04-WORKSHEET-FILE
           RECORD CONTAINS 80 CHARACTERS
      *units against the service interval on the way through. A
      *unit with no odometer history yet has not been rented since
      *its last service - nothing to check. Units already out of
      *service, retired to the sales lot by FLEETRET, or grounded
      *by FLEETCMP for lapsed papers, are past scheduling - a
      *grounded unit keeps its 'G' until FLEETCMP releases it, and
      *a stolen unit its 'S' until FLEETTHF records its recovery.
       200-PROCESS-ONE-UNIT.
           ADD 1 TO W-UNITS-READ
           MOVE F01-UNIT-IN-RECORD TO F03-UNIT-OUT-RECORD
           IF FU-IN-STATUS = 'O' OR FU-IN-STATUS = 'R'
                                 OR FU-IN-STATUS = 'G'
                                 OR FU-IN-STATUS = 'S'
               ADD 1 TO W-UNITS-ALREADY-OUT
           ELSE
               PERFORM 210-CHECK-SERVICE-DUE
