      *day against the units owned on the fleet inventory, and
      *flags the days and types where we are oversold - so the desk
      *can stop taking bookings or arrange transfers ahead of time.
      *The window's unit-days and spoken-for days per type also go
      *to a fixed-width projection file for the yield run.
      *A booking is assumed to hold its car for a desk-controlled
      *number of days (reservations carry no rental length).
      *Bookings RESCANCL cancelled tonight are netted out of the
      *projection at once, whether or not its rewritten
      *reservations have been moved over yet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      *Fleet unit master, read only for the units FLEETCMP has
      *grounded for lapsed papers; absent, nothing is netted off.
           SELECT F09-UNIT-FILE
               ASSIGN TO "fleetunits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIT-FILE-STATUS.

      *Tonight's cancellations from RESCANCL; absent, nothing is
      *netted off.
           SELECT F10-CANCELLED-FILE
               ASSIGN TO "cancellations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANCELLED-FILE-STATUS.

      *Projected utilization per car type over the window, read by
      *the yield run.
           SELECT F11-PROJECTION-FILE
               ASSIGN TO "overbookproj.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *Same 22-byte layout RESMATCH reads; the booking agent and
      *confirmation flag are not needed here.
       FD  F01-RESERVATION-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS F01-RESERVATION-RECORD.
       01  F01-RESERVATION-RECORD.
           05  RSV-CUSTOMER-ID          PIC 9(6).
           05  RSV-CAR-TYPE             PIC X.
           05  RSV-PICKUP-DATE          PIC 9(8).
           05  RSV-AGENT-CODE           PIC X(6).
           05  RSV-CONFIRMED            PIC X.

      *Same 76-byte layout the open-contract run carries forward.
       FD  F02-OPEN-FILE
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS F02-OPEN-RECORD.
       01  F02-OPEN-RECORD.
           05  OPN-CONTRACT-NO          PIC 9(6).
           05  OPN-DAYS-RENTED          PIC 99.
           05  OPN-MILES-OUT            PIC 9(6).
           05  OPN-FUEL-OUT             PIC X.
           05  OPN-UNIT-NO              PIC 9(4).
           05  OPN-DEPOSIT-HOLD         PIC 9(5)V99.
           05  FILLER                   PIC X(9).

      *Same 6-byte per-branch layout RENTALS reads.
       FD  F03-FLEET-FILE
           05  SEA-COUNT           PIC 9(7).
           05  SEA-HASH            PIC 9(11).

      *Same 108-byte layout FLEETSVC rewrites the unit master with.
       FD  F09-UNIT-FILE
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS F09-UNIT-RECORD.
       01  F09-UNIT-RECORD.
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

      *Same 29-byte layout RESCANCL writes.
       FD  F10-CANCELLED-FILE
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS F10-CANCELLED-RECORD.
       01  F10-CANCELLED-RECORD.
           05  CAN-CUSTOMER-ID          PIC 9(6).
           05  CAN-CAR-TYPE             PIC X.
           05  CAN-PICKUP-DATE          PIC 9(8).
           05  CAN-CALL-DATE            PIC 9(8).
           05  CAN-FEE-CLASS            PIC X.
           05  CAN-FEE                  PIC 9(3)V99.

      *One record per car type: unit-days owned over the window
      *and the days out or booked against them, plus how many of
      *the window's days were oversold.
       FD  F11-PROJECTION-FILE
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS F11-PROJECTION-RECORD.
       01  F11-PROJECTION-RECORD.
           05  PRJ-RUN-DATE             PIC 9(8).
           05  PRJ-CAR-TYPE             PIC X.
           05  PRJ-WINDOW-DAYS          PIC 9(2).
           05  PRJ-UNIT-DAYS            PIC 9(7).
           05  PRJ-DEMAND-DAYS          PIC 9(7).
           05  PRJ-OVERSOLD-DAYS        PIC 9(2).

       WORKING-STORAGE SECTION.
       01  WS-RESERVATION-FILE-STATUS   PIC XX   VALUE SPACES.

       01  WS-PARAM-FILE-STATUS         PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS           PIC XX   VALUE SPACES.
       01  WS-UNIT-FILE-STATUS          PIC XX   VALUE SPACES.
       01  WS-CANCELLED-FILE-STATUS     PIC XX   VALUE SPACES.

      *Days a booking is assumed to hold its car, overlaid from
      *overbookparams.dat when the desk has dropped one off.
       01  W-BOOKING-DAYS               PIC 9(2) VALUE 3.

      *Units owned per type, summed across the branch records, less
      *the units grounded on the fleet unit master.
       01  FLEET-BY-TYPE.
           05  FLEET-TYPE-ENTRY OCCURS 5 TIMES INDEXED BY FT-IDX.
               10  FT-CAR-TYPE          PIC X        VALUE SPACES.
               10  FT-UNITS             PIC 9(5)     VALUE ZERO.
               10  FT-UNIT-DAYS         PIC 9(7)     VALUE ZERO.
               10  FT-DEMAND-DAYS       PIC 9(7)     VALUE ZERO.
               10  FT-OVERSOLD-DAYS     PIC 9(2)     VALUE ZERO.

      *Open contracts and reservations reduced to the two facts the
      *projection needs: the car type and the day span the car is
               10  RSV-T-CAR-TYPE       PIC X.
               10  RSV-T-START-INT      PIC 9(7).
               10  RSV-T-END-INT        PIC 9(7).
               10  RSV-T-CUSTOMER-ID    PIC 9(6).
               10  RSV-T-CANCELLED-SWITCH PIC X.
                   88  RSV-T-CANCELLED      VALUE 'Y'.
       01  W-CANCEL-PICKUP-INT          PIC 9(7) VALUE 0.
       01  W-BOOKINGS-CANCELLED         PIC 9(5) VALUE 0.

      *Projection work fields.
       01  PROJECTION-WORK.
                 VALUE 'OVERSOLD DAY/TYPES:  '.
           05  ALT-COUNT                PIC ZZ,ZZ9.
           05                           PIC X(53) VALUE SPACES.
       01  ALERT-CANCELLED-LINE.
           05                           PIC X(21)
                 VALUE 'BOOKINGS CANCELLED:  '.
           05  ALC-COUNT                PIC ZZ,ZZ9.
           05                           PIC X(53) VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
           PERFORM 099-GET-TODAYS-DATE
           PERFORM 105-READ-PARAMETERS
           PERFORM 110-LOAD-FLEET-UNITS
           PERFORM 115-NET-GROUNDED-UNITS
           PERFORM 120-LOAD-OPEN-CONTRACTS
           PERFORM 130-LOAD-RESERVATIONS
           PERFORM 135-NET-CANCELLED-BOOKINGS
           PERFORM 200-PROJECT-LOOKAHEAD
      *Suite severity standard: oversold days present set
      *condition 4 so the overnight operator sees it.
           END-IF
           .

      *A unit FLEETCMP has grounded for a lapsed registration or
      *inspection cannot be rented, so it comes off its type's
      *capacity until the renewal is posted and it is released.
      *A unit FLEETTHF has marked stolen ('S') comes off the same
      *way until it is recovered.
       115-NET-GROUNDED-UNITS.
           OPEN INPUT F09-UNIT-FILE
           IF WS-UNIT-FILE-STATUS = '00'
               PERFORM UNTIL WS-UNIT-FILE-STATUS NOT = '00'
                   READ F09-UNIT-FILE
                       AT END
                           MOVE '10' TO WS-UNIT-FILE-STATUS
                       NOT AT END
                           IF FU-IN-STATUS = 'G'
                              OR FU-IN-STATUS = 'S'
                               SET FT-IDX TO 1
                               SEARCH FLEET-TYPE-ENTRY
                                   AT END CONTINUE
                                   WHEN FT-CAR-TYPE(FT-IDX)
                                           = FU-IN-CAR-TYPE
                                       IF FT-UNITS(FT-IDX) > 0
                                           SUBTRACT 1
                                               FROM FT-UNITS(FT-IDX)
                                       END-IF
                               END-SEARCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F09-UNIT-FILE
           END-IF
           .

      *Each open contract occupies its unit through its due-back
      *day (pickup date plus agreed days).
       120-LOAD-OPEN-CONTRACTS.
                                   = RSV-T-START-INT
                                       (W-RESERVATION-COUNT)
                                   + W-BOOKING-DAYS - 1
                               MOVE RSV-CUSTOMER-ID TO
                                 RSV-T-CUSTOMER-ID(W-RESERVATION-COUNT)
                               MOVE 'N' TO
                                 RSV-T-CANCELLED-SWITCH
                                     (W-RESERVATION-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

      *Each cancellation takes one matching booking out of the
      *projection. Once RESCANCL's rewritten reservations have
      *been moved over, the booking is already gone and the
      *cancellation matches nothing.
       135-NET-CANCELLED-BOOKINGS.
           OPEN INPUT F10-CANCELLED-FILE
           IF WS-CANCELLED-FILE-STATUS = '00'
               PERFORM UNTIL WS-CANCELLED-FILE-STATUS NOT = '00'
                   READ F10-CANCELLED-FILE
                       AT END
                           MOVE '10' TO WS-CANCELLED-FILE-STATUS
                       NOT AT END
                           IF CAN-PICKUP-DATE IS NUMERIC
                              AND W-RESERVATION-COUNT > 0
                               COMPUTE W-CANCEL-PICKUP-INT =
                                   FUNCTION INTEGER-OF-DATE
                                       (CAN-PICKUP-DATE)
                               SET RSV-IDX TO 1
                               SEARCH RESERVATION-ENTRY
                                   AT END CONTINUE
                                   WHEN RSV-T-CUSTOMER-ID(RSV-IDX)
                                           = CAN-CUSTOMER-ID
                                       AND RSV-T-CAR-TYPE(RSV-IDX)
                                           = CAN-CAR-TYPE
                                       AND RSV-T-START-INT(RSV-IDX)
                                           = W-CANCEL-PICKUP-INT
                                       AND NOT RSV-T-CANCELLED(RSV-IDX)
                                       MOVE 'Y' TO
                                         RSV-T-CANCELLED-SWITCH(RSV-IDX)
                                       ADD 1 TO W-BOOKINGS-CANCELLED
                               END-SEARCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F10-CANCELLED-FILE
           END-IF
           .

       200-PROJECT-LOOKAHEAD.
           OPEN OUTPUT F04-ALERT-FILE
           WRITE F04-ALERT-RECORD FROM W08-RUN-DATE-LINE
           WRITE F04-ALERT-RECORD FROM SPACES
           MOVE W-OVERSOLD-LINES TO ALT-COUNT
           WRITE F04-ALERT-RECORD FROM ALERT-TRAILER-LINE
           MOVE W-BOOKINGS-CANCELLED TO ALC-COUNT
           WRITE F04-ALERT-RECORD FROM ALERT-CANCELLED-LINE
           CLOSE F04-ALERT-FILE
           PERFORM 220-WRITE-PROJECTION
           .

       210-PROJECT-ONE-DAY-TYPE.
           PERFORM VARYING RSV-IDX FROM 1 BY 1
               UNTIL RSV-IDX > W-RESERVATION-COUNT
               IF RSV-T-CAR-TYPE(RSV-IDX) = FT-CAR-TYPE(FT-IDX)
                   AND NOT RSV-T-CANCELLED(RSV-IDX)
                   AND RSV-T-START-INT(RSV-IDX) <= W-DAY-INT
                   AND RSV-T-END-INT(RSV-IDX) >= W-DAY-INT
                   ADD 1 TO W-UNITS-BOOKED
               END-IF
           END-PERFORM
           COMPUTE W-UNITS-DEMAND = W-UNITS-OUT + W-UNITS-BOOKED
           ADD FT-UNITS(FT-IDX) TO FT-UNIT-DAYS(FT-IDX)
           ADD W-UNITS-DEMAND   TO FT-DEMAND-DAYS(FT-IDX)
           IF W-UNITS-DEMAND > FT-UNITS(FT-IDX)
               ADD 1 TO W-OVERSOLD-LINES
               ADD 1 TO FT-OVERSOLD-DAYS(FT-IDX)
               COMPUTE W-UNITS-SHORT =
                   W-UNITS-DEMAND - FT-UNITS(FT-IDX)
               MOVE W-DAY-DATE-8(1:4) TO ALD-CCYY
           END-IF
           .

      *Demand past the units owned is carried as is, so a type
      *projected over 100 percent reads that way downstream.
       220-WRITE-PROJECTION.
           OPEN OUTPUT F11-PROJECTION-FILE
           PERFORM VARYING FT-IDX FROM 1 BY 1
               UNTIL FT-IDX > 5
               MOVE W-TODAYS-DATE-8         TO PRJ-RUN-DATE
               MOVE FT-CAR-TYPE(FT-IDX)     TO PRJ-CAR-TYPE
               MOVE LOOKAHEAD-DAYS          TO PRJ-WINDOW-DAYS
               MOVE FT-UNIT-DAYS(FT-IDX)    TO PRJ-UNIT-DAYS
               MOVE FT-DEMAND-DAYS(FT-IDX)  TO PRJ-DEMAND-DAYS
               MOVE FT-OVERSOLD-DAYS(FT-IDX) TO PRJ-OVERSOLD-DAYS
               WRITE F11-PROJECTION-RECORD
           END-PERFORM
           CLOSE F11-PROJECTION-FILE
           .

      *Oversold day/type pairs flagged, for the balancing run.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F07-CONTROL-TOTAL-FILE
