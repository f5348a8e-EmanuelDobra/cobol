           05  EXC-NEW-MILES-OUT        PIC 9(6).
           05  EXC-EXCHANGE-DATE        PIC 9(8).

      *Same 76-byte layout OPENCON carries the open master with.
       FD  F02-OPEN-IN-FILE
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS F02-OPEN-IN-RECORD.
       01  F02-OPEN-IN-RECORD           PIC X(76).

       FD  F03-OPEN-OUT-FILE
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS F03-OPEN-OUT-RECORD.
       01  F03-OPEN-OUT-RECORD          PIC X(76).

      *Same 10-byte layout RENTALS rewrites the odometer master
      *with.
                   INDEXED BY OPN-IDX.
               10  OPN-RECORD.
                   15  OPN-CONTRACT-NO  PIC 9(6).
                   15  FILLER           PIC X(43).
                   15  OPN-MILES-OUT    PIC 9(6).
                   15  OPN-FUEL-OUT     PIC X.
                   15  OPN-UNIT-NO      PIC 9(4).
                   15  FILLER           PIC X(16).

      *The odometer master in memory, updated in place.
       01  MAX-ODOMETER-UNITS           PIC 9(5) VALUE 5000.
      *unit's last reading closes at its drop-off miles, the new
      *unit's opens at its miles going out, and the contract itself
      *moves onto the new unit's odometer so the return's
      *continuity check lines up. The open master follows the
      *contract onto the new unit, so tolls and tickets against
      *the replacement car trace back to the renter.
       300-POST-EXCHANGE.
           ADD 1 TO W-EXCHANGES-APPLIED
           MOVE EXC-NEW-MILES-OUT TO OPN-MILES-OUT(OPN-IDX)
           MOVE EXC-NEW-UNIT-NO   TO OPN-UNIT-NO(OPN-IDX)
           MOVE EXC-OLD-UNIT-NO   TO W-WORK-UNIT-NO
           MOVE EXC-OLD-MILES-IN  TO W-WORK-MILES
           PERFORM 310-POST-ODOMETER-READING
