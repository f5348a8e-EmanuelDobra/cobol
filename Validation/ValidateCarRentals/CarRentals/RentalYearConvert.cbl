           05  OLD-PICKUP-MMDD          PIC X(4).
           05  OLD-BACK                 PIC X(18).

      *The converted 127-byte layout: full CCYY years, with zeroed
      *unit-number and branch fields appended and the fuel levels,
      *PO number, and driver licence details left blank (nobody
      *captured any of them back then).
       FD  F02-NEW-RENTAL-FILE
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS F02-NEW-RECORD.
       01  F02-NEW-RECORD.
           05  NEW-FRONT                PIC X(38).
           05  NEW-RETURN-BRANCH        PIC 9(2).
           05  NEW-FUEL-OUT             PIC X.
           05  NEW-FUEL-IN              PIC X.
           05  NEW-PO-NUMBER            PIC X(12).
           05  NEW-DRIVER-DETAILS       PIC X(33).

      *One line is appended here at the end of every run, across
      *every program in the suite.
           MOVE ZEROS             TO NEW-RETURN-BRANCH
           MOVE SPACES            TO NEW-FUEL-OUT
           MOVE SPACES            TO NEW-FUEL-IN
           MOVE SPACES            TO NEW-PO-NUMBER
           MOVE SPACES            TO NEW-DRIVER-DETAILS
           IF OLD-RETURNED-YEAR >= W-CENTURY-PIVOT
               COMPUTE NEW-RETURNED-YEAR = 1900 + OLD-RETURNED-YEAR
           ELSE
