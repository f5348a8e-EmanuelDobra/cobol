
       DATA DIVISION.
       FILE SECTION.
      *Same 127-byte layout RENTALS writes valid contracts with.
       FD  F01-VALID-RENTAL-FILE
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS F01-VALID-RENTAL-RECORD.
       01  F01-VALID-RENTAL-RECORD.
           05  VR-CONTRACT-NO           PIC 9(6).
           05  VR-RETURN-BRANCH         PIC 9(2).
           05  VR-FUEL-OUT              PIC X.
           05  VR-FUEL-IN               PIC X.
           05  VR-PO-NUMBER             PIC X(12).
           05  FILLER                   PIC X(33).

       FD  F02-ACTIVITY-IN-FILE
           RECORD CONTAINS 39 CHARACTERS
