           05  DMG-DESCRIPTION          PIC X(25).
           05  DMG-AMOUNT               PIC 9(5)V99.

      *Same 127-byte layout RENTALS writes valid contracts with; the
      *contract number, renter name, and insurance flag are all
      *this run needs.
       FD  F02-VALID-RENTAL-FILE
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS F02-VALID-RENTAL-RECORD.
       01  F02-VALID-RENTAL-RECORD.
           05  VR-CONTRACT-NO           PIC 9(6).
           05  VR-LAST-NAME             PIC X(15).
           05  FILLER                   PIC X(44).
           05  VR-INSURANCE             PIC X.
           05  FILLER                   PIC X(55).

       FD  F03-VALID-DAMAGE-FILE
           RECORD CONTAINS 46 CHARACTERS
