
       DATA DIVISION.
       FILE SECTION.
      *Same 127-byte layout RENTALS writes valid contracts with.
       FD  F01-VALID-RENTAL-FILE
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS F01-VALID-RENTAL-RECORD.
       01  F01-VALID-RENTAL-RECORD      PIC X(127).

      *Same 127-byte layout RENTMAINT maintains, keyed by contract.
       FD  F02-RENTAL-MASTER-FILE
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS RM-RECORD.
       01  RM-RECORD.
           05  RM-CONTRACT-NO           PIC 9(6).
           05  RM-REST-OF-RECORD        PIC X(121).

      *One line is appended here at the end of every run, across
      *every program in the suite.
