       DATA DIVISION.

       FILE SECTION.
      *Same 77-byte layout PROFITRPT writes vehiclepl.dat with;
      *records from the old 60-byte stream read with a blank sale
      *date and count in the report month, as before.
       FD  F01-MONTH-FILE
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS F01-MONTH-RECORD.
       01  F01-MONTH-RECORD.
           05  F01-YEAR                 PIC X(2).
           05  F01-NET-SIGN             PIC X.
           05  F01-NET-PROFIT           PIC 9(7)V99.
           05  F01-SALE-DATE            PIC X(8).
           05  F01-RECON-COST           PIC 9(7)V99.

       FD  F02-ROLLUP-REPT-FILE
           RECORD CONTAINS 100 CHARACTERS
