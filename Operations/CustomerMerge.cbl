       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Same 62-byte shared-customer layout the validators read.
           SELECT F01-CUSTOMER-FILE
                                   ASSIGN TO 'customers.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  F01-CUSTOMER-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F01-CUSTOMER-RECORD.
       01  F01-CUSTOMER-RECORD.
           05  F01-CUST-ID         PIC 9(6).
           05  F01-CUST-NAME       PIC X(25).
           05  F01-CUST-ADDRESS    PIC X(30).
           05  FILLER              PIC X(59).

       FD  F02-MERGE-REPT-FILE
           RECORD CONTAINS 110 CHARACTERS
