       DATA DIVISION.
       FILE SECTION.
       FD  F01-JOURNAL-FILE
           RECORD CONTAINS 286 CHARACTERS
           DATA RECORD IS JOURNAL-RECORD.
       01  JOURNAL-RECORD.
           05  JNL-DATE                 PIC 9(8).
               88  JNL-UPDATE               VALUE 'U'.
               88  JNL-DELETE               VALUE 'D'.
           05  JNL-CONTRACT-NO          PIC 9(6).
           05  JNL-BEFORE-IMAGE         PIC X(127).
           05  JNL-AFTER-IMAGE          PIC X(127).
           05  JNL-OPERATOR-ID          PIC X(8).
           05  FILLER                   PIC X(3).

      *Same 127-byte layout RENTMAINT maintains, keyed by contract.
       FD  F02-RENTAL-MASTER-FILE
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS RM-RECORD.
       01  RM-RECORD.
           05  RM-CONTRACT-NO           PIC 9(6).
           05  RM-REST-OF-RECORD        PIC X(121).

      *One line is appended here at the end of every run, across
      *every program in the suite.
