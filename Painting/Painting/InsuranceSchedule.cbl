      *the expected premium per band - so the insurer's invoice can
      *finally be checked against our own subtotals instead of
      *paid blind.
      *Pieces roll up by accession number, so two works sharing a
      *title are scheduled separately, and the accession number
      *leads each schedule line for the insurer to key on.
      *Each band's expected premium also goes out on
      *artpremiumdue.dat under its policy code and year, which
      *accounts payable takes as the insurer's invoice for the
      *policy year.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Same 97-byte layout the inventory run reads.
           SELECT F01-TRANS-FILE   ASSIGN TO 'arttrans.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TRANS-FILE-STATUS.

      *Same 86-byte descriptive master the inventory run loads.
           SELECT F02-MASTER-FILE  ASSIGN TO 'artmaster.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                   ASSIGN TO 'InsSchedule.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Expected premium per band, rewritten each run, for accounts
      *payable to pay the insurer from.
           SELECT F06-PREMIUM-DUE-FILE
                                   ASSIGN TO 'artpremiumdue.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F05-OPS-LOG-FILE ASSIGN TO 'opslog.dat'
       DATA DIVISION.
       FILE SECTION.
       FD  F01-TRANS-FILE
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS F01-TRANS-RECORD.
       01  F01-TRANS-RECORD.
           05  F01-ACCESSION-NO    PIC 9(8).
           05  F01-NAME            PIC X(25).
           05  F01-VALUE           PIC 9(7).
           05  F01-APPRAISED-DATE  PIC 9(6).
               88  F01-VALUE-POSTING   VALUES ' ' 'V'.
               88  F01-ACQUISITION     VALUE 'A'.
               88  F01-DISPOSAL        VALUE 'D'.
           05  FILLER              PIC X(50).

       FD  F02-MASTER-FILE
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS F02-MASTER-RECORD.
       01  F02-MASTER-RECORD.
           05  F02-ACCESSION-NO    PIC 9(8).
           05  F02-NAME            PIC X(25).
           05  F02-ARTIST          PIC X(20).
           05  F02-MEDIUM          PIC X(12).
           DATA RECORD IS F04-SCHEDULE-RECORD.
       01  F04-SCHEDULE-RECORD     PIC X(110).

       FD  F06-PREMIUM-DUE-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS F06-PREMIUM-DUE-RECORD.
       01  F06-PREMIUM-DUE-RECORD.
           05  PDU-POLICY-CODE     PIC X(6).
           05  PDU-POLICY-YEAR     PIC 9(4).
           05  PDU-PREMIUM         PIC 9(7)V99.
           05  PDU-PIECES          PIC 9(4).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F05-OPS-LOG-FILE
           05  PIECE-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON W-PIECE-COUNT
                   INDEXED BY PCE-IDX.
               10  PCE-ACCESSION   PIC 9(8).
               10  PCE-NAME        PIC X(25).
               10  PCE-ARTIST      PIC X(20).
               10  PCE-LOCATION    PIC X(15).
           05                      PIC X(47)  VALUE SPACES.

       01  W04-PIECE-LINE.
           05  W04-ACCESSION       PIC 9(8).
           05                      PIC X(2)   VALUE SPACES.
           05  W04-NAME            PIC X(25).
           05                      PIC X(2)   VALUE SPACES.
           05  W04-VALUE           PIC $$,$$$,$$9.
           05                      PIC X(2)   VALUE SPACES.
           05  W04-PREMIUM         PIC $$$,$$9.99.
           05                      PIC X(12)  VALUE SPACES.

       01  W05-BAND-TOTAL-LINE.
           05                      PIC X(2)   VALUE SPACES.
           PERFORM 120-ROLL-UP-LATEST-VALUES
           PERFORM 130-FILL-IN-MASTER-DETAILS
           OPEN OUTPUT F04-SCHEDULE-FILE
                       F06-PREMIUM-DUE-FILE
           MOVE W07-RUN-DATE-LINE TO F04-SCHEDULE-RECORD
           WRITE F04-SCHEDULE-RECORD
           MOVE W02-TITLE-LINE TO F04-SCHEDULE-RECORD
               VARYING BND-IDX FROM 1 BY 1
               UNTIL BND-IDX > W-BAND-COUNT
           CLOSE F04-SCHEDULE-FILE
                 F06-PREMIUM-DUE-FILE
           PERFORM 900-WRITE-OPERATIONS-LOG
           STOP RUN
           .
               SET PCE-IDX TO 1
               SEARCH PIECE-ENTRY
                   AT END CONTINUE
                   WHEN PCE-ACCESSION(PCE-IDX) = F01-ACCESSION-NO
                       MOVE 'Y' TO W-PIECE-FOUND-SWITCH
               END-SEARCH
           END-IF
                   IF W-PIECE-COUNT < MAX-PIECES
                       ADD 1 TO W-PIECE-COUNT
                       SET PCE-IDX TO W-PIECE-COUNT
                       MOVE F01-ACCESSION-NO
                           TO PCE-ACCESSION(PCE-IDX)
                       MOVE F01-NAME TO PCE-NAME(PCE-IDX)
                       MOVE SPACES   TO PCE-ARTIST(PCE-IDX)
                       MOVE SPACES   TO PCE-LOCATION(PCE-IDX)
                               SET PCE-IDX TO 1
                               SEARCH PIECE-ENTRY
                                   AT END CONTINUE
                                   WHEN PCE-ACCESSION(PCE-IDX)
                                           = F02-ACCESSION-NO
                                       MOVE F02-NAME
                                           TO PCE-NAME(PCE-IDX)
                                       MOVE F02-ARTIST
                                           TO PCE-ARTIST(PCE-IDX)
                                       MOVE F02-LOCATION
           MOVE BND-PREMIUM-TOTAL(BND-IDX) TO W05-PREMIUM-TOTAL
           MOVE W05-BAND-TOTAL-LINE TO F04-SCHEDULE-RECORD
           WRITE F04-SCHEDULE-RECORD
           IF BND-PREMIUM-TOTAL(BND-IDX) > 0
               MOVE BND-POLICY(BND-IDX)        TO PDU-POLICY-CODE
               MOVE WS-TODAYS-CCYY             TO PDU-POLICY-YEAR
               MOVE BND-PREMIUM-TOTAL(BND-IDX) TO PDU-PREMIUM
               MOVE BND-PIECES(BND-IDX)        TO PDU-PIECES
               WRITE F06-PREMIUM-DUE-RECORD
           END-IF
           .

       210-WRITE-BAND-PIECES.
               COMPUTE W-PIECE-PREMIUM ROUNDED =
                   PCE-LAST-VALUE(PCE-IDX) / 1000
                       * BND-RATE(BND-IDX)
               MOVE PCE-ACCESSION(PCE-IDX)  TO W04-ACCESSION
               MOVE PCE-NAME(PCE-IDX)       TO W04-NAME
               MOVE PCE-ARTIST(PCE-IDX)     TO W04-ARTIST
               MOVE PCE-LOCATION(PCE-IDX)   TO W04-LOCATION
