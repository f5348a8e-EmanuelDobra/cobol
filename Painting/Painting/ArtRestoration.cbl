       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Work orders keyed by the registrar: the piece (by accession
      *number, with its name alongside for the report), the problem,
      *the vendor and estimate, the completion date once the job
      *is done, the assessed condition grade, and the posted flag
      *this run maintains so a completed job's cost posts once.
                                   ASSIGN TO 'artworkorders.new'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Same 86-byte accession-keyed master layout the art programs
      *share.
           SELECT F03-MASTER-IN-FILE
                                   ASSIGN TO 'artmaster.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   ASSIGN TO 'artmaster.new'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Same 97-byte transaction layout the appraisal postings use;
      *completed restorations append value transactions here.
           SELECT F05-TRANS-FILE   ASSIGN TO 'arttrans.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Same 132-byte key/name/message/contents reject layout the
      *rest of the suite uses; the key column is too narrow for an
      *accession number, so it carries zeros and the accession
      *number leads the contents column.
           SELECT F07-REJECT-FILE  ASSIGN TO 'badworkorders.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-ORDER-IN-FILE
           RECORD CONTAINS 83 CHARACTERS
           DATA RECORD IS F01-ORDER-IN-RECORD.
       01  F01-ORDER-IN-RECORD.
           05  WOI-ACCESSION-NO    PIC 9(8).
           05  WOI-PIECE-NAME      PIC X(25).
           05  WOI-PROBLEM         PIC X(20).
           05  WOI-VENDOR          PIC X(15).
           05  WOI-POSTED          PIC X.

       FD  F02-ORDER-OUT-FILE
           RECORD CONTAINS 83 CHARACTERS
           DATA RECORD IS F02-ORDER-OUT-RECORD.
       01  F02-ORDER-OUT-RECORD.
           05  WOO-ACCESSION-NO    PIC 9(8).
           05  WOO-PIECE-NAME      PIC X(25).
           05  WOO-PROBLEM         PIC X(20).
           05  WOO-VENDOR          PIC X(15).
           05  WOO-POSTED          PIC X.

       FD  F03-MASTER-IN-FILE
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS F03-MASTER-IN-RECORD.
       01  F03-MASTER-IN-RECORD.
           05  F03-ACCESSION-NO    PIC 9(8).
           05  F03-NAME            PIC X(25).
           05  F03-ARTIST          PIC X(20).
           05  F03-MEDIUM          PIC X(12).
           05  F03-CONDITION       PIC X.

       FD  F04-MASTER-OUT-FILE
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS F04-MASTER-OUT-RECORD.
       01  F04-MASTER-OUT-RECORD   PIC X(86).

       FD  F05-TRANS-FILE
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS F05-TRANS-RECORD.
       01  F05-TRANS-RECORD.
           05  F05-ACCESSION-NO    PIC 9(8).
           05  F05-NAME            PIC X(25).
           05  F05-VALUE           PIC 9(7).
           05  F05-APPRAISED-DATE  PIC 9(6).
           05  F05-TRANS-CODE      PIC X.
           05  FILLER              PIC X(50).

       FD  F06-OPEN-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           05  ORDER-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-ORDER-COUNT
                   INDEXED BY ORD-IDX.
               10  ORD-ACCESSION   PIC 9(8).
               10  ORD-PIECE-NAME  PIC X(25).
               10  ORD-PROBLEM     PIC X(20).
               10  ORD-VENDOR      PIC X(15).
           05  PIECE-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-PIECE-COUNT
                   INDEXED BY PCE-IDX.
               10  PCE-ACCESSION   PIC 9(8).
               10  PCE-LAST-VALUE  PIC 9(7).
       01  WS-NEW-VALUE            PIC 9(7)  VALUE 0.

                 VALUE 'OPEN RESTORATION WORK     '.
           05  FILLER              PIC X(39) VALUE SPACES.
       01  W06-HEADING-LINE.
           05  FILLER              PIC X(10) VALUE 'ACCESSION'.
           05  FILLER              PIC X(25) VALUE 'PIECE'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(20) VALUE 'PROBLEM'.
           05  FILLER              PIC X(15) VALUE 'VENDOR'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'ESTIMATE'.
           05  FILLER              PIC X(16) VALUE SPACES.
       01  W07-DETAIL-LINE.
           05  W07-ACCESSION       PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W07-PIECE-NAME      PIC X(25).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W07-PROBLEM         PIC X(20).
           05  W07-VENDOR          PIC X(15).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  W07-ESTIMATE        PIC ZZ,ZZ9.
           05  FILLER              PIC X(17) VALUE SPACES.
       01  W08-TRAILER-LINE.
           05  FILLER              PIC X(13)
                 VALUE 'OPEN ORDERS: '.
                           IF WS-ORDER-COUNT < MAX-ORDERS
                               ADD 1 TO WS-ORDER-COUNT
                               ADD 1 TO WS-ORDERS-READ
                               MOVE WOI-ACCESSION-NO
                                   TO ORD-ACCESSION(WS-ORDER-COUNT)
                               MOVE WOI-PIECE-NAME
                                   TO ORD-PIECE-NAME(WS-ORDER-COUNT)
                               MOVE WOI-PROBLEM
               SET PCE-IDX TO 1
               SEARCH PIECE-ENTRY
                   AT END CONTINUE
                   WHEN PCE-ACCESSION(PCE-IDX) = F05-ACCESSION-NO
                       MOVE 'Y' TO WS-PIECE-FOUND-SWITCH
               END-SEARCH
           END-IF
           ELSE
               IF WS-PIECE-COUNT < MAX-PIECES
                   ADD 1 TO WS-PIECE-COUNT
                   MOVE F05-ACCESSION-NO
                       TO PCE-ACCESSION(WS-PIECE-COUNT)
                   MOVE F05-VALUE
                       TO PCE-LAST-VALUE(WS-PIECE-COUNT)
               END-IF
       210-GRADE-ONE-PIECE.
           PERFORM VARYING ORD-IDX FROM 1 BY 1
               UNTIL ORD-IDX > WS-ORDER-COUNT
               IF ORD-ACCESSION(ORD-IDX) = F03-ACCESSION-NO
                   SET ORD-VALID(ORD-IDX) TO TRUE
                   IF ORD-CONDITION(ORD-IDX) NOT = SPACE
                       AND ORD-CONDITION(ORD-IDX)
               MOVE ORD-VENDOR(ORD-IDX) TO REJ-NAME
               MOVE UNKNOWN-PIECE-MSG  TO REJ-MESSAGE
               MOVE UNKNOWN-PIECE-CODE TO REJ-ERROR-CODE
               MOVE SPACES TO REJ-CONTENTS
               STRING ORD-ACCESSION(ORD-IDX) ' '
                   ORD-PIECE-NAME(ORD-IDX)
                   DELIMITED BY SIZE INTO REJ-CONTENTS
               WRITE F07-REJECT-RECORD FROM REJECT-LINE
           END-IF.

                   SET PCE-IDX TO 1
                   SEARCH PIECE-ENTRY
                       AT END CONTINUE
                       WHEN PCE-ACCESSION(PCE-IDX)
                               = ORD-ACCESSION(ORD-IDX)
                           MOVE 'Y' TO WS-PIECE-FOUND-SWITCH
                   END-SEARCH
               END-IF
               ELSE
                   MOVE ORD-ESTIMATE(ORD-IDX) TO WS-NEW-VALUE
               END-IF
               MOVE SPACES TO F05-TRANS-RECORD
               MOVE ORD-ACCESSION(ORD-IDX) TO F05-ACCESSION-NO
               MOVE ORD-PIECE-NAME(ORD-IDX) TO F05-NAME
               MOVE WS-NEW-VALUE TO F05-VALUE
               MOVE WS-TODAYS-DATE(3:6) TO F05-APPRAISED-DATE
       410-LIST-ONE-OPEN-ORDER.
           IF ORD-VALID(ORD-IDX) AND ORD-COMPLETION(ORD-IDX) = 0
               ADD 1 TO WS-ORDERS-OPEN
               MOVE ORD-ACCESSION(ORD-IDX)  TO W07-ACCESSION
               MOVE ORD-PIECE-NAME(ORD-IDX) TO W07-PIECE-NAME
               MOVE ORD-PROBLEM(ORD-IDX)    TO W07-PROBLEM
               MOVE ORD-VENDOR(ORD-IDX)     TO W07-VENDOR

       510-WRITE-ONE-ORDER.
           IF ORD-VALID(ORD-IDX)
               MOVE ORD-ACCESSION(ORD-IDX)  TO WOO-ACCESSION-NO
               MOVE ORD-PIECE-NAME(ORD-IDX) TO WOO-PIECE-NAME
               MOVE ORD-PROBLEM(ORD-IDX)    TO WOO-PROBLEM
               MOVE ORD-VENDOR(ORD-IDX)     TO WOO-VENDOR
