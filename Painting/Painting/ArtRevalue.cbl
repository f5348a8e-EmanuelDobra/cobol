      *threshold away from the insured (last appraised) value. The
      *worklist prints in dollars-at-risk order, biggest first -
      *the re-appraisal queue.
      *Pieces match their value history by accession number, so
      *two works sharing a title are projected separately.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                   FILE STATUS IS
                                       WS-INDEX-FILE-STATUS.

      *Same 86-byte master layout the art programs share.
           SELECT F02-MASTER-FILE  ASSIGN TO 'artmaster.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-MASTER-FILE-STATUS.

      *Same 97-byte transaction history the appraisal and
      *insurance runs roll values from.
           SELECT F03-TRANS-FILE   ASSIGN TO 'arttrans.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
           05  IDX-PCT             PIC 9(3)V9.

       FD  F02-MASTER-FILE
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS F02-MASTER-RECORD.
       01  F02-MASTER-RECORD.
           05  F02-ACCESSION-NO    PIC 9(8).
           05  F02-NAME            PIC X(25).
           05  F02-ARTIST          PIC X(20).
           05  F02-MEDIUM          PIC X(12).
           05  F02-CONDITION       PIC X.

       FD  F03-TRANS-FILE
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS F03-TRANS-RECORD.
       01  F03-TRANS-RECORD.
           05  F03-ACCESSION-NO    PIC 9(8).
           05  F03-NAME            PIC X(25).
           05  F03-VALUE           PIC 9(7).
           05  F03-APPRAISED-DATE  PIC 9(6).
           05  F03-TRANS-CODE      PIC X.
           05  FILLER              PIC X(50).

       FD  F04-WORKLIST-FILE
           RECORD CONTAINS 110 CHARACTERS
           05  PIECE-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-PIECE-COUNT
                   INDEXED BY PCE-IDX.
               10  PCE-ACCESSION   PIC 9(8).
               10  PCE-NAME        PIC X(25).
               10  PCE-MEDIUM      PIC X(12).
               10  PCE-INSURED     PIC 9(7).
       01  WS-SORT-I               PIC 9(4)  VALUE 0.
       01  WS-SORT-J               PIC 9(4)  VALUE 0.
       01  WS-SORT-HIGH            PIC 9(4)  VALUE 0.
       01  WS-SWAP-ENTRY           PIC X(70) VALUE SPACES.

       01  RUN-COUNTERS.
           05  WS-PIECES-PROJECTED PIC 9(4)  VALUE 0.
                 VALUE 'RE-APPRAISAL WORKLIST BY DOLLARS'.
           05                      PIC X(43)  VALUE SPACES.
       01  W03-HEADING-LINE.
           05                      PIC X(10)  VALUE 'ACCESSION'.
           05                      PIC X(25)  VALUE 'PIECE'.
           05                      PIC X(2)   VALUE SPACES.
           05                      PIC X(12)  VALUE 'MEDIUM'.
           05                      PIC X(7)   VALUE 'AT RISK'.
           05                      PIC X(4)   VALUE SPACES.
           05                      PIC X(7)   VALUE 'DRIFT %'.
           05                      PIC X(26)  VALUE SPACES.
       01  W04-DETAIL-LINE.
           05  W04-ACCESSION       PIC 9(8).
           05                      PIC X(2)   VALUE SPACES.
           05  W04-NAME            PIC X(25).
           05                      PIC X(2)   VALUE SPACES.
           05  W04-MEDIUM          PIC X(12).
           05  W04-AT-RISK         PIC $$,$$$,$$9.
           05                      PIC X(4)   VALUE SPACES.
           05  W04-DRIFT           PIC ZZ9.9.
           05                      PIC X(17)  VALUE SPACES.
       01  W05-TRAILER-LINE.
           05                      PIC X(20)
                 VALUE 'PIECES PROJECTED:   '.
                       NOT AT END
                           IF WS-PIECE-COUNT < MAX-PIECES
                               ADD 1 TO WS-PIECE-COUNT
                               MOVE F02-ACCESSION-NO
                                   TO PCE-ACCESSION(WS-PIECE-COUNT)
                               MOVE F02-NAME
                                   TO PCE-NAME(WS-PIECE-COUNT)
                               MOVE F02-MEDIUM
               SET PCE-IDX TO 1
               SEARCH PIECE-ENTRY
                   AT END CONTINUE
                   WHEN PCE-ACCESSION(PCE-IDX) = F03-ACCESSION-NO
                       MOVE 'Y' TO WS-PIECE-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF PCE-INSURED(PCE-IDX) > 0
               AND PCE-DRIFT-PCT(PCE-IDX) > WS-DRIFT-THRESHOLD
               ADD 1 TO WS-PIECES-FLAGGED
               MOVE PCE-ACCESSION(PCE-IDX) TO W04-ACCESSION
               MOVE PCE-NAME(PCE-IDX)      TO W04-NAME
               MOVE PCE-MEDIUM(PCE-IDX)    TO W04-MEDIUM
               MOVE PCE-INSURED(PCE-IDX)   TO W04-INSURED
