      *appreciation per piece (first carried value, latest value,
      *percent change, years held between the two appraisals) with
      *a per-artist rollup for the insurer and the owner.
      *History rolls up by accession number, not title, so two
      *works sharing a title stay apart and a retitled work keeps
      *its whole history; the title printed is the master's
      *current one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Same 97-byte layout the inventory run reads; only value
      *postings and acquisitions carry appraisal history.
           SELECT F01-TRANS-FILE   ASSIGN TO 'arttrans.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TRANS-FILE-STATUS.

      *Artist and current title per piece, from the descriptive
      *master.
           SELECT F02-MASTER-FILE  ASSIGN TO 'artmaster.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
       DATA DIVISION.
       FILE SECTION.
       FD  F01-TRANS-FILE
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS F01-TRANS-RECORD.
       01  F01-TRANS-RECORD.
           05  F01-ACCESSION-NO    PIC 9(8).
           05  F01-NAME            PIC X(25).
           05  F01-VALUE           PIC 9(7).
           05  F01-APPRAISED-DATE.
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
           05  PIECE-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON W-PIECE-COUNT
                   INDEXED BY PCE-IDX.
               10  PCE-ACCESSION   PIC 9(8).
               10  PCE-NAME        PIC X(25).
               10  PCE-ARTIST      PIC X(20).
               10  PCE-FIRST-DATE  PIC 9(6).
           05                      PIC X(56)  VALUE SPACES.

       01  W03-HEADING-LINE.
           05                      PIC X(10)  VALUE 'ACCESSION'.
           05                      PIC X(25)  VALUE 'NAME'.
           05                      PIC X(2)   VALUE SPACES.
           05                      PIC X(20)  VALUE 'ARTIST'.
           05                      PIC X(8)   VALUE 'CHANGE %'.
           05                      PIC X(2)   VALUE SPACES.
           05                      PIC X(10)  VALUE 'YEARS HELD'.
           05                      PIC X(4)   VALUE SPACES.

       01  W04-DETAIL-LINE.
           05  W04-ACCESSION       PIC 9(8).
           05                      PIC X(2)   VALUE SPACES.
           05  W04-NAME            PIC X(25).
           05                      PIC X(2)   VALUE SPACES.
           05  W04-ARTIST          PIC X(20).
           05  W04-PCT-CHANGE      PIC +ZZ,ZZ9.9.
           05                      PIC X(5)   VALUE SPACES.
           05  W04-YEARS-HELD      PIC ZZ9.9.
           05                      PIC X(5)   VALUE SPACES.

       01  W05-ARTIST-TITLE-LINE.
           05                      PIC X(26)
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
                   MOVE F01-ACCESSION-NO TO PCE-ACCESSION(PCE-IDX)
                   MOVE F01-NAME TO PCE-NAME(PCE-IDX)
                   MOVE SPACES TO PCE-ARTIST(PCE-IDX)
                   MOVE F01-APPRAISED-DATE TO PCE-FIRST-DATE(PCE-IDX)
               SET PCE-IDX TO 1
               SEARCH PIECE-ENTRY
                   AT END CONTINUE
                   WHEN PCE-ACCESSION(PCE-IDX) = F02-ACCESSION-NO
                       MOVE F02-NAME   TO PCE-NAME(PCE-IDX)
                       MOVE F02-ARTIST TO PCE-ARTIST(PCE-IDX)
               END-SEARCH
           END-IF
           COMPUTE W-YEARS-HELD ROUNDED =
               (FUNCTION INTEGER-OF-DATE(W-LAST-DATE-8) -
                FUNCTION INTEGER-OF-DATE(W-FIRST-DATE-8)) / 365
           MOVE PCE-ACCESSION(PCE-IDX)   TO W04-ACCESSION
           MOVE PCE-NAME(PCE-IDX)        TO W04-NAME
           MOVE PCE-ARTIST(PCE-IDX)      TO W04-ARTIST
           MOVE PCE-FIRST-VALUE(PCE-IDX) TO W04-FIRST-VALUE
