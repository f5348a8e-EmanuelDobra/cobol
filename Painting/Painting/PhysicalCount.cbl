       AUTHOR.           JANIS.

      *Annual physical-count reconciliation for the collection.
      *The gallery walk-through produces a count file of the pieces
      *(accession number off the label, and name) and locations
      *actually sighted; this run reconciles it against the art
      *master and reports, each in its own exception section with
      *counts:
      *  - pieces on the master that nobody sighted,
      *  - pieces sighted that are not on the master, and
      *  - pieces whose sighted location disagrees with the master.
      *is append-only; the inventory run suppresses disposals by
      *re-reading arttrans.dat), are expected to be missing from
      *the walk-through and are not exceptions.
      *Every match is on the accession number, so two works that
      *share a title cannot stand in for each other on the count.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Same 86-byte descriptive master the inventory run loads.
           SELECT F01-MASTER-FILE  ASSIGN TO 'artmaster.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-MASTER-FILE-STATUS.

      *The clipboard walk-through, keyed in: accession number, name
      *and the location where the piece was actually sighted.
           SELECT F02-COUNT-FILE   ASSIGN TO 'artcount.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-COUNT-FILE-STATUS.

      *Same 97-byte transaction layout the inventory run reads;
      *only the disposal rows matter here.
           SELECT F05-TRANS-FILE   ASSIGN TO 'arttrans.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  F01-MASTER-FILE
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS F01-MASTER-RECORD.
       01  F01-MASTER-RECORD.
           05  F01-ACCESSION-NO    PIC 9(8).
           05  F01-NAME            PIC X(25).
           05  F01-ARTIST          PIC X(20).
           05  F01-MEDIUM          PIC X(12).
           05  F01-CONDITION       PIC X.

       FD  F02-COUNT-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS F02-COUNT-RECORD.
       01  F02-COUNT-RECORD.
           05  F02-ACCESSION-NO    PIC 9(8).
           05  F02-NAME            PIC X(25).
           05  F02-LOCATION        PIC X(15).

       01  F03-RECON-RECORD        PIC X(90).

       FD  F05-TRANS-FILE
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS F05-TRANS-RECORD.
       01  F05-TRANS-RECORD.
           05  F05-ACCESSION-NO    PIC 9(8).
           05  FILLER              PIC X(25).
           05  FILLER              PIC X(13).
           05  F05-TRANS-CODE      PIC X.
               88  F05-DISPOSAL        VALUE 'D'.
           05  FILLER              PIC X(50).

      *One line is appended here at the end of every run, across
      *every program in the suite.
           05  DSP-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON W-DISPOSED-COUNT
                   INDEXED BY DSP-IDX.
               10  DSP-ACCESSION   PIC 9(8).

      *The count file in memory, flagged as master records match.
       01  MAX-SIGHTINGS           PIC 9(4)  VALUE 500.
           05  SGT-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON W-SIGHTING-COUNT
                   INDEXED BY SGT-IDX.
               10  SGT-ACCESSION   PIC 9(8).
               10  SGT-NAME        PIC X(25).
               10  SGT-LOCATION    PIC X(15).
               10  SGT-MATCHED-SWITCH PIC X.
           05  MSM-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON W-MISMATCH-COUNT
                   INDEXED BY MSM-IDX.
               10  MSM-ACCESSION   PIC 9(8).
               10  MSM-NAME        PIC X(25).
               10  MSM-MASTER-LOC  PIC X(15).
               10  MSM-SIGHTED-LOC PIC X(15).
           05                      PIC X(45)  VALUE SPACES.

       01  W04-PIECE-LINE.
           05  W04-ACCESSION       PIC 9(8).
           05                      PIC X(2)   VALUE SPACES.
           05  W04-NAME            PIC X(25).
           05                      PIC X(2)   VALUE SPACES.
           05  W04-NOTE            PIC X(40).
           05                      PIC X(13)  VALUE SPACES.

       01  W05-COUNT-LINE.
           05                      PIC X(2)   VALUE SPACES.
                           IF F05-DISPOSAL
                               AND W-DISPOSED-COUNT < MAX-DISPOSED
                               ADD 1 TO W-DISPOSED-COUNT
                               MOVE F05-ACCESSION-NO
                                   TO DSP-ACCESSION(W-DISPOSED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
                       NOT AT END
                           IF W-SIGHTING-COUNT < MAX-SIGHTINGS
                               ADD 1 TO W-SIGHTING-COUNT
                               MOVE F02-ACCESSION-NO
                                   TO SGT-ACCESSION(W-SIGHTING-COUNT)
                               MOVE F02-NAME
                                   TO SGT-NAME(W-SIGHTING-COUNT)
                               MOVE F02-LOCATION
               SET SGT-IDX TO 1
               SEARCH SGT-ENTRY
                   AT END CONTINUE
                   WHEN SGT-ACCESSION(SGT-IDX) = F01-ACCESSION-NO
                       MOVE 'Y' TO W-SGT-FOUND-SWITCH
               END-SEARCH
           END-IF
               SET DSP-IDX TO 1
               SEARCH DSP-ENTRY
                   AT END CONTINUE
                   WHEN DSP-ACCESSION(DSP-IDX) = F01-ACCESSION-NO
                       MOVE 'Y' TO W-DSP-FOUND-SWITCH
               END-SEARCH
           END-IF
                   IF SGT-LOCATION(SGT-IDX) NOT = F01-LOCATION
                       AND W-MISMATCH-COUNT < MAX-MISMATCHES
                       ADD 1 TO W-MISMATCH-COUNT
                       MOVE F01-ACCESSION-NO
                           TO MSM-ACCESSION(W-MISMATCH-COUNT)
                       MOVE F01-NAME
                           TO MSM-NAME(W-MISMATCH-COUNT)
                       MOVE F01-LOCATION
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO W-NOT-SIGHTED
                   MOVE F01-ACCESSION-NO TO W04-ACCESSION
                   MOVE F01-NAME TO W04-NAME
                   MOVE SPACES TO W04-NOTE
                   STRING 'EXPECTED AT ' F01-LOCATION
               UNTIL SGT-IDX > W-SIGHTING-COUNT
               IF NOT SGT-MATCHED(SGT-IDX)
                   ADD 1 TO W-NOT-ON-MASTER
                   MOVE SGT-ACCESSION(SGT-IDX) TO W04-ACCESSION
                   MOVE SGT-NAME(SGT-IDX) TO W04-NAME
                   MOVE SPACES TO W04-NOTE
                   STRING 'SIGHTED AT ' SGT-LOCATION(SGT-IDX)
           WRITE F03-RECON-RECORD
           PERFORM VARYING MSM-IDX FROM 1 BY 1
               UNTIL MSM-IDX > W-MISMATCH-COUNT
               MOVE MSM-ACCESSION(MSM-IDX) TO W04-ACCESSION
               MOVE MSM-NAME(MSM-IDX) TO W04-NAME
               MOVE SPACES TO W04-NOTE
               STRING 'MASTER ' MSM-MASTER-LOC(MSM-IDX)
