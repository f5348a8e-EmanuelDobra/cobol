      *prints one rider per show: each piece's current carried
      *value and the premium at its band rate, the same value and
      *premium basis the ARTINS schedule computes from.
      *Each grouped piece is named by its accession number, and
      *every cross-check matches on that number, so two works
      *sharing a title cannot be confused for one another.
      *A show going out to another venue is marked outgoing on its
      *rows. Each piece on an outgoing show is checked against its
      *provenance chain by the same gap rule the ARTPROV report
      *uses; a piece with an open gap still gets its rider, but
      *the rider line is flagged and the run ends at the warning
      *level so registration clears the piece before it travels.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                   FILE STATUS IS
                                       WS-EXHIBIT-FILE-STATUS.

      *Same 86-byte master layout the art programs share.
           SELECT F02-MASTER-FILE  ASSIGN TO 'artmaster.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-MASTER-FILE-STATUS.

      *Same 62-byte loan ledger the collection program keeps.
           SELECT F03-LOAN-FILE    ASSIGN TO 'artloans.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-LOAN-FILE-STATUS.

      *Same 97-byte transaction history ARTINS rolls values from.
           SELECT F04-TRANS-FILE   ASSIGN TO 'arttrans.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Same 132-byte key/name/message/contents reject layout the
      *rest of the suite uses; the key column is too narrow for an
      *accession number, so it carries zeros and the accession
      *number leads the contents column.
           SELECT F07-REJECT-FILE  ASSIGN TO 'badexhibits.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

                                   FILE STATUS IS
                                       WS-OPSLOG-FILE-STATUS.

      *Same 62-byte owner-by-owner chain ARTPROV reports from.
           SELECT F09-PROVENANCE-FILE
                                   ASSIGN TO 'artprovenance.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-PROVENANCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-EXHIBIT-FILE
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS F01-EXHIBIT-RECORD.
       01  F01-EXHIBIT-RECORD.
           05  EXH-SHOW-CODE       PIC X(6).
           05  EXH-ACCESSION-NO    PIC 9(8).
           05  EXH-PIECE-NAME      PIC X(25).
           05  EXH-VENUE           PIC X(20).
           05  EXH-OPEN-DATE       PIC 9(8).
           05  EXH-CLOSE-DATE      PIC 9(8).
      *'O' for a show travelling to another venue; blank for one
      *hung in-house.
           05  EXH-TRAVEL-CODE     PIC X.

       FD  F02-MASTER-FILE
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS F02-MASTER-RECORD.
       01  F02-MASTER-RECORD.
           05  F02-ACCESSION-NO    PIC 9(8).
           05  F02-NAME            PIC X(25).
           05  F02-ARTIST          PIC X(20).
           05  F02-MEDIUM          PIC X(12).
           05  F02-CONDITION       PIC X.

       FD  F03-LOAN-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS F03-LOAN-RECORD.
       01  F03-LOAN-RECORD.
           05  F03-LOAN-ACCESSION  PIC 9(8).
           05  F03-LOAN-NAME       PIC X(25).
           05  F03-LOAN-BORROWER   PIC X(20).
           05  F03-LOAN-DUE-DATE   PIC 9(8).
           05  F03-LOAN-RETURNED   PIC X.

       FD  F04-TRANS-FILE
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS F04-TRANS-RECORD.
       01  F04-TRANS-RECORD.
           05  F04-ACCESSION-NO    PIC 9(8).
           05  F04-NAME            PIC X(25).
           05  F04-VALUE           PIC 9(7).
           05  F04-APPRAISED-DATE  PIC 9(6).
           05  F04-TRANS-CODE      PIC X.
           05  FILLER              PIC X(50).

       FD  F05-PREMIUM-FILE
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS F08-OPS-LOG-RECORD.
       01  F08-OPS-LOG-RECORD      PIC X(132).

       FD  F09-PROVENANCE-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS F09-PROVENANCE-RECORD.
       01  F09-PROVENANCE-RECORD.
           05  F09-ACCESSION-NO    PIC 9(8).
           05  F09-OWNER           PIC X(30).
           05  F09-FROM-YEAR       PIC 9(4).
           05  F09-TO-YEAR         PIC 9(4).
           05  F09-HOW-ACQUIRED    PIC X.
               88  F09-VALID-HOW       VALUES 'S' 'G' 'B' 'A'.
           05  F09-REFERENCE       PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-EXHIBIT-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-MASTER-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-TRANS-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-PREMIUM-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-PROVENANCE-FILE-STATUS PIC XX  VALUE SPACES.

      *The exhibition rows in memory, grouped by show at print
      *time.
                   DEPENDING ON WS-EXHIBIT-COUNT
                   INDEXED BY EXB-IDX.
               10  EXB-SHOW-CODE   PIC X(6).
               10  EXB-ACCESSION   PIC 9(8).
               10  EXB-PIECE-NAME  PIC X(25).
               10  EXB-VENUE       PIC X(20).
               10  EXB-OPEN-DATE   PIC 9(8).
               10  EXB-CLOSE-DATE  PIC 9(8).
               10  EXB-TRAVEL-CODE PIC X.
                   88  EXB-OUTGOING    VALUE 'O'.
               10  EXB-VALID-SWITCH PIC X.
                   88  EXB-VALID       VALUE 'Y'.
               10  EXB-PRINTED-SWITCH PIC X.
           05  PIECE-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-PIECE-COUNT
                   INDEXED BY PCE-IDX.
               10  PCE-ACCESSION   PIC 9(8).
               10  PCE-NAME        PIC X(25).
               10  PCE-ON-LOAN     PIC X.
               10  PCE-LAST-VALUE  PIC 9(7).
               10  PCE-YEAR        PIC 9(4).

      *Owner records for pieces on the master, the same ones
      *ARTPROV accepts into a chain.
       01  MAX-OWNERS              PIC 9(4)  VALUE 2000.
       01  OWNER-TABLE-AREA.
           05  WS-OWNER-COUNT      PIC 9(4)  VALUE 0.
           05  OWNER-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-OWNER-COUNT
                   INDEXED BY OWN-IDX.
               10  OWN-ACCESSION   PIC 9(8).
               10  OWN-FROM-YEAR   PIC 9(4).
               10  OWN-TO-YEAR     PIC 9(4).

       01  GAP-WORK.
           05  WS-OWN-SUB          PIC 9(4)  VALUE 0.
           05  WS-PIECE-OWNERS     PIC 9(4)  VALUE 0.
           05  WS-EARLIEST-FROM    PIC 9(4)  VALUE 0.
           05  WS-YEAR-AFTER       PIC 9(4)  VALUE 0.
           05  WS-COVERED-SWITCH   PIC X     VALUE 'N'.
               88  WS-YEAR-COVERED           VALUE 'Y'.
           05  WS-GAP-SWITCH       PIC X     VALUE 'N'.
               88  WS-PIECE-HAS-GAP          VALUE 'Y'.

      *Premium bands, the same schedule ARTINS rates from; a
      *missing schedule riders every piece at a zero premium until
           05  WS-SHOW-VALUE       PIC 9(9)    VALUE 0.
           05  WS-SHOW-PREMIUM     PIC 9(7)V99 VALUE 0.
           05  WS-SHOW-PIECES      PIC 9(3)    VALUE 0.
           05  WS-SHOW-GAPS        PIC 9(3)    VALUE 0.

       01  WS-SUB                  PIC 9(3)    VALUE 0.

           05  WS-ROWS-READ        PIC 9(3)  VALUE 0.
           05  WS-ROWS-REJECTED    PIC 9(3)  VALUE 0.
           05  WS-RIDERS-PRINTED   PIC 9(3)  VALUE 0.
           05  WS-PROVENANCE-WARNINGS PIC 9(3) VALUE 0.

       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY      PIC 9(4).
           05  W02-OPEN-DATE       PIC 9(8).
           05                      PIC X(3)   VALUE ' - '.
           05  W02-CLOSE-DATE      PIC 9(8).
           05                      PIC X(2)   VALUE SPACES.
           05  W02-TRAVEL          PIC X(8).
           05                      PIC X(39)  VALUE SPACES.
       01  W03-RIDER-PIECE-LINE.
           05  W03-ACCESSION       PIC 9(8).
           05                      PIC X(2)   VALUE SPACES.
           05  W03-PIECE-NAME      PIC X(25).
           05                      PIC X(2)   VALUE SPACES.
           05  W03-POLICY          PIC X(6).
           05                      PIC X(10)  VALUE '  PREMIUM '.
           05  W03-PREMIUM         PIC $$$,$$9.99.
           05                      PIC X(2)   VALUE SPACES.
           05  W03-WARNING         PIC X(14).
           05                      PIC X(12)  VALUE SPACES.
       01  W05-RIDER-TOTAL-LINE.
           05                      PIC X(9)   VALUE 'PIECES:  '.
           05  W05-PIECES          PIC ZZ9.
           05                      PIC X(17)
                 VALUE '  RIDER PREMIUM: '.
           05  W05-PREMIUM         PIC $$$$,$$9.99.
           05                      PIC X(19)
                 VALUE '  PROVENANCE GAPS: '.
           05  W05-GAPS            PIC ZZ9.
           05                      PIC X(22)  VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
           PERFORM 130-ROLL-UP-LATEST-VALUES
           PERFORM 140-APPLY-LOAN-LEDGER
           PERFORM 150-LOAD-PREMIUM-BANDS
           PERFORM 160-LOAD-PROVENANCE
           OPEN OUTPUT F07-REJECT-FILE
           PERFORM 200-CROSS-CHECK-ROWS
           CLOSE F07-REJECT-FILE
           PERFORM 300-WRITE-RIDERS
      *Suite severity standard: rejects present set condition 4,
      *and so does an outgoing piece with an open provenance gap.
           IF WS-ROWS-REJECTED > 0 OR WS-PROVENANCE-WARNINGS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
                               ADD 1 TO WS-ROWS-READ
                               MOVE EXH-SHOW-CODE
                                   TO EXB-SHOW-CODE(WS-EXHIBIT-COUNT)
                               MOVE EXH-ACCESSION-NO
                                   TO EXB-ACCESSION(WS-EXHIBIT-COUNT)
                               MOVE EXH-PIECE-NAME
                                   TO EXB-PIECE-NAME(WS-EXHIBIT-COUNT)
                               MOVE EXH-VENUE
                                   TO EXB-OPEN-DATE(WS-EXHIBIT-COUNT)
                               MOVE EXH-CLOSE-DATE
                                   TO EXB-CLOSE-DATE(WS-EXHIBIT-COUNT)
                               MOVE EXH-TRAVEL-CODE
                                   TO EXB-TRAVEL-CODE(WS-EXHIBIT-COUNT)
                               MOVE 'Y' TO
                                   EXB-VALID-SWITCH(WS-EXHIBIT-COUNT)
                               MOVE 'N' TO
                       NOT AT END
                           IF WS-PIECE-COUNT < MAX-PIECES
                               ADD 1 TO WS-PIECE-COUNT
                               MOVE F02-ACCESSION-NO
                                   TO PCE-ACCESSION(WS-PIECE-COUNT)
                               MOVE F02-NAME
                                   TO PCE-NAME(WS-PIECE-COUNT)
                               MOVE F02-ON-LOAN
                                   TO PCE-ON-LOAN(WS-PIECE-COUNT)
                               MOVE 0
                                   TO PCE-LAST-VALUE(WS-PIECE-COUNT)
                               MOVE F02-YEAR
                                   TO PCE-YEAR(WS-PIECE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               SET PCE-IDX TO 1
               SEARCH PIECE-ENTRY
                   AT END CONTINUE
                   WHEN PCE-ACCESSION(PCE-IDX) = F04-ACCESSION-NO
                       MOVE 'Y' TO WS-PIECE-FOUND-SWITCH
               END-SEARCH
           END-IF
               SET PCE-IDX TO 1
               SEARCH PIECE-ENTRY
                   AT END CONTINUE
                   WHEN PCE-ACCESSION(PCE-IDX) = F03-LOAN-ACCESSION
                       MOVE 'Y' TO WS-PIECE-FOUND-SWITCH
               END-SEARCH
           END-IF
               CLOSE F05-PREMIUM-FILE
           END-IF.

      *Only owner records ARTPROV would accept count toward the
      *chain: a piece on the master, a recognised transfer, and a
      *from-year no later than the to-year or an open to-year.
       160-LOAD-PROVENANCE.
           OPEN INPUT F09-PROVENANCE-FILE
           IF WS-PROVENANCE-FILE-STATUS = '00'
               PERFORM UNTIL WS-PROVENANCE-FILE-STATUS NOT = '00'
                   READ F09-PROVENANCE-FILE
                       AT END
                           MOVE '10' TO WS-PROVENANCE-FILE-STATUS
                       NOT AT END
                           PERFORM 165-NOTE-ONE-OWNER
                   END-READ
               END-PERFORM
               CLOSE F09-PROVENANCE-FILE
           END-IF.

       165-NOTE-ONE-OWNER.
           MOVE 'N' TO WS-PIECE-FOUND-SWITCH
           IF WS-PIECE-COUNT > 0
               SET PCE-IDX TO 1
               SEARCH PIECE-ENTRY
                   AT END CONTINUE
                   WHEN PCE-ACCESSION(PCE-IDX) = F09-ACCESSION-NO
                       MOVE 'Y' TO WS-PIECE-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF WS-PIECE-FOUND
               AND F09-VALID-HOW
               AND F09-FROM-YEAR IS NUMERIC
               AND F09-TO-YEAR IS NUMERIC
               AND F09-FROM-YEAR > 0
               AND F09-FROM-YEAR <= WS-TODAYS-CCYY
               AND (F09-TO-YEAR = 0
                   OR F09-TO-YEAR >= F09-FROM-YEAR)
               AND WS-OWNER-COUNT < MAX-OWNERS
               ADD 1 TO WS-OWNER-COUNT
               MOVE F09-ACCESSION-NO
                   TO OWN-ACCESSION(WS-OWNER-COUNT)
               MOVE F09-FROM-YEAR TO OWN-FROM-YEAR(WS-OWNER-COUNT)
               MOVE F09-TO-YEAR   TO OWN-TO-YEAR(WS-OWNER-COUNT)
           END-IF.

      *Cross-checks: the piece must exist, must not be out on
      *loan, and must not sit in another show whose dates overlap
      *this one's.
               SET PCE-IDX TO 1
               SEARCH PIECE-ENTRY
                   AT END CONTINUE
                   WHEN PCE-ACCESSION(PCE-IDX)
                           = EXB-ACCESSION(EXB-IDX)
                       MOVE 'Y' TO WS-PIECE-FOUND-SWITCH
               END-SEARCH
           END-IF
           ADD 1 TO WS-ROWS-REJECTED
           MOVE ZEROS TO REJ-KEY
           MOVE EXB-SHOW-CODE(EXB-IDX) TO REJ-NAME
           MOVE SPACES TO REJ-CONTENTS
           STRING EXB-ACCESSION(EXB-IDX) ' '
               EXB-PIECE-NAME(EXB-IDX)
               DELIMITED BY SIZE INTO REJ-CONTENTS
           WRITE F07-REJECT-RECORD FROM REJECT-LINE.

      *Two bookings of the same piece overlap when neither show
               UNTIL WS-SUB >= EXB-IDX
                   OR NOT EXB-VALID(EXB-IDX)
               IF EXB-VALID(WS-SUB)
                   AND EXB-ACCESSION(WS-SUB)
                       = EXB-ACCESSION(EXB-IDX)
                   AND EXB-SHOW-CODE(WS-SUB)
                       NOT = EXB-SHOW-CODE(EXB-IDX)
                   AND EXB-OPEN-DATE(EXB-IDX)
               MOVE 0 TO WS-SHOW-VALUE
               MOVE 0 TO WS-SHOW-PREMIUM
               MOVE 0 TO WS-SHOW-PIECES
               MOVE 0 TO WS-SHOW-GAPS
               MOVE SPACES TO F06-RIDER-RECORD
               WRITE F06-RIDER-RECORD
               MOVE EXB-SHOW-CODE(EXB-IDX)  TO W02-SHOW-CODE
               MOVE EXB-VENUE(EXB-IDX)      TO W02-VENUE
               MOVE EXB-OPEN-DATE(EXB-IDX)  TO W02-OPEN-DATE
               MOVE EXB-CLOSE-DATE(EXB-IDX) TO W02-CLOSE-DATE
               IF EXB-OUTGOING(EXB-IDX)
                   MOVE 'OUTGOING' TO W02-TRAVEL
               ELSE
                   MOVE SPACES TO W02-TRAVEL
               END-IF
               MOVE W02-RIDER-HEADER TO F06-RIDER-RECORD
               WRITE F06-RIDER-RECORD
               PERFORM VARYING WS-SUB FROM 1 BY 1
               MOVE WS-SHOW-PIECES  TO W05-PIECES
               MOVE WS-SHOW-VALUE   TO W05-VALUE
               MOVE WS-SHOW-PREMIUM TO W05-PREMIUM
               MOVE WS-SHOW-GAPS    TO W05-GAPS
               MOVE W05-RIDER-TOTAL-LINE TO F06-RIDER-RECORD
               WRITE F06-RIDER-RECORD
           END-IF.
           SET PCE-IDX TO 1
           SEARCH PIECE-ENTRY
               AT END CONTINUE
               WHEN PCE-ACCESSION(PCE-IDX) = EXB-ACCESSION(WS-SUB)
                   MOVE 'Y' TO WS-PIECE-FOUND-SWITCH
           END-SEARCH
           MOVE 0 TO WS-PIECE-PREMIUM
               PERFORM 330-RATE-ONE-PIECE
               ADD PCE-LAST-VALUE(PCE-IDX) TO WS-SHOW-VALUE
               ADD WS-PIECE-PREMIUM TO WS-SHOW-PREMIUM
               MOVE PCE-ACCESSION(PCE-IDX)  TO W03-ACCESSION
               MOVE PCE-NAME(PCE-IDX)       TO W03-PIECE-NAME
               MOVE PCE-LAST-VALUE(PCE-IDX) TO W03-VALUE
               MOVE WS-PIECE-POLICY         TO W03-POLICY
               MOVE WS-PIECE-PREMIUM        TO W03-PREMIUM
               MOVE SPACES TO W03-WARNING
               IF EXB-OUTGOING(WS-SUB)
                   PERFORM 340-CHECK-PROVENANCE-GAP
                   IF WS-PIECE-HAS-GAP
                       MOVE 'PROVENANCE GAP' TO W03-WARNING
                       ADD 1 TO WS-SHOW-GAPS
                       ADD 1 TO WS-PROVENANCE-WARNINGS
                   END-IF
               END-IF
               MOVE W03-RIDER-PIECE-LINE TO F06-RIDER-RECORD
               WRITE F06-RIDER-RECORD
           END-IF.
               END-IF
           END-PERFORM.

      *The ARTPROV gap rule: no owner records at all; a first
      *owner arriving more than a year after the piece was made;
      *or an owner's closing year followed by a year, before this
      *one, that no owner record covers.
       340-CHECK-PROVENANCE-GAP.
           MOVE 'N' TO WS-GAP-SWITCH
           MOVE 0 TO WS-PIECE-OWNERS
           MOVE 9999 TO WS-EARLIEST-FROM
           PERFORM VARYING OWN-IDX FROM 1 BY 1
               UNTIL OWN-IDX > WS-OWNER-COUNT
               IF OWN-ACCESSION(OWN-IDX) = PCE-ACCESSION(PCE-IDX)
                   ADD 1 TO WS-PIECE-OWNERS
                   IF OWN-FROM-YEAR(OWN-IDX) < WS-EARLIEST-FROM
                       MOVE OWN-FROM-YEAR(OWN-IDX)
                           TO WS-EARLIEST-FROM
                   END-IF
                   PERFORM 345-CHECK-YEAR-AFTER-OWNER
               END-IF
           END-PERFORM
           IF WS-PIECE-OWNERS = 0
               MOVE 'Y' TO WS-GAP-SWITCH
           END-IF
           IF WS-PIECE-OWNERS > 0
               AND PCE-YEAR(PCE-IDX) > 0
               AND WS-EARLIEST-FROM > PCE-YEAR(PCE-IDX) + 1
               MOVE 'Y' TO WS-GAP-SWITCH
           END-IF.

       345-CHECK-YEAR-AFTER-OWNER.
           IF OWN-TO-YEAR(OWN-IDX) NOT = 0
               AND OWN-TO-YEAR(OWN-IDX) < WS-TODAYS-CCYY
               COMPUTE WS-YEAR-AFTER = OWN-TO-YEAR(OWN-IDX) + 1
               MOVE 'N' TO WS-COVERED-SWITCH
               PERFORM VARYING WS-OWN-SUB FROM 1 BY 1
                   UNTIL WS-OWN-SUB > WS-OWNER-COUNT
                   IF OWN-ACCESSION(WS-OWN-SUB)
                           = PCE-ACCESSION(PCE-IDX)
                       AND OWN-FROM-YEAR(WS-OWN-SUB)
                           <= WS-YEAR-AFTER
                       AND (OWN-TO-YEAR(WS-OWN-SUB) = 0
                           OR OWN-TO-YEAR(WS-OWN-SUB)
                               >= WS-YEAR-AFTER)
                       MOVE 'Y' TO WS-COVERED-SWITCH
                   END-IF
               END-PERFORM
               IF NOT WS-YEAR-COVERED
                   MOVE 'Y' TO WS-GAP-SWITCH
               END-IF
           END-IF.

      *Appends one line to the shared end-of-day operations log
      *recording this run's start/end time and records processed.
      *OPEN EXTEND adds to the file instead of overwriting it, so
