       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARTPROV.
       AUTHOR. JANIS.

      *Provenance chain and gap report. Ownership history used to
      *live in the paper files; artprovenance.dat now carries one
      *record per owner of each piece - who held it, the years
      *they held it, and how it came to them (sale, gift, bequest,
      *or auction lot, with the lot or sale reference). This run
      *prints every piece's chain in date order and flags each
      *unexplained gap: a stretch of years between the piece's
      *creation and today that no owner record covers. Gaps that
      *touch 1933-1945 are marked sensitive - lenders, insurers,
      *and venues ask about those first. An owner record with no
      *closing year is the current holder; a chain whose last
      *owner has a closing year is open from then to today.
      *ARTEXHIB applies the same gap rule to pieces going out to
      *another venue.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *One record per owner per piece, keyed by accession number,
      *in no particular order.
           SELECT F01-PROVENANCE-FILE
                                   ASSIGN TO 'artprovenance.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-PROVENANCE-FILE-STATUS.

      *Title, artist, and year made, from the descriptive master.
           SELECT F02-MASTER-FILE  ASSIGN TO 'artmaster.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-MASTER-FILE-STATUS.

           SELECT F03-PRINT-FILE   ASSIGN TO 'provenancegaps.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F04-REJECT-FILE  ASSIGN TO 'badprovenance.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F05-OPS-LOG-FILE ASSIGN TO 'opslog.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-OPSLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *A closing year of zeros means the owner still holds the
      *piece - for a piece in the collection, that is the museum.
       FD  F01-PROVENANCE-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS F01-PROVENANCE-RECORD.
       01  F01-PROVENANCE-RECORD.
           05  F01-ACCESSION-NO    PIC 9(8).
           05  F01-OWNER           PIC X(30).
           05  F01-FROM-YEAR       PIC 9(4).
           05  F01-TO-YEAR         PIC 9(4).
           05  F01-HOW-ACQUIRED    PIC X.
               88  F01-VALID-HOW       VALUES 'S' 'G' 'B' 'A'.
           05  F01-REFERENCE       PIC X(15).

       FD  F02-MASTER-FILE
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS F02-MASTER-RECORD.
       01  F02-MASTER-RECORD.
           05  F02-ACCESSION-NO    PIC 9(8).
           05  F02-NAME            PIC X(25).
           05  F02-ARTIST          PIC X(20).
           05  F02-MEDIUM          PIC X(12).
           05  F02-YEAR            PIC 9999.
           05  F02-LOCATION        PIC X(15).
           05  F02-ON-LOAN         PIC X.
           05  F02-CONDITION       PIC X.

       FD  F03-PRINT-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F03-PRINT-LINE-RECORD.
       01  F03-PRINT-LINE-RECORD   PIC X(110).

       FD  F04-REJECT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F04-REJECT-RECORD.
       01  F04-REJECT-RECORD       PIC X(132).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F05-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F05-OPS-LOG-RECORD.
       01  F05-OPS-LOG-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROVENANCE-FILE-STATUS PIC XX  VALUE SPACES.
       01  WS-MASTER-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.

      *Years a gap must not touch without being called out.
       01  WS-SENSITIVE-FROM-YEAR  PIC 9(4)  VALUE 1933.
       01  WS-SENSITIVE-TO-YEAR    PIC 9(4)  VALUE 1945.

      *Pieces on the collection master.
       01  MAX-PIECES              PIC 9(4)  VALUE 500.
       01  WS-PIECE-FOUND-SWITCH   PIC X     VALUE 'N'.
           88  WS-PIECE-FOUND                VALUE 'Y'.
       01  PIECE-TABLE-AREA.
           05  WS-PIECE-COUNT      PIC 9(4)  VALUE 0.
           05  PIECE-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-PIECE-COUNT
                   INDEXED BY PCE-IDX.
               10  PCE-ACCESSION   PIC 9(8).
               10  PCE-NAME        PIC X(25).
               10  PCE-ARTIST      PIC X(20).
               10  PCE-YEAR        PIC 9(4).

      *Accepted owner records, printed a piece at a time in
      *from-year order.
       01  MAX-OWNERS              PIC 9(4)  VALUE 2000.
       01  OWNER-TABLE-AREA.
           05  WS-OWNER-COUNT      PIC 9(4)  VALUE 0.
           05  OWNER-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-OWNER-COUNT
                   INDEXED BY OWN-IDX.
               10  OWN-ACCESSION   PIC 9(8).
               10  OWN-OWNER       PIC X(30).
               10  OWN-FROM-YEAR   PIC 9(4).
               10  OWN-TO-YEAR     PIC 9(4).
               10  OWN-HOW         PIC X.
               10  OWN-REFERENCE   PIC X(15).
               10  OWN-PRINTED-SWITCH PIC X.
                   88  OWN-PRINTED     VALUE 'Y'.

       01  GAP-WORK.
           05  WS-SUB              PIC 9(4)  VALUE 0.
           05  WS-BEST-SUB         PIC 9(4)  VALUE 0.
           05  WS-PIECE-OWNERS     PIC 9(4)  VALUE 0.
           05  WS-EARLIEST-FROM    PIC 9(4)  VALUE 0.
           05  WS-YEAR-AFTER       PIC 9(4)  VALUE 0.
           05  WS-NEXT-FROM        PIC 9(4)  VALUE 0.
           05  WS-GAP-FROM         PIC 9(4)  VALUE 0.
           05  WS-GAP-TO           PIC 9(4)  VALUE 0.
           05  WS-COVERED-SWITCH   PIC X     VALUE 'N'.
               88  WS-YEAR-COVERED           VALUE 'Y'.
           05  WS-PIECE-GAP-SWITCH PIC X     VALUE 'N'.
               88  WS-PIECE-HAS-GAP          VALUE 'Y'.
           05  WS-PIECE-SENS-SWITCH PIC X    VALUE 'N'.
               88  WS-PIECE-HAS-SENSITIVE    VALUE 'Y'.

      *Common reject-record layout, same field order/widths as
      *RENTALS' ERROR-LINE so the reject files line up.
       01  REJECT-LINE.
           05                      PIC XX    VALUE SPACES.
           05  REJ-KEY             PIC 9(6).
           05                      PIC X(4)  VALUE SPACES.
           05  REJ-NAME            PIC X(15).
           05                      PIC XX    VALUE SPACES.
           05  REJ-MESSAGE         PIC X(40).
           05                      PIC XX    VALUE SPACES.
           05  REJ-CONTENTS        PIC X(23).
           05                      PIC X     VALUE SPACES.
           05  REJ-SOURCE-PROGRAM  PIC X(7)  VALUE 'ARTPROV'.
           05                      PIC X     VALUE SPACES.
           05  REJ-ERROR-CODE      PIC 9(3).
           05                      PIC X(26) VALUE SPACES.

       01  ERROR-REASONS.
           05  UNKNOWN-PIECE-CODE  PIC 9(3)  VALUE 010.
           05  UNKNOWN-PIECE-MSG   PIC X(40)
                 VALUE 'PIECE NOT ON THE COLLECTION MASTER'.
           05  BAD-HOW-CODE        PIC 9(3)  VALUE 020.
           05  BAD-HOW-MSG         PIC X(40)
                 VALUE 'TRANSFER NOT SALE/GIFT/BEQUEST/AUCTION'.
           05  BAD-PERIOD-CODE     PIC 9(3)  VALUE 030.
           05  BAD-PERIOD-MSG      PIC X(40)
                 VALUE 'OWNERSHIP YEARS MISSING OR OUT OF ORDER'.

       01  RUN-COUNTERS.
           05  WS-ROWS-READ        PIC 9(5)  VALUE 0.
           05  WS-ROWS-REJECTED    PIC 9(5)  VALUE 0.
           05  WS-PIECES-WITH-GAPS PIC 9(4)  VALUE 0.
           05  WS-PIECES-SENSITIVE PIC 9(4)  VALUE 0.

       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY      PIC 9(4).
           05  WS-TODAYS-MM        PIC 9(2).
           05  WS-TODAYS-DD        PIC 9(2).
       01  W07-RUN-DATE-LINE.
           05                      PIC X(4)   VALUE SPACES.
           05                      PIC X(10)  VALUE 'RUN DATE: '.
           05  W07-RUN-MM          PIC 99.
           05                      PIC X      VALUE '/'.
           05  W07-RUN-DD          PIC 99.
           05                      PIC X      VALUE '/'.
           05  W07-RUN-CCYY        PIC 9999.
           05                      PIC X(86)  VALUE SPACES.

       01  W02-TITLE-LINE.
           05                      PIC X(30)  VALUE SPACES.
           05                      PIC X(31)
                 VALUE 'PROVENANCE CHAIN AND GAP REPORT'.
           05                      PIC X(49)  VALUE SPACES.

       01  W03-HEADING-LINE.
           05                      PIC X(10)  VALUE 'ACCESSION'.
           05                      PIC X(32)  VALUE 'NAME / OWNER'.
           05                      PIC X(6)   VALUE 'FROM'.
           05                      PIC X(9)   VALUE 'TO'.
           05                      PIC X(14)  VALUE 'HOW ACQUIRED'.
           05                      PIC X(39)  VALUE 'REFERENCE'.

       01  W04-PIECE-LINE.
           05  W04-ACCESSION       PIC 9(8).
           05                      PIC X(2)   VALUE SPACES.
           05  W04-NAME            PIC X(25).
           05                      PIC X(2)   VALUE SPACES.
           05  W04-ARTIST          PIC X(20).
           05                      PIC X(10)  VALUE '  CREATED '.
           05  W04-YEAR            PIC 9999.
           05                      PIC X(39)  VALUE SPACES.

       01  W05-OWNER-LINE.
           05                      PIC X(10)  VALUE SPACES.
           05  W05-OWNER           PIC X(30).
           05                      PIC X(2)   VALUE SPACES.
           05  W05-FROM-YEAR       PIC 9999.
           05                      PIC X(2)   VALUE SPACES.
           05  W05-TO-YEAR         PIC X(7).
           05                      PIC X(2)   VALUE SPACES.
           05  W05-HOW             PIC X(12).
           05                      PIC X(2)   VALUE SPACES.
           05  W05-REFERENCE       PIC X(15).
           05                      PIC X(24)  VALUE SPACES.

       01  W06-GAP-LINE.
           05                      PIC X(10)  VALUE SPACES.
           05  W06-GAP-TEXT        PIC X(30).
           05                      PIC X(2)   VALUE SPACES.
           05  W06-FROM-YEAR       PIC 9999.
           05                      PIC X(2)   VALUE SPACES.
           05  W06-TO-YEAR         PIC X(7).
           05                      PIC X(2)   VALUE SPACES.
           05  W06-SENSITIVE       PIC X(24).
           05                      PIC X(29)  VALUE SPACES.

       01  W08-TOTAL-LINE.
           05                      PIC X(8)   VALUE 'PIECES: '.
           05  W08-PIECES          PIC Z,ZZ9.
           05                      PIC X(13)  VALUE '  WITH GAPS: '.
           05  W08-GAPS            PIC Z,ZZ9.
           05                      PIC X(22)
                 VALUE '  GAPS IN 1933-1945: '.
           05  W08-SENSITIVE       PIC Z,ZZ9.
           05                      PIC X(18)
                 VALUE '  REJECTED ROWS: '.
           05  W08-REJECTED        PIC ZZ,ZZ9.
           05                      PIC X(28)  VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
       01  WS-RUN-START-TIME.
           05  WS-START-HH         PIC 99.
           05  WS-START-MM         PIC 99.
           05  WS-START-SS         PIC 99.
           05  WS-START-HS         PIC 99.
       01  WS-RUN-END-TIME.
           05  WS-END-HH           PIC 99.
           05  WS-END-MM           PIC 99.
           05  WS-END-SS           PIC 99.
           05  WS-END-HS           PIC 99.
       01  OPS-LOG-LINE.
           05  FILLER              PIC X(9)  VALUE 'PROGRAM: '.
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'ARTPROV'.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  OPL-RUN-MM          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  OPL-RUN-DD          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  OPL-RUN-CCYY        PIC 9999.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE 'START: '.
           05  OPL-START-HH        PIC 99.
           05  FILLER              PIC X     VALUE ':'.
           05  OPL-START-MM        PIC 99.
           05  FILLER              PIC X     VALUE ':'.
           05  OPL-START-SS        PIC 99.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE 'END: '.
           05  OPL-END-HH          PIC 99.
           05  FILLER              PIC X     VALUE ':'.
           05  OPL-END-MM          PIC 99.
           05  FILLER              PIC X     VALUE ':'.
           05  OPL-END-SS          PIC 99.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE 'RECORDS: '.
           05  OPL-RECORD-COUNT    PIC ZZZZZZ9.
           05  FILLER              PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 097-CAPTURE-START-TIME
           PERFORM 099-GET-TODAYS-DATE
           PERFORM 110-LOAD-MASTER-PIECES
           OPEN OUTPUT F04-REJECT-FILE
           PERFORM 120-LOAD-PROVENANCE
           CLOSE F04-REJECT-FILE
           OPEN OUTPUT F03-PRINT-FILE
           MOVE W07-RUN-DATE-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE W02-TITLE-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE SPACES TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE W03-HEADING-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           PERFORM 200-REPORT-ONE-PIECE
               VARYING PCE-IDX FROM 1 BY 1
               UNTIL PCE-IDX > WS-PIECE-COUNT
           MOVE SPACES TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE WS-PIECE-COUNT      TO W08-PIECES
           MOVE WS-PIECES-WITH-GAPS TO W08-GAPS
           MOVE WS-PIECES-SENSITIVE TO W08-SENSITIVE
           MOVE WS-ROWS-REJECTED    TO W08-REJECTED
           MOVE W08-TOTAL-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           CLOSE F03-PRINT-FILE
      *Suite severity standard: rejects present set condition 4.
           IF WS-ROWS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           STOP RUN.

      *Captures the run start time before any file is opened, so
      *the end-of-day operations log entry reflects this run's
      *true start.
       097-CAPTURE-START-TIME.
           ACCEPT WS-RUN-START-TIME FROM TIME
           .

       099-GET-TODAYS-DATE.
           ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAYS-MM   TO W07-RUN-MM
           MOVE WS-TODAYS-DD   TO W07-RUN-DD
           MOVE WS-TODAYS-CCYY TO W07-RUN-CCYY.

       110-LOAD-MASTER-PIECES.
           OPEN INPUT F02-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '00'
               PERFORM UNTIL WS-MASTER-FILE-STATUS NOT = '00'
                   READ F02-MASTER-FILE
                       AT END
                           MOVE '10' TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           IF WS-PIECE-COUNT < MAX-PIECES
                               ADD 1 TO WS-PIECE-COUNT
                               MOVE F02-ACCESSION-NO
                                   TO PCE-ACCESSION(WS-PIECE-COUNT)
                               MOVE F02-NAME
                                   TO PCE-NAME(WS-PIECE-COUNT)
                               MOVE F02-ARTIST
                                   TO PCE-ARTIST(WS-PIECE-COUNT)
                               MOVE F02-YEAR
                                   TO PCE-YEAR(WS-PIECE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-MASTER-FILE
           END-IF.

      *An owner record must name a piece on the master, say how
      *the work changed hands, and carry a from-year no later than
      *its to-year (or an open to-year); anything else goes to the
      *reject file and plays no part in the chain.
       120-LOAD-PROVENANCE.
           OPEN INPUT F01-PROVENANCE-FILE
           IF WS-PROVENANCE-FILE-STATUS = '00'
               PERFORM UNTIL WS-PROVENANCE-FILE-STATUS NOT = '00'
                   READ F01-PROVENANCE-FILE
                       AT END
                           MOVE '10' TO WS-PROVENANCE-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           PERFORM 125-CHECK-ONE-OWNER
                   END-READ
               END-PERFORM
               CLOSE F01-PROVENANCE-FILE
           END-IF.

       125-CHECK-ONE-OWNER.
           MOVE 'N' TO WS-PIECE-FOUND-SWITCH
           IF WS-PIECE-COUNT > 0
               SET PCE-IDX TO 1
               SEARCH PIECE-ENTRY
                   AT END CONTINUE
                   WHEN PCE-ACCESSION(PCE-IDX) = F01-ACCESSION-NO
                       MOVE 'Y' TO WS-PIECE-FOUND-SWITCH
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-PIECE-FOUND
                   MOVE UNKNOWN-PIECE-MSG  TO REJ-MESSAGE
                   MOVE UNKNOWN-PIECE-CODE TO REJ-ERROR-CODE
                   PERFORM 130-REJECT-ONE-OWNER
               WHEN NOT F01-VALID-HOW
                   MOVE BAD-HOW-MSG  TO REJ-MESSAGE
                   MOVE BAD-HOW-CODE TO REJ-ERROR-CODE
                   PERFORM 130-REJECT-ONE-OWNER
               WHEN F01-FROM-YEAR NOT NUMERIC
                   OR F01-TO-YEAR NOT NUMERIC
                   OR F01-FROM-YEAR = 0
                   OR F01-FROM-YEAR > WS-TODAYS-CCYY
                   OR (F01-TO-YEAR NOT = 0
                       AND F01-TO-YEAR < F01-FROM-YEAR)
                   MOVE BAD-PERIOD-MSG  TO REJ-MESSAGE
                   MOVE BAD-PERIOD-CODE TO REJ-ERROR-CODE
                   PERFORM 130-REJECT-ONE-OWNER
               WHEN WS-OWNER-COUNT < MAX-OWNERS
                   ADD 1 TO WS-OWNER-COUNT
                   MOVE F01-ACCESSION-NO
                       TO OWN-ACCESSION(WS-OWNER-COUNT)
                   MOVE F01-OWNER     TO OWN-OWNER(WS-OWNER-COUNT)
                   MOVE F01-FROM-YEAR TO OWN-FROM-YEAR(WS-OWNER-COUNT)
                   MOVE F01-TO-YEAR   TO OWN-TO-YEAR(WS-OWNER-COUNT)
                   MOVE F01-HOW-ACQUIRED TO OWN-HOW(WS-OWNER-COUNT)
                   MOVE F01-REFERENCE TO OWN-REFERENCE(WS-OWNER-COUNT)
                   MOVE 'N' TO OWN-PRINTED-SWITCH(WS-OWNER-COUNT)
           END-EVALUATE.

       130-REJECT-ONE-OWNER.
           ADD 1 TO WS-ROWS-REJECTED
           MOVE ZEROS TO REJ-KEY
           MOVE F01-OWNER TO REJ-NAME
           MOVE SPACES TO REJ-CONTENTS
           STRING F01-ACCESSION-NO ' ' F01-FROM-YEAR '-'
               F01-TO-YEAR ' ' F01-HOW-ACQUIRED
               DELIMITED BY SIZE INTO REJ-CONTENTS
           WRITE F04-REJECT-RECORD FROM REJECT-LINE.

      *One piece: its heading line, then its owners earliest
      *first. A piece with no owner records at all is one open
      *gap from the year it was made to today; otherwise a gap
      *can open between creation and the first owner, and after
      *any owner whose closing year is followed by a year nobody
      *held the piece.
       200-REPORT-ONE-PIECE.
           MOVE SPACES TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE PCE-ACCESSION(PCE-IDX) TO W04-ACCESSION
           MOVE PCE-NAME(PCE-IDX)      TO W04-NAME
           MOVE PCE-ARTIST(PCE-IDX)    TO W04-ARTIST
           MOVE PCE-YEAR(PCE-IDX)      TO W04-YEAR
           MOVE W04-PIECE-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE 'N' TO WS-PIECE-GAP-SWITCH
           MOVE 'N' TO WS-PIECE-SENS-SWITCH
           MOVE 0 TO WS-PIECE-OWNERS
           MOVE 9999 TO WS-EARLIEST-FROM
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-OWNER-COUNT
               IF OWN-ACCESSION(WS-SUB) = PCE-ACCESSION(PCE-IDX)
                   ADD 1 TO WS-PIECE-OWNERS
                   IF OWN-FROM-YEAR(WS-SUB) < WS-EARLIEST-FROM
                       MOVE OWN-FROM-YEAR(WS-SUB)
                           TO WS-EARLIEST-FROM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PIECE-OWNERS = 0
               MOVE 'NO PROVENANCE ON FILE' TO W06-GAP-TEXT
               MOVE PCE-YEAR(PCE-IDX) TO WS-GAP-FROM
               MOVE 0 TO WS-GAP-TO
               PERFORM 240-WRITE-GAP-LINE
           ELSE
               IF PCE-YEAR(PCE-IDX) > 0
                   AND WS-EARLIEST-FROM > PCE-YEAR(PCE-IDX) + 1
                   MOVE 'UNEXPLAINED GAP' TO W06-GAP-TEXT
                   COMPUTE WS-GAP-FROM = PCE-YEAR(PCE-IDX) + 1
                   COMPUTE WS-GAP-TO = WS-EARLIEST-FROM - 1
                   PERFORM 240-WRITE-GAP-LINE
               END-IF
               PERFORM 210-PRINT-NEXT-OWNER WS-PIECE-OWNERS TIMES
           END-IF
           IF WS-PIECE-HAS-GAP
               ADD 1 TO WS-PIECES-WITH-GAPS
           END-IF
           IF WS-PIECE-HAS-SENSITIVE
               ADD 1 TO WS-PIECES-SENSITIVE
           END-IF.

      *Picks this piece's earliest owner not yet printed.
       210-PRINT-NEXT-OWNER.
           MOVE 0 TO WS-BEST-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-OWNER-COUNT
               IF OWN-ACCESSION(WS-SUB) = PCE-ACCESSION(PCE-IDX)
                   AND NOT OWN-PRINTED(WS-SUB)
                   IF WS-BEST-SUB = 0
                       MOVE WS-SUB TO WS-BEST-SUB
                   ELSE
                       IF OWN-FROM-YEAR(WS-SUB)
                           < OWN-FROM-YEAR(WS-BEST-SUB)
                           MOVE WS-SUB TO WS-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           SET OWN-IDX TO WS-BEST-SUB
           MOVE 'Y' TO OWN-PRINTED-SWITCH(OWN-IDX)
           MOVE OWN-OWNER(OWN-IDX)     TO W05-OWNER
           MOVE OWN-FROM-YEAR(OWN-IDX) TO W05-FROM-YEAR
           IF OWN-TO-YEAR(OWN-IDX) = 0
               MOVE 'PRESENT' TO W05-TO-YEAR
           ELSE
               MOVE OWN-TO-YEAR(OWN-IDX) TO W05-TO-YEAR
           END-IF
           EVALUATE OWN-HOW(OWN-IDX)
               WHEN 'S' MOVE 'SALE'        TO W05-HOW
               WHEN 'G' MOVE 'GIFT'        TO W05-HOW
               WHEN 'B' MOVE 'BEQUEST'     TO W05-HOW
               WHEN 'A' MOVE 'AUCTION LOT' TO W05-HOW
           END-EVALUATE
           MOVE OWN-REFERENCE(OWN-IDX) TO W05-REFERENCE
           MOVE W05-OWNER-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           PERFORM 220-CHECK-GAP-AFTER-OWNER.

      *The year after this owner let the piece go is a gap when no
      *owner record spans it. The gap runs to the year before the
      *next owner took the piece, or to today if none did. Two
      *owners closing in the same year report the gap once.
       220-CHECK-GAP-AFTER-OWNER.
           IF OWN-TO-YEAR(OWN-IDX) NOT = 0
               AND OWN-TO-YEAR(OWN-IDX) < WS-TODAYS-CCYY
               COMPUTE WS-YEAR-AFTER = OWN-TO-YEAR(OWN-IDX) + 1
               MOVE 'N' TO WS-COVERED-SWITCH
               MOVE 9999 TO WS-NEXT-FROM
               PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OWNER-COUNT
                   IF OWN-ACCESSION(WS-SUB) = PCE-ACCESSION(PCE-IDX)
                       IF OWN-FROM-YEAR(WS-SUB) <= WS-YEAR-AFTER
                           AND (OWN-TO-YEAR(WS-SUB) = 0
                               OR OWN-TO-YEAR(WS-SUB)
                                   >= WS-YEAR-AFTER)
                           MOVE 'Y' TO WS-COVERED-SWITCH
                       END-IF
                       IF OWN-FROM-YEAR(WS-SUB) > WS-YEAR-AFTER
                           AND OWN-FROM-YEAR(WS-SUB) < WS-NEXT-FROM
                           MOVE OWN-FROM-YEAR(WS-SUB)
                               TO WS-NEXT-FROM
                       END-IF
                       IF WS-SUB NOT = OWN-IDX
                           AND OWN-TO-YEAR(WS-SUB)
                               = OWN-TO-YEAR(OWN-IDX)
                           AND OWN-PRINTED(WS-SUB)
                           MOVE 'Y' TO WS-COVERED-SWITCH
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-YEAR-COVERED
                   MOVE 'UNEXPLAINED GAP' TO W06-GAP-TEXT
                   MOVE WS-YEAR-AFTER TO WS-GAP-FROM
                   IF WS-NEXT-FROM = 9999
                       MOVE 0 TO WS-GAP-TO
                   ELSE
                       COMPUTE WS-GAP-TO = WS-NEXT-FROM - 1
                   END-IF
                   PERFORM 240-WRITE-GAP-LINE
               END-IF
           END-IF.

      *A gap to-year of zeros runs to today. The sensitive marker
      *goes on any gap that overlaps 1933-1945 at all.
       240-WRITE-GAP-LINE.
           MOVE 'Y' TO WS-PIECE-GAP-SWITCH
           MOVE WS-GAP-FROM TO W06-FROM-YEAR
           IF WS-GAP-TO = 0
               MOVE 'PRESENT' TO W06-TO-YEAR
               MOVE WS-TODAYS-CCYY TO WS-GAP-TO
           ELSE
               MOVE WS-GAP-TO TO W06-TO-YEAR
           END-IF
           IF WS-GAP-FROM <= WS-SENSITIVE-TO-YEAR
               AND WS-GAP-TO >= WS-SENSITIVE-FROM-YEAR
               MOVE 'Y' TO WS-PIECE-SENS-SWITCH
               MOVE '** SENSITIVE 1933-1945' TO W06-SENSITIVE
           ELSE
               MOVE SPACES TO W06-SENSITIVE
           END-IF
           MOVE W06-GAP-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD.

      *Appends one line to the shared end-of-day operations log
      *recording this run's start/end time and records processed.
      *OPEN EXTEND adds to the file instead of overwriting it, so
      *every program's runs accumulate in the same log.
       900-WRITE-OPERATIONS-LOG.
           ACCEPT WS-RUN-END-TIME FROM TIME
           MOVE WS-TODAYS-MM    TO OPL-RUN-MM
           MOVE WS-TODAYS-DD    TO OPL-RUN-DD
           MOVE WS-TODAYS-CCYY  TO OPL-RUN-CCYY
           MOVE WS-START-HH     TO OPL-START-HH
           MOVE WS-START-MM     TO OPL-START-MM
           MOVE WS-START-SS     TO OPL-START-SS
           MOVE WS-END-HH       TO OPL-END-HH
           MOVE WS-END-MM       TO OPL-END-MM
           MOVE WS-END-SS       TO OPL-END-SS
           MOVE WS-ROWS-READ    TO OPL-RECORD-COUNT
           OPEN EXTEND F05-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F05-OPS-LOG-FILE
               CLOSE F05-OPS-LOG-FILE
               OPEN EXTEND F05-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F05-OPS-LOG-RECORD
           WRITE F05-OPS-LOG-RECORD
           CLOSE F05-OPS-LOG-FILE
           .
