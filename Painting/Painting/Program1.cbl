           SELECT F05-TRANS-FILE   ASSIGN TO WS-TRANS-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TRANS-FILE-STATUS.

      *Carried-forward copy of the transaction file, every row
      *passed through as read except that an acquisition arriving
      *without an accession number leaves with the one this run
      *assigned it, so a re-run finds the piece already on the
      *master instead of numbering it a second time. Promoted over
      *arttrans.dat overnight, same as ARTREST's artmaster.new.
           SELECT F06-TRANS-OUT-FILE ASSIGN TO WS-TRANS-OUT-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F01-PAINTING-FILE ASSIGN TO 'artmerged.tmp'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F02-PRINT-FILE   ASSIGN TO WS-PRINT-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-LOAN-FILE-STATUS.

      *Donor master: name and mailing address for everyone who has
      *given or bequeathed a piece, keyed by donor ID.
           SELECT F08-DONOR-FILE   ASSIGN TO WS-DONOR-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-DONOR-FILE-STATUS.

      *One acknowledgment letter per gift or bequest acquired this
      *run, ready to print and sign.
           SELECT F09-LETTER-FILE  ASSIGN TO WS-LETTER-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite, req 046.
           SELECT F03-OPS-LOG-FILE ASSIGN TO WS-OPSLOG-FILENAME
      *Master file: one record per painting, the descriptive
      *attributes that don't change between appraisal cycles,
      *req 048.
      *Keyed on the accession number, a permanent year-plus-
      *sequence number assigned when the piece is acquired, since
      *a title is neither unique nor permanent. The name stays on
      *the record for display only.
       FD  F04-MASTER-FILE
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS F04-MASTER-RECORD.
       01  F04-MASTER-RECORD.
           05  F04-ACCESSION-NO.
               10  F04-ACC-YEAR    PIC 9(4).
               10  F04-ACC-SEQ     PIC 9(4).
           05  F04-NAME            PIC X(25).
           05  F04-ARTIST          PIC X(20).
           05  F04-MEDIUM          PIC X(12).
           05  F04-CONDITION       PIC X.

      *Transaction file: one record per painting per appraisal
      *cycle, keyed by accession number back to
      *F04-MASTER-RECORD, req 048.
      *Widened to carry a transaction code and the acquisition
      *attributes: blank or V posts a value/appraisal as always,
      *A acquires a new piece into the master (artist, medium,
      *year, purchase price in F05-VALUE), D disposes or sells one
      *(proceeds in F05-VALUE, reported against the last carried
      *value). The extension fields matter only on A records.
      *Widened again to 97 for how an acquisition came in: a
      *purchase (blank or P) keeps its price in F05-VALUE; a gift
      *(G) or bequest (B) names the donor from artdonors.dat, puts
      *the museum's own appraised value in F05-VALUE - the value
      *the collection carries - and keeps the value the donor
      *stated separately in F05-DONOR-VALUE.
      *Every row carries the piece's accession number as its key.
      *An A record may arrive with zeros there, in which case this
      *run assigns the next number for the current year.
       FD  F05-TRANS-FILE
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS F05-TRANS-RECORD.
       01  F05-TRANS-RECORD.
           05  F05-ACCESSION-NO    PIC 9(8).
           05  F05-NAME            PIC X(25).
           05  F05-VALUE           PIC 9(7).
           05  F05-LAST-APPRAISED-DATE.
           05  F05-NEW-ARTIST      PIC X(20).
           05  F05-NEW-MEDIUM      PIC X(12).
           05  F05-NEW-YEAR        PIC 9999.
           05  F05-ACQ-METHOD      PIC X.
               88  F05-PURCHASE        VALUES ' ' 'P'.
               88  F05-GIFT            VALUE 'G'.
               88  F05-BEQUEST         VALUE 'B'.
               88  F05-DONATION        VALUES 'G' 'B'.
           05  F05-DONOR-ID        PIC 9(6).
           05  F05-DONOR-VALUE     PIC 9(7).

       FD  F06-TRANS-OUT-FILE
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS F06-TRANS-OUT-RECORD.
       01  F06-TRANS-OUT-RECORD    PIC X(97).

      * This is the definition of the input file.
      *Widened from 36 to 74 characters to carry the artist, medium,
      *and last-appraised-date fields. Populated at the start of
      *every run by 102-BUILD-MERGED-FILE from F04-MASTER-FILE and
      *F05-TRANS-FILE rather than read directly from disk, req 048.
      *Widened again to 82 to carry the accession number in front.
       FD  F01-PAINTING-FILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS F01-PAINTING-RECORD.
      * All these numbers have to add up to the number of
      * characters written above (82)
       01  F01-PAINTING-RECORD.
           05  F01-ACCESSION-NO    PIC 9(8).
           05  F01-NAME            PIC X(25).
           05  F01-VALUE           PIC 9(7).
           05  F01-YEAR            PIC 9999.

      * This is the definition of the output file.
       FD  F02-PRINT-FILE
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS F02-PRINT-LINE-RECORD.
       01  F02-PRINT-LINE-RECORD   PIC X(89).

      *SORT record, same layout as F01-PAINTING-RECORD so the sort
      *can read art.dat directly with USING.
       SD  SD-SORT-FILE.
       01  SD-SORT-RECORD.
           05  SD-ACCESSION-NO     PIC 9(8).
           05  SD-NAME             PIC X(25).
           05  SD-VALUE            PIC 9(7).
           05  SD-YEAR             PIC 9999.
               10  SD-APPRAISED-DAY   PIC 9(2).

       FD  F07-LOAN-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS F07-LOAN-RECORD.
       01  F07-LOAN-RECORD.
           05  F07-LOAN-ACCESSION  PIC 9(8).
           05  F07-LOAN-NAME       PIC X(25).
           05  F07-LOAN-BORROWER   PIC X(20).
           05  F07-LOAN-DUE-DATE   PIC 9(8).
           05  F07-LOAN-RETURNED   PIC X.
               88  F07-LOAN-IS-RETURNED VALUE 'Y'.

       FD  F08-DONOR-FILE
           RECORD CONTAINS 116 CHARACTERS
           DATA RECORD IS F08-DONOR-RECORD.
       01  F08-DONOR-RECORD.
           05  F08-DONOR-ID        PIC 9(6).
           05  F08-DONOR-NAME      PIC X(30).
           05  F08-SALUTATION      PIC X(20).
           05  F08-ADDRESS-1       PIC X(30).
           05  F08-ADDRESS-2       PIC X(30).

       FD  F09-LETTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F09-LETTER-RECORD.
       01  F09-LETTER-RECORD       PIC X(80).

      *One line is appended here at the end of every run, across
      *every program in the suite, req 046.
       FD  F03-OPS-LOG-FILE
           05                      PIC X(55)     VALUE SPACES.

       01  W02-HEADING-LINE.
           05                      PIC X(10)     VALUE 'ACCESSION'.
           05                      PIC X(4)      VALUE 'NAME'.
           05                      PIC X(23)     VALUE SPACES.
           05                      PIC X(6)      VALUE 'ARTIST'.
           05                      PIC X(11)     VALUE 'STATUS'.

       01  W03-DETAIL-LINE.
           05  W03-PRINT-ACCESSION PIC 9(8).
           05                      PIC X(2)      VALUE SPACES.
           05  W03-PRINT-NAME      PIC X(25).
           05                      PIC X(2)      VALUE SPACES.
           05  W03-PRINT-ARTIST    PIC X(20).
      *input file - see WS-MASTER-FILENAME/WS-TRANS-FILENAME below.
       01  WS-MASTER-FILENAME      PIC X(40) VALUE 'artmaster.dat'.
       01  WS-TRANS-FILENAME       PIC X(40) VALUE 'arttrans.dat'.
       01  WS-TRANS-OUT-FILENAME   PIC X(40) VALUE 'arttrans.new'.
       01  WS-LOAN-FILENAME        PIC X(40) VALUE 'artloans.dat'.
       01  WS-LOAN-FILE-STATUS     PIC XX    VALUE SPACES.
       01  WS-DONOR-FILENAME       PIC X(40) VALUE 'artdonors.dat'.
       01  WS-DONOR-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-LETTER-FILENAME      PIC X(40)
                                   VALUE 'artgiftletters.dat'.

      *Overdue-loan work fields and section lines.
       01  W-LOAN-DUE-8            PIC 9(8)  VALUE 0.
           05                      PIC X(13) VALUE 'OVERDUE LOANS'.
           05                      PIC X(62) VALUE SPACES.
       01  W11-LOAN-DETAIL-LINE.
           05  W11-ACCESSION       PIC 9(8).
           05                      PIC X(2)  VALUE SPACES.
           05  W11-NAME            PIC X(25).
           05                      PIC X(2)  VALUE SPACES.
           05  W11-BORROWER        PIC X(20).

      *Descriptive attributes for each painting, loaded from
      *artmaster.dat at startup so 103-MERGE-ONE-TRANSACTION can
      *look them up by accession number for each appraisal-cycle
      *transaction, req 048.
       01  MASTER-TABLE-AREA.
           05  W-MASTER-COUNT       PIC 9(4) VALUE 0.
           05  MASTER-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON W-MASTER-COUNT
                   INDEXED BY MST-IDX.
               10  MST-ACCESSION    PIC 9(8).
               10  MST-NAME         PIC X(25).
               10  MST-ARTIST       PIC X(20).
               10  MST-MEDIUM       PIC X(12).
               10  MST-LOCATION     PIC X(15).
               10  MST-ON-LOAN      PIC X.

      *Accession numbering: the highest sequence already issued
      *for the current year, found while the master loads, so each
      *acquisition this run takes the next one.
       01  W-LAST-ACC-SEQ          PIC 9(4)  VALUE 0.
       01  W-NEW-ACCESSION.
           05  W-NEW-ACC-YEAR      PIC 9(4).
           05  W-NEW-ACC-SEQ       PIC 9(4).
       01  W-NEW-ACCESSION-NO REDEFINES W-NEW-ACCESSION
                                   PIC 9(8).

      *arttrans.dat carries one row per painting per appraisal
      *cycle (accumulated appraisal history, req 048), so a painting
      *appraised more than once has more than one transaction row.
      *This table keeps only the most-recent appraisal seen for each
      *painting, so 102-BUILD-MERGED-FILE writes exactly one
      *merged record per painting instead of one per historical row,
      *which would otherwise double-count that painting in the
      *value-band SORT (req 019) and the grand total (req 021).
           05  LATEST-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON W-LATEST-COUNT
                   INDEXED BY LTA-IDX.
               10  LTA-ACCESSION        PIC 9(8).
               10  LTA-NAME             PIC X(25).
               10  LTA-VALUE            PIC 9(7).
               10  LTA-APPRAISED-YEAR   PIC 9(2).
           05  ACQ-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON W-ACQ-COUNT
                   INDEXED BY ACQ-IDX.
               10  ACQ-ACCESSION   PIC 9(8).
               10  ACQ-NAME        PIC X(25).
               10  ACQ-ARTIST      PIC X(20).
               10  ACQ-MEDIUM      PIC X(12).
               10  ACQ-YEAR        PIC 9999.

      *Donor names and addresses, loaded once so each gift or
      *bequest acquired this run can address its letter.
       01  MAX-DONORS              PIC 9(4)  VALUE 500.
       01  W-DONOR-FOUND-SWITCH    PIC X     VALUE 'N'.
           88  W-DONOR-FOUND                 VALUE 'Y'.
       01  DONOR-TABLE-AREA.
           05  W-DONOR-COUNT       PIC 9(4)  VALUE 0.
           05  DONOR-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON W-DONOR-COUNT
                   INDEXED BY DNR-IDX.
               10  DNR-ID          PIC 9(6).
               10  DNR-NAME        PIC X(30).
               10  DNR-SALUTATION  PIC X(20).
               10  DNR-ADDRESS-1   PIC X(30).
               10  DNR-ADDRESS-2   PIC X(30).
       01  W-LETTERS-WRITTEN       PIC 9(3)  VALUE 0.
       01  W-LETTER-EXCEPTIONS     PIC 9(3)  VALUE 0.

      *Gift acknowledgment letter lines, one block per donation,
      *in the same separator-and-block shape as the collections
      *dunning letters.
       01  LTR-SEPARATOR-LINE.
           05                      PIC X(60) VALUE ALL '-'.
           05                      PIC X(20) VALUE SPACES.
       01  LTR-DATE-LINE.
           05                      PIC X(6)  VALUE 'DATE: '.
           05  LTR-DATE-MM         PIC 99.
           05                      PIC X     VALUE '/'.
           05  LTR-DATE-DD         PIC 99.
           05                      PIC X     VALUE '/'.
           05  LTR-DATE-CCYY       PIC 9999.
           05                      PIC X(64) VALUE SPACES.
       01  LTR-TEXT-LINE           PIC X(80).
       01  LTR-PIECE-LINE.
           05                      PIC X(4)  VALUE SPACES.
           05  LTR-PIECE-NAME      PIC X(25).
           05                      PIC X(2)  VALUE SPACES.
           05  LTR-PIECE-ARTIST    PIC X(20).
           05                      PIC X(2)  VALUE SPACES.
           05  LTR-PIECE-MEDIUM    PIC X(12).
           05                      PIC X(2)  VALUE SPACES.
           05  LTR-PIECE-YEAR      PIC 9999.
           05                      PIC X(9)  VALUE SPACES.
       01  LTR-ACCESSION-LINE.
           05                      PIC X(4)  VALUE SPACES.
           05                      PIC X(17)
                 VALUE 'ACCESSION NUMBER '.
           05  LTR-ACCESSION       PIC 9(8).
           05                      PIC X(12)
                 VALUE '   RECEIVED '.
           05  LTR-RECEIVED-MM     PIC 99.
           05                      PIC X     VALUE '/'.
           05  LTR-RECEIVED-DD     PIC 99.
           05                      PIC X(3)  VALUE '/20'.
           05  LTR-RECEIVED-YY     PIC 99.
           05                      PIC X(29) VALUE SPACES.
       01  LTR-EXCEPTION-LINE.
           05                      PIC X(6)  VALUE 'DONOR '.
           05  LTR-EXC-DONOR-ID    PIC 9(6).
           05                      PIC X(40)
                 VALUE ' NOT ON THE DONOR MASTER - NO LETTER FOR'.
           05                      PIC X(11)
                 VALUE ' ACCESSION '.
           05  LTR-EXC-ACCESSION   PIC 9(8).
           05                      PIC X(9)  VALUE SPACES.

      *Disposals found this run: the piece comes off the inventory
      *and the gain or loss against the last carried value prints
      *as its own report section.
           05  DSP-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON W-DISPOSAL-COUNT
                   INDEXED BY DSP-IDX.
               10  DSP-ACCESSION   PIC 9(8).
               10  DSP-NAME        PIC X(25).
               10  DSP-PROCEEDS    PIC 9(7).
               10  DSP-CARRIED     PIC 9(7).
                 VALUE 'DISPOSALS THIS RUN'.
           05                      PIC X(49)  VALUE SPACES.
       01  W09-DISPOSAL-DETAIL-LINE.
           05  W09-ACCESSION       PIC 9(8).
           05                      PIC X(2)   VALUE SPACES.
           05  W09-NAME            PIC X(25).
           05                      PIC X(10)
                 VALUE ' PROCEEDS '.
           PERFORM 098-SET-FILENAMES
           PERFORM 099-ARCHIVE-PRIOR-OUTPUT
           PERFORM 101-LOAD-MASTER-PAINTINGS
           PERFORM 108-LOAD-DONORS
           PERFORM 102-BUILD-MERGED-FILE
           OPEN OUTPUT F02-PRINT-FILE
           PERFORM 105-GET-TODAYS-DATE
               USING F01-PAINTING-FILE
               OUTPUT PROCEDURE IS 200-PROCESS-RECORDS
           CLOSE F02-PRINT-FILE
      *Suite severity standard: a gift whose letter could not be
      *addressed sets condition 4.
           IF W-LETTER-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           STOP RUN
           .
               MOVE WS-ENV-SCRATCH TO WS-TRANS-FILENAME
           END-IF
           MOVE SPACES TO WS-ENV-SCRATCH
           ACCEPT WS-ENV-SCRATCH
               FROM ENVIRONMENT 'PAINTING_TRANS_OUT_FILE'
           IF WS-ENV-SCRATCH NOT = SPACES
               MOVE WS-ENV-SCRATCH TO WS-TRANS-OUT-FILENAME
           END-IF
           MOVE SPACES TO WS-ENV-SCRATCH
           ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT 'PAINTING_PRINT_FILE'
           IF WS-ENV-SCRATCH NOT = SPACES
               MOVE WS-ENV-SCRATCH TO WS-PRINT-FILENAME
           IF WS-ENV-SCRATCH NOT = SPACES
               MOVE WS-ENV-SCRATCH TO WS-OPSLOG-FILENAME
           END-IF
           MOVE SPACES TO WS-ENV-SCRATCH
           ACCEPT WS-ENV-SCRATCH FROM ENVIRONMENT 'PAINTING_DONOR_FILE'
           IF WS-ENV-SCRATCH NOT = SPACES
               MOVE WS-ENV-SCRATCH TO WS-DONOR-FILENAME
           END-IF
           MOVE SPACES TO WS-ENV-SCRATCH
           ACCEPT WS-ENV-SCRATCH
               FROM ENVIRONMENT 'PAINTING_LETTER_FILE'
           IF WS-ENV-SCRATCH NOT = SPACES
               MOVE WS-ENV-SCRATCH TO WS-LETTER-FILENAME
           END-IF
           .

      *Loads every painting's descriptive attributes into memory,
                       NOT AT END
                           IF W-MASTER-COUNT < MAX-MASTER-PAINTINGS
                               ADD 1 TO W-MASTER-COUNT
                               MOVE F04-ACCESSION-NO
                                   TO MST-ACCESSION(W-MASTER-COUNT)
                               MOVE F04-NAME
                                   TO MST-NAME(W-MASTER-COUNT)
                               MOVE F04-ARTIST
                               MOVE F04-ON-LOAN
                                   TO MST-ON-LOAN(W-MASTER-COUNT)
                           END-IF
                           IF F04-ACC-YEAR = WS-RUN-CCYY
                               AND F04-ACC-SEQ > W-LAST-ACC-SEQ
                               MOVE F04-ACC-SEQ TO W-LAST-ACC-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F04-MASTER-FILE
           .

      *Reads every appraisal-cycle transaction, keeping only the most
      *recent appraisal per piece in LATEST-APPRAISAL-AREA
      *(103-MERGE-ONE-TRANSACTION), then writes one merged 74-byte
      *record per painting to F01-PAINTING-FILE for the SORT below
      *to read - the same record layout and downstream processing
       102-BUILD-MERGED-FILE.
           OPEN INPUT F05-TRANS-FILE
           OPEN OUTPUT F01-PAINTING-FILE
           OPEN OUTPUT F06-TRANS-OUT-FILE
           OPEN OUTPUT F09-LETTER-FILE
           IF WS-TRANS-FILE-STATUS = '00'
               PERFORM UNTIL WS-TRANS-FILE-STATUS NOT = '00'
                   READ F05-TRANS-FILE
                               WHEN OTHER
                                   PERFORM 103-MERGE-ONE-TRANSACTION
                           END-EVALUATE
                           MOVE F05-TRANS-RECORD
                               TO F06-TRANS-OUT-RECORD
                           WRITE F06-TRANS-OUT-RECORD
                   END-READ
               END-PERFORM
               CLOSE F05-TRANS-FILE
                   UNTIL LTA-IDX > W-LATEST-COUNT
           END-IF
           CLOSE F01-PAINTING-FILE
                 F06-TRANS-OUT-FILE
                 F09-LETTER-FILE
           PERFORM 109-APPEND-ACQUISITIONS
           .

      *picked up by an earlier run - only re-registers its
      *appraisal; appending it again would duplicate the master
      *record on every run.
      *An acquisition keyed without an accession number is a new
      *piece: it takes the next sequence for the current year, and
      *the number is stamped onto the transaction before it is
      *carried forward, so every later posting finds it by key.
       106-ACQUIRE-ONE-PIECE.
           SET W-MASTER-NOT-FOUND TO TRUE
           IF F05-ACCESSION-NO = ZERO
               ADD 1 TO W-LAST-ACC-SEQ
               MOVE WS-RUN-CCYY    TO W-NEW-ACC-YEAR
               MOVE W-LAST-ACC-SEQ TO W-NEW-ACC-SEQ
               MOVE W-NEW-ACCESSION-NO TO F05-ACCESSION-NO
           ELSE
               IF W-MASTER-COUNT > 0
                   SET MST-IDX TO 1
                   SEARCH MASTER-ENTRY
                       AT END
                           SET W-MASTER-NOT-FOUND TO TRUE
                       WHEN MST-ACCESSION(MST-IDX) = F05-ACCESSION-NO
                           SET W-MASTER-FOUND TO TRUE
                   END-SEARCH
               END-IF
           END-IF
           IF W-MASTER-NOT-FOUND
               IF W-MASTER-COUNT < MAX-MASTER-PAINTINGS
                   ADD 1 TO W-MASTER-COUNT
                   MOVE F05-ACCESSION-NO
                       TO MST-ACCESSION(W-MASTER-COUNT)
                   MOVE F05-NAME       TO MST-NAME(W-MASTER-COUNT)
                   MOVE F05-NEW-ARTIST TO MST-ARTIST(W-MASTER-COUNT)
                   MOVE F05-NEW-MEDIUM TO MST-MEDIUM(W-MASTER-COUNT)
               END-IF
               IF W-ACQ-COUNT < MAX-ACQUISITIONS
                   ADD 1 TO W-ACQ-COUNT
                   MOVE F05-ACCESSION-NO
                       TO ACQ-ACCESSION(W-ACQ-COUNT)
                   MOVE F05-NAME       TO ACQ-NAME(W-ACQ-COUNT)
                   MOVE F05-NEW-ARTIST TO ACQ-ARTIST(W-ACQ-COUNT)
                   MOVE F05-NEW-MEDIUM TO ACQ-MEDIUM(W-ACQ-COUNT)
                   MOVE F05-NEW-YEAR   TO ACQ-YEAR(W-ACQ-COUNT)
               END-IF
               IF F05-DONATION
                   PERFORM 110-WRITE-GIFT-LETTER
               END-IF
           END-IF
           PERFORM 103-MERGE-ONE-TRANSACTION
           .
       107-DISPOSE-ONE-PIECE.
           IF W-DISPOSAL-COUNT < MAX-DISPOSALS
               ADD 1 TO W-DISPOSAL-COUNT
               MOVE F05-ACCESSION-NO
                   TO DSP-ACCESSION(W-DISPOSAL-COUNT)
               MOVE F05-NAME  TO DSP-NAME(W-DISPOSAL-COUNT)
               MOVE F05-VALUE TO DSP-PROCEEDS(W-DISPOSAL-COUNT)
               MOVE 0 TO DSP-CARRIED(W-DISPOSAL-COUNT)
                   SEARCH LATEST-ENTRY
                       AT END
                           SET W-LATEST-NOT-FOUND TO TRUE
                       WHEN LTA-ACCESSION(LTA-IDX) = F05-ACCESSION-NO
                           SET W-LATEST-FOUND TO TRUE
                   END-SEARCH
               END-IF
           END-IF
           .

      *Loads the donor master; a missing file leaves the table
      *empty, and every donation this run is listed as unaddressed.
       108-LOAD-DONORS.
           OPEN INPUT F08-DONOR-FILE
           IF WS-DONOR-FILE-STATUS = '00'
               PERFORM UNTIL WS-DONOR-FILE-STATUS NOT = '00'
                   READ F08-DONOR-FILE
                       AT END
                           MOVE '10' TO WS-DONOR-FILE-STATUS
                       NOT AT END
                           IF W-DONOR-COUNT < MAX-DONORS
                               ADD 1 TO W-DONOR-COUNT
                               MOVE F08-DONOR-ID
                                   TO DNR-ID(W-DONOR-COUNT)
                               MOVE F08-DONOR-NAME
                                   TO DNR-NAME(W-DONOR-COUNT)
                               MOVE F08-SALUTATION
                                   TO DNR-SALUTATION(W-DONOR-COUNT)
                               MOVE F08-ADDRESS-1
                                   TO DNR-ADDRESS-1(W-DONOR-COUNT)
                               MOVE F08-ADDRESS-2
                                   TO DNR-ADDRESS-2(W-DONOR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F08-DONOR-FILE
           END-IF
           .

      *One acknowledgment per gift or bequest, written the run the
      *piece first comes onto the master, so a re-run never sends
      *a second letter. It describes the work and its accession
      *number but states no value - appraisal is the donor's
      *affair. A donor ID not on the donor master gets an
      *exception line in the letter file instead.
       110-WRITE-GIFT-LETTER.
           MOVE 'N' TO W-DONOR-FOUND-SWITCH
           IF W-DONOR-COUNT > 0
               SET DNR-IDX TO 1
               SEARCH DONOR-ENTRY
                   AT END CONTINUE
                   WHEN DNR-ID(DNR-IDX) = F05-DONOR-ID
                       MOVE 'Y' TO W-DONOR-FOUND-SWITCH
               END-SEARCH
           END-IF
           WRITE F09-LETTER-RECORD FROM LTR-SEPARATOR-LINE
           IF NOT W-DONOR-FOUND
               ADD 1 TO W-LETTER-EXCEPTIONS
               MOVE F05-DONOR-ID     TO LTR-EXC-DONOR-ID
               MOVE F05-ACCESSION-NO TO LTR-EXC-ACCESSION
               WRITE F09-LETTER-RECORD FROM LTR-EXCEPTION-LINE
           ELSE
               ADD 1 TO W-LETTERS-WRITTEN
               MOVE WS-RUN-MM   TO LTR-DATE-MM
               MOVE WS-RUN-DD   TO LTR-DATE-DD
               MOVE WS-RUN-CCYY TO LTR-DATE-CCYY
               WRITE F09-LETTER-RECORD FROM LTR-DATE-LINE
               MOVE SPACES TO LTR-TEXT-LINE
               WRITE F09-LETTER-RECORD FROM LTR-TEXT-LINE
               MOVE DNR-NAME(DNR-IDX) TO LTR-TEXT-LINE
               WRITE F09-LETTER-RECORD FROM LTR-TEXT-LINE
               MOVE DNR-ADDRESS-1(DNR-IDX) TO LTR-TEXT-LINE
               WRITE F09-LETTER-RECORD FROM LTR-TEXT-LINE
               MOVE DNR-ADDRESS-2(DNR-IDX) TO LTR-TEXT-LINE
               WRITE F09-LETTER-RECORD FROM LTR-TEXT-LINE
               MOVE SPACES TO LTR-TEXT-LINE
               WRITE F09-LETTER-RECORD FROM LTR-TEXT-LINE
               STRING 'DEAR ' DELIMITED BY SIZE
                   DNR-SALUTATION(DNR-IDX) DELIMITED BY '  '
                   ':' DELIMITED BY SIZE
                   INTO LTR-TEXT-LINE
               WRITE F09-LETTER-RECORD FROM LTR-TEXT-LINE
               MOVE SPACES TO LTR-TEXT-LINE
               WRITE F09-LETTER-RECORD FROM LTR-TEXT-LINE
               IF F05-BEQUEST
                   MOVE 'THE MUSEUM GRATEFULLY ACKNOWLEDGES THE BEQUEST'
                       TO LTR-TEXT-LINE
               ELSE
                   MOVE 'THE MUSEUM GRATEFULLY ACKNOWLEDGES YOUR GIFT'
                       TO LTR-TEXT-LINE
               END-IF
               WRITE F09-LETTER-RECORD FROM LTR-TEXT-LINE
               MOVE 'OF THE FOLLOWING WORK TO ITS PERMANENT COLLECTION:'
                   TO LTR-TEXT-LINE
               WRITE F09-LETTER-RECORD FROM LTR-TEXT-LINE
               MOVE SPACES TO LTR-TEXT-LINE
               WRITE F09-LETTER-RECORD FROM LTR-TEXT-LINE
               MOVE F05-NAME       TO LTR-PIECE-NAME
               MOVE F05-NEW-ARTIST TO LTR-PIECE-ARTIST
               MOVE F05-NEW-MEDIUM TO LTR-PIECE-MEDIUM
               MOVE F05-NEW-YEAR   TO LTR-PIECE-YEAR
               WRITE F09-LETTER-RECORD FROM LTR-PIECE-LINE
               MOVE F05-ACCESSION-NO    TO LTR-ACCESSION
               MOVE F05-APPRAISED-MONTH TO LTR-RECEIVED-MM
               MOVE F05-APPRAISED-DAY   TO LTR-RECEIVED-DD
               MOVE F05-APPRAISED-YEAR  TO LTR-RECEIVED-YY
               WRITE F09-LETTER-RECORD FROM LTR-ACCESSION-LINE
               MOVE SPACES TO LTR-TEXT-LINE
               WRITE F09-LETTER-RECORD FROM LTR-TEXT-LINE
               MOVE 'NO GOODS OR SERVICES WERE PROVIDED IN EXCHANGE'
                   TO LTR-TEXT-LINE
               WRITE F09-LETTER-RECORD FROM LTR-TEXT-LINE
               MOVE 'FOR THIS GIFT.' TO LTR-TEXT-LINE
               WRITE F09-LETTER-RECORD FROM LTR-TEXT-LINE
           END-IF
           .

       109-APPEND-ACQUISITIONS.
           IF W-ACQ-COUNT > 0
               OPEN EXTEND F04-MASTER-FILE
               IF WS-MASTER-FILE-STATUS = '00'
                   PERFORM VARYING ACQ-IDX FROM 1 BY 1
                       UNTIL ACQ-IDX > W-ACQ-COUNT
                       MOVE ACQ-ACCESSION(ACQ-IDX)
                           TO F04-ACCESSION-NO
                       MOVE ACQ-NAME(ACQ-IDX)   TO F04-NAME
                       MOVE ACQ-ARTIST(ACQ-IDX) TO F04-ARTIST
                       MOVE ACQ-MEDIUM(ACQ-IDX) TO F04-MEDIUM
           END-IF
           .

      *Finds this transaction's accession number in
      *LATEST-APPRAISAL-AREA and keeps whichever appraisal - the one
      *already on file or this transaction - is dated later; adds a
      *new entry the first time an accession number is seen.
       103-MERGE-ONE-TRANSACTION.
           SET W-LATEST-NOT-FOUND TO TRUE
           IF W-LATEST-COUNT > 0
               SEARCH LATEST-ENTRY
                   AT END
                       SET W-LATEST-NOT-FOUND TO TRUE
                   WHEN LTA-ACCESSION(LTA-IDX) = F05-ACCESSION-NO
                       SET W-LATEST-FOUND TO TRUE
               END-SEARCH
           END-IF
               IF W-LATEST-COUNT < MAX-MASTER-PAINTINGS
                   ADD 1 TO W-LATEST-COUNT
                   SET LTA-IDX TO W-LATEST-COUNT
                   MOVE F05-ACCESSION-NO TO LTA-ACCESSION(LTA-IDX)
                   MOVE F05-NAME TO LTA-NAME(LTA-IDX)
                   PERFORM 103-SAVE-LATEST-APPRAISAL
               END-IF
               SET DSP-IDX TO 1
               SEARCH DSP-ENTRY
                   AT END CONTINUE
                   WHEN DSP-ACCESSION(DSP-IDX) = LTA-ACCESSION(LTA-IDX)
                       MOVE 'Y' TO W-DSP-FOUND-SWITCH
               END-SEARCH
           END-IF
                   SEARCH MASTER-ENTRY
                       AT END
                           SET W-MASTER-NOT-FOUND TO TRUE
                       WHEN MST-ACCESSION(MST-IDX)
                               = LTA-ACCESSION(LTA-IDX)
                           SET W-MASTER-FOUND TO TRUE
                   END-SEARCH
               END-IF
               IF W-MASTER-FOUND
                   MOVE LTA-ACCESSION(LTA-IDX)      TO F01-ACCESSION-NO
                   MOVE MST-NAME(MST-IDX)           TO F01-NAME
                   MOVE MST-ARTIST(MST-IDX)         TO F01-ARTIST
                   MOVE MST-MEDIUM(MST-IDX)         TO F01-MEDIUM
                   MOVE MST-YEAR(MST-IDX)           TO F01-YEAR
           CALL 'CBL_RENAME_FILE' USING WS-ARCHIVE-OLD-NAME
               WS-ARCHIVE-NEW-NAME
           PERFORM 096-CATALOG-ONE-ARCHIVE
      *Gift letters are only ever written once, so an unprinted
      *batch is kept the same way rather than overwritten.
           MOVE WS-LETTER-FILENAME TO WS-ARCHIVE-OLD-NAME
           MOVE SPACES TO WS-ARCHIVE-NEW-NAME
           STRING FUNCTION TRIM(WS-LETTER-FILENAME) '.'
               WS-ARCHIVE-SUFFIX DELIMITED BY SIZE
               INTO WS-ARCHIVE-NEW-NAME
           CALL 'CBL_RENAME_FILE' USING WS-ARCHIVE-OLD-NAME
               WS-ARCHIVE-NEW-NAME
           PERFORM 096-CATALOG-ONE-ARCHIVE
           .

       105-GET-TODAYS-DATE.
           END-IF

           MOVE SPACES TO W03-DETAIL-LINE
           MOVE SD-ACCESSION-NO TO W03-PRINT-ACCESSION
           MOVE SD-NAME TO W03-PRINT-NAME
           MOVE SD-ARTIST TO W03-PRINT-ARTIST
           MOVE SD-MEDIUM TO W03-PRINT-MEDIUM
           IF NOT F07-LOAN-IS-RETURNED
               AND W-LOAN-DUE-8 < W-TODAYS-DATE-8
               ADD 1 TO W-OVERDUE-LOAN-COUNT
               MOVE F07-LOAN-ACCESSION TO W11-ACCESSION
               MOVE F07-LOAN-NAME     TO W11-NAME
               MOVE F07-LOAN-BORROWER TO W11-BORROWER
               MOVE F07-LOAN-DUE-DATE(1:4) TO W11-DUE-CCYY
               WRITE F02-PRINT-LINE-RECORD
               PERFORM VARYING DSP-IDX FROM 1 BY 1
                   UNTIL DSP-IDX > W-DISPOSAL-COUNT
                   MOVE DSP-ACCESSION(DSP-IDX) TO W09-ACCESSION
                   MOVE DSP-NAME(DSP-IDX)     TO W09-NAME
                   MOVE DSP-PROCEEDS(DSP-IDX) TO W09-PROCEEDS
                   MOVE DSP-CARRIED(DSP-IDX)  TO W09-CARRIED
