       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFERPOST.
       AUTHOR. JANIS.

      *Transfer credit evaluation and posting. Credits earned at
      *other institutions never reached transcript.dat, so DEGAUDIT
      *and PREREQ treated transfer students as if they had taken
      *nothing and advisors overrode prerequisites by hand. Each
      *transfer transaction - student, source institution,
      *external course, grade, and credits - is looked up in the
      *course equivalency table. A match earned at C or better (or
      *a pass) posts to transcript.dat under term TRANS with grade
      *T: the degree audit and prerequisite check count a T as a
      *passed course, and every GPA in the suite leaves it out. A
      *course with no equivalency goes on the faculty review list;
      *once faculty add the equivalency, the transaction is simply
      *run again. A course already posted as transfer credit for
      *the student is never posted twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Transfer transactions keyed by the registrar's office from
      *the incoming transcripts.
           SELECT F01-TRANSFER-FILE
                                   ASSIGN TO 'transfercredits.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-TRANSFER-FILE-STATUS.

      *Course equivalency table: institution and external course
      *to the local course it is accepted as, maintained by the
      *faculty as courses are reviewed.
           SELECT F02-EQUIV-FILE   ASSIGN TO 'transferequiv.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-EQUIV-FILE-STATUS.

      *The transcript master read first for transfer credit already
      *posted, then appended to - the same 18-byte layout GRADPOST
      *maintains.
           SELECT F03-TRANSCRIPT-IN-FILE
                                   ASSIGN TO 'transcript.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-TRANSCRIPT-IN-STATUS.

           SELECT F04-TRANSCRIPT-FILE
                                   ASSIGN TO 'transcript.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-TRANSCRIPT-FILE-STATUS.

           SELECT F05-REPORT-FILE  ASSIGN TO 'transfereval.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F06-REVIEW-FILE  ASSIGN TO 'transferreview.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F07-OPS-LOG-FILE ASSIGN TO 'opslog.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT F08-RUN-LOCK-FILE
                                   ASSIGN TO 'runlock.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-RUN-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Credits as the sending institution awarded them, one
      *decimal place for quarter-hour schools.
       FD  F01-TRANSFER-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS F01-TRANSFER-RECORD.
       01  F01-TRANSFER-RECORD.
           05  XFR-STUDENT-ID      PIC X(5).
           05  XFR-INSTITUTION     PIC X(20).
           05  XFR-EXT-COURSE      PIC X(10).
           05  XFR-GRADE           PIC X.
           05  XFR-CREDITS         PIC 9(2)V9.

       FD  F02-EQUIV-FILE
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS F02-EQUIV-RECORD.
       01  F02-EQUIV-RECORD.
           05  EQV-INSTITUTION     PIC X(20).
           05  EQV-EXT-COURSE      PIC X(10).
           05  EQV-LOCAL-COURSE    PIC X(7).

       FD  F03-TRANSCRIPT-IN-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F03-TRANSCRIPT-IN-RECORD.
       01  F03-TRANSCRIPT-IN-RECORD.
           05  TRI-STUDENT-ID      PIC X(5).
           05  TRI-TERM            PIC X(5).
           05  TRI-COURSE          PIC X(7).
           05  TRI-GRADE           PIC X.

       FD  F04-TRANSCRIPT-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F04-TRANSCRIPT-RECORD.
       01  F04-TRANSCRIPT-RECORD.
           05  TRS-STUDENT-ID      PIC X(5).
           05  TRS-TERM            PIC X(5).
           05  TRS-COURSE          PIC X(7).
           05  TRS-GRADE           PIC X.

       FD  F05-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F05-REPORT-RECORD.
       01  F05-REPORT-RECORD       PIC X(100).

       FD  F06-REVIEW-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F06-REVIEW-RECORD.
       01  F06-REVIEW-RECORD       PIC X(100).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F07-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F07-OPS-LOG-RECORD.
       01  F07-OPS-LOG-RECORD      PIC X(132).

      *One record: who holds the suite run lock and since when.
       FD  F08-RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F08-RUN-LOCK-RECORD.
       01  F08-RUN-LOCK-RECORD.
           05  LCK-PROGRAM         PIC X(8).
           05  LCK-DATE            PIC 9(8).
           05  LCK-TIME            PIC 9(6).
           05  LCK-IDENTITY        PIC X(14).

       WORKING-STORAGE SECTION.

      *Run-lock work fields. A same-day lock younger than the
      *stale limit is live; anything older is left over from a
      *crashed run and is taken over.
       01  WS-RUN-LOCK-STATUS      PIC XX    VALUE SPACES.
       01  WS-RUN-LOCK-FILENAME    PIC X(40) VALUE 'runlock.dat'.
       01  WS-LOCK-STALE-SECONDS   PIC 9(5)  VALUE 14400.
       01  WS-LOCK-LIVE-SWITCH     PIC X     VALUE 'N'.
           88  WS-LOCK-IS-LIVE               VALUE 'Y'.
       01  WS-LOCK-HOLDER          PIC X(8)  VALUE SPACES.
       01  WS-LOCK-NOW-DATE        PIC 9(8)  VALUE 0.
       01  WS-LOCK-NOW-TIME-FULL.
           05  WS-LOCK-NOW-TIME    PIC 9(6).
           05  FILLER              PIC 99.
       01  WS-LOCK-NOW-HMS REDEFINES WS-LOCK-NOW-TIME-FULL.
           05  WS-LOCK-NOW-HH      PIC 99.
           05  WS-LOCK-NOW-MM      PIC 99.
           05  WS-LOCK-NOW-SS      PIC 99.
           05  FILLER              PIC 99.
       01  WS-LOCK-OLD-TIME        PIC 9(6)  VALUE 0.
       01  WS-LOCK-OLD-HMS REDEFINES WS-LOCK-OLD-TIME.
           05  WS-LOCK-OLD-HH      PIC 99.
           05  WS-LOCK-OLD-MM      PIC 99.
           05  WS-LOCK-OLD-SS      PIC 99.
       01  WS-LOCK-NOW-SECONDS     PIC 9(7)  VALUE 0.
       01  WS-LOCK-OLD-SECONDS     PIC 9(7)  VALUE 0.
       01  WS-LOCK-IDENTITY.
           05  WS-LID-DATE         PIC 9(8).
           05  WS-LID-TIME         PIC 9(6).
       01  WS-LOCK-SAVED-RC        PIC S9(4) VALUE 0.
       01  WS-TRANSFER-FILE-STATUS PIC XX    VALUE SPACES.
       01  WS-EQUIV-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-TRANSCRIPT-IN-STATUS PIC XX    VALUE SPACES.
       01  WS-TRANSCRIPT-FILE-STATUS PIC XX  VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.

      *Term code and grade every transfer row posts with. The term
      *sorts after every real term code, so the transcript print
      *shows transfer credit as its own block at the end.
       01  WS-TRANSFER-TERM        PIC X(5)  VALUE 'TRANS'.
       01  WS-TRANSFER-GRADE       PIC X     VALUE 'T'.

      *Equivalencies in memory, keyed by institution and external
      *course.
       01  MAX-EQUIVALENCIES       PIC 9(4)  VALUE 2000.
       01  WS-EQV-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-EQV-FOUND                  VALUE 'Y'.
       01  EQUIV-TABLE-AREA.
           05  WS-EQUIV-COUNT      PIC 9(4)  VALUE 0.
           05  EQUIV-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-EQUIV-COUNT
                   INDEXED BY EQV-IDX.
               10  EQV-T-INSTITUTION  PIC X(20).
               10  EQV-T-EXT-COURSE   PIC X(10).
               10  EQV-T-LOCAL-COURSE PIC X(7).

      *Transfer credit already on the transcript, plus every row
      *this run posts, so a course never posts twice.
       01  MAX-POSTED              PIC 9(5)  VALUE 10000.
       01  WS-PST-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-PST-FOUND                  VALUE 'Y'.
       01  POSTED-TABLE-AREA.
           05  WS-POSTED-COUNT     PIC 9(5)  VALUE 0.
           05  POSTED-ENTRY OCCURS 0 TO 10000 TIMES
                   DEPENDING ON WS-POSTED-COUNT
                   INDEXED BY PST-IDX.
               10  PST-STUDENT-ID  PIC X(5).
               10  PST-COURSE      PIC X(7).

       01  WS-OUTCOME-TEXT         PIC X(20) VALUE SPACES.

       01  RUN-COUNTERS.
           05  WS-TRANSFERS-READ   PIC 9(5)  VALUE 0.
           05  WS-POSTED-THIS-RUN  PIC 9(5)  VALUE 0.
           05  WS-REVIEW-COUNT     PIC 9(5)  VALUE 0.
           05  WS-REJECTED-COUNT   PIC 9(5)  VALUE 0.
           05  WS-DUPLICATE-COUNT  PIC 9(5)  VALUE 0.

       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY      PIC 9(4).
           05  WS-TODAYS-MM        PIC 9(2).
           05  WS-TODAYS-DD        PIC 9(2).

       01  W04-RUN-DATE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  W04-RUN-MM          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  W04-RUN-DD          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  W04-RUN-CCYY        PIC 9999.
           05  FILLER              PIC X(78) VALUE SPACES.

       01  W05-TITLE-LINE.
           05  FILLER              PIC X(35) VALUE SPACES.
           05  FILLER              PIC X(26)
                 VALUE 'TRANSFER CREDIT EVALUATION'.
           05  FILLER              PIC X(39) VALUE SPACES.

       01  W06-HEADING-LINE.
           05  FILLER              PIC X     VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'STUDENT '.
           05  FILLER              PIC X(22) VALUE 'INSTITUTION'.
           05  FILLER              PIC X(12) VALUE 'COURSE'.
           05  FILLER              PIC X(3)  VALUE 'GR'.
           05  FILLER              PIC X(6)  VALUE 'CREDS'.
           05  FILLER              PIC X(9)  VALUE 'POSTS AS'.
           05  FILLER              PIC X(39) VALUE 'OUTCOME'.

       01  W07-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W07-STUDENT-ID      PIC X(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W07-INSTITUTION     PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W07-EXT-COURSE      PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W07-GRADE           PIC X.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W07-CREDITS         PIC Z9.9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W07-LOCAL-COURSE    PIC X(7).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W07-OUTCOME         PIC X(20).
           05  FILLER              PIC X(19) VALUE SPACES.

       01  W08-TRAILER-LINE.
           05  FILLER              PIC X(14) VALUE 'TRANSACTIONS: '.
           05  W08-READ            PIC ZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE '  POSTED: '.
           05  W08-POSTED          PIC ZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE '  REVIEW: '.
           05  W08-REVIEW          PIC ZZ,ZZ9.
           05  FILLER              PIC X(12) VALUE '  REJECTED: '.
           05  W08-REJECTED        PIC ZZ,ZZ9.
           05  FILLER              PIC X(13)
                 VALUE '  DUPLICATE: '.
           05  W08-DUPLICATE       PIC ZZ,ZZ9.
           05  FILLER              PIC X(11) VALUE SPACES.

       01  W09-REVIEW-TITLE-LINE.
           05  FILLER              PIC X(32) VALUE SPACES.
           05  FILLER              PIC X(35)
                 VALUE 'TRANSFER COURSES FOR FACULTY REVIEW'.
           05  FILLER              PIC X(33) VALUE SPACES.

       01  W10-REVIEW-HEADING-LINE.
           05  FILLER              PIC X     VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'STUDENT '.
           05  FILLER              PIC X(22) VALUE 'INSTITUTION'.
           05  FILLER              PIC X(12) VALUE 'COURSE'.
           05  FILLER              PIC X(3)  VALUE 'GR'.
           05  FILLER              PIC X(54) VALUE 'CREDS'.

       01  W11-REVIEW-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W11-STUDENT-ID      PIC X(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W11-INSTITUTION     PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W11-EXT-COURSE      PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W11-GRADE           PIC X.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W11-CREDITS         PIC Z9.9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  W12-REVIEW-TRAILER-LINE.
           05  FILLER              PIC X(20)
                 VALUE 'COURSES FOR REVIEW: '.
           05  W12-REVIEW          PIC ZZ,ZZ9.
           05  FILLER              PIC X(74) VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'XFERPOST'.
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
           PERFORM 095-TAKE-RUN-LOCK
           PERFORM 097-CAPTURE-START-TIME
           PERFORM 099-GET-TODAYS-DATE
           PERFORM 110-LOAD-EQUIVALENCIES
           PERFORM 120-LOAD-POSTED-TRANSFERS
           OPEN EXTEND F04-TRANSCRIPT-FILE
           IF WS-TRANSCRIPT-FILE-STATUS = '35'
               OPEN OUTPUT F04-TRANSCRIPT-FILE
               CLOSE F04-TRANSCRIPT-FILE
               OPEN EXTEND F04-TRANSCRIPT-FILE
           END-IF
           OPEN OUTPUT F05-REPORT-FILE
           OPEN OUTPUT F06-REVIEW-FILE
           MOVE W04-RUN-DATE-LINE TO F05-REPORT-RECORD
           WRITE F05-REPORT-RECORD
           MOVE W05-TITLE-LINE TO F05-REPORT-RECORD
           WRITE F05-REPORT-RECORD
           MOVE SPACES TO F05-REPORT-RECORD
           WRITE F05-REPORT-RECORD
           MOVE W06-HEADING-LINE TO F05-REPORT-RECORD
           WRITE F05-REPORT-RECORD
           MOVE W04-RUN-DATE-LINE TO F06-REVIEW-RECORD
           WRITE F06-REVIEW-RECORD
           MOVE W09-REVIEW-TITLE-LINE TO F06-REVIEW-RECORD
           WRITE F06-REVIEW-RECORD
           MOVE SPACES TO F06-REVIEW-RECORD
           WRITE F06-REVIEW-RECORD
           MOVE W10-REVIEW-HEADING-LINE TO F06-REVIEW-RECORD
           WRITE F06-REVIEW-RECORD
           PERFORM 200-EVALUATE-TRANSFERS
           MOVE SPACES TO F05-REPORT-RECORD
           WRITE F05-REPORT-RECORD
           MOVE WS-TRANSFERS-READ  TO W08-READ
           MOVE WS-POSTED-THIS-RUN TO W08-POSTED
           MOVE WS-REVIEW-COUNT    TO W08-REVIEW
           MOVE WS-REJECTED-COUNT  TO W08-REJECTED
           MOVE WS-DUPLICATE-COUNT TO W08-DUPLICATE
           MOVE W08-TRAILER-LINE TO F05-REPORT-RECORD
           WRITE F05-REPORT-RECORD
           MOVE SPACES TO F06-REVIEW-RECORD
           WRITE F06-REVIEW-RECORD
           MOVE WS-REVIEW-COUNT TO W12-REVIEW
           MOVE W12-REVIEW-TRAILER-LINE TO F06-REVIEW-RECORD
           WRITE F06-REVIEW-RECORD
           CLOSE F04-TRANSCRIPT-FILE
           CLOSE F05-REPORT-FILE
           CLOSE F06-REVIEW-FILE
           IF WS-REVIEW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 096-RELEASE-RUN-LOCK
           STOP RUN.

      *Takes the suite run lock before anything is opened. A live
      *lock means another batch program is mid-run - starting
      *anyway would have two runs rewriting the same carried
      *masters - so the run refuses with the severe condition
      *code. A lock from a prior day, or older than the stale
      *limit, is left over from a crashed run and is taken over.
       095-TAKE-RUN-LOCK.
           ACCEPT WS-LOCK-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-NOW-TIME-FULL FROM TIME
           MOVE 'N' TO WS-LOCK-LIVE-SWITCH
           OPEN INPUT F08-RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = '00'
               READ F08-RUN-LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LCK-DATE = WS-LOCK-NOW-DATE
                           MOVE LCK-PROGRAM TO WS-LOCK-HOLDER
                           MOVE LCK-TIME TO WS-LOCK-OLD-TIME
                           COMPUTE WS-LOCK-OLD-SECONDS =
                               (WS-LOCK-OLD-HH * 3600)
                               + (WS-LOCK-OLD-MM * 60)
                               + WS-LOCK-OLD-SS
                           COMPUTE WS-LOCK-NOW-SECONDS =
                               (WS-LOCK-NOW-HH * 3600)
                               + (WS-LOCK-NOW-MM * 60)
                               + WS-LOCK-NOW-SS
                           IF WS-LOCK-NOW-SECONDS
                               >= WS-LOCK-OLD-SECONDS
                               AND WS-LOCK-NOW-SECONDS
                                   - WS-LOCK-OLD-SECONDS
                                   < WS-LOCK-STALE-SECONDS
                               SET WS-LOCK-IS-LIVE TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE F08-RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-IS-LIVE
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' - XFERPOST NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F08-RUN-LOCK-FILE
           MOVE 'XFERPOST' TO LCK-PROGRAM
           MOVE WS-LOCK-NOW-DATE TO LCK-DATE
           MOVE WS-LOCK-NOW-TIME TO LCK-TIME
           MOVE WS-LOCK-NOW-DATE TO WS-LID-DATE
           MOVE WS-LOCK-NOW-TIME TO WS-LID-TIME
           MOVE WS-LOCK-IDENTITY TO LCK-IDENTITY
           WRITE F08-RUN-LOCK-RECORD
           CLOSE F08-RUN-LOCK-FILE
           .

      *Releases the run lock at end of job, preserving whatever
      *severity the run already set for the suite return code.
       096-RELEASE-RUN-LOCK.
           MOVE RETURN-CODE TO WS-LOCK-SAVED-RC
           CALL 'CBL_DELETE_FILE' USING WS-RUN-LOCK-FILENAME
           MOVE WS-LOCK-SAVED-RC TO RETURN-CODE
           .

      *Captures the run start time before any file is opened, so
      *the end-of-day operations log entry reflects this run's
      *true start.
       097-CAPTURE-START-TIME.
           ACCEPT WS-RUN-START-TIME FROM TIME
           .

       099-GET-TODAYS-DATE.
           ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAYS-MM   TO W04-RUN-MM
           MOVE WS-TODAYS-DD   TO W04-RUN-DD
           MOVE WS-TODAYS-CCYY TO W04-RUN-CCYY.

       110-LOAD-EQUIVALENCIES.
           OPEN INPUT F02-EQUIV-FILE
           IF WS-EQUIV-FILE-STATUS = '00'
               PERFORM UNTIL WS-EQUIV-FILE-STATUS NOT = '00'
                   READ F02-EQUIV-FILE
                       AT END
                           MOVE '10' TO WS-EQUIV-FILE-STATUS
                       NOT AT END
                           IF WS-EQUIV-COUNT < MAX-EQUIVALENCIES
                               ADD 1 TO WS-EQUIV-COUNT
                               MOVE EQV-INSTITUTION TO
                                   EQV-T-INSTITUTION(WS-EQUIV-COUNT)
                               MOVE EQV-EXT-COURSE TO
                                   EQV-T-EXT-COURSE(WS-EQUIV-COUNT)
                               MOVE EQV-LOCAL-COURSE TO
                                   EQV-T-LOCAL-COURSE(WS-EQUIV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-EQUIV-FILE
           END-IF.

      *Only the transfer rows matter for the duplicate check.
       120-LOAD-POSTED-TRANSFERS.
           OPEN INPUT F03-TRANSCRIPT-IN-FILE
           IF WS-TRANSCRIPT-IN-STATUS = '00'
               PERFORM UNTIL WS-TRANSCRIPT-IN-STATUS NOT = '00'
                   READ F03-TRANSCRIPT-IN-FILE
                       AT END
                           MOVE '10' TO WS-TRANSCRIPT-IN-STATUS
                       NOT AT END
                           IF TRI-GRADE = WS-TRANSFER-GRADE
                               AND WS-POSTED-COUNT < MAX-POSTED
                               ADD 1 TO WS-POSTED-COUNT
                               MOVE TRI-STUDENT-ID
                                   TO PST-STUDENT-ID(WS-POSTED-COUNT)
                               MOVE TRI-COURSE
                                   TO PST-COURSE(WS-POSTED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-TRANSCRIPT-IN-FILE
           END-IF.

       200-EVALUATE-TRANSFERS.
           OPEN INPUT F01-TRANSFER-FILE
           IF WS-TRANSFER-FILE-STATUS = '00'
               PERFORM UNTIL WS-TRANSFER-FILE-STATUS NOT = '00'
                   READ F01-TRANSFER-FILE
                       AT END
                           MOVE '10' TO WS-TRANSFER-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-TRANSFERS-READ
                           PERFORM 210-EVALUATE-ONE-TRANSFER
                   END-READ
               END-PERFORM
               CLOSE F01-TRANSFER-FILE
           END-IF.

      *No equivalency sends the course to faculty review; a match
      *below C is not accepted; a match already on the transcript
      *as transfer credit is a duplicate; anything else posts.
       210-EVALUATE-ONE-TRANSFER.
           MOVE 'N' TO WS-EQV-FOUND-SWITCH
           IF WS-EQUIV-COUNT > 0
               SET EQV-IDX TO 1
               SEARCH EQUIV-ENTRY
                   AT END CONTINUE
                   WHEN EQV-T-INSTITUTION(EQV-IDX) = XFR-INSTITUTION
                       AND EQV-T-EXT-COURSE(EQV-IDX) = XFR-EXT-COURSE
                       MOVE 'Y' TO WS-EQV-FOUND-SWITCH
               END-SEARCH
           END-IF
           MOVE XFR-STUDENT-ID  TO W07-STUDENT-ID
           MOVE XFR-INSTITUTION TO W07-INSTITUTION
           MOVE XFR-EXT-COURSE  TO W07-EXT-COURSE
           MOVE XFR-GRADE       TO W07-GRADE
           MOVE XFR-CREDITS     TO W07-CREDITS
           MOVE SPACES          TO W07-LOCAL-COURSE
           IF NOT WS-EQV-FOUND
               MOVE 'FACULTY REVIEW' TO WS-OUTCOME-TEXT
               PERFORM 250-LIST-FOR-REVIEW
           ELSE
               MOVE EQV-T-LOCAL-COURSE(EQV-IDX) TO W07-LOCAL-COURSE
               IF XFR-GRADE NOT = 'A' AND NOT = 'B'
                   AND NOT = 'C' AND NOT = 'P'
                   MOVE 'NOT ACCEPTED - GRADE' TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   PERFORM 220-CHECK-ALREADY-POSTED
                   IF WS-PST-FOUND
                       MOVE 'ALREADY POSTED' TO WS-OUTCOME-TEXT
                       ADD 1 TO WS-DUPLICATE-COUNT
                   ELSE
                       PERFORM 230-POST-ONE-TRANSFER
                       MOVE 'POSTED' TO WS-OUTCOME-TEXT
                   END-IF
               END-IF
           END-IF
           MOVE WS-OUTCOME-TEXT TO W07-OUTCOME
           MOVE W07-DETAIL-LINE TO F05-REPORT-RECORD
           WRITE F05-REPORT-RECORD.

       220-CHECK-ALREADY-POSTED.
           MOVE 'N' TO WS-PST-FOUND-SWITCH
           IF WS-POSTED-COUNT > 0
               SET PST-IDX TO 1
               SEARCH POSTED-ENTRY
                   AT END CONTINUE
                   WHEN PST-STUDENT-ID(PST-IDX) = XFR-STUDENT-ID
                       AND PST-COURSE(PST-IDX)
                           = EQV-T-LOCAL-COURSE(EQV-IDX)
                       MOVE 'Y' TO WS-PST-FOUND-SWITCH
               END-SEARCH
           END-IF.

       230-POST-ONE-TRANSFER.
           MOVE XFR-STUDENT-ID              TO TRS-STUDENT-ID
           MOVE WS-TRANSFER-TERM            TO TRS-TERM
           MOVE EQV-T-LOCAL-COURSE(EQV-IDX) TO TRS-COURSE
           MOVE WS-TRANSFER-GRADE           TO TRS-GRADE
           WRITE F04-TRANSCRIPT-RECORD
           ADD 1 TO WS-POSTED-THIS-RUN
           IF WS-POSTED-COUNT < MAX-POSTED
               ADD 1 TO WS-POSTED-COUNT
               MOVE XFR-STUDENT-ID TO PST-STUDENT-ID(WS-POSTED-COUNT)
               MOVE EQV-T-LOCAL-COURSE(EQV-IDX)
                   TO PST-COURSE(WS-POSTED-COUNT)
           END-IF.

       250-LIST-FOR-REVIEW.
           ADD 1 TO WS-REVIEW-COUNT
           MOVE XFR-STUDENT-ID  TO W11-STUDENT-ID
           MOVE XFR-INSTITUTION TO W11-INSTITUTION
           MOVE XFR-EXT-COURSE  TO W11-EXT-COURSE
           MOVE XFR-GRADE       TO W11-GRADE
           MOVE XFR-CREDITS     TO W11-CREDITS
           MOVE W11-REVIEW-DETAIL-LINE TO F06-REVIEW-RECORD
           WRITE F06-REVIEW-RECORD.

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
           MOVE WS-TRANSFERS-READ TO OPL-RECORD-COUNT
           OPEN EXTEND F07-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F07-OPS-LOG-FILE
               CLOSE F07-OPS-LOG-FILE
               OPEN EXTEND F07-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F07-OPS-LOG-RECORD
           WRITE F07-OPS-LOG-RECORD
           CLOSE F07-OPS-LOG-FILE
           .
