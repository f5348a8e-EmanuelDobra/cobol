       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDROSTR.
       AUTHOR. JANIS.

      *Grade roster and submission tracking by course section.
      *Transcript posting used to run whether or not every
      *instructor had turned in grades, so transcripts went out
      *with blank slots. This run prints a roster per course
      *section from studenttrans.dat listing every enrolled
      *student and the grade posted so far. Once the grade
      *deadline in gradeterm.dat has passed it also lists every
      *section and student still missing a grade; GRADPOST holds
      *the term's posting while any are missing until the
      *registrar signs off in gradesignoff.dat. A sign-off of D
      *defaults every missing grade to N (not reported) here, and
      *each N goes onto the incompletes tracking file so INCLAPSE
      *lapses it like an unresolved incomplete.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Same 13-byte course/grade transaction file the grades run
      *merges from; rewritten only when missing grades are
      *defaulted.
           SELECT F01-TRANS-FILE   ASSIGN TO 'studenttrans.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT F02-TRANS-OUT-FILE
                                   ASSIGN TO 'studenttrans.new'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *The term being posted and its grade deadline, maintained by
      *the registrar each term.
           SELECT F03-TERM-FILE    ASSIGN TO 'gradeterm.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TERM-FILE-STATUS.

      *The registrar's sign-off for the term, keyed once the
      *missing-grade list has been worked.
           SELECT F04-SIGNOFF-FILE ASSIGN TO 'gradesignoff.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-SIGNOFF-FILE-STATUS.

      *Same 20-byte tracking file the grades run posts incompletes
      *to; defaulted grades are appended here.
           SELECT F05-INCOMPLETE-FILE
                                   ASSIGN TO 'incompletes.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-INCOMPLETE-FILE-STATUS.

           SELECT F06-ROSTER-FILE  ASSIGN TO 'graderosters.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F07-MISSING-FILE ASSIGN TO 'missinggrades.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F08-OPS-LOG-FILE ASSIGN TO 'opslog.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT F09-RUN-LOCK-FILE
                                   ASSIGN TO 'runlock.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-RUN-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-TRANS-FILE
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS F01-TRANS-RECORD.
       01  F01-TRANS-RECORD.
           05  F01-STUDENT-ID      PIC X(5).
           05  F01-COURSE          PIC X(7).
           05  F01-GRADE           PIC X.

       FD  F02-TRANS-OUT-FILE
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS F02-TRANS-OUT-RECORD.
       01  F02-TRANS-OUT-RECORD.
           05  F02-STUDENT-ID      PIC X(5).
           05  F02-COURSE          PIC X(7).
           05  F02-GRADE           PIC X.

      *The deadline follows the term code; runs that only need the
      *term read the first five bytes.
       FD  F03-TERM-FILE
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS F03-TERM-RECORD.
       01  F03-TERM-RECORD.
           05  F03-TERM-CODE       PIC X(5).
           05  F03-GRADE-DEADLINE  PIC 9(8).

      *Action S posts the term with grades as reported; D defaults
      *every missing grade to N first. The last record for the
      *term stands.
       FD  F04-SIGNOFF-FILE
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS F04-SIGNOFF-RECORD.
       01  F04-SIGNOFF-RECORD.
           05  SGN-TERM            PIC X(5).
           05  SGN-ACTION          PIC X.
           05  SGN-DATE            PIC 9(8).

       FD  F05-INCOMPLETE-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS F05-INCOMPLETE-RECORD.
       01  F05-INCOMPLETE-RECORD.
           05  INC-STUDENT-ID      PIC X(5).
           05  INC-COURSE          PIC X(7).
           05  INC-DEADLINE        PIC 9(8).

       FD  F06-ROSTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F06-ROSTER-RECORD.
       01  F06-ROSTER-RECORD       PIC X(80).

       FD  F07-MISSING-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F07-MISSING-RECORD.
       01  F07-MISSING-RECORD      PIC X(100).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F08-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F08-OPS-LOG-RECORD.
       01  F08-OPS-LOG-RECORD      PIC X(132).

      *One record: who holds the suite run lock and since when.
       FD  F09-RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F09-RUN-LOCK-RECORD.
       01  F09-RUN-LOCK-RECORD.
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
       01  WS-TRANS-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-TERM-FILE-STATUS     PIC XX    VALUE SPACES.
       01  WS-SIGNOFF-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-INCOMPLETE-FILE-STATUS PIC XX  VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.

       01  WS-TERM-CODE            PIC X(5)  VALUE 'UNKWN'.
       01  WS-GRADE-DEADLINE       PIC 9(8)  VALUE 0.
       01  WS-DEADLINE-PARTS REDEFINES WS-GRADE-DEADLINE.
           05  WS-DEADLINE-CCYY    PIC 9(4).
           05  WS-DEADLINE-MM      PIC 99.
           05  WS-DEADLINE-DD      PIC 99.
       01  WS-DEADLINE-SWITCH      PIC X     VALUE 'N'.
           88  WS-DEADLINE-PASSED            VALUE 'Y'.
       01  WS-SIGNOFF-ACTION       PIC X     VALUE SPACE.
           88  WS-SIGNED-AS-REPORTED         VALUE 'S'.
           88  WS-SIGNED-TO-DEFAULT          VALUE 'D'.
           88  WS-NOT-SIGNED-OFF             VALUE SPACE.

      *Not-reported grades get the same resolution window the
      *grades run gives an incomplete before INCLAPSE lapses it.
       01  WS-NOT-REPORTED-GRADE   PIC X     VALUE 'N'.
       01  WS-NR-GRACE-DAYS        PIC 9(3)  VALUE 60.
       01  WS-NR-DEADLINE          PIC 9(8)  VALUE 0.

      *Every course/grade transaction in memory, in file order.
      *Same bound-checked load the grades run uses.
       01  MAX-TRANS-ENTRIES       PIC 9(5)  VALUE 3000.
       01  TRANS-TABLE-AREA.
           05  W-TRANS-COUNT       PIC 9(5)  VALUE 0.
           05  TRANS-ENTRY OCCURS 0 TO 3000 TIMES
                   DEPENDING ON W-TRANS-COUNT
                   INDEXED BY TRN-IDX.
               10  TRN-STUDENT-ID  PIC X(5).
               10  TRN-COURSE      PIC X(7).
               10  TRN-GRADE       PIC X.
               10  TRN-DEFAULTED-SWITCH PIC X.
                   88  TRN-DEFAULTED         VALUE 'Y'.

      *One entry per course section found on the transactions.
       01  MAX-SECTIONS            PIC 9(3)  VALUE 500.
       01  WS-SEC-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-SEC-FOUND                  VALUE 'Y'.
       01  SECTION-TABLE-AREA.
           05  WS-SECTION-COUNT    PIC 9(3)  VALUE 0.
           05  SECTION-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-SECTION-COUNT
                   INDEXED BY SEC-IDX.
               10  SEC-COURSE      PIC X(7).
               10  SEC-ENROLLED    PIC 9(4).
               10  SEC-MISSING     PIC 9(4).

       01  RUN-COUNTERS.
           05  WS-TRANS-READ       PIC 9(5)  VALUE 0.
           05  WS-GRADES-MISSING   PIC 9(5)  VALUE 0.
           05  WS-SECTIONS-MISSING PIC 9(3)  VALUE 0.
           05  WS-GRADES-DEFAULTED PIC 9(5)  VALUE 0.

       01  WS-TODAYS-DATE-8        PIC 9(8)  VALUE 0.
       01  WS-TODAYS-DATE REDEFINES WS-TODAYS-DATE-8.
           05  WS-TODAYS-CCYY      PIC 9(4).
           05  WS-TODAYS-MM        PIC 9(2).
           05  WS-TODAYS-DD        PIC 9(2).

      *Roster block, one per course section.
       01  W01-ROSTER-SEPARATOR.
           05  FILLER              PIC X(60) VALUE ALL '-'.
           05  FILLER              PIC X(20) VALUE SPACES.
       01  W02-ROSTER-HEADER.
           05  FILLER              PIC X(8)  VALUE 'COURSE: '.
           05  W02-COURSE          PIC X(7).
           05  FILLER              PIC X(9)  VALUE '   TERM: '.
           05  W02-TERM            PIC X(5).
           05  FILLER              PIC X(19)
                 VALUE '   GRADE DEADLINE: '.
           05  W02-DEADLINE        PIC X(10).
           05  FILLER              PIC X(22) VALUE SPACES.
       01  W03-ROSTER-HEADING.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'STUDENT   '.
           05  FILLER              PIC X(5)  VALUE 'GRADE'.
           05  FILLER              PIC X(61) VALUE SPACES.
       01  W04-ROSTER-STUDENT.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  W04-STUDENT-ID      PIC X(5).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  W04-GRADE           PIC X(12).
           05  FILLER              PIC X(54) VALUE SPACES.
       01  W05-ROSTER-TOTAL.
           05  FILLER              PIC X(14) VALUE '    ENROLLED: '.
           05  W05-ENROLLED        PIC ZZZ9.
           05  FILLER              PIC X(18)
                 VALUE '   GRADES POSTED: '.
           05  W05-POSTED          PIC ZZZ9.
           05  FILLER              PIC X(12) VALUE '   MISSING: '.
           05  W05-MISSING         PIC ZZZ9.
           05  FILLER              PIC X(24) VALUE SPACES.

      *Missing-grade list for the registrar.
       01  W06-RUN-DATE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  W06-RUN-MM          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  W06-RUN-DD          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  W06-RUN-CCYY        PIC 9999.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE 'TERM: '.
           05  W06-TERM            PIC X(5).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(16) VALUE 'GRADE DEADLINE: '.
           05  W06-DEADLINE        PIC X(10).
           05  FILLER              PIC X(35) VALUE SPACES.
       01  W07-TITLE-LINE.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(40)
                 VALUE 'GRADES NOT REPORTED BY THE DEADLINE     '.
           05  FILLER              PIC X(30) VALUE SPACES.
       01  W08-STATUS-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W08-STATUS-TEXT     PIC X(60).
           05  FILLER              PIC X(38) VALUE SPACES.
       01  W09-HEADING-LINE.
           05  FILLER              PIC X(10) VALUE 'COURSE    '.
           05  FILLER              PIC X(9)  VALUE 'STUDENT  '.
           05  FILLER              PIC X(6)  VALUE 'ACTION'.
           05  FILLER              PIC X(75) VALUE SPACES.
       01  W10-DETAIL-LINE.
           05  W10-COURSE          PIC X(7).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  W10-STUDENT-ID      PIC X(5).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  W10-ACTION          PIC X(30).
           05  FILLER              PIC X(51) VALUE SPACES.
       01  W11-SECTION-LINE.
           05  W11-COURSE          PIC X(7).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE 'MISSING: '.
           05  W11-MISSING         PIC ZZZ9.
           05  FILLER              PIC X(4)  VALUE ' OF '.
           05  W11-ENROLLED        PIC ZZZ9.
           05  FILLER              PIC X(69) VALUE SPACES.
       01  W12-TRAILER-LINE.
           05  FILLER              PIC X(22)
                 VALUE 'SECTIONS INCOMPLETE:  '.
           05  W12-SECTIONS        PIC ZZ9.
           05  FILLER              PIC X(19)
                 VALUE '  GRADES MISSING:  '.
           05  W12-MISSING         PIC ZZ,ZZ9.
           05  FILLER              PIC X(21)
                 VALUE '  DEFAULTED TO N:    '.
           05  W12-DEFAULTED       PIC ZZ,ZZ9.
           05  FILLER              PIC X(23) VALUE SPACES.
       01  WS-EDIT-DATE.
           05  WS-EDIT-MM          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  WS-EDIT-DD          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  WS-EDIT-CCYY        PIC 9999.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'GRDROSTR'.
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
           ACCEPT WS-TODAYS-DATE-8 FROM DATE YYYYMMDD
           PERFORM 100-READ-TERM
           PERFORM 105-READ-SIGNOFF
           PERFORM 110-LOAD-TRANSACTIONS
           IF WS-DEADLINE-PASSED AND WS-SIGNED-TO-DEFAULT
               AND WS-GRADES-MISSING > 0
               PERFORM 400-DEFAULT-MISSING-GRADES
           END-IF
           OPEN OUTPUT F06-ROSTER-FILE
           PERFORM 200-PRINT-ONE-ROSTER
               VARYING SEC-IDX FROM 1 BY 1
               UNTIL SEC-IDX > WS-SECTION-COUNT
           CLOSE F06-ROSTER-FILE
           OPEN OUTPUT F07-MISSING-FILE
           PERFORM 300-LIST-MISSING-GRADES
           CLOSE F07-MISSING-FILE
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
           OPEN INPUT F09-RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = '00'
               READ F09-RUN-LOCK-FILE
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
               CLOSE F09-RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-IS-LIVE
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' - GRDROSTR NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F09-RUN-LOCK-FILE
           MOVE 'GRDROSTR' TO LCK-PROGRAM
           MOVE WS-LOCK-NOW-DATE TO LCK-DATE
           MOVE WS-LOCK-NOW-TIME TO LCK-TIME
           MOVE WS-LOCK-NOW-DATE TO WS-LID-DATE
           MOVE WS-LOCK-NOW-TIME TO WS-LID-TIME
           MOVE WS-LOCK-IDENTITY TO LCK-IDENTITY
           WRITE F09-RUN-LOCK-RECORD
           CLOSE F09-RUN-LOCK-FILE
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

      *With no deadline on file the deadline never passes, so the
      *run prints rosters only.
       100-READ-TERM.
           OPEN INPUT F03-TERM-FILE
           IF WS-TERM-FILE-STATUS = '00'
               READ F03-TERM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE F03-TERM-CODE TO WS-TERM-CODE
                       IF F03-GRADE-DEADLINE IS NUMERIC
                           MOVE F03-GRADE-DEADLINE
                               TO WS-GRADE-DEADLINE
                       END-IF
               END-READ
               CLOSE F03-TERM-FILE
           END-IF
           IF WS-GRADE-DEADLINE > 0
               AND WS-TODAYS-DATE-8 > WS-GRADE-DEADLINE
               SET WS-DEADLINE-PASSED TO TRUE
           END-IF
           IF WS-GRADE-DEADLINE > 0
               MOVE WS-DEADLINE-MM   TO WS-EDIT-MM
               MOVE WS-DEADLINE-DD   TO WS-EDIT-DD
               MOVE WS-DEADLINE-CCYY TO WS-EDIT-CCYY
               MOVE WS-EDIT-DATE TO W02-DEADLINE
           ELSE
               MOVE 'NONE' TO W02-DEADLINE
           END-IF
           MOVE WS-TERM-CODE TO W02-TERM.

       105-READ-SIGNOFF.
           OPEN INPUT F04-SIGNOFF-FILE
           IF WS-SIGNOFF-FILE-STATUS = '00'
               PERFORM UNTIL WS-SIGNOFF-FILE-STATUS NOT = '00'
                   READ F04-SIGNOFF-FILE
                       AT END
                           MOVE '10' TO WS-SIGNOFF-FILE-STATUS
                       NOT AT END
                           IF SGN-TERM = WS-TERM-CODE
                               AND (SGN-ACTION = 'S' OR 'D')
                               MOVE SGN-ACTION TO WS-SIGNOFF-ACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F04-SIGNOFF-FILE
           END-IF.

      *A blank grade is a grade not yet reported.
       110-LOAD-TRANSACTIONS.
           OPEN INPUT F01-TRANS-FILE
           IF WS-TRANS-FILE-STATUS = '00'
               PERFORM UNTIL WS-TRANS-FILE-STATUS NOT = '00'
                   READ F01-TRANS-FILE
                       AT END
                           MOVE '10' TO WS-TRANS-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           IF W-TRANS-COUNT < MAX-TRANS-ENTRIES
                               ADD 1 TO W-TRANS-COUNT
                               MOVE F01-STUDENT-ID
                                   TO TRN-STUDENT-ID(W-TRANS-COUNT)
                               MOVE F01-COURSE
                                   TO TRN-COURSE(W-TRANS-COUNT)
                               MOVE F01-GRADE
                                   TO TRN-GRADE(W-TRANS-COUNT)
                               MOVE 'N' TO
                                   TRN-DEFAULTED-SWITCH(W-TRANS-COUNT)
                               PERFORM 115-COUNT-IN-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F01-TRANS-FILE
           END-IF.

       115-COUNT-IN-SECTION.
           MOVE 'N' TO WS-SEC-FOUND-SWITCH
           IF WS-SECTION-COUNT > 0
               SET SEC-IDX TO 1
               SEARCH SECTION-ENTRY
                   AT END CONTINUE
                   WHEN SEC-COURSE(SEC-IDX) = F01-COURSE
                       MOVE 'Y' TO WS-SEC-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF NOT WS-SEC-FOUND
               AND WS-SECTION-COUNT < MAX-SECTIONS
               ADD 1 TO WS-SECTION-COUNT
               SET SEC-IDX TO WS-SECTION-COUNT
               MOVE F01-COURSE TO SEC-COURSE(SEC-IDX)
               MOVE 0 TO SEC-ENROLLED(SEC-IDX)
               MOVE 0 TO SEC-MISSING(SEC-IDX)
               MOVE 'Y' TO WS-SEC-FOUND-SWITCH
           END-IF
           IF WS-SEC-FOUND
               ADD 1 TO SEC-ENROLLED(SEC-IDX)
               IF F01-GRADE = SPACE
                   ADD 1 TO SEC-MISSING(SEC-IDX)
                   ADD 1 TO WS-GRADES-MISSING
               END-IF
           END-IF.

      *One roster block: every student enrolled in the section in
      *transaction-file order, with the grade posted so far.
       200-PRINT-ONE-ROSTER.
           MOVE W01-ROSTER-SEPARATOR TO F06-ROSTER-RECORD
           WRITE F06-ROSTER-RECORD
           MOVE SEC-COURSE(SEC-IDX) TO W02-COURSE
           MOVE W02-ROSTER-HEADER TO F06-ROSTER-RECORD
           WRITE F06-ROSTER-RECORD
           MOVE W03-ROSTER-HEADING TO F06-ROSTER-RECORD
           WRITE F06-ROSTER-RECORD
           PERFORM VARYING TRN-IDX FROM 1 BY 1
               UNTIL TRN-IDX > W-TRANS-COUNT
               IF TRN-COURSE(TRN-IDX) = SEC-COURSE(SEC-IDX)
                   MOVE TRN-STUDENT-ID(TRN-IDX) TO W04-STUDENT-ID
                   IF TRN-GRADE(TRN-IDX) = SPACE
                       MOVE 'NOT REPORTED' TO W04-GRADE
                   ELSE
                       MOVE TRN-GRADE(TRN-IDX) TO W04-GRADE
                   END-IF
                   MOVE W04-ROSTER-STUDENT TO F06-ROSTER-RECORD
                   WRITE F06-ROSTER-RECORD
               END-IF
           END-PERFORM
           MOVE SEC-ENROLLED(SEC-IDX) TO W05-ENROLLED
           COMPUTE W05-POSTED =
               SEC-ENROLLED(SEC-IDX) - SEC-MISSING(SEC-IDX)
           MOVE SEC-MISSING(SEC-IDX) TO W05-MISSING
           MOVE W05-ROSTER-TOTAL TO F06-ROSTER-RECORD
           WRITE F06-ROSTER-RECORD.

      *Before the deadline the list only says so. After it, each
      *section short of grades is listed with its missing
      *students and what becomes of them; anything still awaiting
      *the registrar sets the exceptions condition code.
       300-LIST-MISSING-GRADES.
           MOVE WS-TODAYS-MM   TO W06-RUN-MM
           MOVE WS-TODAYS-DD   TO W06-RUN-DD
           MOVE WS-TODAYS-CCYY TO W06-RUN-CCYY
           MOVE WS-TERM-CODE   TO W06-TERM
           MOVE W02-DEADLINE   TO W06-DEADLINE
           MOVE W06-RUN-DATE-LINE TO F07-MISSING-RECORD
           WRITE F07-MISSING-RECORD
           MOVE W07-TITLE-LINE TO F07-MISSING-RECORD
           WRITE F07-MISSING-RECORD
           MOVE SPACES TO F07-MISSING-RECORD
           WRITE F07-MISSING-RECORD
           EVALUATE TRUE
               WHEN NOT WS-DEADLINE-PASSED
                   MOVE 'GRADE DEADLINE NOT YET PASSED'
                       TO W08-STATUS-TEXT
               WHEN WS-GRADES-MISSING = 0
                   MOVE 'ALL GRADES REPORTED - POSTING RELEASED'
                       TO W08-STATUS-TEXT
               WHEN WS-SIGNED-AS-REPORTED
                   MOVE 'SIGNED OFF - POSTING RELEASED AS REPORTED'
                       TO W08-STATUS-TEXT
               WHEN WS-SIGNED-TO-DEFAULT
                   MOVE 'MISSING DEFAULTED TO N - POSTING RELEASED'
                       TO W08-STATUS-TEXT
               WHEN OTHER
                   MOVE 'POSTING HELD PENDING REGISTRAR SIGN-OFF'
                       TO W08-STATUS-TEXT
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           MOVE W08-STATUS-LINE TO F07-MISSING-RECORD
           WRITE F07-MISSING-RECORD
           IF WS-DEADLINE-PASSED AND WS-GRADES-MISSING > 0
               MOVE SPACES TO F07-MISSING-RECORD
               WRITE F07-MISSING-RECORD
               MOVE W09-HEADING-LINE TO F07-MISSING-RECORD
               WRITE F07-MISSING-RECORD
               PERFORM 310-LIST-ONE-SECTION
                   VARYING SEC-IDX FROM 1 BY 1
                   UNTIL SEC-IDX > WS-SECTION-COUNT
           END-IF
           MOVE SPACES TO F07-MISSING-RECORD
           WRITE F07-MISSING-RECORD
           MOVE WS-SECTIONS-MISSING TO W12-SECTIONS
           MOVE WS-GRADES-MISSING   TO W12-MISSING
           MOVE WS-GRADES-DEFAULTED TO W12-DEFAULTED
           MOVE W12-TRAILER-LINE TO F07-MISSING-RECORD
           WRITE F07-MISSING-RECORD.

      *Rows defaulted this run already carry N in the table and
      *are picked out by their switch.
       310-LIST-ONE-SECTION.
           IF SEC-MISSING(SEC-IDX) > 0
               ADD 1 TO WS-SECTIONS-MISSING
               MOVE SEC-COURSE(SEC-IDX)   TO W11-COURSE
               MOVE SEC-MISSING(SEC-IDX)  TO W11-MISSING
               MOVE SEC-ENROLLED(SEC-IDX) TO W11-ENROLLED
               MOVE W11-SECTION-LINE TO F07-MISSING-RECORD
               WRITE F07-MISSING-RECORD
               PERFORM VARYING TRN-IDX FROM 1 BY 1
                   UNTIL TRN-IDX > W-TRANS-COUNT
                   IF TRN-COURSE(TRN-IDX) = SEC-COURSE(SEC-IDX)
                       AND (TRN-GRADE(TRN-IDX) = SPACE
                           OR TRN-DEFAULTED(TRN-IDX))
                       PERFORM 315-LIST-ONE-STUDENT
                   END-IF
               END-PERFORM
           END-IF.

       315-LIST-ONE-STUDENT.
           MOVE SPACES TO W10-COURSE
           MOVE TRN-STUDENT-ID(TRN-IDX) TO W10-STUDENT-ID
           EVALUATE TRUE
               WHEN TRN-DEFAULTED(TRN-IDX)
                   MOVE 'DEFAULTED TO N, TRACKED' TO W10-ACTION
               WHEN WS-SIGNED-AS-REPORTED
                   MOVE 'POSTED BLANK ON SIGN-OFF' TO W10-ACTION
               WHEN OTHER
                   MOVE 'AWAITING GRADE OR SIGN-OFF' TO W10-ACTION
           END-EVALUATE
           MOVE W10-DETAIL-LINE TO F07-MISSING-RECORD
           WRITE F07-MISSING-RECORD.

      *Every blank grade becomes N on the rewritten transaction
      *file and goes onto the incompletes tracking file with the
      *same resolution window an incomplete gets. The updated
      *transaction file goes to a work name; the overnight
      *procedure moves it over studenttrans.dat once the run ends
      *clean, and GRADPOST then finds nothing missing.
       400-DEFAULT-MISSING-GRADES.
           COMPUTE WS-NR-DEADLINE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-8)
                   + WS-NR-GRACE-DAYS)
           OPEN EXTEND F05-INCOMPLETE-FILE
           IF WS-INCOMPLETE-FILE-STATUS = '35'
               OPEN OUTPUT F05-INCOMPLETE-FILE
               CLOSE F05-INCOMPLETE-FILE
               OPEN EXTEND F05-INCOMPLETE-FILE
           END-IF
           OPEN OUTPUT F02-TRANS-OUT-FILE
           PERFORM VARYING TRN-IDX FROM 1 BY 1
               UNTIL TRN-IDX > W-TRANS-COUNT
               IF TRN-GRADE(TRN-IDX) = SPACE
                   MOVE WS-NOT-REPORTED-GRADE TO TRN-GRADE(TRN-IDX)
                   MOVE 'Y' TO TRN-DEFAULTED-SWITCH(TRN-IDX)
                   ADD 1 TO WS-GRADES-DEFAULTED
                   MOVE TRN-STUDENT-ID(TRN-IDX) TO INC-STUDENT-ID
                   MOVE TRN-COURSE(TRN-IDX)     TO INC-COURSE
                   MOVE WS-NR-DEADLINE          TO INC-DEADLINE
                   WRITE F05-INCOMPLETE-RECORD
               END-IF
               MOVE TRN-STUDENT-ID(TRN-IDX) TO F02-STUDENT-ID
               MOVE TRN-COURSE(TRN-IDX)     TO F02-COURSE
               MOVE TRN-GRADE(TRN-IDX)      TO F02-GRADE
               WRITE F02-TRANS-OUT-RECORD
           END-PERFORM
           CLOSE F02-TRANS-OUT-FILE
           CLOSE F05-INCOMPLETE-FILE.

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
           MOVE WS-TRANS-READ   TO OPL-RECORD-COUNT
           OPEN EXTEND F08-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F08-OPS-LOG-FILE
               CLOSE F08-OPS-LOG-FILE
               OPEN EXTEND F08-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F08-OPS-LOG-RECORD
           WRITE F08-OPS-LOG-RECORD
           CLOSE F08-OPS-LOG-FILE
           .
