       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAPCHECK.
       AUTHOR. JANIS.

      *Satisfactory-academic-progress check, run once a term ahead
      *of the tuition billing run. Aid used to keep flowing to
      *students on probation or falling behind on the courses they
      *attempt. Every student on transcript.dat is measured on
      *cumulative GPA (TRANSCRP's method), on the share of
      *attempted credits actually completed, and on the standing
      *carried in standing.dat. Anyone failing a test gets an aid
      *hold in aidholds.dat, which the billing run honors by
      *withholding scholarship awards, plus an ineligibility
      *notice. The appeal list shows every ineligible student with
      *the appeal decision on file; an approved appeal for this
      *term lifts the hold for this term only, because the file is
      *rebuilt from scratch every run and next term's run measures
      *the student again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Same 18-byte layout GRADPOST maintains.
           SELECT F01-TRANSCRIPT-FILE
                                   ASSIGN TO 'transcript.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-TRANSCRIPT-FILE-STATUS.

      *Credit hours per course, same file the credit
      *reconciliation reads.
           SELECT F02-CREDIT-FILE  ASSIGN TO 'coursecredits.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-CREDIT-FILE-STATUS.

      *Academic-standing master as PAINTING last left it.
           SELECT F03-STANDING-FILE
                                   ASSIGN TO 'standing.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-STANDING-FILE-STATUS.

      *Single-record parameter naming the term being measured,
      *the same file GRADPOST stamps transcript rows from.
           SELECT F04-TERM-FILE    ASSIGN TO 'gradeterm.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-TERM-FILE-STATUS.

      *Appeal decisions keyed by student and term, keyed in by the
      *financial-aid office as the committee rules on them.
           SELECT F05-APPEAL-FILE  ASSIGN TO 'sapappeals.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-APPEAL-FILE-STATUS.

      *Aid holds for the billing run, rebuilt every term.
           SELECT F06-HOLD-FILE    ASSIGN TO 'aidholds.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F07-NOTICE-FILE  ASSIGN TO 'sapnotices.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F08-APPEAL-LIST-FILE
                                   ASSIGN TO 'sapappeallist.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F09-OPS-LOG-FILE ASSIGN TO 'opslog.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-OPSLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-TRANSCRIPT-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F01-TRANSCRIPT-RECORD.
       01  F01-TRANSCRIPT-RECORD.
           05  TRS-STUDENT-ID      PIC X(5).
           05  TRS-TERM            PIC X(5).
           05  TRS-COURSE          PIC X(7).
           05  TRS-GRADE           PIC X.

       FD  F02-CREDIT-FILE
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS F02-CREDIT-RECORD.
       01  F02-CREDIT-RECORD.
           05  CRS-COURSE          PIC X(7).
           05  CRS-CREDITS         PIC 9.

       FD  F03-STANDING-FILE
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS F03-STANDING-RECORD.
       01  F03-STANDING-RECORD.
           05  STD-IN-STUDENT-ID   PIC X(5).
           05  STD-IN-STANDING     PIC X(10).
           05  STD-IN-PROB-TERMS   PIC 9.

       FD  F04-TERM-FILE
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS F04-TERM-RECORD.
       01  F04-TERM-RECORD.
           05  F04-TERM-CODE       PIC X(5).

      *Decision A approved, D denied, P pending before committee.
       FD  F05-APPEAL-FILE
           RECORD CONTAINS 11 CHARACTERS
           DATA RECORD IS F05-APPEAL-RECORD.
       01  F05-APPEAL-RECORD.
           05  APL-IN-STUDENT-ID   PIC X(5).
           05  APL-IN-TERM         PIC X(5).
           05  APL-IN-DECISION     PIC X.

      *Reason is the first test failed, in the order STANDING,
      *GPA, COMPLETION; the appeal list shows all of them.
       FD  F06-HOLD-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS F06-HOLD-RECORD.
       01  F06-HOLD-RECORD.
           05  AHD-STUDENT-ID      PIC X(5).
           05  AHD-TERM            PIC X(5).
           05  AHD-REASON          PIC X(10).

       FD  F07-NOTICE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F07-NOTICE-RECORD.
       01  F07-NOTICE-RECORD       PIC X(80).

       FD  F08-APPEAL-LIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F08-APPEAL-LIST-RECORD.
       01  F08-APPEAL-LIST-RECORD  PIC X(100).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F09-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F09-OPS-LOG-RECORD.
       01  F09-OPS-LOG-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRANSCRIPT-FILE-STATUS PIC XX  VALUE SPACES.
       01  WS-CREDIT-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-STANDING-FILE-STATUS PIC XX    VALUE SPACES.
       01  WS-TERM-FILE-STATUS     PIC XX    VALUE SPACES.
       01  WS-APPEAL-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.

       01  WS-TERM-CODE            PIC X(5)  VALUE 'UNKWN'.

      *Federal-style progress minimums: a C average on PAINTING's
      *probation cutoff, and two of every three attempted credits
      *completed.
       01  WS-MINIMUM-GPA          PIC 9V99  VALUE 2.00.
       01  WS-MINIMUM-COMPLETION   PIC 9(3)V9 VALUE 67.0.

      *One entry per student found on the transcript or the
      *standing master, with the running totals the tests need.
       01  WS-LOOKUP-ID            PIC X(5)  VALUE SPACES.
       01  MAX-SAP-STUDENTS        PIC 9(4)  VALUE 1000.
       01  WS-SAP-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-SAP-FOUND                  VALUE 'Y'.
       01  SAP-TABLE-AREA.
           05  WS-SAP-COUNT        PIC 9(4)  VALUE 0.
           05  SAP-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-SAP-COUNT
                   INDEXED BY SAP-IDX.
               10  SAP-STUDENT-ID  PIC X(5).
               10  SAP-STANDING    PIC X(10).
               10  SAP-COURSES     PIC 9(3).
               10  SAP-POINTS      PIC 9(4).
               10  SAP-ATTEMPTED   PIC 9(4).
               10  SAP-COMPLETED   PIC 9(4).

      *Credit hours per course.
       01  MAX-CREDIT-COURSES      PIC 9(3)  VALUE 500.
       01  WS-CRS-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-CRS-FOUND                  VALUE 'Y'.
       01  CREDIT-TABLE-AREA.
           05  WS-CREDIT-COUNT     PIC 9(3)  VALUE 0.
           05  CREDIT-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-CREDIT-COUNT
                   INDEXED BY CRD-IDX.
               10  CRD-COURSE      PIC X(7).
               10  CRD-CREDITS     PIC 9.

      *This term's appeal decisions; a later record for the same
      *student overrides an earlier one.
       01  MAX-APPEALS             PIC 9(4)  VALUE 1000.
       01  WS-APL-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-APL-FOUND                  VALUE 'Y'.
       01  APPEAL-TABLE-AREA.
           05  WS-APPEAL-COUNT     PIC 9(4)  VALUE 0.
           05  APPEAL-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-APPEAL-COUNT
                   INDEXED BY APL-IDX.
               10  APL-STUDENT-ID  PIC X(5).
               10  APL-DECISION    PIC X.

      *Per-student test results.
       01  SAP-CALCS.
           05  WS-CREDITS          PIC 9     VALUE 0.
           05  WS-POINTS           PIC 9     VALUE 0.
           05  WS-CUM-GPA          PIC 9V99  VALUE 0.
           05  WS-COMPLETION-PCT   PIC 9(3)V9 VALUE 0.
           05  WS-DECISION         PIC X     VALUE SPACE.
               88  WS-APPEAL-APPROVED        VALUE 'A'.
               88  WS-APPEAL-DENIED          VALUE 'D'.
               88  WS-APPEAL-PENDING         VALUE 'P'.
           05  WS-FAIL-STANDING-SWITCH PIC X VALUE 'N'.
               88  WS-FAIL-STANDING          VALUE 'Y'.
           05  WS-FAIL-GPA-SWITCH  PIC X     VALUE 'N'.
               88  WS-FAIL-GPA               VALUE 'Y'.
           05  WS-FAIL-COMPLETION-SWITCH PIC X VALUE 'N'.
               88  WS-FAIL-COMPLETION        VALUE 'Y'.

       01  RUN-COUNTERS.
           05  WS-STUDENTS-CHECKED PIC 9(4)  VALUE 0.
           05  WS-INELIGIBLE-COUNT PIC 9(4)  VALUE 0.
           05  WS-HOLDS-PLACED     PIC 9(4)  VALUE 0.
           05  WS-HOLDS-LIFTED     PIC 9(4)  VALUE 0.

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
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE 'TERM: '.
           05  W04-TERM            PIC X(5).
           05  FILLER              PIC X(64) VALUE SPACES.

       01  W05-TITLE-LINE.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(40)
                 VALUE 'ACADEMIC PROGRESS - AID APPEAL LIST     '.
           05  FILLER              PIC X(30) VALUE SPACES.
       01  W06-HEADING-LINE.
           05  FILLER              PIC X(9)  VALUE 'STUDENT  '.
           05  FILLER              PIC X(12) VALUE 'STANDING    '.
           05  FILLER              PIC X(6)  VALUE 'GPA   '.
           05  FILLER              PIC X(9)  VALUE 'COMPLETE '.
           05  FILLER              PIC X(33)
                 VALUE 'FAILED TESTS                     '.
           05  FILLER              PIC X(31)
                 VALUE 'APPEAL    ACTION               '.
       01  W07-DETAIL-LINE.
           05  W07-STUDENT-ID      PIC X(5).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  W07-STANDING        PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W07-GPA             PIC 9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W07-COMPLETION      PIC ZZ9.9.
           05  FILLER              PIC X(4)  VALUE '%   '.
           05  W07-FAIL-1          PIC X(11).
           05  W07-FAIL-2          PIC X(11).
           05  W07-FAIL-3          PIC X(11).
           05  W07-APPEAL          PIC X(10).
           05  W07-ACTION          PIC X(21).
       01  W08-TRAILER-LINE.
           05  FILLER              PIC X(19)
                 VALUE 'STUDENTS CHECKED:  '.
           05  W08-CHECKED         PIC Z,ZZ9.
           05  FILLER              PIC X(14) VALUE '  INELIGIBLE: '.
           05  W08-INELIGIBLE      PIC Z,ZZ9.
           05  FILLER              PIC X(16) VALUE '  HOLDS PLACED: '.
           05  W08-PLACED          PIC Z,ZZ9.
           05  FILLER              PIC X(17) VALUE '  HOLDS LIFTED:  '.
           05  W08-LIFTED          PIC Z,ZZ9.
           05  FILLER              PIC X(14) VALUE SPACES.

      *Ineligibility notice, one block per student placed on hold.
       01  W09-NOTICE-SEPARATOR.
           05  FILLER              PIC X(60) VALUE ALL '-'.
           05  FILLER              PIC X(20) VALUE SPACES.
       01  W10-NOTICE-HEADER.
           05  FILLER              PIC X(9)  VALUE 'STUDENT: '.
           05  W10-STUDENT-ID      PIC X(5).
           05  FILLER              PIC X(8)  VALUE '  TERM: '.
           05  W10-TERM            PIC X(5).
           05  FILLER              PIC X(53) VALUE SPACES.
       01  W11-NOTICE-TEXT-1.
           05  FILLER              PIC X(40)
                 VALUE 'YOU DO NOT MEET SATISFACTORY ACADEMIC PR'.
           05  FILLER              PIC X(40)
                 VALUE 'OGRESS AND FINANCIAL AID IS ON HOLD.    '.
       01  W12-NOTICE-REASON.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  W12-REASON-TEXT     PIC X(30).
           05  W12-REASON-VALUE    PIC X(10).
           05  FILLER              PIC X(11) VALUE ' REQUIRED: '.
           05  W12-REASON-MINIMUM  PIC X(10).
           05  FILLER              PIC X(15) VALUE SPACES.
       01  W13-NOTICE-TEXT-2.
           05  FILLER              PIC X(40)
                 VALUE 'YOU MAY APPEAL TO THE FINANCIAL AID OFFI'.
           05  FILLER              PIC X(40)
                 VALUE 'CE; AN APPROVED APPEAL RELEASES AID FOR '.
       01  W14-NOTICE-TEXT-3.
           05  FILLER              PIC X(40)
                 VALUE 'ONE TERM ONLY.                          '.
           05  FILLER              PIC X(40) VALUE SPACES.
       01  WS-EDIT-GPA             PIC 9.99.
       01  WS-EDIT-PCT             PIC ZZ9.9.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'SAPCHECK'.
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
           PERFORM 100-READ-TERM-CODE
           PERFORM 110-LOAD-COURSE-CREDITS
           PERFORM 120-LOAD-TRANSCRIPT
           PERFORM 130-LOAD-STANDING
           PERFORM 140-LOAD-APPEALS
           OPEN OUTPUT F06-HOLD-FILE
           OPEN OUTPUT F07-NOTICE-FILE
           OPEN OUTPUT F08-APPEAL-LIST-FILE
           MOVE W04-RUN-DATE-LINE TO F08-APPEAL-LIST-RECORD
           WRITE F08-APPEAL-LIST-RECORD
           MOVE W05-TITLE-LINE TO F08-APPEAL-LIST-RECORD
           WRITE F08-APPEAL-LIST-RECORD
           MOVE SPACES TO F08-APPEAL-LIST-RECORD
           WRITE F08-APPEAL-LIST-RECORD
           MOVE W06-HEADING-LINE TO F08-APPEAL-LIST-RECORD
           WRITE F08-APPEAL-LIST-RECORD
           PERFORM 200-CHECK-ONE-STUDENT
               VARYING SAP-IDX FROM 1 BY 1
               UNTIL SAP-IDX > WS-SAP-COUNT
           MOVE SPACES TO F08-APPEAL-LIST-RECORD
           WRITE F08-APPEAL-LIST-RECORD
           MOVE WS-STUDENTS-CHECKED TO W08-CHECKED
           MOVE WS-INELIGIBLE-COUNT TO W08-INELIGIBLE
           MOVE WS-HOLDS-PLACED     TO W08-PLACED
           MOVE WS-HOLDS-LIFTED     TO W08-LIFTED
           MOVE W08-TRAILER-LINE TO F08-APPEAL-LIST-RECORD
           WRITE F08-APPEAL-LIST-RECORD
           CLOSE F06-HOLD-FILE
           CLOSE F07-NOTICE-FILE
           CLOSE F08-APPEAL-LIST-FILE
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
           MOVE WS-TODAYS-MM   TO W04-RUN-MM
           MOVE WS-TODAYS-DD   TO W04-RUN-DD
           MOVE WS-TODAYS-CCYY TO W04-RUN-CCYY.

       100-READ-TERM-CODE.
           OPEN INPUT F04-TERM-FILE
           IF WS-TERM-FILE-STATUS = '00'
               READ F04-TERM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE F04-TERM-CODE TO WS-TERM-CODE
               END-READ
               CLOSE F04-TERM-FILE
           END-IF
           MOVE WS-TERM-CODE TO W04-TERM.

       110-LOAD-COURSE-CREDITS.
           OPEN INPUT F02-CREDIT-FILE
           IF WS-CREDIT-FILE-STATUS = '00'
               PERFORM UNTIL WS-CREDIT-FILE-STATUS NOT = '00'
                   READ F02-CREDIT-FILE
                       AT END
                           MOVE '10' TO WS-CREDIT-FILE-STATUS
                       NOT AT END
                           IF WS-CREDIT-COUNT < MAX-CREDIT-COURSES
                               ADD 1 TO WS-CREDIT-COUNT
                               MOVE CRS-COURSE
                                   TO CRD-COURSE(WS-CREDIT-COUNT)
                               MOVE CRS-CREDITS
                                   TO CRD-CREDITS(WS-CREDIT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-CREDIT-FILE
           END-IF.

      *Every transcript row is a course attempted. GPA points
      *follow TRANSCRP (A=4 down to D=1, anything else 0, every
      *row counted); a row graded A through D completes its
      *credits, anything else - F, W, I - leaves them attempted
      *but not completed. A course not on the credit table
      *carries no credits either way until it is set up. Transfer
      *credit (T) counts as attempted and completed but stays out
      *of the GPA.
       120-LOAD-TRANSCRIPT.
           OPEN INPUT F01-TRANSCRIPT-FILE
           IF WS-TRANSCRIPT-FILE-STATUS = '00'
               PERFORM UNTIL WS-TRANSCRIPT-FILE-STATUS NOT = '00'
                   READ F01-TRANSCRIPT-FILE
                       AT END
                           MOVE '10' TO WS-TRANSCRIPT-FILE-STATUS
                       NOT AT END
                           MOVE TRS-STUDENT-ID TO WS-LOOKUP-ID
                           PERFORM 150-FIND-OR-ADD-STUDENT
                           IF WS-SAP-FOUND
                               PERFORM 125-POST-ONE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F01-TRANSCRIPT-FILE
           END-IF.

       125-POST-ONE-ROW.
           MOVE 0 TO WS-CREDITS
           MOVE 'N' TO WS-CRS-FOUND-SWITCH
           IF WS-CREDIT-COUNT > 0
               SET CRD-IDX TO 1
               SEARCH CREDIT-ENTRY
                   AT END CONTINUE
                   WHEN CRD-COURSE(CRD-IDX) = TRS-COURSE
                       MOVE 'Y' TO WS-CRS-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF WS-CRS-FOUND
               MOVE CRD-CREDITS(CRD-IDX) TO WS-CREDITS
           END-IF
           EVALUATE TRS-GRADE
               WHEN 'A'
                   MOVE 4 TO WS-POINTS
               WHEN 'B'
                   MOVE 3 TO WS-POINTS
               WHEN 'C'
                   MOVE 2 TO WS-POINTS
               WHEN 'D'
                   MOVE 1 TO WS-POINTS
               WHEN OTHER
                   MOVE 0 TO WS-POINTS
           END-EVALUATE
           IF TRS-GRADE NOT = 'T'
               ADD 1 TO SAP-COURSES(SAP-IDX)
               ADD WS-POINTS TO SAP-POINTS(SAP-IDX)
           END-IF
           ADD WS-CREDITS TO SAP-ATTEMPTED(SAP-IDX)
           IF TRS-GRADE = 'A' OR 'B' OR 'C' OR 'D' OR 'T'
               ADD WS-CREDITS TO SAP-COMPLETED(SAP-IDX)
           END-IF.

      *A student on the standing master with nothing on the
      *transcript yet is still checked on standing alone.
       130-LOAD-STANDING.
           OPEN INPUT F03-STANDING-FILE
           IF WS-STANDING-FILE-STATUS = '00'
               PERFORM UNTIL WS-STANDING-FILE-STATUS NOT = '00'
                   READ F03-STANDING-FILE
                       AT END
                           MOVE '10' TO WS-STANDING-FILE-STATUS
                       NOT AT END
                           MOVE STD-IN-STUDENT-ID TO WS-LOOKUP-ID
                           PERFORM 150-FIND-OR-ADD-STUDENT
                           IF WS-SAP-FOUND
                               MOVE STD-IN-STANDING
                                   TO SAP-STANDING(SAP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-STANDING-FILE
           END-IF.

      *Only decisions for the term being measured count; an
      *appeal approved last term has already had its one term.
       140-LOAD-APPEALS.
           OPEN INPUT F05-APPEAL-FILE
           IF WS-APPEAL-FILE-STATUS = '00'
               PERFORM UNTIL WS-APPEAL-FILE-STATUS NOT = '00'
                   READ F05-APPEAL-FILE
                       AT END
                           MOVE '10' TO WS-APPEAL-FILE-STATUS
                       NOT AT END
                           IF APL-IN-TERM = WS-TERM-CODE
                               PERFORM 145-POST-ONE-APPEAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F05-APPEAL-FILE
           END-IF.

       145-POST-ONE-APPEAL.
           MOVE 'N' TO WS-APL-FOUND-SWITCH
           IF WS-APPEAL-COUNT > 0
               SET APL-IDX TO 1
               SEARCH APPEAL-ENTRY
                   AT END CONTINUE
                   WHEN APL-STUDENT-ID(APL-IDX) = APL-IN-STUDENT-ID
                       MOVE 'Y' TO WS-APL-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF WS-APL-FOUND
               MOVE APL-IN-DECISION TO APL-DECISION(APL-IDX)
           ELSE
               IF WS-APPEAL-COUNT < MAX-APPEALS
                   ADD 1 TO WS-APPEAL-COUNT
                   MOVE APL-IN-STUDENT-ID
                       TO APL-STUDENT-ID(WS-APPEAL-COUNT)
                   MOVE APL-IN-DECISION
                       TO APL-DECISION(WS-APPEAL-COUNT)
               END-IF
           END-IF.

      *Looks up WS-LOOKUP-ID in the student table, adding a
      *fresh entry in good standing if it is not there yet.
       150-FIND-OR-ADD-STUDENT.
           MOVE 'N' TO WS-SAP-FOUND-SWITCH
           IF WS-SAP-COUNT > 0
               SET SAP-IDX TO 1
               SEARCH SAP-ENTRY
                   AT END CONTINUE
                   WHEN SAP-STUDENT-ID(SAP-IDX) = WS-LOOKUP-ID
                       MOVE 'Y' TO WS-SAP-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF NOT WS-SAP-FOUND
               AND WS-SAP-COUNT < MAX-SAP-STUDENTS
               ADD 1 TO WS-SAP-COUNT
               SET SAP-IDX TO WS-SAP-COUNT
               MOVE WS-LOOKUP-ID TO SAP-STUDENT-ID(SAP-IDX)
               MOVE 'GOOD' TO SAP-STANDING(SAP-IDX)
               MOVE 0 TO SAP-COURSES(SAP-IDX)
               MOVE 0 TO SAP-POINTS(SAP-IDX)
               MOVE 0 TO SAP-ATTEMPTED(SAP-IDX)
               MOVE 0 TO SAP-COMPLETED(SAP-IDX)
               MOVE 'Y' TO WS-SAP-FOUND-SWITCH
           END-IF.

      *The three tests for one student. A student with nothing
      *attempted yet passes the GPA and completion tests.
       200-CHECK-ONE-STUDENT.
           ADD 1 TO WS-STUDENTS-CHECKED
           MOVE 'N' TO WS-FAIL-STANDING-SWITCH
           MOVE 'N' TO WS-FAIL-GPA-SWITCH
           MOVE 'N' TO WS-FAIL-COMPLETION-SWITCH
           IF SAP-COURSES(SAP-IDX) > 0
               COMPUTE WS-CUM-GPA ROUNDED =
                   SAP-POINTS(SAP-IDX) / SAP-COURSES(SAP-IDX)
               IF WS-CUM-GPA < WS-MINIMUM-GPA
                   SET WS-FAIL-GPA TO TRUE
               END-IF
           ELSE
               MOVE 0 TO WS-CUM-GPA
           END-IF
           IF SAP-ATTEMPTED(SAP-IDX) > 0
               COMPUTE WS-COMPLETION-PCT ROUNDED =
                   SAP-COMPLETED(SAP-IDX) * 100
                       / SAP-ATTEMPTED(SAP-IDX)
               IF WS-COMPLETION-PCT < WS-MINIMUM-COMPLETION
                   SET WS-FAIL-COMPLETION TO TRUE
               END-IF
           ELSE
               MOVE 100 TO WS-COMPLETION-PCT
           END-IF
           IF SAP-STANDING(SAP-IDX) = 'PROBATION'
               OR SAP-STANDING(SAP-IDX) = 'SUSPENSION'
               SET WS-FAIL-STANDING TO TRUE
           END-IF
           IF WS-FAIL-STANDING OR WS-FAIL-GPA OR WS-FAIL-COMPLETION
               ADD 1 TO WS-INELIGIBLE-COUNT
               PERFORM 210-FIND-APPEAL
               IF WS-APPEAL-APPROVED
                   ADD 1 TO WS-HOLDS-LIFTED
               ELSE
                   PERFORM 220-PLACE-HOLD
                   PERFORM 230-WRITE-NOTICE
               END-IF
               PERFORM 240-WRITE-APPEAL-LINE
           END-IF.

       210-FIND-APPEAL.
           MOVE SPACE TO WS-DECISION
           IF WS-APPEAL-COUNT > 0
               SET APL-IDX TO 1
               SEARCH APPEAL-ENTRY
                   AT END CONTINUE
                   WHEN APL-STUDENT-ID(APL-IDX)
                           = SAP-STUDENT-ID(SAP-IDX)
                       MOVE APL-DECISION(APL-IDX) TO WS-DECISION
               END-SEARCH
           END-IF.

       220-PLACE-HOLD.
           ADD 1 TO WS-HOLDS-PLACED
           MOVE SAP-STUDENT-ID(SAP-IDX) TO AHD-STUDENT-ID
           MOVE WS-TERM-CODE TO AHD-TERM
           EVALUATE TRUE
               WHEN WS-FAIL-STANDING
                   MOVE 'STANDING' TO AHD-REASON
               WHEN WS-FAIL-GPA
                   MOVE 'GPA' TO AHD-REASON
               WHEN OTHER
                   MOVE 'COMPLETION' TO AHD-REASON
           END-EVALUATE
           WRITE F06-HOLD-RECORD.

      *Notice block: heading, one line per test failed with the
      *student's figure against the minimum, and the appeal
      *instructions.
       230-WRITE-NOTICE.
           MOVE W09-NOTICE-SEPARATOR TO F07-NOTICE-RECORD
           WRITE F07-NOTICE-RECORD
           MOVE SAP-STUDENT-ID(SAP-IDX) TO W10-STUDENT-ID
           MOVE WS-TERM-CODE TO W10-TERM
           MOVE W10-NOTICE-HEADER TO F07-NOTICE-RECORD
           WRITE F07-NOTICE-RECORD
           MOVE W11-NOTICE-TEXT-1 TO F07-NOTICE-RECORD
           WRITE F07-NOTICE-RECORD
           IF WS-FAIL-STANDING
               MOVE 'ACADEMIC STANDING:' TO W12-REASON-TEXT
               MOVE SAP-STANDING(SAP-IDX) TO W12-REASON-VALUE
               MOVE 'GOOD' TO W12-REASON-MINIMUM
               MOVE W12-NOTICE-REASON TO F07-NOTICE-RECORD
               WRITE F07-NOTICE-RECORD
           END-IF
           IF WS-FAIL-GPA
               MOVE 'CUMULATIVE GPA:' TO W12-REASON-TEXT
               MOVE WS-CUM-GPA TO WS-EDIT-GPA
               MOVE WS-EDIT-GPA TO W12-REASON-VALUE
               MOVE WS-MINIMUM-GPA TO WS-EDIT-GPA
               MOVE WS-EDIT-GPA TO W12-REASON-MINIMUM
               MOVE W12-NOTICE-REASON TO F07-NOTICE-RECORD
               WRITE F07-NOTICE-RECORD
           END-IF
           IF WS-FAIL-COMPLETION
               MOVE 'CREDITS COMPLETED (PERCENT):'
                   TO W12-REASON-TEXT
               MOVE WS-COMPLETION-PCT TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO W12-REASON-VALUE
               MOVE WS-MINIMUM-COMPLETION TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO W12-REASON-MINIMUM
               MOVE W12-NOTICE-REASON TO F07-NOTICE-RECORD
               WRITE F07-NOTICE-RECORD
           END-IF
           MOVE W13-NOTICE-TEXT-2 TO F07-NOTICE-RECORD
           WRITE F07-NOTICE-RECORD
           MOVE W14-NOTICE-TEXT-3 TO F07-NOTICE-RECORD
           WRITE F07-NOTICE-RECORD.

       240-WRITE-APPEAL-LINE.
           MOVE SAP-STUDENT-ID(SAP-IDX) TO W07-STUDENT-ID
           MOVE SAP-STANDING(SAP-IDX)   TO W07-STANDING
           MOVE WS-CUM-GPA              TO W07-GPA
           MOVE WS-COMPLETION-PCT       TO W07-COMPLETION
           MOVE SPACES TO W07-FAIL-1
           MOVE SPACES TO W07-FAIL-2
           MOVE SPACES TO W07-FAIL-3
           IF WS-FAIL-STANDING
               MOVE 'STANDING' TO W07-FAIL-1
           END-IF
           IF WS-FAIL-GPA
               MOVE 'GPA' TO W07-FAIL-2
           END-IF
           IF WS-FAIL-COMPLETION
               MOVE 'COMPLETION' TO W07-FAIL-3
           END-IF
           EVALUATE TRUE
               WHEN WS-APPEAL-APPROVED
                   MOVE 'APPROVED' TO W07-APPEAL
                   MOVE 'HOLD LIFTED THIS TERM' TO W07-ACTION
               WHEN WS-APPEAL-DENIED
                   MOVE 'DENIED' TO W07-APPEAL
                   MOVE 'AID HELD' TO W07-ACTION
               WHEN WS-APPEAL-PENDING
                   MOVE 'PENDING' TO W07-APPEAL
                   MOVE 'AID HELD' TO W07-ACTION
               WHEN OTHER
                   MOVE 'NONE' TO W07-APPEAL
                   MOVE 'AID HELD' TO W07-ACTION
           END-EVALUATE
           MOVE W07-DETAIL-LINE TO F08-APPEAL-LIST-RECORD
           WRITE F08-APPEAL-LIST-RECORD.

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
           MOVE WS-STUDENTS-CHECKED TO OPL-RECORD-COUNT
           OPEN EXTEND F09-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F09-OPS-LOG-FILE
               CLOSE F09-OPS-LOG-FILE
               OPEN EXTEND F09-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F09-OPS-LOG-RECORD
           WRITE F09-OPS-LOG-RECORD
           CLOSE F09-OPS-LOG-FILE
           .
