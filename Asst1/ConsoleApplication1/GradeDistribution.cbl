       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADDIST.
       AUTHOR. JANIS.

      *Grade distribution by section. Each term the deans ask which
      *sections are grading well out of line with the rest of their
      *department, and the answer used to be counted by hand from
      *an export of the grades file. This run reads the term's
      *grades from studenttrans.dat - a section is one course, as
      *GRDROSTR rosters it - and prints, for every section with its
      *instructor, the count and percent of each letter grade, the
      *section's mean grade points, and its withdrawal and
      *incomplete rates. A section whose mean is further from its
      *department's mean than the flag difference is flagged. A
      *second part compares each course's mean with the most recent
      *earlier term on transcript.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *This term's grades, the same file GRDROSTR and GRADPOST read.
           SELECT F01-TRANS-FILE   ASSIGN TO 'studenttrans.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TRANS-FILE-STATUS.

      *Prior terms, in the order GRADPOST posted them.
           SELECT F02-TRANSCRIPT-FILE
                                   ASSIGN TO 'transcript.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-TRANSCRIPT-FILE-STATUS.

           SELECT F03-TERM-FILE    ASSIGN TO 'gradeterm.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TERM-FILE-STATUS.

      *Instructor and department of record for each section, keyed
      *in by the registrar's office each term.
           SELECT F04-INSTRUCTOR-FILE
                                   ASSIGN TO 'sectioninstr.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-INSTR-FILE-STATUS.

      *How far a section's mean may stray from its department's
      *before the section is flagged.
           SELECT F05-PARAMETER-FILE
                                   ASSIGN TO 'gradedistparams.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARAM-FILE-STATUS.

           SELECT F06-REPORT-FILE  ASSIGN TO 'gradedist.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F07-OPS-LOG-FILE ASSIGN TO 'opslog.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-OPSLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-TRANS-FILE
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS F01-TRANS-RECORD.
       01  F01-TRANS-RECORD.
           05  F01-STUDENT-ID      PIC X(5).
           05  F01-COURSE          PIC X(7).
           05  F01-GRADE           PIC X.

       FD  F02-TRANSCRIPT-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F02-TRANSCRIPT-RECORD.
       01  F02-TRANSCRIPT-RECORD.
           05  TRS-STUDENT-ID      PIC X(5).
           05  TRS-TERM            PIC X(5).
           05  TRS-COURSE          PIC X(7).
           05  TRS-GRADE           PIC X.

      *The deadline follows the term code; runs that only need the
      *term read the first five bytes.
       FD  F03-TERM-FILE
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS F03-TERM-RECORD.
       01  F03-TERM-RECORD.
           05  F03-TERM-CODE       PIC X(5).
           05  F03-GRADE-DEADLINE  PIC 9(8).

      *Lines for other terms are passed over, so the file can carry
      *several terms at once.
       FD  F04-INSTRUCTOR-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F04-INSTRUCTOR-RECORD.
       01  F04-INSTRUCTOR-RECORD.
           05  SIN-TERM            PIC X(5).
           05  SIN-COURSE          PIC X(7).
           05  SIN-INSTRUCTOR      PIC X(20).
           05  SIN-DEPARTMENT      PIC X(4).

       FD  F05-PARAMETER-FILE
           RECORD CONTAINS 3 CHARACTERS
           DATA RECORD IS F05-PARM-RECORD.
       01  F05-PARM-RECORD.
           05  F05-PARM-FLAG-DIFFERENCE PIC 9V99.

       FD  F06-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F06-REPORT-RECORD.
       01  F06-REPORT-RECORD       PIC X(132).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F07-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F07-OPS-LOG-RECORD.
       01  F07-OPS-LOG-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-TRANSCRIPT-FILE-STATUS PIC XX  VALUE SPACES.
       01  WS-TERM-FILE-STATUS     PIC XX    VALUE SPACES.
       01  WS-INSTR-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-PARAM-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.

       01  WS-CURRENT-TERM         PIC X(5)  VALUE SPACES.

      *Half a grade point either way unless gradedistparams.dat
      *says otherwise.
       01  WS-FLAG-DIFFERENCE      PIC 9V99  VALUE 0.50.

      *Report columns run A, B, C, D, F, W, I. An N (not reported)
      *is counted with the incompletes, as INCLAPSE treats it.
       01  MAX-GRADE-COLUMNS       PIC 9     VALUE 7.
       01  WS-GRADE                PIC X     VALUE SPACE.
       01  WS-GRADE-SUB            PIC 9     VALUE 0.
       01  WS-POINTS               PIC 9     VALUE 0.
       01  WS-LETTER-GRADE-SWITCH  PIC X     VALUE 'N'.
           88  WS-LETTER-GRADE               VALUE 'Y'.

      *Instructor lines for the current term.
       01  MAX-INSTRUCTORS         PIC 9(4)  VALUE 1000.
       01  INSTRUCTOR-TABLE-AREA.
           05  WS-INSTRUCTOR-COUNT PIC 9(4)  VALUE 0.
           05  INSTRUCTOR-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-INSTRUCTOR-COUNT
                   INDEXED BY INS-IDX.
               10  INS-COURSE      PIC X(7).
               10  INS-INSTRUCTOR  PIC X(20).
               10  INS-DEPARTMENT  PIC X(4).

      *One entry per section taught this term. The sort key leads
      *each entry so the report order is one compare; the prior
      *term's totals ride along for the comparison.
       01  MAX-SECTIONS            PIC 9(4)  VALUE 1000.
       01  WS-SEC-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-SEC-FOUND                  VALUE 'Y'.
       01  SECTION-TABLE-AREA.
           05  WS-SECTION-COUNT    PIC 9(4)  VALUE 0.
           05  SECTION-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-SECTION-COUNT
                   INDEXED BY SEC-IDX.
               10  SEC-SORT-KEY.
                   15  SEC-DEPARTMENT  PIC X(4).
                   15  SEC-COURSE      PIC X(7).
               10  SEC-INSTRUCTOR      PIC X(20).
               10  SEC-ENROLLED        PIC 9(4).
               10  SEC-GRADE-COUNT     PIC 9(4) OCCURS 7 TIMES.
               10  SEC-GRADED          PIC 9(4).
               10  SEC-POINTS          PIC 9(5).
               10  SEC-MEAN            PIC 9V99.
               10  SEC-FLAG            PIC X(10).
               10  SEC-PRIOR-TERM      PIC X(5).
               10  SEC-PRIOR-GRADED    PIC 9(4).
               10  SEC-PRIOR-POINTS    PIC 9(5).

      *Department totals over every letter grade in every section.
       01  MAX-DEPARTMENTS         PIC 9(3)  VALUE 200.
       01  WS-DPT-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-DPT-FOUND                  VALUE 'Y'.
       01  DEPARTMENT-TABLE-AREA.
           05  WS-DEPARTMENT-COUNT PIC 9(3)  VALUE 0.
           05  DEPARTMENT-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-DEPARTMENT-COUNT
                   INDEXED BY DPT-IDX.
               10  DPT-DEPARTMENT  PIC X(4).
               10  DPT-SECTIONS    PIC 9(4).
               10  DPT-GRADED      PIC 9(5).
               10  DPT-POINTS      PIC 9(6).
               10  DPT-MEAN        PIC 9V99.

      *Selection-sort work fields, the same exchange sort the
      *grades run ranks its honor list with.
       01  WS-SORT-I               PIC 9(4)  VALUE 0.
       01  WS-SORT-J               PIC 9(4)  VALUE 0.
       01  WS-SORT-LOW             PIC 9(4)  VALUE 0.
       01  WS-SWAP-ENTRY           PIC X(99) VALUE SPACES.

       01  WS-CHAR-POS             PIC 9     VALUE 0.
       01  WS-PRIOR-DEPARTMENT     PIC X(4)  VALUE SPACES.
       01  WS-DIFFERENCE           PIC S9V99 VALUE 0.
       01  WS-PERCENT              PIC 999   VALUE 0.
       01  WS-RATE                 PIC 999V9 VALUE 0.
       01  WS-PRIOR-MEAN           PIC 9V99  VALUE 0.

       01  RUN-COUNTERS.
           05  WS-GRADES-READ      PIC 9(5)  VALUE 0.
           05  WS-FLAGGED-COUNT    PIC 9(4)  VALUE 0.
           05  WS-NO-INSTRUCTOR    PIC 9(4)  VALUE 0.

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
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE 'TERM: '.
           05  W04-TERM            PIC X(5).
           05  FILLER              PIC X(94) VALUE SPACES.

       01  W05-TITLE-LINE.
           05  FILLER              PIC X(44) VALUE SPACES.
           05  FILLER              PIC X(44)
                 VALUE 'GRADE DISTRIBUTION BY SECTION AND INSTRUCTOR'.
           05  FILLER              PIC X(44) VALUE SPACES.

       01  W06-FLAG-RULE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(33)
                 VALUE 'SECTIONS FLAGGED WHEN THEIR MEAN '.
           05  FILLER              PIC X(33)
                 VALUE 'DIFFERS FROM THE DEPARTMENT MEAN '.
           05  FILLER              PIC X(13) VALUE 'BY MORE THAN '.
           05  W06-FLAG-DIFFERENCE PIC 9.99.
           05  FILLER              PIC X(47) VALUE SPACES.

       01  W07-DEPARTMENT-LINE.
           05  FILLER              PIC X(12) VALUE 'DEPARTMENT: '.
           05  W07-DEPARTMENT      PIC X(4).
           05  FILLER              PIC X(20)
                 VALUE '   DEPARTMENT MEAN: '.
           05  W07-MEAN            PIC 9.99.
           05  W07-MEAN-X REDEFINES W07-MEAN PIC X(4).
           05  FILLER              PIC X(13) VALUE '   SECTIONS: '.
           05  W07-SECTIONS        PIC ZZZ9.
           05  FILLER              PIC X(19)
                 VALUE '   LETTER GRADES: '.
           05  W07-GRADED          PIC ZZ,ZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  W08-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'COURSE'.
           05  FILLER              PIC X(21) VALUE 'INSTRUCTOR'.
           05  FILLER              PIC X(4)  VALUE 'ENRL'.
           05  FILLER              PIC X(9)  VALUE '   A PCT '.
           05  FILLER              PIC X(9)  VALUE '   B PCT '.
           05  FILLER              PIC X(9)  VALUE '   C PCT '.
           05  FILLER              PIC X(9)  VALUE '   D PCT '.
           05  FILLER              PIC X(9)  VALUE '   F PCT '.
           05  FILLER              PIC X(9)  VALUE '   W PCT '.
           05  FILLER              PIC X(9)  VALUE '   I PCT '.
           05  FILLER              PIC X(6)  VALUE '  MEAN'.
           05  FILLER              PIC X(8)  VALUE '  W RATE'.
           05  FILLER              PIC X(8)  VALUE '  I RATE'.
           05  FILLER              PIC X(12) VALUE '  FLAG'.

      *Built field by field, so it is cleared before each section.
       01  W09-SECTION-LINE.
           05  W09-LEAD            PIC X(2).
           05  W09-COURSE          PIC X(7).
           05  W09-SP1             PIC X.
           05  W09-INSTRUCTOR      PIC X(20).
           05  W09-SP2             PIC X.
           05  W09-ENROLLED        PIC ZZZ9.
           05  W09-GRADE-CELL OCCURS 7 TIMES.
               10  W09-CELL-SP1    PIC X.
               10  W09-COUNT       PIC ZZ9.
               10  W09-CELL-SP2    PIC X.
               10  W09-PERCENT     PIC ZZ9.
               10  W09-PERCENT-SIGN PIC X.
           05  W09-SP3             PIC X(2).
           05  W09-MEAN            PIC 9.99.
           05  W09-MEAN-X REDEFINES W09-MEAN PIC X(4).
           05  W09-SP4             PIC X(2).
           05  W09-W-RATE          PIC ZZ9.9.
           05  W09-W-RATE-SIGN     PIC X.
           05  W09-SP5             PIC X(2).
           05  W09-I-RATE          PIC ZZ9.9.
           05  W09-I-RATE-SIGN     PIC X.
           05  W09-SP6             PIC X(2).
           05  W09-FLAG            PIC X(10).

       01  W10-TRAILER-LINE.
           05  FILLER              PIC X(10) VALUE 'SECTIONS: '.
           05  W10-SECTIONS        PIC ZZZ9.
           05  FILLER              PIC X(11) VALUE '  FLAGGED: '.
           05  W10-FLAGGED         PIC ZZZ9.
           05  FILLER              PIC X(15) VALUE '  GRADES READ: '.
           05  W10-GRADES-READ     PIC ZZ,ZZ9.
           05  FILLER              PIC X(25)
                 VALUE '  NO INSTRUCTOR ON FILE: '.
           05  W10-NO-INSTRUCTOR   PIC ZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       01  W11-COMPARE-TITLE-LINE.
           05  FILLER              PIC X(48) VALUE SPACES.
           05  FILLER              PIC X(35)
                 VALUE 'TERM-OVER-TERM COMPARISON BY COURSE'.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  W12-COMPARE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'COURSE'.
           05  FILLER              PIC X(8)  VALUE 'TERM'.
           05  FILLER              PIC X(7)  VALUE 'GRADED'.
           05  FILLER              PIC X(8)  VALUE 'MEAN'.
           05  FILLER              PIC X(8)  VALUE 'PRIOR'.
           05  FILLER              PIC X(7)  VALUE 'GRADED'.
           05  FILLER              PIC X(7)  VALUE 'MEAN'.
           05  FILLER              PIC X(8)  VALUE 'CHANGE'.
           05  FILLER              PIC X(67) VALUE SPACES.

       01  W13-COMPARE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W13-COURSE          PIC X(7).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  W13-TERM            PIC X(5).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  W13-GRADED          PIC ZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  W13-MEAN            PIC 9.99.
           05  W13-MEAN-X REDEFINES W13-MEAN PIC X(4).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  W13-PRIOR-AREA.
               10  W13-PRIOR-TERM  PIC X(5).
               10  FILLER          PIC X(3)  VALUE SPACES.
               10  W13-PRIOR-GRADED PIC ZZZ9.
               10  FILLER          PIC X(3)  VALUE SPACES.
               10  W13-PRIOR-MEAN  PIC 9.99.
               10  W13-PRIOR-MEAN-X REDEFINES W13-PRIOR-MEAN
                                   PIC X(4).
               10  FILLER          PIC X(3)  VALUE SPACES.
               10  W13-CHANGE      PIC +9.99.
               10  W13-CHANGE-X REDEFINES W13-CHANGE PIC X(5).
           05  W13-PRIOR-AREA-X REDEFINES W13-PRIOR-AREA
                                   PIC X(27).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  W13-NOTE            PIC X(30).
           05  FILLER              PIC X(37) VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'GRADDIST'.
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
           PERFORM 100-READ-TERM
           PERFORM 105-READ-PARAMETERS
           PERFORM 110-LOAD-INSTRUCTORS
           PERFORM 120-LOAD-TERM-GRADES
           PERFORM 130-LOAD-PRIOR-TERMS
           PERFORM 200-TOTAL-ONE-SECTION
               VARYING SEC-IDX FROM 1 BY 1
               UNTIL SEC-IDX > WS-SECTION-COUNT
           PERFORM 220-DEPARTMENT-MEAN
               VARYING DPT-IDX FROM 1 BY 1
               UNTIL DPT-IDX > WS-DEPARTMENT-COUNT
           PERFORM 240-FLAG-ONE-SECTION
               VARYING SEC-IDX FROM 1 BY 1
               UNTIL SEC-IDX > WS-SECTION-COUNT
           PERFORM 300-SORT-SECTIONS
           OPEN OUTPUT F06-REPORT-FILE
           PERFORM 400-PRINT-DISTRIBUTION
           PERFORM 500-PRINT-COMPARISON
           CLOSE F06-REPORT-FILE
           IF WS-FLAGGED-COUNT > 0
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
           MOVE WS-TODAYS-MM   TO W04-RUN-MM
           MOVE WS-TODAYS-DD   TO W04-RUN-DD
           MOVE WS-TODAYS-CCYY TO W04-RUN-CCYY.

       100-READ-TERM.
           OPEN INPUT F03-TERM-FILE
           IF WS-TERM-FILE-STATUS = '00'
               READ F03-TERM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE F03-TERM-CODE TO WS-CURRENT-TERM
               END-READ
               CLOSE F03-TERM-FILE
           END-IF
           MOVE WS-CURRENT-TERM TO W04-TERM.

       105-READ-PARAMETERS.
           OPEN INPUT F05-PARAMETER-FILE
           IF WS-PARAM-FILE-STATUS = '00'
               READ F05-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF F05-PARM-FLAG-DIFFERENCE IS NUMERIC
                           MOVE F05-PARM-FLAG-DIFFERENCE
                               TO WS-FLAG-DIFFERENCE
                       END-IF
               END-READ
               CLOSE F05-PARAMETER-FILE
           END-IF
           MOVE WS-FLAG-DIFFERENCE TO W06-FLAG-DIFFERENCE.

       110-LOAD-INSTRUCTORS.
           OPEN INPUT F04-INSTRUCTOR-FILE
           IF WS-INSTR-FILE-STATUS = '00'
               PERFORM UNTIL WS-INSTR-FILE-STATUS NOT = '00'
                   READ F04-INSTRUCTOR-FILE
                       AT END
                           MOVE '10' TO WS-INSTR-FILE-STATUS
                       NOT AT END
                           IF SIN-TERM = WS-CURRENT-TERM
                               AND WS-INSTRUCTOR-COUNT
                                   < MAX-INSTRUCTORS
                               ADD 1 TO WS-INSTRUCTOR-COUNT
                               MOVE SIN-COURSE TO
                                   INS-COURSE(WS-INSTRUCTOR-COUNT)
                               MOVE SIN-INSTRUCTOR TO
                                   INS-INSTRUCTOR(WS-INSTRUCTOR-COUNT)
                               MOVE SIN-DEPARTMENT TO
                                   INS-DEPARTMENT(WS-INSTRUCTOR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F04-INSTRUCTOR-FILE
           END-IF.

       120-LOAD-TERM-GRADES.
           OPEN INPUT F01-TRANS-FILE
           IF WS-TRANS-FILE-STATUS = '00'
               PERFORM UNTIL WS-TRANS-FILE-STATUS NOT = '00'
                   READ F01-TRANS-FILE
                       AT END
                           MOVE '10' TO WS-TRANS-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-GRADES-READ
                           PERFORM 125-COUNT-ONE-GRADE
                   END-READ
               END-PERFORM
               CLOSE F01-TRANS-FILE
           END-IF.

      *A grade still blank is counted in the enrollment but in no
      *grade column.
       125-COUNT-ONE-GRADE.
           PERFORM 150-FIND-SECTION
           IF WS-SEC-FOUND
               ADD 1 TO SEC-ENROLLED(SEC-IDX)
               MOVE F01-GRADE TO WS-GRADE
               PERFORM 160-GRADE-COLUMN
               IF WS-GRADE-SUB > 0
                   ADD 1 TO SEC-GRADE-COUNT(SEC-IDX, WS-GRADE-SUB)
               END-IF
               IF WS-LETTER-GRADE
                   ADD 1 TO SEC-GRADED(SEC-IDX)
                   ADD WS-POINTS TO SEC-POINTS(SEC-IDX)
               END-IF
           END-IF.

      *Each course's most recent earlier term is the last one
      *GRADPOST appended for it, so a new term code met further
      *down the file replaces the one held. Rows for this term
      *(already posted) and transfer credit are passed over.
       130-LOAD-PRIOR-TERMS.
           OPEN INPUT F02-TRANSCRIPT-FILE
           IF WS-TRANSCRIPT-FILE-STATUS = '00'
               PERFORM UNTIL WS-TRANSCRIPT-FILE-STATUS NOT = '00'
                   READ F02-TRANSCRIPT-FILE
                       AT END
                           MOVE '10' TO WS-TRANSCRIPT-FILE-STATUS
                       NOT AT END
                           IF TRS-TERM NOT = WS-CURRENT-TERM
                               AND TRS-GRADE NOT = 'T'
                               PERFORM 135-POST-ONE-PRIOR-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-TRANSCRIPT-FILE
           END-IF.

       135-POST-ONE-PRIOR-ROW.
           IF WS-SECTION-COUNT > 0
               SET SEC-IDX TO 1
               SEARCH SECTION-ENTRY
                   AT END CONTINUE
                   WHEN SEC-COURSE(SEC-IDX) = TRS-COURSE
                       IF TRS-TERM NOT = SEC-PRIOR-TERM(SEC-IDX)
                           MOVE TRS-TERM TO SEC-PRIOR-TERM(SEC-IDX)
                           MOVE 0 TO SEC-PRIOR-GRADED(SEC-IDX)
                           MOVE 0 TO SEC-PRIOR-POINTS(SEC-IDX)
                       END-IF
                       MOVE TRS-GRADE TO WS-GRADE
                       PERFORM 160-GRADE-COLUMN
                       IF WS-LETTER-GRADE
                           ADD 1 TO SEC-PRIOR-GRADED(SEC-IDX)
                           ADD WS-POINTS TO SEC-PRIOR-POINTS(SEC-IDX)
                       END-IF
               END-SEARCH
           END-IF.

      *A section is added on its first grade, with its instructor
      *and department from sectioninstr.dat. A section missing
      *from that file is shown as STAFF under the letters that
      *open its course code.
       150-FIND-SECTION.
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
               MOVE 'Y' TO WS-SEC-FOUND-SWITCH
               MOVE SPACES TO SECTION-ENTRY(SEC-IDX)
               MOVE F01-COURSE TO SEC-COURSE(SEC-IDX)
               MOVE 0 TO SEC-ENROLLED(SEC-IDX)
               PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > MAX-GRADE-COLUMNS
                   MOVE 0 TO SEC-GRADE-COUNT(SEC-IDX, WS-GRADE-SUB)
               END-PERFORM
               MOVE 0 TO SEC-GRADED(SEC-IDX)
               MOVE 0 TO SEC-POINTS(SEC-IDX)
               MOVE 0 TO SEC-MEAN(SEC-IDX)
               MOVE 0 TO SEC-PRIOR-GRADED(SEC-IDX)
               MOVE 0 TO SEC-PRIOR-POINTS(SEC-IDX)
               PERFORM 155-ASSIGN-INSTRUCTOR
           END-IF.

       155-ASSIGN-INSTRUCTOR.
           IF WS-INSTRUCTOR-COUNT > 0
               SET INS-IDX TO 1
               SEARCH INSTRUCTOR-ENTRY
                   AT END CONTINUE
                   WHEN INS-COURSE(INS-IDX) = F01-COURSE
                       MOVE INS-INSTRUCTOR(INS-IDX)
                           TO SEC-INSTRUCTOR(SEC-IDX)
                       MOVE INS-DEPARTMENT(INS-IDX)
                           TO SEC-DEPARTMENT(SEC-IDX)
               END-SEARCH
           END-IF
           IF SEC-INSTRUCTOR(SEC-IDX) = SPACES
               MOVE 'STAFF' TO SEC-INSTRUCTOR(SEC-IDX)
               ADD 1 TO WS-NO-INSTRUCTOR
           END-IF
           IF SEC-DEPARTMENT(SEC-IDX) = SPACES
               PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > 4
                      OR F01-COURSE(WS-CHAR-POS:1) NOT ALPHABETIC
                      OR F01-COURSE(WS-CHAR-POS:1) = SPACE
                   MOVE F01-COURSE(WS-CHAR-POS:1)
                       TO SEC-DEPARTMENT(SEC-IDX)(WS-CHAR-POS:1)
               END-PERFORM
           END-IF.

      *Grade points follow TRANSCRP: A=4 down to D=1, F=0. Only
      *those five are letter grades for the means.
       160-GRADE-COLUMN.
           MOVE 'Y' TO WS-LETTER-GRADE-SWITCH
           EVALUATE WS-GRADE
               WHEN 'A'
                   MOVE 1 TO WS-GRADE-SUB
                   MOVE 4 TO WS-POINTS
               WHEN 'B'
                   MOVE 2 TO WS-GRADE-SUB
                   MOVE 3 TO WS-POINTS
               WHEN 'C'
                   MOVE 3 TO WS-GRADE-SUB
                   MOVE 2 TO WS-POINTS
               WHEN 'D'
                   MOVE 4 TO WS-GRADE-SUB
                   MOVE 1 TO WS-POINTS
               WHEN 'F'
                   MOVE 5 TO WS-GRADE-SUB
                   MOVE 0 TO WS-POINTS
               WHEN 'W'
                   MOVE 6 TO WS-GRADE-SUB
                   MOVE 'N' TO WS-LETTER-GRADE-SWITCH
               WHEN 'I'
               WHEN 'N'
                   MOVE 7 TO WS-GRADE-SUB
                   MOVE 'N' TO WS-LETTER-GRADE-SWITCH
               WHEN OTHER
                   MOVE 0 TO WS-GRADE-SUB
                   MOVE 'N' TO WS-LETTER-GRADE-SWITCH
           END-EVALUATE.

      *Section mean, and the section's letter grades added into
      *its department.
       200-TOTAL-ONE-SECTION.
           IF SEC-GRADED(SEC-IDX) > 0
               COMPUTE SEC-MEAN(SEC-IDX) ROUNDED =
                   SEC-POINTS(SEC-IDX) / SEC-GRADED(SEC-IDX)
           END-IF
           MOVE 'N' TO WS-DPT-FOUND-SWITCH
           IF WS-DEPARTMENT-COUNT > 0
               SET DPT-IDX TO 1
               SEARCH DEPARTMENT-ENTRY
                   AT END CONTINUE
                   WHEN DPT-DEPARTMENT(DPT-IDX)
                           = SEC-DEPARTMENT(SEC-IDX)
                       MOVE 'Y' TO WS-DPT-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF NOT WS-DPT-FOUND
               AND WS-DEPARTMENT-COUNT < MAX-DEPARTMENTS
               ADD 1 TO WS-DEPARTMENT-COUNT
               SET DPT-IDX TO WS-DEPARTMENT-COUNT
               MOVE 'Y' TO WS-DPT-FOUND-SWITCH
               MOVE SEC-DEPARTMENT(SEC-IDX) TO DPT-DEPARTMENT(DPT-IDX)
               MOVE 0 TO DPT-SECTIONS(DPT-IDX)
               MOVE 0 TO DPT-GRADED(DPT-IDX)
               MOVE 0 TO DPT-POINTS(DPT-IDX)
               MOVE 0 TO DPT-MEAN(DPT-IDX)
           END-IF
           IF WS-DPT-FOUND
               ADD 1 TO DPT-SECTIONS(DPT-IDX)
               ADD SEC-GRADED(SEC-IDX) TO DPT-GRADED(DPT-IDX)
               ADD SEC-POINTS(SEC-IDX) TO DPT-POINTS(DPT-IDX)
           END-IF.

      *The department mean is over its letter grades, not an
      *average of section means, so a large section weighs in at
      *its size.
       220-DEPARTMENT-MEAN.
           IF DPT-GRADED(DPT-IDX) > 0
               COMPUTE DPT-MEAN(DPT-IDX) ROUNDED =
                   DPT-POINTS(DPT-IDX) / DPT-GRADED(DPT-IDX)
           END-IF.

      *A section with no letter grades has no mean to compare.
       240-FLAG-ONE-SECTION.
           IF SEC-GRADED(SEC-IDX) > 0
               SET DPT-IDX TO 1
               SEARCH DEPARTMENT-ENTRY
                   AT END CONTINUE
                   WHEN DPT-DEPARTMENT(DPT-IDX)
                           = SEC-DEPARTMENT(SEC-IDX)
                       COMPUTE WS-DIFFERENCE =
                           SEC-MEAN(SEC-IDX) - DPT-MEAN(DPT-IDX)
                       EVALUATE TRUE
                           WHEN WS-DIFFERENCE > WS-FLAG-DIFFERENCE
                               MOVE '** HIGH' TO SEC-FLAG(SEC-IDX)
                               ADD 1 TO WS-FLAGGED-COUNT
                           WHEN WS-DIFFERENCE
                                   < 0 - WS-FLAG-DIFFERENCE
                               MOVE '** LOW' TO SEC-FLAG(SEC-IDX)
                               ADD 1 TO WS-FLAGGED-COUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-SEARCH
           END-IF.

      *Department, then course.
       300-SORT-SECTIONS.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-SECTION-COUNT
               MOVE WS-SORT-I TO WS-SORT-LOW
               COMPUTE WS-SORT-J = WS-SORT-I + 1
               PERFORM UNTIL WS-SORT-J > WS-SECTION-COUNT
                   IF SEC-SORT-KEY(WS-SORT-J)
                       < SEC-SORT-KEY(WS-SORT-LOW)
                       MOVE WS-SORT-J TO WS-SORT-LOW
                   END-IF
                   ADD 1 TO WS-SORT-J
               END-PERFORM
               IF WS-SORT-LOW NOT = WS-SORT-I
                   MOVE SECTION-ENTRY(WS-SORT-I) TO WS-SWAP-ENTRY
                   MOVE SECTION-ENTRY(WS-SORT-LOW)
                       TO SECTION-ENTRY(WS-SORT-I)
                   MOVE WS-SWAP-ENTRY
                       TO SECTION-ENTRY(WS-SORT-LOW)
               END-IF
           END-PERFORM.

      *A department heading, with the department's mean, on every
      *change of department.
       400-PRINT-DISTRIBUTION.
           MOVE W04-RUN-DATE-LINE TO F06-REPORT-RECORD
           WRITE F06-REPORT-RECORD
           MOVE W05-TITLE-LINE TO F06-REPORT-RECORD
           WRITE F06-REPORT-RECORD
           MOVE W06-FLAG-RULE-LINE TO F06-REPORT-RECORD
           WRITE F06-REPORT-RECORD
           MOVE HIGH-VALUES TO WS-PRIOR-DEPARTMENT
           PERFORM VARYING SEC-IDX FROM 1 BY 1
               UNTIL SEC-IDX > WS-SECTION-COUNT
               IF SEC-DEPARTMENT(SEC-IDX) NOT = WS-PRIOR-DEPARTMENT
                   PERFORM 410-PRINT-DEPARTMENT
               END-IF
               PERFORM 420-PRINT-ONE-SECTION
           END-PERFORM
           MOVE SPACES TO F06-REPORT-RECORD
           WRITE F06-REPORT-RECORD
           MOVE WS-SECTION-COUNT  TO W10-SECTIONS
           MOVE WS-FLAGGED-COUNT  TO W10-FLAGGED
           MOVE WS-GRADES-READ    TO W10-GRADES-READ
           MOVE WS-NO-INSTRUCTOR  TO W10-NO-INSTRUCTOR
           MOVE W10-TRAILER-LINE TO F06-REPORT-RECORD
           WRITE F06-REPORT-RECORD.

       410-PRINT-DEPARTMENT.
           MOVE SEC-DEPARTMENT(SEC-IDX) TO WS-PRIOR-DEPARTMENT
           SET DPT-IDX TO 1
           SEARCH DEPARTMENT-ENTRY
               AT END CONTINUE
               WHEN DPT-DEPARTMENT(DPT-IDX) = WS-PRIOR-DEPARTMENT
                   MOVE DPT-DEPARTMENT(DPT-IDX) TO W07-DEPARTMENT
                   IF DPT-GRADED(DPT-IDX) > 0
                       MOVE DPT-MEAN(DPT-IDX) TO W07-MEAN
                   ELSE
                       MOVE SPACES TO W07-MEAN-X
                   END-IF
                   MOVE DPT-SECTIONS(DPT-IDX) TO W07-SECTIONS
                   MOVE DPT-GRADED(DPT-IDX)   TO W07-GRADED
           END-SEARCH
           MOVE SPACES TO F06-REPORT-RECORD
           WRITE F06-REPORT-RECORD
           MOVE W07-DEPARTMENT-LINE TO F06-REPORT-RECORD
           WRITE F06-REPORT-RECORD
           MOVE W08-HEADING-LINE TO F06-REPORT-RECORD
           WRITE F06-REPORT-RECORD.

      *Percents and rates are of the section's whole enrollment.
       420-PRINT-ONE-SECTION.
           MOVE SPACES TO W09-SECTION-LINE
           MOVE SEC-COURSE(SEC-IDX)     TO W09-COURSE
           MOVE SEC-INSTRUCTOR(SEC-IDX) TO W09-INSTRUCTOR
           MOVE SEC-ENROLLED(SEC-IDX)   TO W09-ENROLLED
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
               UNTIL WS-GRADE-SUB > MAX-GRADE-COLUMNS
               MOVE SEC-GRADE-COUNT(SEC-IDX, WS-GRADE-SUB)
                   TO W09-COUNT(WS-GRADE-SUB)
               COMPUTE WS-PERCENT ROUNDED =
                   SEC-GRADE-COUNT(SEC-IDX, WS-GRADE-SUB) * 100
                   / SEC-ENROLLED(SEC-IDX)
               MOVE WS-PERCENT TO W09-PERCENT(WS-GRADE-SUB)
               MOVE '%' TO W09-PERCENT-SIGN(WS-GRADE-SUB)
           END-PERFORM
           IF SEC-GRADED(SEC-IDX) > 0
               MOVE SEC-MEAN(SEC-IDX) TO W09-MEAN
           ELSE
               MOVE SPACES TO W09-MEAN-X
           END-IF
           COMPUTE WS-RATE ROUNDED =
               SEC-GRADE-COUNT(SEC-IDX, 6) * 100 / SEC-ENROLLED(SEC-IDX)
           MOVE WS-RATE TO W09-W-RATE
           MOVE '%' TO W09-W-RATE-SIGN
           COMPUTE WS-RATE ROUNDED =
               SEC-GRADE-COUNT(SEC-IDX, 7) * 100 / SEC-ENROLLED(SEC-IDX)
           MOVE WS-RATE TO W09-I-RATE
           MOVE '%' TO W09-I-RATE-SIGN
           MOVE SEC-FLAG(SEC-IDX) TO W09-FLAG
           MOVE W09-SECTION-LINE TO F06-REPORT-RECORD
           WRITE F06-REPORT-RECORD.

      *Change is this term's mean less the prior term's; it is
      *left blank unless both terms have letter grades.
       500-PRINT-COMPARISON.
           MOVE SPACES TO F06-REPORT-RECORD
           WRITE F06-REPORT-RECORD
           MOVE W11-COMPARE-TITLE-LINE TO F06-REPORT-RECORD
           WRITE F06-REPORT-RECORD
           MOVE SPACES TO F06-REPORT-RECORD
           WRITE F06-REPORT-RECORD
           MOVE W12-COMPARE-HEADING-LINE TO F06-REPORT-RECORD
           WRITE F06-REPORT-RECORD
           PERFORM VARYING SEC-IDX FROM 1 BY 1
               UNTIL SEC-IDX > WS-SECTION-COUNT
               PERFORM 510-PRINT-ONE-COMPARISON
           END-PERFORM.

       510-PRINT-ONE-COMPARISON.
           MOVE SEC-COURSE(SEC-IDX) TO W13-COURSE
           MOVE WS-CURRENT-TERM     TO W13-TERM
           MOVE SEC-GRADED(SEC-IDX) TO W13-GRADED
           MOVE SPACES TO W13-NOTE
           IF SEC-GRADED(SEC-IDX) > 0
               MOVE SEC-MEAN(SEC-IDX) TO W13-MEAN
           ELSE
               MOVE SPACES TO W13-MEAN-X
           END-IF
           IF SEC-PRIOR-TERM(SEC-IDX) = SPACES
               MOVE SPACES TO W13-PRIOR-AREA-X
               MOVE 'NO EARLIER TERM ON TRANSCRIPT' TO W13-NOTE
           ELSE
               MOVE SPACES TO W13-PRIOR-AREA-X
               MOVE SEC-PRIOR-TERM(SEC-IDX)   TO W13-PRIOR-TERM
               MOVE SEC-PRIOR-GRADED(SEC-IDX) TO W13-PRIOR-GRADED
               IF SEC-PRIOR-GRADED(SEC-IDX) > 0
                   COMPUTE WS-PRIOR-MEAN ROUNDED =
                       SEC-PRIOR-POINTS(SEC-IDX)
                       / SEC-PRIOR-GRADED(SEC-IDX)
                   MOVE WS-PRIOR-MEAN TO W13-PRIOR-MEAN
                   IF SEC-GRADED(SEC-IDX) > 0
                       COMPUTE W13-CHANGE =
                           SEC-MEAN(SEC-IDX) - WS-PRIOR-MEAN
                   END-IF
               END-IF
           END-IF
           MOVE W13-COMPARE-LINE TO F06-REPORT-RECORD
           WRITE F06-REPORT-RECORD.

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
           MOVE WS-GRADES-READ  TO OPL-RECORD-COUNT
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
