       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRLCERT.
       AUTHOR. JANIS.

      *Census-date enrollment certification and enrollment
      *verification letters. Sponsors, lenders, and insurers ask
      *the registrar to certify a student full- or part-time, and
      *each letter used to be built by hand. The first run on or
      *after the term's census date (termdates.dat) freezes every
      *student's registered credits from studenttrans.dat into the
      *census snapshot master; every later run that term certifies
      *from the frozen snapshot, so drops and adds after the census
      *date never change a certified status. Each run writes the
      *term's certification file for the sponsor billing side and
      *prints a verification letter for every student ID requested
      *in verifyrequests.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Same 13-byte layout the grades run reads studenttrans.dat
      *with.
           SELECT F01-TRANS-FILE   ASSIGN TO 'studenttrans.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-TRANS-FILE-STATUS.

      *Credit hours per course, same file the credit
      *reconciliation reads.
           SELECT F02-CREDIT-FILE  ASSIGN TO 'coursecredits.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-CREDIT-FILE-STATUS.

      *Single-record parameter naming the term being certified,
      *the same file GRADPOST stamps transcript rows from.
           SELECT F03-TERM-FILE    ASSIGN TO 'gradeterm.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-TERM-FILE-STATUS.

      *The term window the tuition runs read, with the census date
      *following the end date.
           SELECT F04-TERM-DATE-FILE
                                   ASSIGN TO 'termdates.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-TERM-DATE-STATUS.

      *Census snapshots already frozen, every term so far; absent
      *on the very first run.
           SELECT F05-SNAPSHOT-IN-FILE
                                   ASSIGN TO 'censussnap.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-SNAPSHOT-IN-STATUS.

      *The rewritten snapshot master; the overnight procedure
      *moves it over censussnap.dat once the run ends clean.
           SELECT F06-SNAPSHOT-OUT-FILE
                                   ASSIGN TO 'censussnap.new'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Verification letter requests keyed by the registrar's
      *office: student ID and who the letter goes to.
           SELECT F07-REQUEST-FILE ASSIGN TO 'verifyrequests.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-REQUEST-FILE-STATUS.

      *This term's certifications for the sponsor billing side,
      *rebuilt every run.
           SELECT F08-CERT-FILE    ASSIGN TO 'enrollcert.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F09-LETTER-FILE  ASSIGN TO 'verifyletters.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F10-REPORT-FILE  ASSIGN TO 'enrollcertrpt.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F11-OPS-LOG-FILE ASSIGN TO 'opslog.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-OPSLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-TRANS-FILE
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS F01-TRANS-RECORD.
       01  F01-TRANS-RECORD.
           05  TRN-STUDENT-ID      PIC X(5).
           05  TRN-COURSE          PIC X(7).
           05  TRN-GRADE           PIC X.

       FD  F02-CREDIT-FILE
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS F02-CREDIT-RECORD.
       01  F02-CREDIT-RECORD.
           05  CRS-COURSE          PIC X(7).
           05  CRS-CREDITS         PIC 9.

       FD  F03-TERM-FILE
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS F03-TERM-RECORD.
       01  F03-TERM-RECORD.
           05  F03-TERM-CODE       PIC X(5).

      *Start and end date as TUITADJ reads them; the census date
      *rides after them and the tuition runs never look at it.
       FD  F04-TERM-DATE-FILE
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS F04-TERM-DATE-RECORD.
       01  F04-TERM-DATE-RECORD.
           05  TRM-START-DATE      PIC 9(8).
           05  TRM-END-DATE        PIC 9(8).
           05  TRM-CENSUS-DATE     PIC 9(8).

      *Status F full-time, H half-time, L less than half-time.
       FD  F05-SNAPSHOT-IN-FILE
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS F05-SNAPSHOT-IN-RECORD.
       01  F05-SNAPSHOT-IN-RECORD.
           05  SNI-STUDENT-ID      PIC X(5).
           05  SNI-TERM            PIC X(5).
           05  SNI-CENSUS-DATE     PIC 9(8).
           05  SNI-CREDITS         PIC 9(2).
           05  SNI-STATUS          PIC X.

       FD  F06-SNAPSHOT-OUT-FILE
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS F06-SNAPSHOT-OUT-RECORD.
       01  F06-SNAPSHOT-OUT-RECORD.
           05  SNO-STUDENT-ID      PIC X(5).
           05  SNO-TERM            PIC X(5).
           05  SNO-CENSUS-DATE     PIC 9(8).
           05  SNO-CREDITS         PIC 9(2).
           05  SNO-STATUS          PIC X.

       FD  F07-REQUEST-FILE
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS F07-REQUEST-RECORD.
       01  F07-REQUEST-RECORD.
           05  REQ-STUDENT-ID      PIC X(5).
           05  REQ-RECIPIENT       PIC X(30).

      *Same 21-byte shape as the snapshot it is cut from.
       FD  F08-CERT-FILE
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS F08-CERT-RECORD.
       01  F08-CERT-RECORD.
           05  CRT-STUDENT-ID      PIC X(5).
           05  CRT-TERM            PIC X(5).
           05  CRT-CENSUS-DATE     PIC 9(8).
           05  CRT-CREDITS         PIC 9(2).
           05  CRT-STATUS          PIC X.

       FD  F09-LETTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F09-LETTER-RECORD.
       01  F09-LETTER-RECORD       PIC X(80).

       FD  F10-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F10-REPORT-RECORD.
       01  F10-REPORT-RECORD       PIC X(100).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F11-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F11-OPS-LOG-RECORD.
       01  F11-OPS-LOG-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-CREDIT-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-TERM-FILE-STATUS     PIC XX    VALUE SPACES.
       01  WS-TERM-DATE-STATUS     PIC XX    VALUE SPACES.
       01  WS-SNAPSHOT-IN-STATUS   PIC XX    VALUE SPACES.
       01  WS-REQUEST-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.

       01  WS-TERM-CODE            PIC X(5)  VALUE 'UNKWN'.

      *Term window, same defaults TUITADJ falls back to when
      *termdates.dat is absent. With no census date on file the
      *term start date stands in for it.
       01  WS-TERM-START           PIC 9(8)  VALUE 20250901.
       01  WS-CENSUS-DATE          PIC 9(8)  VALUE 0.
       01  WS-CENSUS-PARTS REDEFINES WS-CENSUS-DATE.
           05  WS-CENSUS-CCYY      PIC 9(4).
           05  WS-CENSUS-MM        PIC 99.
           05  WS-CENSUS-DD        PIC 99.

      *Federal enrollment-status thresholds in credit hours.
       01  WS-FULL-TIME-CREDITS    PIC 9(2)  VALUE 12.
       01  WS-HALF-TIME-CREDITS    PIC 9(2)  VALUE 6.

      *F the snapshot was already frozen on an earlier run, T it
      *is taken this run, N the census date has not come yet.
       01  WS-SNAPSHOT-SWITCH      PIC X     VALUE 'N'.
           88  WS-SNAPSHOT-FROZEN            VALUE 'F'.
           88  WS-SNAPSHOT-TAKEN             VALUE 'T'.
           88  WS-SNAPSHOT-NOT-DUE           VALUE 'N'.

      *Every snapshot row in memory, all terms; rows for the term
      *being certified are the ones this run reports on.
       01  WS-LOOKUP-ID            PIC X(5)  VALUE SPACES.
       01  MAX-CENSUS-ROWS         PIC 9(5)  VALUE 10000.
       01  WS-CEN-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-CEN-FOUND                  VALUE 'Y'.
       01  CENSUS-TABLE-AREA.
           05  WS-CENSUS-COUNT     PIC 9(5)  VALUE 0.
           05  CENSUS-ENTRY OCCURS 0 TO 10000 TIMES
                   DEPENDING ON WS-CENSUS-COUNT
                   INDEXED BY CEN-IDX.
               10  CEN-STUDENT-ID  PIC X(5).
               10  CEN-TERM        PIC X(5).
               10  CEN-CENSUS-DATE PIC 9(8).
               10  CEN-CREDITS     PIC 9(2).
               10  CEN-STATUS      PIC X.
                   88  CEN-FULL-TIME         VALUE 'F'.
                   88  CEN-HALF-TIME         VALUE 'H'.
                   88  CEN-LESS-THAN-HALF    VALUE 'L'.

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

       01  WS-CREDITS              PIC 9     VALUE 0.
       01  WS-STATUS-TEXT          PIC X(22) VALUE SPACES.

       01  RUN-COUNTERS.
           05  WS-STUDENTS-CERTIFIED PIC 9(4) VALUE 0.
           05  WS-FULL-TIME-COUNT  PIC 9(4)  VALUE 0.
           05  WS-HALF-TIME-COUNT  PIC 9(4)  VALUE 0.
           05  WS-LESS-HALF-COUNT  PIC 9(4)  VALUE 0.
           05  WS-LETTERS-PRINTED  PIC 9(4)  VALUE 0.
           05  WS-LETTERS-REFUSED  PIC 9(4)  VALUE 0.

       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY      PIC 9(4).
           05  WS-TODAYS-MM        PIC 9(2).
           05  WS-TODAYS-DD        PIC 9(2).
       01  WS-TODAYS-DATE-NUM REDEFINES WS-TODAYS-DATE PIC 9(8).

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
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(13) VALUE 'CENSUS DATE: '.
           05  W04-CENSUS-MM       PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  W04-CENSUS-DD       PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  W04-CENSUS-CCYY     PIC 9999.
           05  FILLER              PIC X(38) VALUE SPACES.

       01  W05-TITLE-LINE.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(40)
                 VALUE 'CENSUS-DATE ENROLLMENT CERTIFICATION    '.
           05  FILLER              PIC X(30) VALUE SPACES.
       01  W06-SNAPSHOT-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W06-SNAPSHOT-TEXT   PIC X(60).
           05  FILLER              PIC X(38) VALUE SPACES.
       01  W07-HEADING-LINE.
           05  FILLER              PIC X(9)  VALUE 'STUDENT  '.
           05  FILLER              PIC X(9)  VALUE 'CREDITS  '.
           05  FILLER              PIC X(22)
                 VALUE 'ENROLLMENT STATUS     '.
           05  FILLER              PIC X(60) VALUE SPACES.
       01  W08-DETAIL-LINE.
           05  W08-STUDENT-ID      PIC X(5).
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  W08-CREDITS         PIC Z9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  W08-STATUS-TEXT     PIC X(22).
           05  FILLER              PIC X(60) VALUE SPACES.
       01  W09-TRAILER-LINE.
           05  FILLER              PIC X(11) VALUE 'CERTIFIED: '.
           05  W09-CERTIFIED       PIC Z,ZZ9.
           05  FILLER              PIC X(14) VALUE '  FULL-TIME:  '.
           05  W09-FULL-TIME       PIC Z,ZZ9.
           05  FILLER              PIC X(14) VALUE '  HALF-TIME:  '.
           05  W09-HALF-TIME       PIC Z,ZZ9.
           05  FILLER              PIC X(24)
                 VALUE '  LESS THAN HALF-TIME:  '.
           05  W09-LESS-HALF       PIC Z,ZZ9.
           05  FILLER              PIC X(17) VALUE SPACES.
       01  W10-LETTER-TRAILER-LINE.
           05  FILLER              PIC X(17) VALUE 'LETTERS PRINTED: '.
           05  W10-PRINTED         PIC Z,ZZ9.
           05  FILLER              PIC X(27)
                 VALUE '  REQUESTS NOT CERTIFIED:  '.
           05  W10-REFUSED         PIC Z,ZZ9.
           05  FILLER              PIC X(46) VALUE SPACES.
       01  W11-REFUSED-LINE.
           05  FILLER              PIC X(19)
                 VALUE 'LETTER NOT PRINTED '.
           05  W11-STUDENT-ID      PIC X(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W11-RECIPIENT       PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W11-REASON          PIC X(30).
           05  FILLER              PIC X(12) VALUE SPACES.

      *Verification letter, one block per request.
       01  W12-LETTER-SEPARATOR.
           05  FILLER              PIC X(60) VALUE ALL '-'.
           05  FILLER              PIC X(20) VALUE SPACES.
       01  W13-LETTER-HEADER.
           05  FILLER              PIC X(23)
                 VALUE 'ENROLLMENT VERIFICATION'.
           05  FILLER              PIC X(25) VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE 'DATE: '.
           05  W13-RUN-MM          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  W13-RUN-DD          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  W13-RUN-CCYY        PIC 9999.
           05  FILLER              PIC X(16) VALUE SPACES.
       01  W14-LETTER-TO.
           05  FILLER              PIC X(4)  VALUE 'TO: '.
           05  W14-RECIPIENT       PIC X(30).
           05  FILLER              PIC X(46) VALUE SPACES.
       01  W15-LETTER-STUDENT.
           05  FILLER              PIC X(12) VALUE 'STUDENT ID: '.
           05  W15-STUDENT-ID      PIC X(5).
           05  FILLER              PIC X(8)  VALUE '  TERM: '.
           05  W15-TERM            PIC X(5).
           05  FILLER              PIC X(50) VALUE SPACES.
       01  W16-LETTER-TEXT-1.
           05  FILLER              PIC X(40)
                 VALUE 'THE OFFICE OF THE REGISTRAR CERTIFIES TH'.
           05  FILLER              PIC X(40)
                 VALUE 'AT THE STUDENT ABOVE WAS REGISTERED FOR '.
       01  W17-LETTER-TEXT-2.
           05  W17-CREDITS         PIC Z9.
           05  FILLER              PIC X(36)
                 VALUE ' CREDIT HOURS AS OF THE CENSUS DATE '.
           05  W17-CENSUS-MM       PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  W17-CENSUS-DD       PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  W17-CENSUS-CCYY     PIC 9999.
           05  FILLER              PIC X     VALUE ','.
           05  FILLER              PIC X(31) VALUE SPACES.
       01  W18-LETTER-TEXT-3       PIC X(80) VALUE SPACES.
       01  W19-LETTER-TEXT-4.
           05  FILLER              PIC X(40)
                 VALUE 'THIS CERTIFICATION REFLECTS ENROLLMENT O'.
           05  FILLER              PIC X(40)
                 VALUE 'N THE CENSUS DATE AND IS NOT CHANGED BY '.
       01  W20-LETTER-TEXT-5.
           05  FILLER              PIC X(40)
                 VALUE 'LATER COURSE DROPS.                     '.
           05  FILLER              PIC X(40) VALUE SPACES.
       01  W21-LETTER-SIGNATURE.
           05  FILLER              PIC X(40)
                 VALUE 'OFFICE OF THE REGISTRAR                 '.
           05  FILLER              PIC X(40) VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'ENRLCERT'.
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
           PERFORM 105-READ-TERM-DATES
           PERFORM 110-LOAD-COURSE-CREDITS
           PERFORM 120-LOAD-SNAPSHOTS
           IF NOT WS-SNAPSHOT-FROZEN
               AND WS-TODAYS-DATE-NUM >= WS-CENSUS-DATE
               PERFORM 130-TAKE-SNAPSHOT
               PERFORM 150-REWRITE-SNAPSHOTS
           END-IF
           OPEN OUTPUT F08-CERT-FILE
           OPEN OUTPUT F09-LETTER-FILE
           OPEN OUTPUT F10-REPORT-FILE
           MOVE W04-RUN-DATE-LINE TO F10-REPORT-RECORD
           WRITE F10-REPORT-RECORD
           MOVE W05-TITLE-LINE TO F10-REPORT-RECORD
           WRITE F10-REPORT-RECORD
           MOVE SPACES TO F10-REPORT-RECORD
           WRITE F10-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-SNAPSHOT-FROZEN
                   MOVE 'CERTIFIED FROM THE SNAPSHOT FROZEN AT CENSUS'
                       TO W06-SNAPSHOT-TEXT
               WHEN WS-SNAPSHOT-TAKEN
                   MOVE 'CENSUS SNAPSHOT TAKEN THIS RUN'
                       TO W06-SNAPSHOT-TEXT
               WHEN OTHER
                   MOVE 'CENSUS DATE NOT YET REACHED - NOTHING FROZEN'
                       TO W06-SNAPSHOT-TEXT
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           MOVE W06-SNAPSHOT-LINE TO F10-REPORT-RECORD
           WRITE F10-REPORT-RECORD
           MOVE SPACES TO F10-REPORT-RECORD
           WRITE F10-REPORT-RECORD
           MOVE W07-HEADING-LINE TO F10-REPORT-RECORD
           WRITE F10-REPORT-RECORD
           PERFORM 200-CERTIFY-ONE-STUDENT
               VARYING CEN-IDX FROM 1 BY 1
               UNTIL CEN-IDX > WS-CENSUS-COUNT
           MOVE SPACES TO F10-REPORT-RECORD
           WRITE F10-REPORT-RECORD
           MOVE WS-STUDENTS-CERTIFIED TO W09-CERTIFIED
           MOVE WS-FULL-TIME-COUNT    TO W09-FULL-TIME
           MOVE WS-HALF-TIME-COUNT    TO W09-HALF-TIME
           MOVE WS-LESS-HALF-COUNT    TO W09-LESS-HALF
           MOVE W09-TRAILER-LINE TO F10-REPORT-RECORD
           WRITE F10-REPORT-RECORD
           MOVE SPACES TO F10-REPORT-RECORD
           WRITE F10-REPORT-RECORD
           PERFORM 300-PRINT-LETTERS
           MOVE SPACES TO F10-REPORT-RECORD
           WRITE F10-REPORT-RECORD
           MOVE WS-LETTERS-PRINTED TO W10-PRINTED
           MOVE WS-LETTERS-REFUSED TO W10-REFUSED
           MOVE W10-LETTER-TRAILER-LINE TO F10-REPORT-RECORD
           WRITE F10-REPORT-RECORD
           CLOSE F08-CERT-FILE
           CLOSE F09-LETTER-FILE
           CLOSE F10-REPORT-FILE
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
           MOVE WS-TODAYS-CCYY TO W04-RUN-CCYY
           MOVE WS-TODAYS-MM   TO W13-RUN-MM
           MOVE WS-TODAYS-DD   TO W13-RUN-DD
           MOVE WS-TODAYS-CCYY TO W13-RUN-CCYY.

       100-READ-TERM-CODE.
           OPEN INPUT F03-TERM-FILE
           IF WS-TERM-FILE-STATUS = '00'
               READ F03-TERM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE F03-TERM-CODE TO WS-TERM-CODE
               END-READ
               CLOSE F03-TERM-FILE
           END-IF
           MOVE WS-TERM-CODE TO W04-TERM.

       105-READ-TERM-DATES.
           OPEN INPUT F04-TERM-DATE-FILE
           IF WS-TERM-DATE-STATUS = '00'
               READ F04-TERM-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TRM-START-DATE IS NUMERIC
                           MOVE TRM-START-DATE TO WS-TERM-START
                       END-IF
                       IF TRM-CENSUS-DATE IS NUMERIC
                           MOVE TRM-CENSUS-DATE TO WS-CENSUS-DATE
                       END-IF
               END-READ
               CLOSE F04-TERM-DATE-FILE
           END-IF
           IF WS-CENSUS-DATE = 0
               MOVE WS-TERM-START TO WS-CENSUS-DATE
           END-IF
           MOVE WS-CENSUS-MM   TO W04-CENSUS-MM
           MOVE WS-CENSUS-DD   TO W04-CENSUS-DD
           MOVE WS-CENSUS-CCYY TO W04-CENSUS-CCYY.

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

      *Any row already on file for the term being certified means
      *its snapshot was frozen on an earlier run and stands.
       120-LOAD-SNAPSHOTS.
           OPEN INPUT F05-SNAPSHOT-IN-FILE
           IF WS-SNAPSHOT-IN-STATUS = '00'
               PERFORM UNTIL WS-SNAPSHOT-IN-STATUS NOT = '00'
                   READ F05-SNAPSHOT-IN-FILE
                       AT END
                           MOVE '10' TO WS-SNAPSHOT-IN-STATUS
                       NOT AT END
                           PERFORM 125-LOAD-ONE-SNAPSHOT
                   END-READ
               END-PERFORM
               CLOSE F05-SNAPSHOT-IN-FILE
           END-IF.

       125-LOAD-ONE-SNAPSHOT.
           IF WS-CENSUS-COUNT < MAX-CENSUS-ROWS
               ADD 1 TO WS-CENSUS-COUNT
               MOVE SNI-STUDENT-ID  TO CEN-STUDENT-ID(WS-CENSUS-COUNT)
               MOVE SNI-TERM        TO CEN-TERM(WS-CENSUS-COUNT)
               MOVE SNI-CENSUS-DATE TO CEN-CENSUS-DATE(WS-CENSUS-COUNT)
               MOVE SNI-CREDITS     TO CEN-CREDITS(WS-CENSUS-COUNT)
               MOVE SNI-STATUS      TO CEN-STATUS(WS-CENSUS-COUNT)
               IF SNI-TERM = WS-TERM-CODE
                   SET WS-SNAPSHOT-FROZEN TO TRUE
                   MOVE SNI-CENSUS-DATE TO WS-CENSUS-DATE
                   MOVE WS-CENSUS-MM   TO W04-CENSUS-MM
                   MOVE WS-CENSUS-DD   TO W04-CENSUS-DD
                   MOVE WS-CENSUS-CCYY TO W04-CENSUS-CCYY
               END-IF
           END-IF.

      *Every row on the transaction file is a registered course
      *except one already graded W. A course not on the credit
      *table carries no credits until it is set up.
       130-TAKE-SNAPSHOT.
           SET WS-SNAPSHOT-TAKEN TO TRUE
           OPEN INPUT F01-TRANS-FILE
           IF WS-TRANS-FILE-STATUS = '00'
               PERFORM UNTIL WS-TRANS-FILE-STATUS NOT = '00'
                   READ F01-TRANS-FILE
                       AT END
                           MOVE '10' TO WS-TRANS-FILE-STATUS
                       NOT AT END
                           IF TRN-GRADE NOT = 'W'
                               PERFORM 135-POST-ONE-COURSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F01-TRANS-FILE
           END-IF
           PERFORM 140-CLASSIFY-ONE-STUDENT
               VARYING CEN-IDX FROM 1 BY 1
               UNTIL CEN-IDX > WS-CENSUS-COUNT.

       135-POST-ONE-COURSE.
           MOVE 0 TO WS-CREDITS
           MOVE 'N' TO WS-CRS-FOUND-SWITCH
           IF WS-CREDIT-COUNT > 0
               SET CRD-IDX TO 1
               SEARCH CREDIT-ENTRY
                   AT END CONTINUE
                   WHEN CRD-COURSE(CRD-IDX) = TRN-COURSE
                       MOVE 'Y' TO WS-CRS-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF WS-CRS-FOUND
               MOVE CRD-CREDITS(CRD-IDX) TO WS-CREDITS
           END-IF
           MOVE TRN-STUDENT-ID TO WS-LOOKUP-ID
           PERFORM 145-FIND-OR-ADD-STUDENT
           IF WS-CEN-FOUND
               ADD WS-CREDITS TO CEN-CREDITS(CEN-IDX)
           END-IF.

      *Twelve or more credits is full-time, six or more half-time,
      *anything less less than half-time.
       140-CLASSIFY-ONE-STUDENT.
           IF CEN-TERM(CEN-IDX) = WS-TERM-CODE
               EVALUATE TRUE
                   WHEN CEN-CREDITS(CEN-IDX) >= WS-FULL-TIME-CREDITS
                       MOVE 'F' TO CEN-STATUS(CEN-IDX)
                   WHEN CEN-CREDITS(CEN-IDX) >= WS-HALF-TIME-CREDITS
                       MOVE 'H' TO CEN-STATUS(CEN-IDX)
                   WHEN OTHER
                       MOVE 'L' TO CEN-STATUS(CEN-IDX)
               END-EVALUATE
           END-IF.

      *Looks up WS-LOOKUP-ID among this term's rows, adding a
      *fresh row with no credits if it is not there yet.
       145-FIND-OR-ADD-STUDENT.
           MOVE 'N' TO WS-CEN-FOUND-SWITCH
           IF WS-CENSUS-COUNT > 0
               SET CEN-IDX TO 1
               SEARCH CENSUS-ENTRY
                   AT END CONTINUE
                   WHEN CEN-STUDENT-ID(CEN-IDX) = WS-LOOKUP-ID
                       AND CEN-TERM(CEN-IDX) = WS-TERM-CODE
                       MOVE 'Y' TO WS-CEN-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF NOT WS-CEN-FOUND
               AND WS-CENSUS-COUNT < MAX-CENSUS-ROWS
               ADD 1 TO WS-CENSUS-COUNT
               SET CEN-IDX TO WS-CENSUS-COUNT
               MOVE WS-LOOKUP-ID   TO CEN-STUDENT-ID(CEN-IDX)
               MOVE WS-TERM-CODE   TO CEN-TERM(CEN-IDX)
               MOVE WS-CENSUS-DATE TO CEN-CENSUS-DATE(CEN-IDX)
               MOVE 0              TO CEN-CREDITS(CEN-IDX)
               MOVE 'L'            TO CEN-STATUS(CEN-IDX)
               MOVE 'Y' TO WS-CEN-FOUND-SWITCH
           END-IF.

       150-REWRITE-SNAPSHOTS.
           OPEN OUTPUT F06-SNAPSHOT-OUT-FILE
           PERFORM VARYING CEN-IDX FROM 1 BY 1
               UNTIL CEN-IDX > WS-CENSUS-COUNT
               MOVE CEN-STUDENT-ID(CEN-IDX)  TO SNO-STUDENT-ID
               MOVE CEN-TERM(CEN-IDX)        TO SNO-TERM
               MOVE CEN-CENSUS-DATE(CEN-IDX) TO SNO-CENSUS-DATE
               MOVE CEN-CREDITS(CEN-IDX)     TO SNO-CREDITS
               MOVE CEN-STATUS(CEN-IDX)      TO SNO-STATUS
               WRITE F06-SNAPSHOT-OUT-RECORD
           END-PERFORM
           CLOSE F06-SNAPSHOT-OUT-FILE.

      *One certification record and report line per student in
      *this term's snapshot; earlier terms' rows are carried only.
       200-CERTIFY-ONE-STUDENT.
           IF CEN-TERM(CEN-IDX) = WS-TERM-CODE
               ADD 1 TO WS-STUDENTS-CERTIFIED
               EVALUATE TRUE
                   WHEN CEN-FULL-TIME(CEN-IDX)
                       ADD 1 TO WS-FULL-TIME-COUNT
                   WHEN CEN-HALF-TIME(CEN-IDX)
                       ADD 1 TO WS-HALF-TIME-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-LESS-HALF-COUNT
               END-EVALUATE
               MOVE CEN-STUDENT-ID(CEN-IDX)  TO CRT-STUDENT-ID
               MOVE CEN-TERM(CEN-IDX)        TO CRT-TERM
               MOVE CEN-CENSUS-DATE(CEN-IDX) TO CRT-CENSUS-DATE
               MOVE CEN-CREDITS(CEN-IDX)     TO CRT-CREDITS
               MOVE CEN-STATUS(CEN-IDX)      TO CRT-STATUS
               WRITE F08-CERT-RECORD
               PERFORM 210-SET-STATUS-TEXT
               MOVE CEN-STUDENT-ID(CEN-IDX) TO W08-STUDENT-ID
               MOVE CEN-CREDITS(CEN-IDX)    TO W08-CREDITS
               MOVE WS-STATUS-TEXT          TO W08-STATUS-TEXT
               MOVE W08-DETAIL-LINE TO F10-REPORT-RECORD
               WRITE F10-REPORT-RECORD
           END-IF.

       210-SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN CEN-FULL-TIME(CEN-IDX)
                   MOVE 'FULL-TIME' TO WS-STATUS-TEXT
               WHEN CEN-HALF-TIME(CEN-IDX)
                   MOVE 'HALF-TIME' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'LESS THAN HALF-TIME' TO WS-STATUS-TEXT
           END-EVALUATE.

      *A letter goes out only for a student in this term's frozen
      *snapshot; any other request is listed on the report for the
      *registrar to answer by hand.
       300-PRINT-LETTERS.
           OPEN INPUT F07-REQUEST-FILE
           IF WS-REQUEST-FILE-STATUS = '00'
               PERFORM UNTIL WS-REQUEST-FILE-STATUS NOT = '00'
                   READ F07-REQUEST-FILE
                       AT END
                           MOVE '10' TO WS-REQUEST-FILE-STATUS
                       NOT AT END
                           PERFORM 310-PRINT-ONE-LETTER
                   END-READ
               END-PERFORM
               CLOSE F07-REQUEST-FILE
           END-IF
           IF WS-LETTERS-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       310-PRINT-ONE-LETTER.
           MOVE 'N' TO WS-CEN-FOUND-SWITCH
           IF WS-CENSUS-COUNT > 0
               SET CEN-IDX TO 1
               SEARCH CENSUS-ENTRY
                   AT END CONTINUE
                   WHEN CEN-STUDENT-ID(CEN-IDX) = REQ-STUDENT-ID
                       AND CEN-TERM(CEN-IDX) = WS-TERM-CODE
                       MOVE 'Y' TO WS-CEN-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF WS-CEN-FOUND
               PERFORM 320-WRITE-LETTER
           ELSE
               ADD 1 TO WS-LETTERS-REFUSED
               MOVE REQ-STUDENT-ID TO W11-STUDENT-ID
               MOVE REQ-RECIPIENT  TO W11-RECIPIENT
               IF WS-SNAPSHOT-NOT-DUE
                   MOVE 'CENSUS DATE NOT YET REACHED' TO W11-REASON
               ELSE
                   MOVE 'NOT REGISTERED AT CENSUS' TO W11-REASON
               END-IF
               MOVE W11-REFUSED-LINE TO F10-REPORT-RECORD
               WRITE F10-REPORT-RECORD
           END-IF.

       320-WRITE-LETTER.
           ADD 1 TO WS-LETTERS-PRINTED
           MOVE W12-LETTER-SEPARATOR TO F09-LETTER-RECORD
           WRITE F09-LETTER-RECORD
           MOVE W13-LETTER-HEADER TO F09-LETTER-RECORD
           WRITE F09-LETTER-RECORD
           MOVE SPACES TO F09-LETTER-RECORD
           WRITE F09-LETTER-RECORD
           MOVE REQ-RECIPIENT TO W14-RECIPIENT
           MOVE W14-LETTER-TO TO F09-LETTER-RECORD
           WRITE F09-LETTER-RECORD
           MOVE CEN-STUDENT-ID(CEN-IDX) TO W15-STUDENT-ID
           MOVE CEN-TERM(CEN-IDX)       TO W15-TERM
           MOVE W15-LETTER-STUDENT TO F09-LETTER-RECORD
           WRITE F09-LETTER-RECORD
           MOVE SPACES TO F09-LETTER-RECORD
           WRITE F09-LETTER-RECORD
           MOVE W16-LETTER-TEXT-1 TO F09-LETTER-RECORD
           WRITE F09-LETTER-RECORD
           MOVE CEN-CREDITS(CEN-IDX) TO W17-CREDITS
           MOVE CEN-CENSUS-DATE(CEN-IDX) TO WS-CENSUS-DATE
           MOVE WS-CENSUS-MM   TO W17-CENSUS-MM
           MOVE WS-CENSUS-DD   TO W17-CENSUS-DD
           MOVE WS-CENSUS-CCYY TO W17-CENSUS-CCYY
           MOVE W17-LETTER-TEXT-2 TO F09-LETTER-RECORD
           WRITE F09-LETTER-RECORD
           PERFORM 210-SET-STATUS-TEXT
           MOVE SPACES TO W18-LETTER-TEXT-3
           STRING 'WHICH IS '    DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY '  '
                  ' ENROLLMENT.' DELIMITED BY SIZE
               INTO W18-LETTER-TEXT-3
           MOVE W18-LETTER-TEXT-3 TO F09-LETTER-RECORD
           WRITE F09-LETTER-RECORD
           MOVE W19-LETTER-TEXT-4 TO F09-LETTER-RECORD
           WRITE F09-LETTER-RECORD
           MOVE W20-LETTER-TEXT-5 TO F09-LETTER-RECORD
           WRITE F09-LETTER-RECORD
           MOVE SPACES TO F09-LETTER-RECORD
           WRITE F09-LETTER-RECORD
           MOVE W21-LETTER-SIGNATURE TO F09-LETTER-RECORD
           WRITE F09-LETTER-RECORD.

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
           MOVE WS-STUDENTS-CERTIFIED TO OPL-RECORD-COUNT
           OPEN EXTEND F11-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F11-OPS-LOG-FILE
               CLOSE F11-OPS-LOG-FILE
               OPEN EXTEND F11-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F11-OPS-LOG-RECORD
           WRITE F11-OPS-LOG-RECORD
           CLOSE F11-OPS-LOG-FILE
           .
