      *satisfied and outstanding courses with a percent-complete
      *figure and earned credits from coursecredits.dat. GRADHOLD
      *tells us who owes money at graduation; this tells us who
      *is actually done. Every student found done - all of the
      *major's required courses passed and the minimum credits
      *earned - is also written to degreecleared.dat, rebuilt each
      *run, for the commencement run to select candidates from.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT F05-AUDIT-FILE   ASSIGN TO 'degreeaudit.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F07-CLEARED-FILE ASSIGN TO 'degreecleared.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F06-OPS-LOG-FILE ASSIGN TO 'opslog.dat'
           DATA RECORD IS F06-OPS-LOG-RECORD.
       01  F06-OPS-LOG-RECORD      PIC X(132).

      *One record per student and major cleared this run.
       FD  F07-CLEARED-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS F07-CLEARED-RECORD.
       01  F07-CLEARED-RECORD.
           05  CLR-STUDENT-ID      PIC X(5).
           05  CLR-MAJOR           PIC X(15).
           05  CLR-EARNED-CREDITS  PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-TRANSCRIPT-FILE-STATUS PIC XX  VALUE SPACES.
       01  WS-REQUIREMENT-FILE-STATUS PIC XX VALUE SPACES.

       01  RUN-COUNTERS.
           05  WS-STUDENTS-AUDITED PIC 9(4)  VALUE 0.
           05  WS-STUDENTS-CLEARED PIC 9(4)  VALUE 0.

       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY      PIC 9(4).
           05  FILLER              PIC X(19)
                 VALUE 'STUDENTS AUDITED:  '.
           05  W08-AUDITED         PIC Z,ZZ9.
           05  FILLER              PIC X(11) VALUE '  CLEARED: '.
           05  W08-CLEARED         PIC Z,ZZ9.
           05  FILLER              PIC X(60) VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
           PERFORM 130-LOAD-TRANSCRIPT
           PERFORM 140-LOAD-COURSE-CREDITS
           OPEN OUTPUT F05-AUDIT-FILE
           OPEN OUTPUT F07-CLEARED-FILE
           MOVE W04-RUN-DATE-LINE TO F05-AUDIT-RECORD
           WRITE F05-AUDIT-RECORD
           MOVE W05-TITLE-LINE TO F05-AUDIT-RECORD
           MOVE SPACES TO F05-AUDIT-RECORD
           WRITE F05-AUDIT-RECORD
           MOVE WS-STUDENTS-AUDITED TO W08-AUDITED
           MOVE WS-STUDENTS-CLEARED TO W08-CLEARED
           MOVE W08-TRAILER-LINE TO F05-AUDIT-RECORD
           WRITE F05-AUDIT-RECORD
           CLOSE F05-AUDIT-FILE
           CLOSE F07-CLEARED-FILE
           PERFORM 900-WRITE-OPERATIONS-LOG
           STOP RUN.

           MOVE WS-MIN-CREDITS          TO W06-MIN-CREDITS
           MOVE W06-STUDENT-LINE TO F05-AUDIT-RECORD
           WRITE F05-AUDIT-RECORD
           PERFORM 270-LIST-REQUIREMENTS
      *A major with no requirements on file clears no one.
           IF WS-REQS-FOR-MAJOR > 0
               AND WS-REQS-SATISFIED = WS-REQS-FOR-MAJOR
               AND WS-EARNED-CREDITS >= WS-MIN-CREDITS
               ADD 1 TO WS-STUDENTS-CLEARED
               MOVE MJR-STUDENT-ID(MJR-IDX) TO CLR-STUDENT-ID
               MOVE MJR-MAJOR(MJR-IDX)      TO CLR-MAJOR
               MOVE WS-EARNED-CREDITS       TO CLR-EARNED-CREDITS
               WRITE F07-CLEARED-RECORD
           END-IF.

      *Every passed transcript row (A through D, or T for transfer
      *credit XFERPOST accepted) earns the course's credit hours; a
      *course not on the credit table earns nothing until it is set
      *up.
       250-SUM-EARNED-CREDITS.
           MOVE 0 TO WS-EARNED-CREDITS
           PERFORM VARYING ROW-IDX FROM 1 BY 1
                   AND (ROW-GRADE(ROW-IDX) = 'A'
                        OR ROW-GRADE(ROW-IDX) = 'B'
                        OR ROW-GRADE(ROW-IDX) = 'C'
                        OR ROW-GRADE(ROW-IDX) = 'D'
                        OR ROW-GRADE(ROW-IDX) = 'T')
      *A course already passed on an earlier transcript row is a
      *retake and earns nothing more - the same distinct-course
      *rule the requirement check applies.
                           AND (ROW-GRADE(WS-PRIOR-SUB) = 'A'
                                OR ROW-GRADE(WS-PRIOR-SUB) = 'B'
                                OR ROW-GRADE(WS-PRIOR-SUB) = 'C'
                                OR ROW-GRADE(WS-PRIOR-SUB) = 'D'
                                OR ROW-GRADE(WS-PRIOR-SUB) = 'T')
                           SET WS-DUP-PASS TO TRUE
                       END-IF
                   END-PERFORM
           END-PERFORM.

      *A requirement is satisfied by any passed attempt at the
      *course on the student's transcript, transfer credit
      *included.
       265-CHECK-ONE-REQUIREMENT.
           MOVE 'N' TO WS-SATISFIED-SWITCH
           PERFORM VARYING ROW-IDX FROM 1 BY 1
                   AND (ROW-GRADE(ROW-IDX) = 'A'
                        OR ROW-GRADE(ROW-IDX) = 'B'
                        OR ROW-GRADE(ROW-IDX) = 'C'
                        OR ROW-GRADE(ROW-IDX) = 'D'
                        OR ROW-GRADE(ROW-IDX) = 'T')
                   SET WS-SATISFIED TO TRUE
               END-IF
           END-PERFORM.
