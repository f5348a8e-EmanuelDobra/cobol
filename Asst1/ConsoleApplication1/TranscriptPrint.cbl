      *rebuild from filing cabinets every week. The master is
      *sorted by student and term first so each student's terms
      *come out together, whatever order the postings landed in.
      *Transfer credit XFERPOST posts (term TRANS, grade T) prints
      *as its own block after the student's real terms and is left
      *out of every GPA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  W08-CUM-GPA      PIC 9.99.
           05  FILLER PIC X(39) VALUE SPACES.

       01  W09-TRANSFER-GPA-LINE.
           05  FILLER PIC X(4)  VALUE SPACES.
           05  FILLER PIC X(27)
                 VALUE 'TRANSFER CREDIT - NO GPA   '.
           05  FILLER PIC X(16) VALUE 'CUMULATIVE GPA: '.
           05  W09-CUM-GPA      PIC 9.99.
           05  FILLER PIC X(29) VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
       01  WS-RUN-START-TIME.
           ELSE
               MOVE 0 TO WS-CUM-GPA
           END-IF
           IF WS-PRIOR-TERM = 'TRANS'
               MOVE WS-CUM-GPA  TO W09-CUM-GPA
               MOVE W09-TRANSFER-GPA-LINE TO F02-PRINT-LINE-RECORD
           ELSE
               MOVE WS-TERM-GPA TO W08-TERM-GPA
               MOVE WS-CUM-GPA  TO W08-CUM-GPA
               MOVE W08-TERM-GPA-LINE TO F02-PRINT-LINE-RECORD
           END-IF
           WRITE F02-PRINT-LINE-RECORD.

       240-PRINT-ONE-COURSE.
           MOVE SD-GRADE  TO W07-GRADE
           MOVE W07-COURSE-LINE TO F02-PRINT-LINE-RECORD
           WRITE F02-PRINT-LINE-RECORD
           IF SD-GRADE NOT = 'T'
               ADD 1 TO WS-TERM-COURSES
               ADD 1 TO WS-CUM-COURSES
               PERFORM 250-ADD-GRADE-POINTS
           END-IF.

      *Standard 4.0-scale letter-grade points, the same weights the
      *grades run uses.
