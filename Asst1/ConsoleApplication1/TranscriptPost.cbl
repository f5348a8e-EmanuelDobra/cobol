      *per-student, across-terms master the transcript print
      *program reads. Run once at the end of each term, after the
      *grades run has settled.
      *A term with any grade still blank is held - nothing posts
      *and the run ends with the threshold condition code - until
      *every grade is reported, GRDROSTR has defaulted the missing
      *ones to N, or the registrar signs the term off as reported
      *in gradesignoff.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TERM-FILE-STATUS.

      *Same 14-byte registrar sign-off file GRDROSTR reads.
           SELECT F05-SIGNOFF-FILE ASSIGN TO 'gradesignoff.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-SIGNOFF-FILE-STATUS.

      *Cumulative transcript master, appended to each term.
           SELECT F03-TRANSCRIPT-FILE
                                   ASSIGN TO 'transcript.dat'
           05  F01-COURSE          PIC X(7).
           05  F01-GRADE           PIC X.

      *The grade deadline that follows the term code is GRDROSTR's;
      *posting is held on missing grades, not on the date.
       FD  F02-TERM-FILE
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS F02-TERM-RECORD.
       01  F02-TERM-RECORD.
           05  F02-TERM-CODE       PIC X(5).
           05  F02-GRADE-DEADLINE  PIC 9(8).

       FD  F05-SIGNOFF-FILE
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS F05-SIGNOFF-RECORD.
       01  F05-SIGNOFF-RECORD.
           05  SGN-TERM            PIC X(5).
           05  SGN-ACTION          PIC X.
           05  SGN-DATE            PIC 9(8).

       FD  F03-TRANSCRIPT-FILE
           RECORD CONTAINS 18 CHARACTERS
       01  WS-TERM-FILE-STATUS       PIC XX    VALUE SPACES.
       01  WS-TRANSCRIPT-FILE-STATUS PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS     PIC XX    VALUE SPACES.
       01  WS-SIGNOFF-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-GRADES-MISSING         PIC 9(5)  VALUE 0.
       01  WS-SIGNED-OFF-SWITCH      PIC X     VALUE 'N'.
           88  WS-SIGNED-OFF                   VALUE 'Y'.

      *The term stamped onto each posted record; UNKWN stands out
      *on a transcript if the registrar forgot the term file.
       PROCEDURE DIVISION.
           PERFORM 097-CAPTURE-START-TIME
           PERFORM 100-READ-TERM-CODE
           PERFORM 110-COUNT-MISSING-GRADES
           IF WS-GRADES-MISSING > 0
               PERFORM 120-READ-SIGNOFF
           END-IF
           IF WS-GRADES-MISSING > 0 AND NOT WS-SIGNED-OFF
               DISPLAY 'GRADPOST HELD - ' WS-GRADES-MISSING
                   ' GRADES NOT REPORTED FOR TERM ' WS-TERM-CODE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND F03-TRANSCRIPT-FILE
               IF WS-TRANSCRIPT-FILE-STATUS = '35'
                   OPEN OUTPUT F03-TRANSCRIPT-FILE
                   CLOSE F03-TRANSCRIPT-FILE
                   OPEN EXTEND F03-TRANSCRIPT-FILE
               END-IF
               PERFORM 200-POST-TRANSACTIONS
               CLOSE F03-TRANSCRIPT-FILE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           STOP RUN.

               CLOSE F02-TERM-FILE
           END-IF.

      *A blank grade is one the instructor has not reported.
       110-COUNT-MISSING-GRADES.
           OPEN INPUT F01-TRANS-FILE
           IF WS-TRANS-FILE-STATUS = '00'
               PERFORM UNTIL WS-TRANS-FILE-STATUS NOT = '00'
                   READ F01-TRANS-FILE
                       AT END
                           MOVE '10' TO WS-TRANS-FILE-STATUS
                       NOT AT END
                           IF F01-GRADE = SPACE
                               ADD 1 TO WS-GRADES-MISSING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F01-TRANS-FILE
           END-IF.

      *Only a sign-off as reported (S) releases a term with blanks;
      *a default sign-off (D) releases it once GRDROSTR's N grades
      *have replaced the blanks on the transaction file.
       120-READ-SIGNOFF.
           OPEN INPUT F05-SIGNOFF-FILE
           IF WS-SIGNOFF-FILE-STATUS = '00'
               PERFORM UNTIL WS-SIGNOFF-FILE-STATUS NOT = '00'
                   READ F05-SIGNOFF-FILE
                       AT END
                           MOVE '10' TO WS-SIGNOFF-FILE-STATUS
                       NOT AT END
                           IF SGN-TERM = WS-TERM-CODE
                               IF SGN-ACTION = 'S'
                                   MOVE 'Y' TO WS-SIGNED-OFF-SWITCH
                               ELSE
                                   IF SGN-ACTION = 'D'
                                       MOVE 'N'
                                           TO WS-SIGNED-OFF-SWITCH
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F05-SIGNOFF-FILE
           END-IF.

       200-POST-TRANSACTIONS.
           OPEN INPUT F01-TRANS-FILE
           IF WS-TRANS-FILE-STATUS = '00'
