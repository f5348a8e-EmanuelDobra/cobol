           END-IF.

      *Standard 4.0-scale letter-grade points, the same scale the
      *grades run compares repeats with. Transfer credit (T) is
      *only accepted at C or better, so it meets a prerequisite
      *as a C would.
       230-GRADE-VALUE.
           EVALUATE WS-GRADE-IN
               WHEN 'A'
                   MOVE 2 TO WS-GRADE-VALUE
               WHEN 'D'
                   MOVE 1 TO WS-GRADE-VALUE
               WHEN 'T'
                   MOVE 2 TO WS-GRADE-VALUE
               WHEN OTHER
                   MOVE 0 TO WS-GRADE-VALUE
           END-EVALUATE.
