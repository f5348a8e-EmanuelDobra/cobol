      *affected student goes to the registrar. Incompletes that
      *were resolved, or whose deadline has not arrived, carry
      *forward on the tracking file.
      *A grade GRDROSTR defaulted to N (not reported) is tracked
      *the same way: it resolves when the instructor's grade
      *replaces the N, and lapses to F at its deadline otherwise.
      *Each affected student is told as well as the registrar: the
      *notice is appended to notifications.dat, the standard
      *outbound notification file NOTIFY sends by the student's
      *preferred channel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                   FILE STATUS IS
                                       WS-RUN-LOCK-STATUS.

      *Standard outbound notification file, appended to by every
      *program that writes to a customer or student; NOTIFY routes
      *it and ops clears it after a clean run.
           SELECT F08-NOTIFICATION-FILE
                                   ASSIGN TO 'notifications.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-NOTIFY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-INCOMPLETE-FILE
           05  LCK-TIME            PIC 9(6).
           05  LCK-IDENTITY        PIC X(14).

      *One notice to one recipient: who produced it and when, who
      *it is for (C customer by customer ID, S student by student
      *ID, or by name and initials where there is no ID), what
      *kind of notice it is, and the subject and text to send.
       FD  F08-NOTIFICATION-FILE
           RECORD CONTAINS 237 CHARACTERS
           DATA RECORD IS F08-NOTIFICATION-RECORD.
       01  F08-NOTIFICATION-RECORD.
           05  NTF-PROGRAM         PIC X(8).
           05  NTF-DATE            PIC 9(8).
           05  NTF-RECIPIENT-TYPE  PIC X.
               88  NTF-TO-CUSTOMER     VALUE 'C'.
               88  NTF-TO-STUDENT      VALUE 'S'.
           05  NTF-RECIPIENT-ID    PIC X(6).
           05  NTF-RECIPIENT-NAME  PIC X(25).
           05  NTF-NOTICE-TYPE     PIC X(4).
           05  NTF-REFERENCE       PIC X(25).
           05  NTF-SUBJECT         PIC X(40).
           05  NTF-MESSAGE         PIC X(120).

       WORKING-STORAGE SECTION.

      *Run-lock work fields. A same-day lock younger than the
       01  WS-INCOMPLETE-FILE-STATUS PIC XX  VALUE SPACES.
       01  WS-TRANS-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-NOTIFY-FILE-STATUS   PIC XX    VALUE SPACES.

      *Every course/grade transaction in memory, updated in place
      *as incompletes lapse, then written back out. Same bound-
       01  WS-DEANS-LIST-GPA       PIC 9V99  VALUE 3.50.
       01  WS-PROBATION-GPA        PIC 9V99  VALUE 2.00.
       01  WS-STANDING             PIC X(11) VALUE SPACES.
       01  WS-NTF-GPA              PIC 9.99.

       01  NOTICE-LINE.
           05  FILLER PIC X(9)  VALUE 'STUDENT: '.
                OUTPUT F05-NOTICE-FILE
           PERFORM 200-POLICE-INCOMPLETES
           PERFORM 300-REWRITE-TRANSACTIONS
           OPEN EXTEND F08-NOTIFICATION-FILE
           IF WS-NOTIFY-FILE-STATUS = '35'
               OPEN OUTPUT F08-NOTIFICATION-FILE
               CLOSE F08-NOTIFICATION-FILE
               OPEN EXTEND F08-NOTIFICATION-FILE
           END-IF
           PERFORM 400-WRITE-NOTICES
           CLOSE F04-INCOMPLETE-OUT-FILE
                 F05-NOTICE-FILE
                 F08-NOTIFICATION-FILE
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 096-RELEASE-RUN-LOCK
           STOP RUN.
           END-IF.

      *One tracked incomplete. Resolved (the transaction no longer
      *carries 'I' or 'N') drops off the tracking file; past
      *deadline and still 'I' or 'N' lapses to F and the student
      *goes on the notice list; otherwise it carries forward.
       210-POLICE-ONE-INCOMPLETE.
           MOVE 'N' TO WS-MATCH-SWITCH
           IF W-TRANS-COUNT > 0
               WHEN WS-MATCH-SWITCH = 'N'
                   ADD 1 TO WS-RESOLVED
               WHEN TRN-GRADE(TRN-IDX) NOT = 'I'
                   AND TRN-GRADE(TRN-IDX) NOT = 'N'
                   ADD 1 TO WS-RESOLVED
               WHEN INC-DEADLINE < WS-TODAYS-DATE-8
                   MOVE 'F' TO TRN-GRADE(TRN-IDX)
           MOVE WS-GPA      TO NTC-GPA
           MOVE WS-STANDING TO NTC-STANDING
           MOVE NOTICE-LINE TO F05-NOTICE-RECORD
           WRITE F05-NOTICE-RECORD
           PERFORM 430-WRITE-NOTIFICATION.

      *The student's own copy of the notice (INCL), keyed by
      *student ID; the name comes from the student master when
      *NOTIFY routes it.
       430-WRITE-NOTIFICATION.
           MOVE SPACES                  TO F08-NOTIFICATION-RECORD
           MOVE 'INCLAPSE'              TO NTF-PROGRAM
           MOVE WS-TODAYS-DATE-8        TO NTF-DATE
           SET NTF-TO-STUDENT           TO TRUE
           MOVE AFF-STUDENT-ID(AFF-IDX) TO NTF-RECIPIENT-ID
           MOVE 'INCL'                  TO NTF-NOTICE-TYPE
           MOVE AFF-STUDENT-ID(AFF-IDX) TO NTF-REFERENCE
           MOVE 'INCOMPLETE GRADE CONVERTED TO F' TO NTF-SUBJECT
           MOVE WS-GPA                  TO WS-NTF-GPA
           STRING 'AN INCOMPLETE PASSED ITS DEADLINE UNRESOLVED AND'
                  ' IS NOW AN F. YOUR GPA IS NOW ' WS-NTF-GPA
                  ' ' WS-STANDING
               DELIMITED BY SIZE
               INTO NTF-MESSAGE
           WRITE F08-NOTIFICATION-RECORD.

      *One transaction into the student's per-course list: a course
      *not yet seen is added; a repeat keeps whichever attempt is
