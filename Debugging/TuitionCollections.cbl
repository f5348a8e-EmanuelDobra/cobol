      *the same DiplomaHolds.dat list GRADHOLD produces - so
      *chasing money is a system cycle rather than a memory
      *exercise. A balance paid off drops its dunning status.
      *The past-due window is calendar days unless dunparams.dat
      *asks for business days, when weekends, company holidays
      *and closures of the student's own college (bizcalendar.dat)
      *do not count toward it - a bill that ages over the winter
      *closure does not draw a letter for days the bursar's
      *office was shut.
      *Each letter is also written to notifications.dat, the
      *standard outbound notification file NOTIFY sends by e-mail,
      *text or post as the student prefers. The balance master
      *carries no student ID, so the notice names the student by
      *last name and initials for NOTIFY to match.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                    FILE STATUS IS
                                        WS-RUN-LOCK-STATUS.

      *The past-due window and the day basis it is counted in;
      *the built-in 30 calendar days stand when it is absent.
           SELECT DUNNING-PARM-FILE ASSIGN TO 'dunparams.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-DUNNING-PARM-STATUS.

      *Shared holiday and branch-closure calendar PARMMNT keeps,
      *read only when the window counts business days.
           SELECT CALENDAR-FILE     ASSIGN TO 'bizcalendar.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-CALENDAR-FILE-STATUS.

      *Standard outbound notification file, appended to by every
      *program that writes to a customer or student; NOTIFY routes
      *it and ops clears it after a clean run.
           SELECT NOTIFICATION-FILE ASSIGN TO 'notifications.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-NOTIFY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Same 46-byte layout TUITPAY carries the balance master with.
           05  LCK-TIME            PIC 9(6).
           05  LCK-IDENTITY        PIC X(14).

       FD  DUNNING-PARM-FILE
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS DUNNING-PARM-RECORD.
       01  DUNNING-PARM-RECORD.
           05  DPR-PAST-DUE-DAYS    PIC 9(3).
           05  DPR-DAY-BASIS        PIC X.

      *One closed day: the date, the branch or college it closes
      *(blank for the whole company), and what it is.
       FD  CALENDAR-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS CALENDAR-RECORD.
       01  CALENDAR-RECORD.
           05  CAL-IN-DATE          PIC 9(8).
           05  CAL-IN-LOCATION      PIC X(4).
           05  CAL-IN-DESCRIPTION   PIC X(30).

      *One notice to one recipient: who produced it and when, who
      *it is for (C customer by customer ID, S student by student
      *ID, or by name and initials where there is no ID), what
      *kind of notice it is, and the subject and text to send.
       FD  NOTIFICATION-FILE
           RECORD CONTAINS 237 CHARACTERS
           DATA RECORD IS NOTIFICATION-RECORD.
       01  NOTIFICATION-RECORD.
           05  NTF-PROGRAM          PIC X(8).
           05  NTF-DATE             PIC 9(8).
           05  NTF-RECIPIENT-TYPE   PIC X.
               88  NTF-TO-CUSTOMER      VALUE 'C'.
               88  NTF-TO-STUDENT       VALUE 'S'.
           05  NTF-RECIPIENT-ID     PIC X(6).
           05  NTF-RECIPIENT-NAME.
               10  NTF-LAST-NAME    PIC X(15).
               10  NTF-INITIALS     PIC XX.
               10  FILLER           PIC X(8).
           05  NTF-NOTICE-TYPE      PIC X(4).
           05  NTF-REFERENCE        PIC X(25).
           05  NTF-SUBJECT          PIC X(40).
           05  NTF-MESSAGE          PIC X(120).

       WORKING-STORAGE SECTION.

      *Run-lock work fields. A same-day lock younger than the
       01  WS-DUNNING-IN-STATUS     PIC XX    VALUE SPACES.
       01  WS-HOLD-FILE-STATUS      PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-NOTIFY-FILE-STATUS    PIC XX    VALUE SPACES.

      *Days a balance must be open before the cycle starts moving,
      *and whether they are business days ('B') or calendar days.
       01  WS-DUNNING-PARM-STATUS   PIC XX    VALUE SPACES.
       01  WS-PAST-DUE-DAYS         PIC 9(3)  VALUE 30.
       01  WS-DAY-BASIS             PIC X     VALUE 'C'.
           88  WS-BUSINESS-DAYS               VALUE 'B'.

      *Business-day work fields. Days are carried as day numbers
      *(INTEGER-OF-DATE), where day 1 - 1 January 1601 - was a
      *Monday, so the weekday falls out of the remainder by seven.
      *A calendar entry with a blank location closes every college.
       01  WS-CALENDAR-FILE-STATUS  PIC XX    VALUE SPACES.
       01  MAX-CALENDAR-DAYS        PIC 9(4)  VALUE 1000.
       01  CALENDAR-TABLE-AREA.
           05  WS-CALENDAR-COUNT    PIC 9(4)  VALUE 0.
           05  CALENDAR-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-CALENDAR-COUNT
                   INDEXED BY CAL-IDX.
               10  CAL-DAY-NUMBER   PIC 9(7).
               10  CAL-LOCATION     PIC X(4).
       01  WS-BDC-LOCATION          PIC X(4)  VALUE SPACES.
       01  WS-BDC-FROM-DAY          PIC 9(7)  VALUE 0.
       01  WS-BDC-TO-DAY            PIC 9(7)  VALUE 0.
       01  WS-BDC-TEST-DAY          PIC 9(7)  VALUE 0.
       01  WS-BDC-DAYS              PIC S9(5) VALUE 0.
       01  WS-BDC-WEEKDAY           PIC 9     VALUE 0.
       01  WS-BDC-OPEN-SWITCH       PIC X     VALUE 'Y'.
           88  WS-BDC-OPEN-DAY                VALUE 'Y'.
           88  WS-BDC-CLOSED-DAY              VALUE 'N'.

      *The dunning master in memory, flagged as balances touch it.
       01  MAX-DUNNING-STUDENTS     PIC 9(4)  VALUE 2000.
           05  WS-TODAYS-DD         PIC 9(2).
       01  WS-TODAYS-DATE-8         PIC 9(8)  VALUE 0.
       01  WS-DAYS-OPEN             PIC S9(5) VALUE 0.
       01  WS-NTF-MESSAGE-WORK      PIC X(120) VALUE SPACES.

       01  RUN-COUNTERS.
           05  WS-NOTICE1-SENT      PIC 9(4)  VALUE 0.
           PERFORM TAKE-RUN-LOCK
           PERFORM CAPTURE-START-TIME
           PERFORM GET-TODAYS-DATE
           PERFORM READ-DUNNING-PARMS
           IF WS-BUSINESS-DAYS
               PERFORM LOAD-BUSINESS-CALENDAR
           END-IF
           PERFORM CHECK-BALANCE-SEAL
           PERFORM LOAD-DUNNING-MASTER
           OPEN OUTPUT LETTER-FILE
               CLOSE HOLD-FILE
               OPEN EXTEND HOLD-FILE
           END-IF
           OPEN EXTEND NOTIFICATION-FILE
           IF WS-NOTIFY-FILE-STATUS = '35'
               OPEN OUTPUT NOTIFICATION-FILE
               CLOSE NOTIFICATION-FILE
               OPEN EXTEND NOTIFICATION-FILE
           END-IF
           PERFORM WRITE-REGISTER-HEADINGS
           PERFORM WORK-THE-BALANCES
           PERFORM REWRITE-DUNNING-MASTER
           CLOSE LETTER-FILE
                 REGISTER-FILE
                 HOLD-FILE
                 NOTIFICATION-FILE
           PERFORM WRITE-OPERATIONS-LOG
           PERFORM RELEASE-RUN-LOCK
           STOP RUN.
           MOVE WS-TODAYS-DD   TO RDL-RUN-DD
           MOVE WS-TODAYS-CCYY TO RDL-RUN-CCYY.

      *A window that is not numeric, or is zero, leaves the
      *built-in default in force.
       READ-DUNNING-PARMS.
           OPEN INPUT DUNNING-PARM-FILE
           IF WS-DUNNING-PARM-STATUS = '00'
               READ DUNNING-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DPR-PAST-DUE-DAYS IS NUMERIC
                          AND DPR-PAST-DUE-DAYS > 0
                           MOVE DPR-PAST-DUE-DAYS TO WS-PAST-DUE-DAYS
                       END-IF
                       IF DPR-DAY-BASIS = 'B'
                           MOVE 'B' TO WS-DAY-BASIS
                       END-IF
               END-READ
               CLOSE DUNNING-PARM-FILE
           END-IF.

      *Closed days from the shared calendar. No calendar file
      *means only weekends are closed.
       LOAD-BUSINESS-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-FILE-STATUS = '00'
               PERFORM UNTIL WS-CALENDAR-FILE-STATUS NOT = '00'
                   READ CALENDAR-FILE
                       AT END
                           MOVE '10' TO WS-CALENDAR-FILE-STATUS
                       NOT AT END
                           IF CAL-IN-DATE IS NUMERIC
                              AND CAL-IN-DATE > 16010101
                              AND WS-CALENDAR-COUNT
                                  < MAX-CALENDAR-DAYS
                               ADD 1 TO WS-CALENDAR-COUNT
                               COMPUTE CAL-DAY-NUMBER
                                   (WS-CALENDAR-COUNT) =
                                   FUNCTION INTEGER-OF-DATE
                                       (CAL-IN-DATE)
                               MOVE CAL-IN-LOCATION
                                   TO CAL-LOCATION(WS-CALENDAR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       LOAD-DUNNING-MASTER.
           OPEN INPUT DUNNING-IN-FILE
           IF WS-DUNNING-IN-STATUS = '00'
      *notice and hold - and re-running the cycle the same day
      *does not stack another advance (the notice date gates it).
       AGE-AND-ADVANCE.
           EVALUATE TRUE
               WHEN BAL-BILL-DATE = 0
                   MOVE 0 TO WS-DAYS-OPEN
               WHEN WS-BUSINESS-DAYS
                   COMPUTE WS-BDC-FROM-DAY =
                       FUNCTION INTEGER-OF-DATE(BAL-BILL-DATE)
                   COMPUTE WS-BDC-TO-DAY =
                       FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-8)
                   MOVE BAL-COLLEGE-CODE TO WS-BDC-LOCATION
                   PERFORM COUNT-BUSINESS-DAYS
                   MOVE WS-BDC-DAYS TO WS-DAYS-OPEN
               WHEN OTHER
                   COMPUTE WS-DAYS-OPEN =
                       FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-8) -
                       FUNCTION INTEGER-OF-DATE(BAL-BILL-DATE)
           END-EVALUATE
           IF WS-DAYS-OPEN > WS-PAST-DUE-DAYS
               IF WS-DUN-NOT-FOUND
                   AND WS-DUNNING-COUNT < MAX-DUNNING-STUDENTS
               END-IF
           END-IF.

      *Business days after WS-BDC-FROM-DAY up to and including
      *WS-BDC-TO-DAY, for the college in WS-BDC-LOCATION.
       COUNT-BUSINESS-DAYS.
           MOVE 0 TO WS-BDC-DAYS
           MOVE WS-BDC-FROM-DAY TO WS-BDC-TEST-DAY
           PERFORM UNTIL WS-BDC-TEST-DAY >= WS-BDC-TO-DAY
               ADD 1 TO WS-BDC-TEST-DAY
               PERFORM TEST-BUSINESS-DAY
               IF WS-BDC-OPEN-DAY
                   ADD 1 TO WS-BDC-DAYS
               END-IF
           END-PERFORM.

      *A weekday is open unless the calendar closes it for the
      *whole company or for this college.
       TEST-BUSINESS-DAY.
           SET WS-BDC-OPEN-DAY TO TRUE
           COMPUTE WS-BDC-WEEKDAY =
               FUNCTION MOD(WS-BDC-TEST-DAY - 1, 7) + 1
           IF WS-BDC-WEEKDAY > 5
               SET WS-BDC-CLOSED-DAY TO TRUE
           ELSE
               IF WS-CALENDAR-COUNT > 0
                   SET CAL-IDX TO 1
                   SEARCH CALENDAR-ENTRY
                       AT END CONTINUE
                       WHEN CAL-DAY-NUMBER(CAL-IDX) = WS-BDC-TEST-DAY
                           AND (CAL-LOCATION(CAL-IDX) = SPACES
                             OR CAL-LOCATION(CAL-IDX)
                                 = WS-BDC-LOCATION)
                           SET WS-BDC-CLOSED-DAY TO TRUE
                   END-SEARCH
               END-IF
           END-IF.

       SEND-NOTICE.
           MOVE BAL-LAST-NAME TO RGD-LAST-NAME LTR-LAST-NAME
           MOVE BAL-INITIALS  TO RGD-INITIALS  LTR-INITIALS
           IF DUN-LEVEL(DUN-IDX) = 3
               WRITE LETTER-RECORD FROM LTR-FINAL-LINE
               PERFORM PLACE-HOLD
           END-IF
           PERFORM WRITE-NOTIFICATION.

      *The student's copy of the letter (DUN1, DUN2 or DUN3),
      *keyed by the bill date so a later bill's cycle is a new
      *notice.
       WRITE-NOTIFICATION.
           MOVE SPACES           TO NOTIFICATION-RECORD
           MOVE 'TUITCOLL'       TO NTF-PROGRAM
           MOVE WS-TODAYS-DATE-8 TO NTF-DATE
           SET NTF-TO-STUDENT    TO TRUE
           MOVE BAL-LAST-NAME    TO NTF-LAST-NAME
           MOVE BAL-INITIALS     TO NTF-INITIALS
           STRING 'DUN' DUN-LEVEL(DUN-IDX)
               DELIMITED BY SIZE
               INTO NTF-NOTICE-TYPE
           MOVE BAL-BILL-DATE    TO NTF-REFERENCE
           STRING 'TUITION ' FUNCTION TRIM(LTR-LEVEL-TEXT)
                  ' - BALANCE PAST DUE'
               DELIMITED BY SIZE
               INTO NTF-SUBJECT
           STRING FUNCTION TRIM(LTR-LEVEL-TEXT) ': YOUR TUITION'
                  ' BALANCE OF $' FUNCTION TRIM(LTR-AMOUNT)
                  ' IS PAST DUE. PLEASE PAY THE BURSAR''S OFFICE.'
               DELIMITED BY SIZE
               INTO NTF-MESSAGE
           IF DUN-LEVEL(DUN-IDX) = 3
               MOVE NTF-MESSAGE TO WS-NTF-MESSAGE-WORK
               MOVE SPACES TO NTF-MESSAGE
               STRING FUNCTION TRIM(WS-NTF-MESSAGE-WORK)
                      ' A DIPLOMA HOLD NOW APPLIES.'
                   DELIMITED BY SIZE
                   INTO NTF-MESSAGE
           END-IF
           WRITE NOTIFICATION-RECORD.

      *Final notice lands the student on the same hold list
      *GRADHOLD maintains, marked as a collections hold.
