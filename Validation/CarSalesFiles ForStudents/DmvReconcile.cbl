      *exception report of rejected transfers and transfers still
      *open past a parameterized age - so the title clerk works a
      *list instead of a hunch.
      *The age counts calendar days unless dmvparams.dat asks for
      *business days, when weekends and the company holidays on
      *the shared calendar (bizcalendar.dat) - the days neither
      *the DMV nor the title desk handles mail - do not count.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.

      *Shared holiday and branch-closure calendar PARMMNT keeps,
      *read only when the age counts business days.
           SELECT F10-CALENDAR-FILE
               ASSIGN TO "bizcalendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
           DATA RECORD IS F05-EXCEPTION-RECORD.
       01  F05-EXCEPTION-RECORD        PIC X(100).

      *The age limit, then whether it is business days ('B') or
      *calendar days; the old 3-byte record reads as calendar.
       FD  F06-PARAMETER-FILE
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS F06-PARM-RECORD.
       01  F06-PARM-RECORD.
           05  PARM-AGE-LIMIT-DAYS     PIC 9(3).
           05  PARM-DAY-BASIS          PIC X.

      *One line is appended here at the end of every run, across
      *every program in the suite.
           05  LCK-TIME            PIC 9(6).
           05  LCK-IDENTITY        PIC X(14).

      *One closed day: the date, the branch or college it closes
      *(blank for the whole company), and what it is.
       FD  F10-CALENDAR-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS F10-CALENDAR-RECORD.
       01  F10-CALENDAR-RECORD.
           05  CAL-IN-DATE             PIC 9(8).
           05  CAL-IN-LOCATION         PIC X(4).
           05  CAL-IN-DESCRIPTION      PIC X(30).

       WORKING-STORAGE SECTION.

      *Run-lock work fields. A same-day lock younger than the
       01  WS-PARAM-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS          PIC XX   VALUE SPACES.
       01  WS-CALENDAR-FILE-STATUS     PIC XX   VALUE SPACES.

      *Days before an unacknowledged transfer is an exception,
      *overlaid from dmvparams.dat when the clerk has dropped one
      *off.
       01  W-AGE-LIMIT-DAYS            PIC 9(3) VALUE 30.
       01  W-DAY-BASIS                 PIC X    VALUE 'C'.
           88  W-BUSINESS-DAYS             VALUE 'B'.

      *Company-wide closed days, as day numbers (INTEGER-OF-DATE).
      *Day 1 - 1 January 1601 - was a Monday, so the weekday falls
      *out of the remainder by seven.
       01  MAX-CALENDAR-DAYS           PIC 9(4) VALUE 1000.
       01  CALENDAR-TABLE-AREA.
           05  W-CALENDAR-COUNT        PIC 9(4) VALUE 0.
           05  CALENDAR-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON W-CALENDAR-COUNT
                   INDEXED BY CAL-IDX.
               10  CAL-DAY-NUMBER      PIC 9(7).
       01  W-BDC-FROM-DAY              PIC 9(7) VALUE 0.
       01  W-BDC-TO-DAY                PIC 9(7) VALUE 0.
       01  W-BDC-TEST-DAY              PIC 9(7) VALUE 0.
       01  W-BDC-DAYS                  PIC S9(5) VALUE 0.
       01  W-BDC-WEEKDAY               PIC 9    VALUE 0.
       01  W-BDC-OPEN-SWITCH           PIC X    VALUE 'Y'.
           88  W-BDC-OPEN-DAY              VALUE 'Y'.
           88  W-BDC-CLOSED-DAY            VALUE 'N'.

      *Unacknowledged transfers held in memory, flagged as acks
      *and cancellations retire them.
           PERFORM 097-CAPTURE-START-TIME
           PERFORM 099-GET-TODAYS-DATE
           PERFORM 105-READ-AGE-PARAMETER
           IF W-BUSINESS-DAYS
               PERFORM 106-LOAD-BUSINESS-CALENDAR
           END-IF
           PERFORM 110-LOAD-OPEN-TRANSFERS
           PERFORM 200-FOLD-IN-TODAYS-FEED
           OPEN OUTPUT F05-EXCEPTION-FILE
                           MOVE PARM-AGE-LIMIT-DAYS
                               TO W-AGE-LIMIT-DAYS
                       END-IF
                       IF PARM-DAY-BASIS = 'B'
                           MOVE 'B' TO W-DAY-BASIS
                       END-IF
               END-READ
               CLOSE F06-PARAMETER-FILE
           END-IF
           .

      *Company-wide closed days from the shared calendar; a
      *branch or college closure does not hold up the DMV. No
      *calendar file means only weekends are closed.
       106-LOAD-BUSINESS-CALENDAR.
           OPEN INPUT F10-CALENDAR-FILE
           IF WS-CALENDAR-FILE-STATUS = '00'
               PERFORM UNTIL WS-CALENDAR-FILE-STATUS NOT = '00'
                   READ F10-CALENDAR-FILE
                       AT END
                           MOVE '10' TO WS-CALENDAR-FILE-STATUS
                       NOT AT END
                           IF CAL-IN-DATE IS NUMERIC
                              AND CAL-IN-DATE > 16010101
                              AND CAL-IN-LOCATION = SPACES
                              AND W-CALENDAR-COUNT < MAX-CALENDAR-DAYS
                               ADD 1 TO W-CALENDAR-COUNT
                               COMPUTE CAL-DAY-NUMBER
                                   (W-CALENDAR-COUNT) =
                                   FUNCTION INTEGER-OF-DATE
                                       (CAL-IN-DATE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F10-CALENDAR-FILE
           END-IF
           .

       110-LOAD-OPEN-TRANSFERS.
           OPEN INPUT F03-OPEN-IN-FILE
           IF WS-OPEN-IN-STATUS = '00'
           END-IF
           .

      *Each feed record opens a transfer awaiting acknowledgment -
      *a repossession record, flagged 'R' by REPOPOST, opens the
      *title transfer back to the dealership the same way, and so
      *does a lien release, flagged 'L' by FINPOST when a note is
      *paid out; a cancellation record from a reversed deal retires its
      *transfer instead - the DMV never needs to answer it.
       200-FOLD-IN-TODAYS-FEED.
           OPEN INPUT F01-DMV-FEED-FILE
       410-AGE-ONE-TRANSFER.
           IF TRF-STILL-OPEN(TRF-IDX)
               AND TRF-SALE-DATE(TRF-IDX) > 0
               IF W-BUSINESS-DAYS
                   COMPUTE W-BDC-FROM-DAY =
                       FUNCTION INTEGER-OF-DATE(TRF-SALE-DATE(TRF-IDX))
                   COMPUTE W-BDC-TO-DAY =
                       FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-8)
                   PERFORM 420-COUNT-BUSINESS-DAYS
                   MOVE W-BDC-DAYS TO W-DAYS-OPEN
               ELSE
                   COMPUTE W-DAYS-OPEN =
                       FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-8) -
                       FUNCTION INTEGER-OF-DATE(TRF-SALE-DATE(TRF-IDX))
               END-IF
               IF W-DAYS-OPEN > W-AGE-LIMIT-DAYS
                   ADD 1 TO W-AGED-OPEN
                   MOVE TRF-INVOICE(TRF-IDX)   TO EXC-INVOICE
           END-IF
           .

      *Business days after W-BDC-FROM-DAY up to and including
      *W-BDC-TO-DAY: weekdays the calendar does not close.
       420-COUNT-BUSINESS-DAYS.
           MOVE 0 TO W-BDC-DAYS
           MOVE W-BDC-FROM-DAY TO W-BDC-TEST-DAY
           PERFORM UNTIL W-BDC-TEST-DAY >= W-BDC-TO-DAY
               ADD 1 TO W-BDC-TEST-DAY
               SET W-BDC-OPEN-DAY TO TRUE
               COMPUTE W-BDC-WEEKDAY =
                   FUNCTION MOD(W-BDC-TEST-DAY - 1, 7) + 1
               IF W-BDC-WEEKDAY > 5
                   SET W-BDC-CLOSED-DAY TO TRUE
               ELSE
                   IF W-CALENDAR-COUNT > 0
                       SET CAL-IDX TO 1
                       SEARCH CALENDAR-ENTRY
                           AT END CONTINUE
                           WHEN CAL-DAY-NUMBER(CAL-IDX)
                               = W-BDC-TEST-DAY
                               SET W-BDC-CLOSED-DAY TO TRUE
                       END-SEARCH
                   END-IF
               END-IF
               IF W-BDC-OPEN-DAY
                   ADD 1 TO W-BDC-DAYS
               END-IF
           END-PERFORM
           .

      *Writes the carried-forward master: every transfer still
      *awaiting its acknowledgment.
       500-REWRITE-OPEN-MASTER.
