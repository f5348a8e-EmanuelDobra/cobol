       IDENTIFICATION DIVISION.
       PROGRAM-ID.      RESCANCL.

      *Reservation cancellation run. The phone desk keys each
      *customer's cancellation call onto rescancels.dat - the
      *booking (customer, car type, pickup date) and when the call
      *came in. This run takes the booking off reservations.dat
      *before RESMATCH sees it, so a cancelled booking is never
      *reported and billed as a no-show, and prices the
      *cancellation by the notice given: free with at least the
      *desk's free-notice hours before pickup, the late
      *cancellation fee inside that window, and the full no-show
      *fee once the pickup time has passed. Reservations carry a
      *pickup date only, so the pickup is taken to fall at the
      *desk's standard pickup hour. Every cancellation goes on the
      *cancellation register and on cancellations.dat, which
      *NOSHOWBL invoices the fees from and OVERBOOK nets out of
      *projected demand; a cancellation matching no booking is
      *listed and sets the exception condition code.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Cancellations keyed by the phone desk since the last run;
      *absent when there are none.
           SELECT F01-CANCEL-FILE
               ASSIGN TO "rescancels.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANCEL-FILE-STATUS.

           SELECT F02-RESERVATION-FILE
               ASSIGN TO "reservations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVATION-FILE-STATUS.

      *The reservations less tonight's cancellations. The
      *overnight procedure moves it over reservations.dat once the
      *run ends clean, ahead of RESMATCH.
           SELECT F03-RESERVATION-OUT-FILE
               ASSIGN TO "reservations.new"
               ORGANIZATION IS LINE SEQUENTIAL.

      *No-show fee and the cancellation windows, desk-controlled
      *the same way rentalparams.dat is; the built-in defaults are
      *kept when the file is absent.
           SELECT F04-PARAMETER-FILE
               ASSIGN TO "noshowparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

           SELECT F05-REGISTER-FILE
               ASSIGN TO "cancelregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Tonight's cancellations, priced, for NOSHOWBL and OVERBOOK.
           SELECT F06-CANCELLED-FILE
               ASSIGN TO "cancellations.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F07-OPS-LOG-FILE
               ASSIGN TO "opslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Machine-readable control totals for the nightly balancing
      *run.
           SELECT F08-CONTROL-TOTAL-FILE
               ASSIGN TO "controltotals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT F09-RUN-LOCK-FILE
               ASSIGN TO "runlock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *A blank car type cancels the customer's booking for that
      *pickup date whatever type was booked.
       FD  F01-CANCEL-FILE
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS F01-CANCEL-RECORD.
       01  F01-CANCEL-RECORD.
           05  CXL-CUSTOMER-ID          PIC 9(6).
           05  CXL-CAR-TYPE             PIC X.
           05  CXL-PICKUP-DATE          PIC 9(8).
           05  CXL-CALL-DATE            PIC 9(8).
           05  CXL-CALL-TIME.
               10  CXL-CALL-HH          PIC 99.
               10  CXL-CALL-MM          PIC 99.

      *Same 22-byte layout RESMATCH reads and carries forward.
       FD  F02-RESERVATION-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS F02-RESERVATION-RECORD.
       01  F02-RESERVATION-RECORD.
           05  RSV-CUSTOMER-ID          PIC 9(6).
           05  RSV-CAR-TYPE             PIC X.
           05  RSV-PICKUP-DATE          PIC 9(8).
           05  RSV-AGENT-CODE           PIC X(6).
           05  RSV-CONFIRMED            PIC X.

       FD  F03-RESERVATION-OUT-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS F03-RESERVATION-OUT-RECORD.
       01  F03-RESERVATION-OUT-RECORD.
           05  OUT-CUSTOMER-ID          PIC 9(6).
           05  OUT-CAR-TYPE             PIC X.
           05  OUT-PICKUP-DATE          PIC 9(8).
           05  OUT-AGENT-CODE           PIC X(6).
           05  OUT-CONFIRMED            PIC X.

      *Same 15-byte layout NOSHOWBL reads the fee from.
       FD  F04-PARAMETER-FILE
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS F04-PARM-RECORD.
       01  F04-PARM-RECORD.
           05  PARM-NOSHOW-FEE          PIC 9(3)V99.
           05  PARM-FREE-NOTICE-HOURS   PIC 9(3).
           05  PARM-LATE-CANCEL-FEE     PIC 9(3)V99.
           05  PARM-PICKUP-HOUR         PIC 9(2).

       FD  F05-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F05-REGISTER-RECORD.
       01  F05-REGISTER-RECORD          PIC X(80).

      *Fee class 'F' free, 'L' late cancellation, 'N' cancelled
      *after the pickup time and charged as a no-show.
       FD  F06-CANCELLED-FILE
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS F06-CANCELLED-RECORD.
       01  F06-CANCELLED-RECORD.
           05  CAN-CUSTOMER-ID          PIC 9(6).
           05  CAN-CAR-TYPE             PIC X.
           05  CAN-PICKUP-DATE          PIC 9(8).
           05  CAN-CALL-DATE            PIC 9(8).
           05  CAN-FEE-CLASS            PIC X.
           05  CAN-FEE                  PIC 9(3)V99.

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F07-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F07-OPS-LOG-RECORD.
       01  F07-OPS-LOG-RECORD           PIC X(132).

       FD  F08-CONTROL-TOTAL-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F08-CONTROL-TOTAL-RECORD.
       01  F08-CONTROL-TOTAL-RECORD.
           05  CTF-PROGRAM         PIC X(8).
           05  CTF-ITEM            PIC X(12).
           05  CTF-COUNT           PIC 9(7).
           05  CTF-AMOUNT          PIC 9(11).

      *One record: who holds the suite run lock and since when.
       FD  F09-RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F09-RUN-LOCK-RECORD.
       01  F09-RUN-LOCK-RECORD.
           05  LCK-PROGRAM         PIC X(8).
           05  LCK-DATE            PIC 9(8).
           05  LCK-TIME            PIC 9(6).
           05  LCK-IDENTITY        PIC X(14).

       WORKING-STORAGE SECTION.

      *Run-lock work fields. A same-day lock younger than the
      *stale limit is live; anything older is left over from a
      *crashed run and is taken over.
       01  WS-RUN-LOCK-STATUS      PIC XX    VALUE SPACES.
       01  WS-RUN-LOCK-FILENAME    PIC X(40) VALUE 'runlock.dat'.
       01  WS-LOCK-STALE-SECONDS   PIC 9(5)  VALUE 14400.
       01  WS-LOCK-LIVE-SWITCH     PIC X     VALUE 'N'.
           88  WS-LOCK-IS-LIVE               VALUE 'Y'.
       01  WS-LOCK-HOLDER          PIC X(8)  VALUE SPACES.
       01  WS-LOCK-NOW-DATE        PIC 9(8)  VALUE 0.
       01  WS-LOCK-NOW-TIME-FULL.
           05  WS-LOCK-NOW-TIME    PIC 9(6).
           05  FILLER              PIC 99.
       01  WS-LOCK-NOW-HMS REDEFINES WS-LOCK-NOW-TIME-FULL.
           05  WS-LOCK-NOW-HH      PIC 99.
           05  WS-LOCK-NOW-MM      PIC 99.
           05  WS-LOCK-NOW-SS      PIC 99.
           05  FILLER              PIC 99.
       01  WS-LOCK-OLD-TIME        PIC 9(6)  VALUE 0.
       01  WS-LOCK-OLD-HMS REDEFINES WS-LOCK-OLD-TIME.
           05  WS-LOCK-OLD-HH      PIC 99.
           05  WS-LOCK-OLD-MM      PIC 99.
           05  WS-LOCK-OLD-SS      PIC 99.
       01  WS-LOCK-NOW-SECONDS     PIC 9(7)  VALUE 0.
       01  WS-LOCK-OLD-SECONDS     PIC 9(7)  VALUE 0.
       01  WS-LOCK-IDENTITY.
           05  WS-LID-DATE         PIC 9(8).
           05  WS-LID-TIME         PIC 9(6).
       01  WS-LOCK-SAVED-RC        PIC S9(4) VALUE 0.
       01  WS-CANCEL-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-RESERVATION-FILE-STATUS   PIC XX   VALUE SPACES.
       01  WS-PARAM-FILE-STATUS         PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS           PIC XX   VALUE SPACES.

      *Fees and windows, overlaid from noshowparams.dat when the
      *desk has dropped one off.
       01  CANCELLATION-PARAMETERS.
           05  W-NOSHOW-FEE             PIC 9(3)V99 VALUE 25.00.
           05  W-FREE-NOTICE-HOURS      PIC 9(3)    VALUE 48.
           05  W-LATE-CANCEL-FEE        PIC 9(3)V99 VALUE 15.00.
           05  W-PICKUP-HOUR            PIC 9(2)    VALUE 9.

      *Reservations held in memory, flagged as each cancellation
      *takes one off. Same table idiom as RESMATCH's load.
       01  MAX-RESERVATIONS             PIC 9(5) VALUE 5000.
       01  W-RSV-FOUND-SWITCH           PIC X    VALUE 'N'.
           88  W-RSV-FOUND                  VALUE 'Y'.
           88  W-RSV-NOT-FOUND              VALUE 'N'.
       01  RESERVATION-TABLE-AREA.
           05  W-RESERVATION-COUNT      PIC 9(5) VALUE 0.
           05  RESERVATION-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON W-RESERVATION-COUNT
                   INDEXED BY RSV-IDX.
               10  RSV-T-CUSTOMER-ID    PIC 9(6).
               10  RSV-T-CAR-TYPE       PIC X.
               10  RSV-T-PICKUP-DATE    PIC 9(8).
               10  RSV-T-AGENT-CODE     PIC X(6).
               10  RSV-T-CONFIRMED      PIC X.
               10  RSV-T-CANCELLED-SWITCH PIC X.
                   88  RSV-T-CANCELLED      VALUE 'Y'.

      *Notice worked in minutes: from the call to the standard
      *pickup hour on the booked day. Zero or less means the
      *pickup time had already passed.
       01  CANCELLATION-CALCS.
           05  W-NOTICE-MINUTES         PIC S9(7) VALUE 0.
           05  W-NOTICE-HOURS           PIC S9(5) VALUE 0.
           05  W-FREE-NOTICE-MINUTES    PIC 9(7)  VALUE 0.
           05  W-FEE-CLASS              PIC X     VALUE SPACE.
           05  W-FEE                    PIC 9(3)V99 VALUE 0.

       01  RUN-COUNTERS.
           05  W-CANCELS-READ           PIC 9(5)    VALUE 0.
           05  W-CANCELS-FREE           PIC 9(5)    VALUE 0.
           05  W-CANCELS-LATE           PIC 9(5)    VALUE 0.
           05  W-CANCELS-NOSHOW         PIC 9(5)    VALUE 0.
           05  W-CANCELS-ACCEPTED       PIC 9(5)    VALUE 0.
           05  W-CANCELS-REJECTED       PIC 9(5)    VALUE 0.
           05  W-CARRIED-FORWARD        PIC 9(5)    VALUE 0.
           05  W-TOTAL-FEES             PIC 9(9)V99 VALUE 0.

      *Run-date heading, same pattern as the other batch reports.
       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY           PIC 9(4).
           05  WS-TODAYS-MM             PIC 9(2).
           05  WS-TODAYS-DD             PIC 9(2).
       01  WS-TODAYS-DATE-8 REDEFINES WS-TODAYS-DATE
                                        PIC 9(8).
       01  W08-RUN-DATE-LINE.
           05                           PIC X(20) VALUE SPACES.
           05                           PIC X(10) VALUE 'RUN DATE: '.
           05  W08-RUN-MM               PIC 99.
           05                           PIC X     VALUE '/'.
           05  W08-RUN-DD               PIC 99.
           05                           PIC X     VALUE '/'.
           05  W08-RUN-CCYY             PIC 9999.
           05                           PIC X(40) VALUE SPACES.

       01  REGISTER-TITLE-LINE.
           05                           PIC X(22) VALUE SPACES.
           05                           PIC X(21)
                 VALUE 'CANCELLATION REGISTER'.
           05                           PIC X(37) VALUE SPACES.
       01  REGISTER-HEADING-LINE.
           05                           PIC X(8)  VALUE 'CUSTOMER'.
           05                           PIC X     VALUE SPACES.
           05                           PIC X(4)  VALUE 'TYPE'.
           05                           PIC X     VALUE SPACES.
           05                           PIC X(6)  VALUE 'PICKUP'.
           05                           PIC X(6)  VALUE SPACES.
           05                           PIC X(9)  VALUE 'CALLED IN'.
           05                           PIC X(7)  VALUE SPACES.
           05                           PIC X(6)  VALUE 'NOTICE'.
           05                           PIC X(5)  VALUE SPACES.
           05                           PIC X(3)  VALUE 'FEE'.
           05                           PIC X(24) VALUE SPACES.
       01  REGISTER-DETAIL-LINE.
           05                           PIC X     VALUE SPACES.
           05  RGD-CUSTOMER-ID          PIC X(6).
           05                           PIC X(3)  VALUE SPACES.
           05  RGD-CAR-TYPE             PIC X.
           05                           PIC X(3)  VALUE SPACES.
           05  RGD-PICKUP-DATE          PIC X(10).
           05                           PIC X(2)  VALUE SPACES.
           05  RGD-CALL-DATE            PIC X(10).
           05                           PIC X     VALUE SPACES.
           05  RGD-CALL-TIME            PIC X(5).
           05                           PIC X     VALUE SPACES.
           05  RGD-NOTICE-HOURS         PIC ----9.
           05                           PIC X     VALUE SPACES.
           05  RGD-FEE                  PIC $$$9.99.
           05                           PIC X     VALUE SPACES.
           05  RGD-MESSAGE              PIC X(23).
       01  W-EDIT-DATE.
           05  W-EDIT-MM                PIC XX.
           05                           PIC X     VALUE '/'.
           05  W-EDIT-DD                PIC XX.
           05                           PIC X     VALUE '/'.
           05  W-EDIT-CCYY              PIC X(4).
       01  W-EDIT-TIME.
           05  W-EDIT-HH                PIC XX.
           05                           PIC X     VALUE ':'.
           05  W-EDIT-MIN               PIC XX.
       01  REGISTER-TRAILER-LINE-1.
           05                           PIC X(16)
                 VALUE 'CANCELLED:      '.
           05  RGT-ACCEPTED             PIC ZZ,ZZ9.
           05                           PIC X(10) VALUE '   FREE:  '.
           05  RGT-FREE                 PIC ZZ,ZZ9.
           05                           PIC X(10) VALUE '   LATE:  '.
           05  RGT-LATE                 PIC ZZ,ZZ9.
           05                           PIC X(13)
                 VALUE '   NO-SHOW:  '.
           05  RGT-NOSHOW               PIC ZZ,ZZ9.
           05                           PIC X(7)  VALUE SPACES.
       01  REGISTER-TRAILER-LINE-2.
           05                           PIC X(16)
                 VALUE 'FEES CHARGED:   '.
           05  RGT-FEES                 PIC $$$,$$$,$$9.99.
           05                           PIC X(14)
                 VALUE '   REJECTED:  '.
           05  RGT-REJECTED             PIC ZZ,ZZ9.
           05                           PIC X(30) VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
       01  WS-RUN-START-TIME.
           05  WS-START-HH              PIC 99.
           05  WS-START-MM              PIC 99.
           05  WS-START-SS              PIC 99.
           05  WS-START-HS              PIC 99.
       01  WS-RUN-END-TIME.
           05  WS-END-HH                PIC 99.
           05  WS-END-MM                PIC 99.
           05  WS-END-SS                PIC 99.
           05  WS-END-HS                PIC 99.
       01  OPS-LOG-LINE.
           05  FILLER              PIC X(9)  VALUE 'PROGRAM: '.
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'RESCANCL'.
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

           PERFORM 095-TAKE-RUN-LOCK
           PERFORM 097-CAPTURE-START-TIME
           PERFORM 099-GET-TODAYS-DATE
           PERFORM 105-READ-PARAMETERS
           PERFORM 110-LOAD-RESERVATIONS
           OPEN OUTPUT F05-REGISTER-FILE
                OUTPUT F06-CANCELLED-FILE
           PERFORM 120-WRITE-REGISTER-HEADINGS
           PERFORM 200-APPLY-CANCELLATIONS
           PERFORM 350-REWRITE-RESERVATIONS
           PERFORM 400-WRITE-REGISTER-TRAILER
           CLOSE F05-REGISTER-FILE
                 F06-CANCELLED-FILE
      *Suite severity standard: cancellations that could not be
      *applied set condition 4 so the overnight operator sees
      *them.
           IF W-CANCELS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 910-WRITE-CONTROL-TOTALS
           PERFORM 096-RELEASE-RUN-LOCK
           STOP RUN
           .

      *Takes the suite run lock before anything is opened. A live
      *lock means another batch program is mid-run - starting
      *anyway would have two runs rewriting the same carried
      *masters - so the run refuses with the severe condition
      *code. A lock from a prior day, or older than the stale
      *limit, is left over from a crashed run and is taken over.
       095-TAKE-RUN-LOCK.
           ACCEPT WS-LOCK-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-NOW-TIME-FULL FROM TIME
           MOVE 'N' TO WS-LOCK-LIVE-SWITCH
           OPEN INPUT F09-RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = '00'
               READ F09-RUN-LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LCK-DATE = WS-LOCK-NOW-DATE
                           MOVE LCK-PROGRAM TO WS-LOCK-HOLDER
                           MOVE LCK-TIME TO WS-LOCK-OLD-TIME
                           COMPUTE WS-LOCK-OLD-SECONDS =
                               (WS-LOCK-OLD-HH * 3600)
                               + (WS-LOCK-OLD-MM * 60)
                               + WS-LOCK-OLD-SS
                           COMPUTE WS-LOCK-NOW-SECONDS =
                               (WS-LOCK-NOW-HH * 3600)
                               + (WS-LOCK-NOW-MM * 60)
                               + WS-LOCK-NOW-SS
                           IF WS-LOCK-NOW-SECONDS
                               >= WS-LOCK-OLD-SECONDS
                               AND WS-LOCK-NOW-SECONDS
                                   - WS-LOCK-OLD-SECONDS
                                   < WS-LOCK-STALE-SECONDS
                               SET WS-LOCK-IS-LIVE TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE F09-RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-IS-LIVE
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' - RESCANCL NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F09-RUN-LOCK-FILE
           MOVE 'RESCANCL' TO LCK-PROGRAM
           MOVE WS-LOCK-NOW-DATE TO LCK-DATE
           MOVE WS-LOCK-NOW-TIME TO LCK-TIME
           MOVE WS-LOCK-NOW-DATE TO WS-LID-DATE
           MOVE WS-LOCK-NOW-TIME TO WS-LID-TIME
           MOVE WS-LOCK-IDENTITY TO LCK-IDENTITY
           WRITE F09-RUN-LOCK-RECORD
           CLOSE F09-RUN-LOCK-FILE
           .

      *Releases the run lock at end of job, preserving whatever
      *severity the run already set for the suite return code.
       096-RELEASE-RUN-LOCK.
           MOVE RETURN-CODE TO WS-LOCK-SAVED-RC
           CALL 'CBL_DELETE_FILE' USING WS-RUN-LOCK-FILENAME
           MOVE WS-LOCK-SAVED-RC TO RETURN-CODE
           .

      *Captures the run start time before any file is opened, so the
      *end-of-day operations log entry reflects this run's true
      *start.
       097-CAPTURE-START-TIME.
           ACCEPT WS-RUN-START-TIME FROM TIME
           .

       099-GET-TODAYS-DATE.
           ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAYS-MM   TO W08-RUN-MM
           MOVE WS-TODAYS-DD   TO W08-RUN-DD
           MOVE WS-TODAYS-CCYY TO W08-RUN-CCYY
           .

      *A parameter file from before the cancellation windows were
      *added carries the no-show fee alone; the window fields then
      *read blank and keep their defaults. A zero free-notice
      *window is allowed - every cancellation before the pickup
      *time is then free.
       105-READ-PARAMETERS.
           OPEN INPUT F04-PARAMETER-FILE
           IF WS-PARAM-FILE-STATUS = '00'
               READ F04-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-NOSHOW-FEE IS NUMERIC
                          AND PARM-NOSHOW-FEE > 0
                           MOVE PARM-NOSHOW-FEE TO W-NOSHOW-FEE
                       END-IF
                       IF PARM-FREE-NOTICE-HOURS IS NUMERIC
                           MOVE PARM-FREE-NOTICE-HOURS
                               TO W-FREE-NOTICE-HOURS
                       END-IF
                       IF PARM-LATE-CANCEL-FEE IS NUMERIC
                           MOVE PARM-LATE-CANCEL-FEE
                               TO W-LATE-CANCEL-FEE
                       END-IF
                       IF PARM-PICKUP-HOUR IS NUMERIC
                          AND PARM-PICKUP-HOUR < 24
                           MOVE PARM-PICKUP-HOUR TO W-PICKUP-HOUR
                       END-IF
               END-READ
               CLOSE F04-PARAMETER-FILE
           END-IF
           COMPUTE W-FREE-NOTICE-MINUTES = W-FREE-NOTICE-HOURS * 60
           .

       110-LOAD-RESERVATIONS.
           OPEN INPUT F02-RESERVATION-FILE
           IF WS-RESERVATION-FILE-STATUS = '00'
               PERFORM UNTIL WS-RESERVATION-FILE-STATUS NOT = '00'
                   READ F02-RESERVATION-FILE
                       AT END
                           MOVE '10' TO WS-RESERVATION-FILE-STATUS
                       NOT AT END
                           IF W-RESERVATION-COUNT < MAX-RESERVATIONS
                               ADD 1 TO W-RESERVATION-COUNT
                               MOVE RSV-CUSTOMER-ID TO
                                 RSV-T-CUSTOMER-ID(W-RESERVATION-COUNT)
                               MOVE RSV-CAR-TYPE TO
                                 RSV-T-CAR-TYPE(W-RESERVATION-COUNT)
                               MOVE RSV-PICKUP-DATE TO
                                 RSV-T-PICKUP-DATE(W-RESERVATION-COUNT)
                               MOVE RSV-AGENT-CODE TO
                                 RSV-T-AGENT-CODE(W-RESERVATION-COUNT)
                               MOVE RSV-CONFIRMED TO
                                 RSV-T-CONFIRMED(W-RESERVATION-COUNT)
                               MOVE 'N' TO
                                 RSV-T-CANCELLED-SWITCH
                                     (W-RESERVATION-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-RESERVATION-FILE
           END-IF
           .

       120-WRITE-REGISTER-HEADINGS.
           WRITE F05-REGISTER-RECORD FROM W08-RUN-DATE-LINE
           WRITE F05-REGISTER-RECORD FROM REGISTER-TITLE-LINE
           WRITE F05-REGISTER-RECORD FROM SPACES
           WRITE F05-REGISTER-RECORD FROM REGISTER-HEADING-LINE
           .

       200-APPLY-CANCELLATIONS.
           OPEN INPUT F01-CANCEL-FILE
           IF WS-CANCEL-FILE-STATUS = '00'
               PERFORM UNTIL WS-CANCEL-FILE-STATUS NOT = '00'
                   READ F01-CANCEL-FILE
                       AT END
                           MOVE '10' TO WS-CANCEL-FILE-STATUS
                       NOT AT END
                           PERFORM 210-APPLY-ONE-CANCELLATION
                   END-READ
               END-PERFORM
               CLOSE F01-CANCEL-FILE
           END-IF
           .

      *The call must carry a real date and time no later than
      *today; the booking it cancels must still be on file and
      *not already cancelled tonight.
       210-APPLY-ONE-CANCELLATION.
           ADD 1 TO W-CANCELS-READ
           MOVE SPACES TO REGISTER-DETAIL-LINE
           MOVE F01-CANCEL-RECORD(1:6) TO RGD-CUSTOMER-ID
           MOVE CXL-CAR-TYPE           TO RGD-CAR-TYPE
           MOVE F01-CANCEL-RECORD(12:2) TO W-EDIT-MM
           MOVE F01-CANCEL-RECORD(14:2) TO W-EDIT-DD
           MOVE F01-CANCEL-RECORD(8:4)  TO W-EDIT-CCYY
           MOVE W-EDIT-DATE             TO RGD-PICKUP-DATE
           MOVE F01-CANCEL-RECORD(20:2) TO W-EDIT-MM
           MOVE F01-CANCEL-RECORD(22:2) TO W-EDIT-DD
           MOVE F01-CANCEL-RECORD(16:4) TO W-EDIT-CCYY
           MOVE W-EDIT-DATE             TO RGD-CALL-DATE
           MOVE F01-CANCEL-RECORD(24:2) TO W-EDIT-HH
           MOVE F01-CANCEL-RECORD(26:2) TO W-EDIT-MIN
           MOVE W-EDIT-TIME             TO RGD-CALL-TIME
           IF CXL-CUSTOMER-ID IS NOT NUMERIC
              OR CXL-PICKUP-DATE IS NOT NUMERIC
              OR CXL-CALL-DATE IS NOT NUMERIC
              OR CXL-CALL-TIME IS NOT NUMERIC
              OR CXL-CALL-HH > 23
              OR CXL-CALL-MM > 59
              OR CXL-CALL-DATE > WS-TODAYS-DATE-8
               MOVE 'CALL DATE/TIME INVALID' TO RGD-MESSAGE
               PERFORM 300-REJECT-CANCELLATION
           ELSE
               PERFORM 220-FIND-RESERVATION
               IF W-RSV-NOT-FOUND
                   MOVE 'NO MATCHING RESERVATION' TO RGD-MESSAGE
                   PERFORM 300-REJECT-CANCELLATION
               ELSE
                   PERFORM 230-PRICE-CANCELLATION
               END-IF
           END-IF
           WRITE F05-REGISTER-RECORD FROM REGISTER-DETAIL-LINE
           .

       220-FIND-RESERVATION.
           MOVE 'N' TO W-RSV-FOUND-SWITCH
           IF W-RESERVATION-COUNT > 0
               SET RSV-IDX TO 1
               SEARCH RESERVATION-ENTRY
                   AT END CONTINUE
                   WHEN RSV-T-CUSTOMER-ID(RSV-IDX) = CXL-CUSTOMER-ID
                       AND RSV-T-PICKUP-DATE(RSV-IDX)
                           = CXL-PICKUP-DATE
                       AND (CXL-CAR-TYPE = SPACE
                            OR RSV-T-CAR-TYPE(RSV-IDX)
                               = CXL-CAR-TYPE)
                       AND NOT RSV-T-CANCELLED(RSV-IDX)
                       MOVE 'Y' TO W-RSV-FOUND-SWITCH
               END-SEARCH
           END-IF
           .

      *Notice runs from the call to the standard pickup hour on
      *the booked day. At least the free-notice window costs
      *nothing; less is a late cancellation; none at all - the
      *pickup time had passed - is charged the full no-show fee.
       230-PRICE-CANCELLATION.
           MOVE 'Y' TO RSV-T-CANCELLED-SWITCH(RSV-IDX)
           MOVE RSV-T-CAR-TYPE(RSV-IDX) TO RGD-CAR-TYPE
           COMPUTE W-NOTICE-MINUTES =
               (FUNCTION INTEGER-OF-DATE(CXL-PICKUP-DATE)
                - FUNCTION INTEGER-OF-DATE(CXL-CALL-DATE)) * 1440
               + (W-PICKUP-HOUR * 60)
               - (CXL-CALL-HH * 60) - CXL-CALL-MM
           IF W-NOTICE-MINUTES >= W-FREE-NOTICE-MINUTES
              AND W-NOTICE-MINUTES > 0
               MOVE 'F' TO W-FEE-CLASS
               MOVE 0 TO W-FEE
               ADD 1 TO W-CANCELS-FREE
               MOVE 'FREE CANCELLATION' TO RGD-MESSAGE
           ELSE
               IF W-NOTICE-MINUTES > 0
                   MOVE 'L' TO W-FEE-CLASS
                   MOVE W-LATE-CANCEL-FEE TO W-FEE
                   ADD 1 TO W-CANCELS-LATE
                   MOVE 'LATE CANCELLATION' TO RGD-MESSAGE
               ELSE
                   MOVE 'N' TO W-FEE-CLASS
                   MOVE W-NOSHOW-FEE TO W-FEE
                   ADD 1 TO W-CANCELS-NOSHOW
                   MOVE 'AFTER PICKUP - NO-SHOW' TO RGD-MESSAGE
               END-IF
           END-IF
           ADD 1 TO W-CANCELS-ACCEPTED
           ADD W-FEE TO W-TOTAL-FEES
           COMPUTE W-NOTICE-HOURS = W-NOTICE-MINUTES / 60
           MOVE W-NOTICE-HOURS TO RGD-NOTICE-HOURS
           MOVE W-FEE          TO RGD-FEE
           MOVE CXL-CUSTOMER-ID         TO CAN-CUSTOMER-ID
           MOVE RSV-T-CAR-TYPE(RSV-IDX) TO CAN-CAR-TYPE
           MOVE CXL-PICKUP-DATE         TO CAN-PICKUP-DATE
           MOVE CXL-CALL-DATE           TO CAN-CALL-DATE
           MOVE W-FEE-CLASS             TO CAN-FEE-CLASS
           MOVE W-FEE                   TO CAN-FEE
           WRITE F06-CANCELLED-RECORD
           .

       300-REJECT-CANCELLATION.
           ADD 1 TO W-CANCELS-REJECTED
           .

      *Carries forward every booking not cancelled tonight;
      *RESMATCH then matches, retires and reports as before.
       350-REWRITE-RESERVATIONS.
           OPEN OUTPUT F03-RESERVATION-OUT-FILE
           PERFORM 360-CARRY-ONE-RESERVATION
               VARYING RSV-IDX FROM 1 BY 1
               UNTIL RSV-IDX > W-RESERVATION-COUNT
           CLOSE F03-RESERVATION-OUT-FILE
           .

       360-CARRY-ONE-RESERVATION.
           IF NOT RSV-T-CANCELLED(RSV-IDX)
               ADD 1 TO W-CARRIED-FORWARD
               MOVE RSV-T-CUSTOMER-ID(RSV-IDX) TO OUT-CUSTOMER-ID
               MOVE RSV-T-CAR-TYPE(RSV-IDX)    TO OUT-CAR-TYPE
               MOVE RSV-T-PICKUP-DATE(RSV-IDX) TO OUT-PICKUP-DATE
               MOVE RSV-T-AGENT-CODE(RSV-IDX)  TO OUT-AGENT-CODE
               MOVE RSV-T-CONFIRMED(RSV-IDX)   TO OUT-CONFIRMED
               WRITE F03-RESERVATION-OUT-RECORD
           END-IF
           .

       400-WRITE-REGISTER-TRAILER.
           WRITE F05-REGISTER-RECORD FROM SPACES
           MOVE W-CANCELS-ACCEPTED TO RGT-ACCEPTED
           MOVE W-CANCELS-FREE     TO RGT-FREE
           MOVE W-CANCELS-LATE     TO RGT-LATE
           MOVE W-CANCELS-NOSHOW   TO RGT-NOSHOW
           WRITE F05-REGISTER-RECORD FROM REGISTER-TRAILER-LINE-1
           MOVE W-TOTAL-FEES       TO RGT-FEES
           MOVE W-CANCELS-REJECTED TO RGT-REJECTED
           WRITE F05-REGISTER-RECORD FROM REGISTER-TRAILER-LINE-2
           .

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
           MOVE W-CANCELS-READ  TO OPL-RECORD-COUNT
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

      *Cancellations applied and the fees priced on them, for the
      *balancing run to tie against what NOSHOWBL invoices.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F08-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT F08-CONTROL-TOTAL-FILE
               CLOSE F08-CONTROL-TOTAL-FILE
               OPEN EXTEND F08-CONTROL-TOTAL-FILE
           END-IF
           MOVE 'RESCANCL' TO CTF-PROGRAM
           MOVE 'CANCELLED' TO CTF-ITEM
           MOVE W-CANCELS-ACCEPTED TO CTF-COUNT
           MOVE W-TOTAL-FEES TO CTF-AMOUNT
           WRITE F08-CONTROL-TOTAL-RECORD
           MOVE 'REJECTED' TO CTF-ITEM
           MOVE W-CANCELS-REJECTED TO CTF-COUNT
           MOVE 0 TO CTF-AMOUNT
           WRITE F08-CONTROL-TOTAL-RECORD
           CLOSE F08-CONTROL-TOTAL-FILE
           .
