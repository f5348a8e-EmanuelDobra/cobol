       IDENTIFICATION DIVISION.
       PROGRAM-ID.      FLEETTHF.

      *Stolen-unit posting run. OPENCON escalates a contract whose
      *car has not come back, and at the final stage reports the
      *car to the police and the insurer and writes the unit to
      *stolenunits.dat; when the car is recovered, or comes back
      *over the counter after all, it writes the unit again as
      *recovered. This run posts that feed to the fleet unit
      *master: a stolen unit is marked 'S' on the rewritten master,
      *so RENTALS stops counting it as fleet and OVERBOOK stops
      *counting it as capacity, and a recovered unit goes back to
      *available - if its papers have lapsed or it is due service
      *while it was gone, FLEETCMP and FLEETSVC take it out again
      *on their next runs. Every unit posted and every unit still
      *missing is listed with its plate and VIN for the police and
      *insurer follow-up. This run follows OPENCON in the overnight
      *stream.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *The fleet unit master FLEETSVC maintains.
           SELECT F01-UNIT-IN-FILE
               ASSIGN TO "fleetunits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIT-IN-FILE-STATUS.

      *The rewritten unit master with stolen and recovered units
      *posted. The overnight procedure moves it over fleetunits.dat
      *once the run ends clean.
           SELECT F02-UNIT-OUT-FILE
               ASSIGN TO "fleetunits.new"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Tonight's stolen and recovered units from OPENCON; absent
      *when there are none.
           SELECT F03-STOLEN-FEED-FILE
               ASSIGN TO "stolenunits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT F04-REPORT-FILE
               ASSIGN TO "theftreport.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F05-OPS-LOG-FILE
               ASSIGN TO "opslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Machine-readable control totals for the nightly balancing
      *run.
           SELECT F06-CONTROL-TOTAL-FILE
               ASSIGN TO "controltotals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT F07-RUN-LOCK-FILE
               ASSIGN TO "runlock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Same 108-byte layout FLEETSVC rewrites the unit master with.
       FD  F01-UNIT-IN-FILE
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS F01-UNIT-IN-RECORD.
       01  F01-UNIT-IN-RECORD.
           05  FU-IN-UNIT-NO            PIC 9(4).
           05  FU-IN-CAR-TYPE           PIC X.
           05  FU-IN-SERVICE-DATE       PIC 9(8).
           05  FU-IN-LAST-SVC-MILES     PIC 9(6).
           05  FU-IN-STATUS             PIC X.
           05  FU-IN-VIN                PIC X(17).
           05  FU-IN-PLATE              PIC X(8).
           05  FU-IN-HOME-BRANCH        PIC 9(2).
           05  FU-IN-ACQ-COST           PIC 9(7)V99.
           05  FU-IN-RESIDUAL           PIC 9(7)V99.
           05  FU-IN-DEPR-METHOD        PIC X.
           05  FU-IN-DEPR-LIFE          PIC 9(3).
           05  FU-IN-ACCUM-DEPR         PIC 9(7)V99.
           05  FU-IN-DEPR-PERIOD        PIC 9(6).
           05  FU-IN-REG-EXPIRY         PIC 9(8).
           05  FU-IN-INSP-DUE           PIC 9(8).
           05  FU-IN-GROUNDED-DATE      PIC 9(8).

       FD  F02-UNIT-OUT-FILE
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS F02-UNIT-OUT-RECORD.
       01  F02-UNIT-OUT-RECORD.
           05  FU-OUT-UNIT-NO           PIC 9(4).
           05  FU-OUT-CAR-TYPE          PIC X.
           05  FU-OUT-SERVICE-DATE      PIC 9(8).
           05  FU-OUT-LAST-SVC-MILES    PIC 9(6).
           05  FU-OUT-STATUS            PIC X.
           05  FU-OUT-VIN               PIC X(17).
           05  FU-OUT-PLATE             PIC X(8).
           05  FU-OUT-HOME-BRANCH       PIC 9(2).
           05  FU-OUT-ACQ-COST          PIC 9(7)V99.
           05  FU-OUT-RESIDUAL          PIC 9(7)V99.
           05  FU-OUT-DEPR-METHOD       PIC X.
           05  FU-OUT-DEPR-LIFE         PIC 9(3).
           05  FU-OUT-ACCUM-DEPR        PIC 9(7)V99.
           05  FU-OUT-DEPR-PERIOD       PIC 9(6).
           05  FU-OUT-REG-EXPIRY        PIC 9(8).
           05  FU-OUT-INSP-DUE          PIC 9(8).
           05  FU-OUT-GROUNDED-DATE     PIC 9(8).

      *Same 19-byte layout OPENCON writes the feed with.
       FD  F03-STOLEN-FEED-FILE
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS F03-STOLEN-FEED-RECORD.
       01  F03-STOLEN-FEED-RECORD.
           05  STF-UNIT-NO              PIC 9(4).
           05  STF-CONTRACT-NO          PIC 9(6).
           05  STF-ACTION               PIC X.
           05  STF-DATE                 PIC 9(8).

       FD  F04-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F04-REPORT-RECORD.
       01  F04-REPORT-RECORD            PIC X(132).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F05-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F05-OPS-LOG-RECORD.
       01  F05-OPS-LOG-RECORD           PIC X(132).

       FD  F06-CONTROL-TOTAL-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F06-CONTROL-TOTAL-RECORD.
       01  F06-CONTROL-TOTAL-RECORD.
           05  CTF-PROGRAM         PIC X(8).
           05  CTF-ITEM            PIC X(12).
           05  CTF-COUNT           PIC 9(7).
           05  CTF-AMOUNT          PIC 9(11).

      *One record: who holds the suite run lock and since when.
       FD  F07-RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F07-RUN-LOCK-RECORD.
       01  F07-RUN-LOCK-RECORD.
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
       01  W01-EOF-SWITCH               PIC X    VALUE 'N'.
           88  W01-EOF-REACHED              VALUE 'Y'.

       01  WS-UNIT-IN-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-FEED-FILE-STATUS          PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS           PIC XX   VALUE SPACES.

      *The feed loaded at startup. Every record for a unit is
      *posted in the order OPENCON wrote it, so a unit stolen and
      *recovered the same night ends up available; one matching
      *no unit on the master is listed at the end.
       01  MAX-FEED-ENTRIES             PIC 9(5) VALUE 2000.
       01  FEED-TABLE-AREA.
           05  W-FEED-COUNT             PIC 9(5) VALUE 0.
           05  FEED-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON W-FEED-COUNT
                   INDEXED BY FDT-IDX.
               10  FDT-UNIT-NO          PIC X(4).
               10  FDT-CONTRACT-NO      PIC X(6).
               10  FDT-ACTION           PIC X.
                   88  FDT-STOLEN           VALUE 'S'.
                   88  FDT-RECOVERED        VALUE 'R'.
               10  FDT-DATE             PIC X(8).
               10  FDT-MATCHED          PIC X.
               10  FDT-REASON           PIC X(30).

       01  W-UNIT-ACTION                PIC X(24) VALUE SPACES.

       01  RUN-COUNTERS.
           05  W-UNITS-READ             PIC 9(5) VALUE 0.
           05  W-FEED-READ              PIC 9(5) VALUE 0.
           05  W-FEED-NOT-LOADED        PIC 9(5) VALUE 0.
           05  W-UNITS-NEWLY-STOLEN     PIC 9(5) VALUE 0.
           05  W-UNITS-RECOVERED        PIC 9(5) VALUE 0.
           05  W-UNITS-STILL-STOLEN     PIC 9(5) VALUE 0.
           05  W-FEED-REJECTED          PIC 9(5) VALUE 0.

      *Run-date heading, same pattern as the other batch reports.
       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY           PIC 9(4).
           05  WS-TODAYS-MM             PIC 9(2).
           05  WS-TODAYS-DD             PIC 9(2).
       01  W08-RUN-DATE-LINE.
           05                           PIC X(20) VALUE SPACES.
           05                           PIC X(10) VALUE 'RUN DATE: '.
           05  W08-RUN-MM               PIC 99.
           05                           PIC X     VALUE '/'.
           05  W08-RUN-DD               PIC 99.
           05                           PIC X     VALUE '/'.
           05  W08-RUN-CCYY             PIC 9999.
           05                           PIC X(92) VALUE SPACES.

       01  REPORT-TITLE-LINE.
           05                           PIC X(20) VALUE SPACES.
           05                           PIC X(26)
                 VALUE 'STOLEN AND RECOVERED UNITS'.
           05                           PIC X(86) VALUE SPACES.
       01  REPORT-HEADING-LINE.
           05                           PIC X(5)  VALUE ' UNIT'.
           05                           PIC X(3)  VALUE SPACES.
           05                           PIC X(4)  VALUE 'TYPE'.
           05                           PIC X(2)  VALUE SPACES.
           05                           PIC X(5)  VALUE 'PLATE'.
           05                           PIC X(6)  VALUE SPACES.
           05                           PIC X(3)  VALUE 'VIN'.
           05                           PIC X(16) VALUE SPACES.
           05                           PIC X(6)  VALUE 'BRANCH'.
           05                           PIC X(2)  VALUE SPACES.
           05                           PIC X(8)  VALUE 'CONTRACT'.
           05                           PIC X     VALUE SPACES.
           05                           PIC X(4)  VALUE 'DATE'.
           05                           PIC X(9)  VALUE SPACES.
           05                           PIC X(6)  VALUE 'ACTION'.
           05                           PIC X(52) VALUE SPACES.
       01  REPORT-DETAIL-LINE.
           05                           PIC X     VALUE SPACES.
           05  RTD-UNIT-NO              PIC 9(4).
           05                           PIC X(4)  VALUE SPACES.
           05  RTD-CAR-TYPE             PIC X.
           05                           PIC X(4)  VALUE SPACES.
           05  RTD-PLATE                PIC X(8).
           05                           PIC X(3)  VALUE SPACES.
           05  RTD-VIN                  PIC X(17).
           05                           PIC X(3)  VALUE SPACES.
           05  RTD-BRANCH               PIC X(2).
           05                           PIC X(5)  VALUE SPACES.
           05  RTD-CONTRACT-NO          PIC X(6).
           05                           PIC X(3)  VALUE SPACES.
           05  RTD-DATE                 PIC X(10).
           05                           PIC X(3)  VALUE SPACES.
           05  RTD-ACTION               PIC X(24).
           05                           PIC X(34) VALUE SPACES.
       01  W-EDIT-DATE                  PIC 9999/99/99.

       01  REJECT-TITLE-LINE.
           05                           PIC X(20) VALUE SPACES.
           05                           PIC X(16)
                 VALUE 'FEED NOT POSTED'.
           05                           PIC X(96) VALUE SPACES.
       01  REJECT-DETAIL-LINE.
           05                           PIC X     VALUE SPACES.
           05  RJD-UNIT-NO              PIC X(4).
           05                           PIC X(5)  VALUE SPACES.
           05  RJD-CONTRACT-NO          PIC X(6).
           05                           PIC X(3)  VALUE SPACES.
           05  RJD-ACTION               PIC X.
           05                           PIC X(4)  VALUE SPACES.
           05  RJD-DATE                 PIC X(8).
           05                           PIC X(3)  VALUE SPACES.
           05  RJD-REASON               PIC X(30).
           05                           PIC X(67) VALUE SPACES.

       01  REPORT-TRAILER-LINE.
           05                           PIC X(16)
                 VALUE 'STOLEN TODAY:   '.
           05  RTR-NEWLY-STOLEN         PIC ZZ,ZZ9.
           05                           PIC X(15)
                 VALUE '  RECOVERED:   '.
           05  RTR-RECOVERED            PIC ZZ,ZZ9.
           05                           PIC X(18)
                 VALUE '  STILL STOLEN:   '.
           05  RTR-STILL-STOLEN         PIC ZZ,ZZ9.
           05                           PIC X(16)
                 VALUE '  NOT POSTED:   '.
           05  RTR-REJECTED             PIC ZZ,ZZ9.
           05                           PIC X(43) VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'FLEETTHF'.
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
           PERFORM 110-LOAD-STOLEN-FEED
           OPEN INPUT  F01-UNIT-IN-FILE
                OUTPUT F02-UNIT-OUT-FILE
                OUTPUT F04-REPORT-FILE
           PERFORM 120-WRITE-REPORT-HEADINGS
           IF WS-UNIT-IN-FILE-STATUS = '00'
               READ F01-UNIT-IN-FILE
                   AT END SET W01-EOF-REACHED TO TRUE
               END-READ
           ELSE
               SET W01-EOF-REACHED TO TRUE
           END-IF
           PERFORM 200-PROCESS-ONE-UNIT
               UNTIL W01-EOF-REACHED
           PERFORM 650-WRITE-UNPOSTED-FEED
           PERFORM 700-WRITE-REPORT-TRAILER
           CLOSE F01-UNIT-IN-FILE
                 F02-UNIT-OUT-FILE
                 F04-REPORT-FILE
      *Suite severity standard: a unit stolen tonight, and feed
      *records that could not be posted, set condition 4 so the
      *overnight operator sees them.
           IF W-UNITS-NEWLY-STOLEN > 0
              OR W-FEED-REJECTED > 0
              OR W-FEED-NOT-LOADED > 0
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
           OPEN INPUT F07-RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = '00'
               READ F07-RUN-LOCK-FILE
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
               CLOSE F07-RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-IS-LIVE
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' - FLEETTHF NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F07-RUN-LOCK-FILE
           MOVE 'FLEETTHF' TO LCK-PROGRAM
           MOVE WS-LOCK-NOW-DATE TO LCK-DATE
           MOVE WS-LOCK-NOW-TIME TO LCK-TIME
           MOVE WS-LOCK-NOW-DATE TO WS-LID-DATE
           MOVE WS-LOCK-NOW-TIME TO WS-LID-TIME
           MOVE WS-LOCK-IDENTITY TO LCK-IDENTITY
           WRITE F07-RUN-LOCK-RECORD
           CLOSE F07-RUN-LOCK-FILE
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

      *A feed record needs a numeric unit number and an action of
      *'S' or 'R'. Records failing either test are kept in the
      *table, already marked with their reason, so they list with
      *the unmatched.
       110-LOAD-STOLEN-FEED.
           OPEN INPUT F03-STOLEN-FEED-FILE
           IF WS-FEED-FILE-STATUS = '00'
               PERFORM UNTIL WS-FEED-FILE-STATUS NOT = '00'
                   READ F03-STOLEN-FEED-FILE
                       AT END
                           MOVE '10' TO WS-FEED-FILE-STATUS
                       NOT AT END
                           ADD 1 TO W-FEED-READ
                           IF W-FEED-COUNT < MAX-FEED-ENTRIES
                               PERFORM 115-STORE-ONE-FEED-RECORD
                           ELSE
                               ADD 1 TO W-FEED-NOT-LOADED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-STOLEN-FEED-FILE
           END-IF
           .

       115-STORE-ONE-FEED-RECORD.
           ADD 1 TO W-FEED-COUNT
           SET FDT-IDX TO W-FEED-COUNT
           MOVE F03-STOLEN-FEED-RECORD TO FEED-ENTRY(FDT-IDX)
           MOVE 'N' TO FDT-MATCHED(FDT-IDX)
           MOVE 'NO SUCH UNIT ON FLEET' TO FDT-REASON(FDT-IDX)
           IF STF-UNIT-NO IS NOT NUMERIC
               MOVE 'X' TO FDT-MATCHED(FDT-IDX)
               MOVE 'UNIT NUMBER INVALID' TO FDT-REASON(FDT-IDX)
           ELSE
               IF NOT FDT-STOLEN(FDT-IDX)
                  AND NOT FDT-RECOVERED(FDT-IDX)
                   MOVE 'X' TO FDT-MATCHED(FDT-IDX)
                   MOVE 'ACTION NOT S OR R' TO FDT-REASON(FDT-IDX)
               END-IF
           END-IF
           .

       120-WRITE-REPORT-HEADINGS.
           WRITE F04-REPORT-RECORD FROM W08-RUN-DATE-LINE
           WRITE F04-REPORT-RECORD FROM REPORT-TITLE-LINE
           WRITE F04-REPORT-RECORD FROM SPACES
           WRITE F04-REPORT-RECORD FROM REPORT-HEADING-LINE
           .

      *Carries each unit to the rewritten master, posting its feed
      *records on the way through. A unit still stolen after its
      *postings is listed whether or not it was posted tonight, so
      *the listing always shows every car still missing.
       200-PROCESS-ONE-UNIT.
           ADD 1 TO W-UNITS-READ
           MOVE F01-UNIT-IN-RECORD TO F02-UNIT-OUT-RECORD
           IF W-FEED-COUNT > 0
               PERFORM 210-POST-FEED-RECORDS
           END-IF
           IF FU-IN-STATUS = 'S' AND FU-OUT-STATUS = 'S'
               ADD 1 TO W-UNITS-STILL-STOLEN
               MOVE SPACES TO RTD-CONTRACT-NO
               MOVE SPACES TO RTD-DATE
               MOVE 'STILL STOLEN' TO W-UNIT-ACTION
               PERFORM 260-WRITE-DETAIL-LINE
           END-IF
           WRITE F02-UNIT-OUT-RECORD
           READ F01-UNIT-IN-FILE
               AT END SET W01-EOF-REACHED TO TRUE
           END-READ
           .

      *A retired unit has left the fleet and cannot be marked
      *stolen; a recovery for a unit not marked stolen changes
      *nothing but is listed, since the desk may have keyed it
      *against the wrong contract.
       210-POST-FEED-RECORDS.
           PERFORM VARYING FDT-IDX FROM 1 BY 1
               UNTIL FDT-IDX > W-FEED-COUNT
               IF FDT-UNIT-NO(FDT-IDX) = FU-IN-UNIT-NO
                  AND FDT-MATCHED(FDT-IDX) = 'N'
                   IF FU-OUT-STATUS = 'R'
                       MOVE 'X' TO FDT-MATCHED(FDT-IDX)
                       MOVE 'UNIT RETIRED FROM FLEET'
                           TO FDT-REASON(FDT-IDX)
                   ELSE
                       MOVE 'Y' TO FDT-MATCHED(FDT-IDX)
                       PERFORM 220-POST-ONE-FEED-RECORD
                   END-IF
               END-IF
           END-PERFORM
           .

       220-POST-ONE-FEED-RECORD.
           IF FDT-STOLEN(FDT-IDX)
               IF FU-OUT-STATUS = 'S'
                   MOVE 'ALREADY MARKED STOLEN' TO W-UNIT-ACTION
               ELSE
                   MOVE 'S' TO FU-OUT-STATUS
                   ADD 1 TO W-UNITS-NEWLY-STOLEN
                   MOVE 'MARKED STOLEN' TO W-UNIT-ACTION
               END-IF
           ELSE
               IF FU-OUT-STATUS = 'S'
                   MOVE 'A' TO FU-OUT-STATUS
                   ADD 1 TO W-UNITS-RECOVERED
                   MOVE 'RECOVERED - AVAILABLE' TO W-UNIT-ACTION
               ELSE
                   MOVE 'RECOVERY - NOT STOLEN' TO W-UNIT-ACTION
               END-IF
           END-IF
           MOVE FDT-CONTRACT-NO(FDT-IDX) TO RTD-CONTRACT-NO
           IF FDT-DATE(FDT-IDX) IS NUMERIC
               MOVE FDT-DATE(FDT-IDX) TO W-EDIT-DATE
               MOVE W-EDIT-DATE       TO RTD-DATE
           ELSE
               MOVE SPACES            TO RTD-DATE
           END-IF
           PERFORM 260-WRITE-DETAIL-LINE
           .

       260-WRITE-DETAIL-LINE.
           MOVE FU-OUT-UNIT-NO    TO RTD-UNIT-NO
           MOVE FU-OUT-CAR-TYPE   TO RTD-CAR-TYPE
           MOVE FU-OUT-PLATE      TO RTD-PLATE
           MOVE FU-OUT-VIN        TO RTD-VIN
           MOVE FU-IN-HOME-BRANCH TO RTD-BRANCH
           MOVE W-UNIT-ACTION     TO RTD-ACTION
           WRITE F04-REPORT-RECORD FROM REPORT-DETAIL-LINE
           .

      *Feed records that were invalid or matched no unit still on
      *the fleet, for the desk to chase with the branch.
       650-WRITE-UNPOSTED-FEED.
           PERFORM VARYING FDT-IDX FROM 1 BY 1
               UNTIL FDT-IDX > W-FEED-COUNT
               IF FDT-MATCHED(FDT-IDX) NOT = 'Y'
                   IF W-FEED-REJECTED = 0
                       WRITE F04-REPORT-RECORD FROM SPACES
                       WRITE F04-REPORT-RECORD FROM REJECT-TITLE-LINE
                   END-IF
                   ADD 1 TO W-FEED-REJECTED
                   MOVE FDT-UNIT-NO(FDT-IDX)     TO RJD-UNIT-NO
                   MOVE FDT-CONTRACT-NO(FDT-IDX) TO RJD-CONTRACT-NO
                   MOVE FDT-ACTION(FDT-IDX)      TO RJD-ACTION
                   MOVE FDT-DATE(FDT-IDX)        TO RJD-DATE
                   MOVE FDT-REASON(FDT-IDX)      TO RJD-REASON
                   WRITE F04-REPORT-RECORD FROM REJECT-DETAIL-LINE
               END-IF
           END-PERFORM
           .

       700-WRITE-REPORT-TRAILER.
           WRITE F04-REPORT-RECORD FROM SPACES
           MOVE W-UNITS-NEWLY-STOLEN TO RTR-NEWLY-STOLEN
           MOVE W-UNITS-RECOVERED    TO RTR-RECOVERED
           MOVE W-UNITS-STILL-STOLEN TO RTR-STILL-STOLEN
           MOVE W-FEED-REJECTED      TO RTR-REJECTED
           WRITE F04-REPORT-RECORD FROM REPORT-TRAILER-LINE
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
           MOVE W-UNITS-READ    TO OPL-RECORD-COUNT
           OPEN EXTEND F05-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F05-OPS-LOG-FILE
               CLOSE F05-OPS-LOG-FILE
               OPEN EXTEND F05-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F05-OPS-LOG-RECORD
           WRITE F05-OPS-LOG-RECORD
           CLOSE F05-OPS-LOG-FILE
           .

      *Units missing at the end of the run and units recovered
      *tonight, for the balancing run.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F06-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT F06-CONTROL-TOTAL-FILE
               CLOSE F06-CONTROL-TOTAL-FILE
               OPEN EXTEND F06-CONTROL-TOTAL-FILE
           END-IF
           MOVE 'FLEETTHF' TO CTF-PROGRAM
           MOVE 'STOLEN' TO CTF-ITEM
           COMPUTE CTF-COUNT =
               W-UNITS-NEWLY-STOLEN + W-UNITS-STILL-STOLEN
           MOVE 0 TO CTF-AMOUNT
           WRITE F06-CONTROL-TOTAL-RECORD
           MOVE 'RECOVERED' TO CTF-ITEM
           MOVE W-UNITS-RECOVERED TO CTF-COUNT
           WRITE F06-CONTROL-TOTAL-RECORD
           CLOSE F06-CONTROL-TOTAL-FILE
           .
