       IDENTIFICATION DIVISION.

       PROGRAM-ID.     RECONPST.

      *Reconditioning cost capture for lot units. Trade-ins and
      *retired rental units go through detail, tires, body and
      *mechanical work before they can be sold; the shop keys each
      *work ticket onto recontickets.dat by VIN, and a final
      *front-line ticket when the car is ready to sell. This run
      *carries the reconditioning master (reconunits.dat) - one
      *record per unit on UnsoldInventory.dat with its accumulated
      *recon cost and the date it went front-line ready - posts
      *tonight's tickets against it, lists every unit still in
      *recon with the ones past the agingparams.dat threshold
      *flagged, and journals the cost into lot inventory. AGERPT
      *and PROFITRPT read the master to add recon to each unit's
      *cost basis and to show days-to-frontline. This is the
      *master's only writer.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Work tickets keyed by the shop: VIN, ticket number, work
      *type, cost and the date the work was done.
           SELECT F01-TICKET-FILE
               ASSIGN TO "recontickets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-FILE-STATUS.

      *Same 61-byte lot layout AGERPT reads; read only. Every unit
      *on it has a reconditioning record.
           SELECT F02-LOT-FILE
               ASSIGN TO "UnsoldInventory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-FILE-STATUS.

      *Yesterday's reconditioning master, absent on the very first
      *run.
           SELECT F03-RECON-IN-FILE
               ASSIGN TO "reconunits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-IN-STATUS.

      *The rewritten master; the overnight procedure moves it over
      *reconunits.dat once the run ends clean.
           SELECT F04-RECON-OUT-FILE
               ASSIGN TO "reconunits.new"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Same 18-byte layout AGERPT reads; only the reconditioning
      *threshold is used here.
           SELECT F05-PARAMETER-FILE
               ASSIGN TO "agingparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

           SELECT F06-REGISTER-FILE
               ASSIGN TO "reconregister.dat"
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

      *Balanced debit/credit records for the general-ledger run.
           SELECT F09-GL-JOURNAL-FILE
               ASSIGN TO "gljournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT F10-RUN-LOCK-FILE
               ASSIGN TO "runlock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  F01-TICKET-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS F01-TICKET-RECORD.
       01  F01-TICKET-RECORD.
           05  TKT-VIN                 PIC X(17).
           05  TKT-TICKET              PIC X(6).
           05  TKT-WORK-TYPE           PIC X.
               88  TKT-DETAIL              VALUE 'D'.
               88  TKT-TIRES               VALUE 'T'.
               88  TKT-MECHANICAL          VALUE 'M'.
               88  TKT-BODY                VALUE 'B'.
               88  TKT-OTHER               VALUE 'O'.
               88  TKT-FRONTLINE           VALUE 'F'.
               88  TKT-VALID-TYPE          VALUE 'D' 'T' 'M' 'B'
                                                 'O' 'F'.
           05  TKT-COST                PIC 9(5)V99.
           05  TKT-WORK-DATE           PIC 9(8).
           05  TKT-WORK-DATE-PARTS REDEFINES TKT-WORK-DATE.
               10  TKT-WORK-CCYY       PIC 9(4).
               10  TKT-WORK-MM         PIC 9(2).
               10  TKT-WORK-DD         PIC 9(2).

       FD  F02-LOT-FILE
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS F02-LOT-RECORD.
       01  F02-LOT-RECORD.
           05  LOT-MAKE                PIC X(11).
           05  LOT-MODEL               PIC X(13).
           05  LOT-YEAR                PIC X(2).
           05  LOT-DATE-RECEIVED       PIC 9(6).
           05  LOT-ACQ-COST            PIC 9(6).
           05  LOT-FUNDING-DATE        PIC 9(6).
           05  LOT-VIN                 PIC X(17).

      *One record per unit: when it reached the lot, what has been
      *spent reconditioning it, and when it went front-line ready
      *(zero while still in recon). A unit that leaves the lot is
      *dated off and carried a while longer so the profit run can
      *still find its recon cost after the sale.
       FD  F03-RECON-IN-FILE
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS F03-RECON-IN-RECORD.
       01  F03-RECON-IN-RECORD.
           05  RCI-VIN                 PIC X(17).
           05  RCI-YEAR                PIC X(2).
           05  RCI-MAKE                PIC X(11).
           05  RCI-MODEL               PIC X(13).
           05  RCI-RECEIVED-DATE       PIC 9(8).
           05  RCI-RECON-COST          PIC 9(7)V99.
           05  RCI-TICKET-COUNT        PIC 9(3).
           05  RCI-LAST-WORK-DATE      PIC 9(8).
           05  RCI-FRONTLINE-DATE      PIC 9(8).
           05  RCI-OFF-LOT-DATE        PIC 9(8).

       FD  F04-RECON-OUT-FILE
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS F04-RECON-OUT-RECORD.
       01  F04-RECON-OUT-RECORD.
           05  RCO-VIN                 PIC X(17).
           05  RCO-YEAR                PIC X(2).
           05  RCO-MAKE                PIC X(11).
           05  RCO-MODEL               PIC X(13).
           05  RCO-RECEIVED-DATE       PIC 9(8).
           05  RCO-RECON-COST          PIC 9(7)V99.
           05  RCO-TICKET-COUNT        PIC 9(3).
           05  RCO-LAST-WORK-DATE      PIC 9(8).
           05  RCO-FRONTLINE-DATE      PIC 9(8).
           05  RCO-OFF-LOT-DATE        PIC 9(8).

       FD  F05-PARAMETER-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F05-PARM-RECORD.
       01  F05-PARM-RECORD.
           05  F05-PARM-AGING-THRESHOLD PIC 9(5).
           05  F05-PARM-CARRY-COST-DAY  PIC 9(3)V99.
           05  F05-PARM-ANNUAL-RATE     PIC 99V999.
           05  F05-PARM-RECON-DAYS      PIC 9(3).

       FD  F06-REGISTER-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F06-REGISTER-RECORD.
       01  F06-REGISTER-RECORD         PIC X(120).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F07-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F07-OPS-LOG-RECORD.
       01  F07-OPS-LOG-RECORD          PIC X(132).

       FD  F08-CONTROL-TOTAL-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F08-CONTROL-TOTAL-RECORD.
       01  F08-CONTROL-TOTAL-RECORD.
           05  CTF-PROGRAM         PIC X(8).
           05  CTF-ITEM            PIC X(12).
           05  CTF-COUNT           PIC 9(7).
           05  CTF-AMOUNT          PIC 9(11).

      *One journal record per debit or credit posted.
       FD  F09-GL-JOURNAL-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS F09-GL-JOURNAL-RECORD.
       01  F09-GL-JOURNAL-RECORD.
           05  GLJ-PROGRAM         PIC X(8).
           05  GLJ-DATE            PIC 9(8).
           05  GLJ-ACCOUNT         PIC X(4).
           05  GLJ-DC              PIC X.
           05  GLJ-AMOUNT          PIC 9(11)V99.

      *One record: who holds the suite run lock and since when.
       FD  F10-RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F10-RUN-LOCK-RECORD.
       01  F10-RUN-LOCK-RECORD.
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
       01  W01-EOF-SWITCH              PIC X    VALUE 'N'.
           88  W01-EOF-REACHED             VALUE 'Y'.

       01  WS-TICKET-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-LOT-FILE-STATUS          PIC XX   VALUE SPACES.
       01  WS-RECON-IN-STATUS          PIC XX   VALUE SPACES.
       01  WS-PARAM-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS          PIC XX   VALUE SPACES.
       01  WS-GL-JOURNAL-STATUS        PIC XX   VALUE SPACES.

      *Days a unit may sit in recon before it is flagged; overlaid
      *from agingparams.dat when the file carries one.
       01  W-RECON-DAYS                PIC 9(3) VALUE 10.

      *How long a unit that has left the lot stays on the master,
      *so a late or rerun profit report still finds its recon cost.
       01  W-OFF-LOT-RETAIN-DAYS       PIC 9(3) VALUE 90.

      *With no master yet, the units already on the lot were
      *reconditioned before this run existed; they are taken as
      *front-line ready from the day they arrived rather than all
      *flagged overdue on the first night.
       01  W-FIRST-RUN-SWITCH          PIC X    VALUE 'N'.
           88  W-FIRST-RUN                 VALUE 'Y'.

      *The reconditioning master in memory, carried forward with
      *tonight's lot changes and tickets applied.
       01  MAX-RECON-UNITS             PIC 9(4) VALUE 5000.
       01  W-RECON-FOUND-SWITCH        PIC X    VALUE 'N'.
           88  W-RECON-FOUND               VALUE 'Y'.
           88  W-RECON-NOT-FOUND           VALUE 'N'.
       01  RECON-TABLE-AREA.
           05  W-RECON-COUNT           PIC 9(4) VALUE 0.
           05  RECON-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON W-RECON-COUNT
                   INDEXED BY RCN-IDX.
               10  RCM-VIN             PIC X(17).
               10  RCM-YEAR            PIC X(2).
               10  RCM-MAKE            PIC X(11).
               10  RCM-MODEL           PIC X(13).
               10  RCM-RECEIVED-DATE   PIC 9(8).
               10  RCM-RECON-COST      PIC 9(7)V99.
               10  RCM-TICKET-COUNT    PIC 9(3).
               10  RCM-LAST-WORK-DATE  PIC 9(8).
               10  RCM-FRONTLINE-DATE  PIC 9(8).
                   88  RCM-IN-RECON        VALUE 0.
               10  RCM-OFF-LOT-DATE    PIC 9(8).
                   88  RCM-STILL-ON-LOT    VALUE 0.
               10  RCM-LOT-SWITCH      PIC X.
                   88  RCM-ON-LOT-TONIGHT  VALUE 'Y'.

      *Per-unit and per-ticket work fields.
       01  W-REJECT-REASON             PIC X(30) VALUE SPACES.
       01  W-LOT-RECEIVED-8            PIC 9(8)  VALUE 0.
       01  W-DAYS-IN-RECON             PIC S9(7) VALUE 0.
       01  W-DAYS-OFF-LOT              PIC S9(7) VALUE 0.

       01  RUN-COUNTERS.
           05  W-TICKETS-READ          PIC 9(5)     VALUE 0.
           05  W-TICKETS-POSTED        PIC 9(5)     VALUE 0.
           05  W-TICKETS-REJECTED      PIC 9(5)     VALUE 0.
           05  W-UNITS-MADE-READY      PIC 9(5)     VALUE 0.
           05  W-UNITS-IN-RECON        PIC 9(5)     VALUE 0.
           05  W-UNITS-OVERDUE         PIC 9(5)     VALUE 0.
           05  W-TOTAL-RECON-COST      PIC 9(9)V99  VALUE 0.

      *Run-date heading, same pattern as the other batch reports.
       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY          PIC 9(4).
           05  WS-TODAYS-MM            PIC 9(2).
           05  WS-TODAYS-DD            PIC 9(2).
       01  WS-TODAYS-DATE-8            PIC 9(8)  VALUE 0.
       01  W08-RUN-DATE-LINE.
           05                          PIC X(30) VALUE SPACES.
           05                          PIC X(10) VALUE 'RUN DATE: '.
           05  W08-RUN-MM              PIC 99.
           05                          PIC X     VALUE '/'.
           05  W08-RUN-DD              PIC 99.
           05                          PIC X     VALUE '/'.
           05  W08-RUN-CCYY            PIC 9999.
           05                          PIC X(70) VALUE SPACES.

       01  W02-TITLE.
           05                          PIC X(40) VALUE SPACES.
           05                          PIC X(23)
                 VALUE 'RECONDITIONING REGISTER'.
           05                          PIC X(57) VALUE SPACES.
       01  W03-SECTION-LINE.
           05  W03-SECTION             PIC X(40).
           05                          PIC X(80) VALUE SPACES.

       01  W04-TICKET-HEADING.
           05                          PIC X(17) VALUE 'VIN'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'TICKET'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(12) VALUE 'WORK TYPE'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'WORK DT'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(10) VALUE '      COST'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(13)
                 VALUE 'RECON TO DATE'.
           05                          PIC X(42) VALUE SPACES.
       01  W05-TICKET-DETAIL.
           05  W05-VIN                 PIC X(17).
           05                          PIC X(2)  VALUE SPACES.
           05  W05-TICKET              PIC X(6).
           05                          PIC X(2)  VALUE SPACES.
           05  W05-WORK-TYPE           PIC X(12).
           05                          PIC X(2)  VALUE SPACES.
           05  W05-WORK-DATE           PIC 9(8).
           05                          PIC X(3)  VALUE SPACES.
           05  W05-COST                PIC $$$,$$9.99.
           05                          PIC X(3)  VALUE SPACES.
           05  W05-RECON-TO-DATE       PIC $$,$$$,$$9.99.
           05                          PIC X(3)  VALUE SPACES.
           05  W05-NOTE                PIC X(20).
           05                          PIC X(19) VALUE SPACES.
       01  W06-REJECT-LINE.
           05  W06-VIN                 PIC X(17).
           05                          PIC X(2)  VALUE SPACES.
           05  W06-TICKET              PIC X(6).
           05                          PIC X(2)  VALUE SPACES.
           05  W06-REASON              PIC X(30).
           05                          PIC X(63) VALUE SPACES.
       01  W07-TICKET-TRAILER.
           05                          PIC X(16)
                 VALUE 'TICKETS POSTED: '.
           05  W07-POSTED              PIC ZZ,ZZ9.
           05                          PIC X(14)
                 VALUE '  RECON COST: '.
           05  W07-COST                PIC $$$,$$$,$$9.99.
           05                          PIC X(20)
                 VALUE '  FRONT-LINE READY: '.
           05  W07-READY               PIC ZZ,ZZ9.
           05                          PIC X(12)
                 VALUE '  REJECTED: '.
           05  W07-REJECTED            PIC ZZ,ZZ9.
           05                          PIC X(26) VALUE SPACES.

       01  W09-RECON-HEADING.
           05                          PIC X(17) VALUE 'VIN'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(2)  VALUE 'YR'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(11) VALUE 'MAKE'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(13) VALUE 'MODEL'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'RECEIVED'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(6)  VALUE '  DAYS'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(13)
                 VALUE '   RECON COST'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(4)  VALUE 'FLAG'.
           05                          PIC X(29) VALUE SPACES.
       01  W10-RECON-DETAIL.
           05  W10-VIN                 PIC X(17).
           05                          PIC X(2)  VALUE SPACES.
           05  W10-YEAR                PIC X(2).
           05                          PIC X(2)  VALUE SPACES.
           05  W10-MAKE                PIC X(11).
           05                          PIC X(2)  VALUE SPACES.
           05  W10-MODEL               PIC X(13).
           05                          PIC X(2)  VALUE SPACES.
           05  W10-RECEIVED            PIC 9(8).
           05                          PIC X(3)  VALUE SPACES.
           05  W10-DAYS                PIC ZZ,ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05  W10-COST                PIC $$,$$$,$$9.99.
           05                          PIC X(3)  VALUE SPACES.
           05  W10-FLAG                PIC X(13).
           05                          PIC X(20) VALUE SPACES.
       01  W11-RECON-TRAILER.
           05                          PIC X(10) VALUE 'IN RECON: '.
           05  W11-IN-RECON            PIC ZZ,ZZ9.
           05                          PIC X(18)
                 VALUE '  PAST THRESHOLD: '.
           05  W11-OVERDUE             PIC ZZ,ZZ9.
           05                          PIC X(18)
                 VALUE '  THRESHOLD DAYS: '.
           05  W11-THRESHOLD           PIC ZZ9.
           05                          PIC X(59) VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
       01  WS-RUN-START-TIME.
           05  WS-START-HH             PIC 99.
           05  WS-START-MM             PIC 99.
           05  WS-START-SS             PIC 99.
           05  WS-START-HS             PIC 99.
       01  WS-RUN-END-TIME.
           05  WS-END-HH               PIC 99.
           05  WS-END-MM               PIC 99.
           05  WS-END-SS               PIC 99.
           05  WS-END-HS               PIC 99.
       01  OPS-LOG-LINE.
           05  FILLER              PIC X(9)  VALUE 'PROGRAM: '.
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'RECONPST'.
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
           PERFORM 110-LOAD-RECON-MASTER
           PERFORM 120-MATCH-LOT-UNITS
           PERFORM 130-DATE-OFF-LOT-UNITS
           OPEN OUTPUT F06-REGISTER-FILE
           WRITE F06-REGISTER-RECORD FROM W08-RUN-DATE-LINE
           WRITE F06-REGISTER-RECORD FROM W02-TITLE
           PERFORM 200-POST-TICKETS
           PERFORM 300-LIST-UNITS-IN-RECON
           PERFORM 600-REWRITE-RECON-MASTER
           CLOSE F06-REGISTER-FILE
      *Suite severity standard: a keyed ticket that fails its
      *edits is condition 4.
           IF W-TICKETS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 910-WRITE-CONTROL-TOTALS
           PERFORM 920-WRITE-GL-JOURNAL
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
           OPEN INPUT F10-RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = '00'
               READ F10-RUN-LOCK-FILE
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
               CLOSE F10-RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-IS-LIVE
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' - RECONPST NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F10-RUN-LOCK-FILE
           MOVE 'RECONPST' TO LCK-PROGRAM
           MOVE WS-LOCK-NOW-DATE TO LCK-DATE
           MOVE WS-LOCK-NOW-TIME TO LCK-TIME
           MOVE WS-LOCK-NOW-DATE TO WS-LID-DATE
           MOVE WS-LOCK-NOW-TIME TO WS-LID-TIME
           MOVE WS-LOCK-IDENTITY TO LCK-IDENTITY
           WRITE F10-RUN-LOCK-RECORD
           CLOSE F10-RUN-LOCK-FILE
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
           MOVE WS-TODAYS-DATE TO WS-TODAYS-DATE-8
           MOVE WS-TODAYS-MM   TO W08-RUN-MM
           MOVE WS-TODAYS-DD   TO W08-RUN-DD
           MOVE WS-TODAYS-CCYY TO W08-RUN-CCYY
           .

      *A parameter file from before the threshold was added reads
      *the field as spaces; the built-in default is kept then.
       105-READ-PARAMETERS.
           OPEN INPUT F05-PARAMETER-FILE
           IF WS-PARAM-FILE-STATUS = '00'
               READ F05-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF F05-PARM-RECON-DAYS IS NUMERIC
                           AND F05-PARM-RECON-DAYS > 0
                           MOVE F05-PARM-RECON-DAYS
                               TO W-RECON-DAYS
                       END-IF
               END-READ
               CLOSE F05-PARAMETER-FILE
           END-IF
           .

       110-LOAD-RECON-MASTER.
           OPEN INPUT F03-RECON-IN-FILE
           IF WS-RECON-IN-STATUS = '35'
               SET W-FIRST-RUN TO TRUE
           END-IF
           IF WS-RECON-IN-STATUS = '00'
               PERFORM UNTIL WS-RECON-IN-STATUS NOT = '00'
                   READ F03-RECON-IN-FILE
                       AT END
                           MOVE '10' TO WS-RECON-IN-STATUS
                       NOT AT END
                           IF W-RECON-COUNT < MAX-RECON-UNITS
                               ADD 1 TO W-RECON-COUNT
                               PERFORM 115-LOAD-ONE-RECON-UNIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-RECON-IN-FILE
           END-IF
           .

       115-LOAD-ONE-RECON-UNIT.
           SET RCN-IDX TO W-RECON-COUNT
           MOVE RCI-VIN            TO RCM-VIN(RCN-IDX)
           MOVE RCI-YEAR           TO RCM-YEAR(RCN-IDX)
           MOVE RCI-MAKE           TO RCM-MAKE(RCN-IDX)
           MOVE RCI-MODEL          TO RCM-MODEL(RCN-IDX)
           MOVE RCI-RECEIVED-DATE  TO RCM-RECEIVED-DATE(RCN-IDX)
           MOVE RCI-RECON-COST     TO RCM-RECON-COST(RCN-IDX)
           MOVE RCI-TICKET-COUNT   TO RCM-TICKET-COUNT(RCN-IDX)
           MOVE RCI-LAST-WORK-DATE TO RCM-LAST-WORK-DATE(RCN-IDX)
           MOVE RCI-FRONTLINE-DATE TO RCM-FRONTLINE-DATE(RCN-IDX)
           MOVE RCI-OFF-LOT-DATE   TO RCM-OFF-LOT-DATE(RCN-IDX)
           MOVE 'N'                TO RCM-LOT-SWITCH(RCN-IDX)
           .

      *Every unit on tonight's lot file is matched to the master;
      *one not yet on it has just arrived and starts its recon.
       120-MATCH-LOT-UNITS.
           OPEN INPUT F02-LOT-FILE
           IF WS-LOT-FILE-STATUS = '00'
               PERFORM UNTIL WS-LOT-FILE-STATUS NOT = '00'
                   READ F02-LOT-FILE
                       AT END
                           MOVE '10' TO WS-LOT-FILE-STATUS
                       NOT AT END
                           IF LOT-VIN NOT = SPACES
                               PERFORM 125-MATCH-ONE-LOT-UNIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-LOT-FILE
           END-IF
           .

      *Received dates on the lot file are YYMMDD, assumed 20xx the
      *way AGERPT reads them. A unit found on the master after
      *it was dated off has come back to the lot - a repossession
      *or an unwound deal - and starts a fresh recon cycle; the
      *old cycle's cost went with the earlier sale.
       125-MATCH-ONE-LOT-UNIT.
           IF LOT-DATE-RECEIVED IS NUMERIC
               MOVE 20 TO W-LOT-RECEIVED-8(1:2)
               MOVE LOT-DATE-RECEIVED TO W-LOT-RECEIVED-8(3:6)
           ELSE
               MOVE WS-TODAYS-DATE-8 TO W-LOT-RECEIVED-8
           END-IF
           MOVE 'N' TO W-RECON-FOUND-SWITCH
           IF W-RECON-COUNT > 0
               SET RCN-IDX TO 1
               SEARCH RECON-ENTRY
                   AT END CONTINUE
                   WHEN RCM-VIN(RCN-IDX) = LOT-VIN
                       MOVE 'Y' TO W-RECON-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-RECON-FOUND
               IF NOT RCM-STILL-ON-LOT(RCN-IDX)
                   PERFORM 127-START-RECON-CYCLE
               END-IF
               MOVE 'Y' TO RCM-LOT-SWITCH(RCN-IDX)
           ELSE
               IF W-RECON-COUNT < MAX-RECON-UNITS
                   ADD 1 TO W-RECON-COUNT
                   SET RCN-IDX TO W-RECON-COUNT
                   MOVE LOT-VIN TO RCM-VIN(RCN-IDX)
                   PERFORM 127-START-RECON-CYCLE
                   MOVE 'Y' TO RCM-LOT-SWITCH(RCN-IDX)
                   IF W-FIRST-RUN
                       MOVE W-LOT-RECEIVED-8
                           TO RCM-FRONTLINE-DATE(RCN-IDX)
                   END-IF
               END-IF
           END-IF
           .

       127-START-RECON-CYCLE.
           MOVE LOT-YEAR         TO RCM-YEAR(RCN-IDX)
           MOVE LOT-MAKE         TO RCM-MAKE(RCN-IDX)
           MOVE LOT-MODEL        TO RCM-MODEL(RCN-IDX)
           MOVE W-LOT-RECEIVED-8 TO RCM-RECEIVED-DATE(RCN-IDX)
           MOVE 0                TO RCM-RECON-COST(RCN-IDX)
           MOVE 0                TO RCM-TICKET-COUNT(RCN-IDX)
           MOVE 0                TO RCM-LAST-WORK-DATE(RCN-IDX)
           MOVE 0                TO RCM-FRONTLINE-DATE(RCN-IDX)
           MOVE 0                TO RCM-OFF-LOT-DATE(RCN-IDX)
           .

      *A unit no longer on the lot file has been sold, wholesaled
      *or otherwise disposed of; it is dated off tonight.
       130-DATE-OFF-LOT-UNITS.
           PERFORM VARYING RCN-IDX FROM 1 BY 1
                   UNTIL RCN-IDX > W-RECON-COUNT
               IF NOT RCM-ON-LOT-TONIGHT(RCN-IDX)
                   AND RCM-STILL-ON-LOT(RCN-IDX)
                   MOVE WS-TODAYS-DATE-8 TO RCM-OFF-LOT-DATE(RCN-IDX)
               END-IF
           END-PERFORM
           .

       200-POST-TICKETS.
           WRITE F06-REGISTER-RECORD FROM SPACES
           MOVE 'WORK TICKETS POSTED' TO W03-SECTION
           WRITE F06-REGISTER-RECORD FROM W03-SECTION-LINE
           WRITE F06-REGISTER-RECORD FROM W04-TICKET-HEADING
           OPEN INPUT F01-TICKET-FILE
           IF WS-TICKET-FILE-STATUS = '00'
               READ F01-TICKET-FILE
                   AT END SET W01-EOF-REACHED TO TRUE
               END-READ
           ELSE
               SET W01-EOF-REACHED TO TRUE
           END-IF
           PERFORM 210-PROCESS-ONE-TICKET
               UNTIL W01-EOF-REACHED
           CLOSE F01-TICKET-FILE
           WRITE F06-REGISTER-RECORD FROM SPACES
           MOVE W-TICKETS-POSTED   TO W07-POSTED
           MOVE W-TOTAL-RECON-COST TO W07-COST
           MOVE W-UNITS-MADE-READY TO W07-READY
           MOVE W-TICKETS-REJECTED TO W07-REJECTED
           WRITE F06-REGISTER-RECORD FROM W07-TICKET-TRAILER
           .

       210-PROCESS-ONE-TICKET.
           ADD 1 TO W-TICKETS-READ
           PERFORM 220-EDIT-ONE-TICKET
           IF W-REJECT-REASON = SPACES
               PERFORM 230-POST-ONE-TICKET
           ELSE
               ADD 1 TO W-TICKETS-REJECTED
               MOVE TKT-VIN         TO W06-VIN
               MOVE TKT-TICKET      TO W06-TICKET
               MOVE W-REJECT-REASON TO W06-REASON
               WRITE F06-REGISTER-RECORD FROM W06-REJECT-LINE
           END-IF
           READ F01-TICKET-FILE
               AT END SET W01-EOF-REACHED TO TRUE
           END-READ
           .

      *First failing edit wins. The unit must be on the lot now -
      *work on a car already sold is not capitalised into stock -
      *and the work cannot predate the unit's arrival. Only the
      *front-line sign-off may carry no cost.
       220-EDIT-ONE-TICKET.
           MOVE SPACES TO W-REJECT-REASON
           MOVE 'N' TO W-RECON-FOUND-SWITCH
           IF TKT-VIN NOT = SPACES AND W-RECON-COUNT > 0
               SET RCN-IDX TO 1
               SEARCH RECON-ENTRY
                   AT END CONTINUE
                   WHEN RCM-VIN(RCN-IDX) = TKT-VIN
                       MOVE 'Y' TO W-RECON-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-RECON-NOT-FOUND
               MOVE 'VIN NOT ON LOT' TO W-REJECT-REASON
           END-IF
           IF W-REJECT-REASON = SPACES
               AND NOT RCM-STILL-ON-LOT(RCN-IDX)
               MOVE 'VIN NOT ON LOT' TO W-REJECT-REASON
           END-IF
           IF W-REJECT-REASON = SPACES
               AND NOT TKT-VALID-TYPE
               MOVE 'WORK TYPE INVALID' TO W-REJECT-REASON
           END-IF
           IF W-REJECT-REASON = SPACES
               AND (TKT-COST NOT NUMERIC
                    OR (TKT-COST = 0 AND NOT TKT-FRONTLINE))
               MOVE 'COST MISSING' TO W-REJECT-REASON
           END-IF
           IF W-REJECT-REASON = SPACES
               AND (TKT-WORK-DATE NOT NUMERIC
                    OR TKT-WORK-MM < 1 OR TKT-WORK-MM > 12
                    OR TKT-WORK-DD < 1 OR TKT-WORK-DD > 31
                    OR TKT-WORK-DATE > WS-TODAYS-DATE-8)
               MOVE 'WORK DATE INVALID' TO W-REJECT-REASON
           END-IF
           IF W-REJECT-REASON = SPACES
               AND TKT-WORK-DATE < RCM-RECEIVED-DATE(RCN-IDX)
               MOVE 'WORK DATE BEFORE RECEIPT' TO W-REJECT-REASON
           END-IF
           IF W-REJECT-REASON = SPACES
               AND TKT-FRONTLINE
               AND NOT RCM-IN-RECON(RCN-IDX)
               MOVE 'ALREADY FRONT-LINE READY' TO W-REJECT-REASON
           END-IF
           .

      *Cost accumulates against the unit whatever the work type;
      *work done after the car went front-line (a re-detail, a
      *late tire) still belongs in its cost basis.
       230-POST-ONE-TICKET.
           ADD 1 TO W-TICKETS-POSTED
           ADD TKT-COST TO RCM-RECON-COST(RCN-IDX)
           ADD TKT-COST TO W-TOTAL-RECON-COST
           ADD 1 TO RCM-TICKET-COUNT(RCN-IDX)
           IF TKT-WORK-DATE > RCM-LAST-WORK-DATE(RCN-IDX)
               MOVE TKT-WORK-DATE TO RCM-LAST-WORK-DATE(RCN-IDX)
           END-IF
           MOVE SPACES TO W05-NOTE
           EVALUATE TRUE
               WHEN TKT-DETAIL
                   MOVE 'DETAIL'     TO W05-WORK-TYPE
               WHEN TKT-TIRES
                   MOVE 'TIRES'      TO W05-WORK-TYPE
               WHEN TKT-MECHANICAL
                   MOVE 'MECHANICAL' TO W05-WORK-TYPE
               WHEN TKT-BODY
                   MOVE 'BODY'       TO W05-WORK-TYPE
               WHEN TKT-OTHER
                   MOVE 'OTHER'      TO W05-WORK-TYPE
               WHEN TKT-FRONTLINE
                   MOVE 'FRONT-LINE' TO W05-WORK-TYPE
                   MOVE TKT-WORK-DATE
                       TO RCM-FRONTLINE-DATE(RCN-IDX)
                   ADD 1 TO W-UNITS-MADE-READY
                   MOVE 'FRONT-LINE READY' TO W05-NOTE
           END-EVALUATE
           MOVE TKT-VIN                   TO W05-VIN
           MOVE TKT-TICKET                TO W05-TICKET
           MOVE TKT-WORK-DATE             TO W05-WORK-DATE
           MOVE TKT-COST                  TO W05-COST
           MOVE RCM-RECON-COST(RCN-IDX)   TO W05-RECON-TO-DATE
           WRITE F06-REGISTER-RECORD FROM W05-TICKET-DETAIL
           .

      *Every unit on the lot still waiting to go front-line, with
      *the ones in recon longer than the threshold flagged.
       300-LIST-UNITS-IN-RECON.
           WRITE F06-REGISTER-RECORD FROM SPACES
           MOVE 'UNITS IN RECONDITIONING' TO W03-SECTION
           WRITE F06-REGISTER-RECORD FROM W03-SECTION-LINE
           WRITE F06-REGISTER-RECORD FROM W09-RECON-HEADING
           PERFORM 310-CHECK-ONE-RECON-UNIT
               VARYING RCN-IDX FROM 1 BY 1
               UNTIL RCN-IDX > W-RECON-COUNT
           WRITE F06-REGISTER-RECORD FROM SPACES
           MOVE W-UNITS-IN-RECON TO W11-IN-RECON
           MOVE W-UNITS-OVERDUE  TO W11-OVERDUE
           MOVE W-RECON-DAYS     TO W11-THRESHOLD
           WRITE F06-REGISTER-RECORD FROM W11-RECON-TRAILER
           .

       310-CHECK-ONE-RECON-UNIT.
           IF RCM-STILL-ON-LOT(RCN-IDX)
               AND RCM-IN-RECON(RCN-IDX)
               ADD 1 TO W-UNITS-IN-RECON
               COMPUTE W-DAYS-IN-RECON =
                   FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-8) -
                   FUNCTION INTEGER-OF-DATE(
                       RCM-RECEIVED-DATE(RCN-IDX))
               MOVE SPACES TO W10-FLAG
               IF W-DAYS-IN-RECON > W-RECON-DAYS
                   ADD 1 TO W-UNITS-OVERDUE
                   MOVE 'RECON OVERDUE' TO W10-FLAG
               END-IF
               MOVE RCM-VIN(RCN-IDX)           TO W10-VIN
               MOVE RCM-YEAR(RCN-IDX)          TO W10-YEAR
               MOVE RCM-MAKE(RCN-IDX)          TO W10-MAKE
               MOVE RCM-MODEL(RCN-IDX)         TO W10-MODEL
               MOVE RCM-RECEIVED-DATE(RCN-IDX) TO W10-RECEIVED
               MOVE W-DAYS-IN-RECON            TO W10-DAYS
               MOVE RCM-RECON-COST(RCN-IDX)    TO W10-COST
               WRITE F06-REGISTER-RECORD FROM W10-RECON-DETAIL
           END-IF
           .

      *Units still on the lot ride forward, as do units dated off
      *within the retention window; older ones drop off.
       600-REWRITE-RECON-MASTER.
           OPEN OUTPUT F04-RECON-OUT-FILE
           PERFORM 610-WRITE-ONE-RECON-UNIT
               VARYING RCN-IDX FROM 1 BY 1
               UNTIL RCN-IDX > W-RECON-COUNT
           CLOSE F04-RECON-OUT-FILE
           .

       610-WRITE-ONE-RECON-UNIT.
           MOVE 0 TO W-DAYS-OFF-LOT
           IF NOT RCM-STILL-ON-LOT(RCN-IDX)
               COMPUTE W-DAYS-OFF-LOT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-8) -
                   FUNCTION INTEGER-OF-DATE(
                       RCM-OFF-LOT-DATE(RCN-IDX))
           END-IF
           IF W-DAYS-OFF-LOT NOT > W-OFF-LOT-RETAIN-DAYS
               MOVE RCM-VIN(RCN-IDX)            TO RCO-VIN
               MOVE RCM-YEAR(RCN-IDX)           TO RCO-YEAR
               MOVE RCM-MAKE(RCN-IDX)           TO RCO-MAKE
               MOVE RCM-MODEL(RCN-IDX)          TO RCO-MODEL
               MOVE RCM-RECEIVED-DATE(RCN-IDX)  TO RCO-RECEIVED-DATE
               MOVE RCM-RECON-COST(RCN-IDX)     TO RCO-RECON-COST
               MOVE RCM-TICKET-COUNT(RCN-IDX)   TO RCO-TICKET-COUNT
               MOVE RCM-LAST-WORK-DATE(RCN-IDX) TO RCO-LAST-WORK-DATE
               MOVE RCM-FRONTLINE-DATE(RCN-IDX) TO RCO-FRONTLINE-DATE
               MOVE RCM-OFF-LOT-DATE(RCN-IDX)   TO RCO-OFF-LOT-DATE
               WRITE F04-RECON-OUT-RECORD
           END-IF
           .

      *Tickets posted and their cost, for the balancing run to tie
      *to the journal.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F08-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT F08-CONTROL-TOTAL-FILE
               CLOSE F08-CONTROL-TOTAL-FILE
               OPEN EXTEND F08-CONTROL-TOTAL-FILE
           END-IF
           MOVE 'RECONPST' TO CTF-PROGRAM
           MOVE 'RECON-POSTED' TO CTF-ITEM
           MOVE W-TICKETS-POSTED TO CTF-COUNT
           MOVE W-TOTAL-RECON-COST TO CTF-AMOUNT
           WRITE F08-CONTROL-TOTAL-RECORD
           CLOSE F08-CONTROL-TOTAL-FILE
           .

      *Reconditioning is capitalised: the cost goes into lot
      *inventory (1300) alongside what was paid for the unit, and
      *is owed to the shop or outside vendors through
      *reconditioning payable (2800) until paid.
       920-WRITE-GL-JOURNAL.
           IF W-TOTAL-RECON-COST > 0
               OPEN EXTEND F09-GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS = '35'
                   OPEN OUTPUT F09-GL-JOURNAL-FILE
                   CLOSE F09-GL-JOURNAL-FILE
                   OPEN EXTEND F09-GL-JOURNAL-FILE
               END-IF
               MOVE 'RECONPST' TO GLJ-PROGRAM
               MOVE WS-TODAYS-DATE TO GLJ-DATE
               MOVE '1300' TO GLJ-ACCOUNT
               MOVE 'D' TO GLJ-DC
               MOVE W-TOTAL-RECON-COST TO GLJ-AMOUNT
               WRITE F09-GL-JOURNAL-RECORD
               MOVE '2800' TO GLJ-ACCOUNT
               MOVE 'C' TO GLJ-DC
               MOVE W-TOTAL-RECON-COST TO GLJ-AMOUNT
               WRITE F09-GL-JOURNAL-RECORD
               CLOSE F09-GL-JOURNAL-FILE
           END-IF
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
           MOVE W-TICKETS-READ  TO OPL-RECORD-COUNT
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
