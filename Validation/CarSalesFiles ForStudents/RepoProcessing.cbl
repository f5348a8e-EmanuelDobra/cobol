       IDENTIFICATION DIVISION.

       PROGRAM-ID.     REPOPOST.

      *Repossession processing for delinquent finance notes. FINPOST
      *lists the seriously delinquent paper on findelinquency.dat;
      *when the car is actually picked up the collector keys it onto
      *repotrans.dat with the appraised repo value. This run edits
      *each repossession against the open note, the sold-vehicle
      *extract and the lot file, carries it on the repossession
      *master (repossessions.dat), puts the unit back on the lot at
      *the appraised value and writes a title-back event onto the
      *DMV feed. FINPOST closes the note and OWNPOST retires the
      *buyer's ownership from the same master, so neither master has
      *a second writer. When a held unit resells - a retail sale on
      *tonight's DMV feed or an auction on dispositions.dat - the
      *deficiency (note balance less resale proceeds) is settled:
      *charged off below the collection minimum, placed for
      *collection at or above it, or a surplus owed back to the
      *buyer. Every step posts to the GL journal.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *Repossessions keyed by the collector: invoice, VIN, the date
      *the unit was picked up and its appraised repo value.
           SELECT F01-REPO-TRANS-FILE
               ASSIGN TO "repotrans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

      *Same 53-byte note-balance layout FINPOST carries; read only.
           SELECT F02-BALANCE-FILE
               ASSIGN TO "financebal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

      *Same 62-byte layout VALCAR accumulates soldvehicles.dat with;
      *ties the note's invoice to the VIN and supplies the year,
      *make and model for the lot and DMV records.
           SELECT F03-SOLD-VEHICLE-FILE
               ASSIGN TO "soldvehicles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOLD-FILE-STATUS.

      *Yesterday's repossession master, absent on the very first
      *run.
           SELECT F04-REPO-IN-FILE
               ASSIGN TO "repossessions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPO-IN-STATUS.

      *The rewritten master; the overnight procedure moves it over
      *repossessions.dat once the run ends clean.
           SELECT F05-REPO-OUT-FILE
               ASSIGN TO "repossessions.new"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Same 61-byte lot layout AGERPT reads. Read for the VINs
      *already on the lot, then opened EXTEND so each repossessed
      *unit lands on the end of it the way VALCAR posts trade-ins.
           SELECT F06-LOT-FILE
               ASSIGN TO "UnsoldInventory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-FILE-STATUS.

      *Same 63-byte layout VALCAR writes dmvfeed.dat with. Tonight's
      *sales are read for resold repossessions, then the file is
      *opened EXTEND for the title-back events, so this run follows
      *VALCAR and precedes DMVRECON and FPPAYOFF.
           SELECT F07-DMV-FEED-FILE
               ASSIGN TO "dmvfeed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

      *Same 31-byte layout WHOLSALE reads; an auctioned repossession
      *is resold at the proceeds keyed here.
           SELECT F08-DISPOSITION-FILE
               ASSIGN TO "dispositions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-FILE-STATUS.

      *Smallest deficiency worth placing for collection; the
      *built-in default is kept when the file is absent.
           SELECT F09-PARAMETER-FILE
               ASSIGN TO "repoparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

      *Deficiencies placed for collection, appended run after run
      *for the collector's follow-up.
           SELECT F10-COLLECTION-FILE
               ASSIGN TO "repocollections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECT-FILE-STATUS.

           SELECT F11-REGISTER-FILE
               ASSIGN TO "reporegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F12-OPS-LOG-FILE
               ASSIGN TO "opslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Machine-readable control totals for the nightly balancing
      *run.
           SELECT F13-CONTROL-TOTAL-FILE
               ASSIGN TO "controltotals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      *Balanced debit/credit records for the general-ledger run.
           SELECT F14-GL-JOURNAL-FILE
               ASSIGN TO "gljournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT F15-RUN-LOCK-FILE
               ASSIGN TO "runlock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  F01-REPO-TRANS-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F01-REPO-TRANS-RECORD.
       01  F01-REPO-TRANS-RECORD.
           05  TRN-INVOICE             PIC 9(5).
           05  TRN-INVOICE-X REDEFINES TRN-INVOICE
                                       PIC X(5).
           05  TRN-VIN                 PIC X(17).
           05  TRN-REPO-DATE           PIC 9(8).
           05  TRN-REPO-DATE-PARTS REDEFINES TRN-REPO-DATE.
               10  TRN-REPO-CCYY       PIC 9(4).
               10  TRN-REPO-MM         PIC 9(2).
               10  TRN-REPO-DD         PIC 9(2).
           05  TRN-APPRAISED           PIC 9(6).

       FD  F02-BALANCE-FILE
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS F02-BALANCE-RECORD.
       01  F02-BALANCE-RECORD.
           05  FB-INVOICE              PIC 9(5).
           05  FB-BUYER-ID             PIC 9(6).
           05  FB-BALANCE              PIC 9(7)V99.
           05  FB-PAYMENT              PIC 9(5)V99.
           05  FB-APR                  PIC 99V99.
           05  FB-TERM-MONTHS          PIC 9(3).
           05  FB-ORIG-DATE            PIC 9(8).
           05  FB-PAYMENTS-MADE        PIC 9(3).
           05  FB-LAST-PAID            PIC 9(8).

       FD  F03-SOLD-VEHICLE-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS F03-SOLD-VEHICLE-RECORD.
       01  F03-SOLD-VEHICLE-RECORD.
           05  SVH-INVOICE             PIC X(5).
           05  SVH-VIN                 PIC X(17).
           05  SVH-YEAR                PIC X(2).
           05  SVH-MAKE                PIC X(11).
           05  SVH-MODEL               PIC X(13).
           05  SVH-BUYER-ID            PIC 9(6).
           05  SVH-SALE-DATE           PIC 9(8).

      *One record per repossession: the note it closed, the unit's
      *appraised value, and - once resold - the proceeds and the
      *deficiency (or surplus) that settled it.
       FD  F04-REPO-IN-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS F04-REPO-IN-RECORD.
       01  F04-REPO-IN-RECORD.
           05  RPI-INVOICE             PIC 9(5).
           05  RPI-BUYER-ID            PIC 9(6).
           05  RPI-VIN                 PIC X(17).
           05  RPI-REPO-DATE           PIC 9(8).
           05  RPI-NOTE-BALANCE        PIC 9(7)V99.
           05  RPI-APPRAISED           PIC 9(6).
           05  RPI-STATUS              PIC X.
           05  RPI-RESALE-DATE         PIC 9(8).
           05  RPI-PROCEEDS            PIC 9(6).
           05  RPI-DEFICIENCY          PIC 9(7)V99.

       FD  F05-REPO-OUT-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS F05-REPO-OUT-RECORD.
       01  F05-REPO-OUT-RECORD.
           05  RPO-INVOICE             PIC 9(5).
           05  RPO-BUYER-ID            PIC 9(6).
           05  RPO-VIN                 PIC X(17).
           05  RPO-REPO-DATE           PIC 9(8).
           05  RPO-NOTE-BALANCE        PIC 9(7)V99.
           05  RPO-APPRAISED           PIC 9(6).
           05  RPO-STATUS              PIC X.
           05  RPO-RESALE-DATE         PIC 9(8).
           05  RPO-PROCEEDS            PIC 9(6).
           05  RPO-DEFICIENCY          PIC 9(7)V99.

       FD  F06-LOT-FILE
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS F06-LOT-RECORD.
       01  F06-LOT-RECORD.
           05  LOT-MAKE                PIC X(11).
           05  LOT-MODEL               PIC X(13).
           05  LOT-YEAR                PIC X(2).
           05  LOT-DATE-RECEIVED       PIC 9(6).
           05  LOT-ACQ-COST            PIC 9(6).
           05  LOT-FUNDING-DATE        PIC 9(6).
           05  LOT-VIN                 PIC X(17).

       FD  F07-DMV-FEED-FILE
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS F07-DMV-RECORD.
       01  F07-DMV-RECORD.
           05  DMV-INVOICE             PIC X(5).
           05  DMV-VIN                 PIC X(17).
           05  DMV-YEAR                PIC X(2).
           05  DMV-MAKE                PIC X(11).
           05  DMV-MODEL               PIC X(13).
           05  DMV-SELL                PIC 9(6).
           05  DMV-SALE-DATE           PIC 9(8).
           05  DMV-CANCEL-FLAG         PIC X.

       FD  F08-DISPOSITION-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS F08-DISPOSITION-RECORD.
       01  F08-DISPOSITION-RECORD.
           05  DSP-VIN                 PIC X(17).
           05  DSP-PROCEEDS            PIC 9(6).
           05  DSP-DATE                PIC 9(8).

       FD  F09-PARAMETER-FILE
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS F09-PARM-RECORD.
       01  F09-PARM-RECORD.
           05  PARM-COLLECT-MINIMUM    PIC 9(5)V99.

       FD  F10-COLLECTION-FILE
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS F10-COLLECTION-RECORD.
       01  F10-COLLECTION-RECORD.
           05  COL-INVOICE             PIC 9(5).
           05  COL-BUYER-ID            PIC 9(6).
           05  COL-VIN                 PIC X(17).
           05  COL-RESALE-DATE         PIC 9(8).
           05  COL-DEFICIENCY          PIC 9(7)V99.

       FD  F11-REGISTER-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F11-REGISTER-RECORD.
       01  F11-REGISTER-RECORD         PIC X(120).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F12-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F12-OPS-LOG-RECORD.
       01  F12-OPS-LOG-RECORD          PIC X(132).

       FD  F13-CONTROL-TOTAL-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F13-CONTROL-TOTAL-RECORD.
       01  F13-CONTROL-TOTAL-RECORD.
           05  CTF-PROGRAM         PIC X(8).
           05  CTF-ITEM            PIC X(12).
           05  CTF-COUNT           PIC 9(7).
           05  CTF-AMOUNT          PIC 9(11).

      *One journal record per debit or credit posted.
       FD  F14-GL-JOURNAL-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS F14-GL-JOURNAL-RECORD.
       01  F14-GL-JOURNAL-RECORD.
           05  GLJ-PROGRAM         PIC X(8).
           05  GLJ-DATE            PIC 9(8).
           05  GLJ-ACCOUNT         PIC X(4).
           05  GLJ-DC              PIC X.
           05  GLJ-AMOUNT          PIC 9(11)V99.

      *One record: who holds the suite run lock and since when.
       FD  F15-RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F15-RUN-LOCK-RECORD.
       01  F15-RUN-LOCK-RECORD.
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

       01  WS-TRANS-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS      PIC XX   VALUE SPACES.
       01  WS-SOLD-FILE-STATUS         PIC XX   VALUE SPACES.
       01  WS-REPO-IN-STATUS           PIC XX   VALUE SPACES.
       01  WS-LOT-FILE-STATUS          PIC XX   VALUE SPACES.
       01  WS-FEED-FILE-STATUS         PIC XX   VALUE SPACES.
       01  WS-DISP-FILE-STATUS         PIC XX   VALUE SPACES.
       01  WS-PARAM-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-COLLECT-FILE-STATUS      PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS          PIC XX   VALUE SPACES.
       01  WS-GL-JOURNAL-STATUS        PIC XX   VALUE SPACES.

      *Deficiencies below this are not worth a collector's time and
      *are charged off; overlaid from repoparams.dat.
       01  W-COLLECT-MINIMUM           PIC 9(5)V99 VALUE 250.00.

      *The repossession master in memory, carried forward with
      *tonight's repossessions and settlements applied.
       01  MAX-REPOS                   PIC 9(4) VALUE 5000.
       01  W-REPO-FOUND-SWITCH         PIC X    VALUE 'N'.
           88  W-REPO-FOUND                VALUE 'Y'.
           88  W-REPO-NOT-FOUND            VALUE 'N'.
       01  REPO-TABLE-AREA.
           05  W-REPO-COUNT            PIC 9(4) VALUE 0.
           05  REPO-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON W-REPO-COUNT
                   INDEXED BY REPO-IDX.
               10  RPM-INVOICE         PIC 9(5).
               10  RPM-BUYER-ID        PIC 9(6).
               10  RPM-VIN             PIC X(17).
               10  RPM-REPO-DATE       PIC 9(8).
               10  RPM-NOTE-BALANCE    PIC 9(7)V99.
               10  RPM-APPRAISED       PIC 9(6).
               10  RPM-STATUS          PIC X.
                   88  RPM-HELD            VALUE 'H'.
                   88  RPM-CHARGED-OFF     VALUE 'C'.
                   88  RPM-IN-COLLECTION   VALUE 'L'.
                   88  RPM-SURPLUS-OWED    VALUE 'S'.
                   88  RPM-SETTLED-EVEN    VALUE 'E'.
               10  RPM-RESALE-DATE     PIC 9(8).
               10  RPM-PROCEEDS        PIC 9(6).
               10  RPM-DEFICIENCY      PIC 9(7)V99.

      *Open notes from the balance master, for the balance each
      *repossession closes.
       01  MAX-NOTES                   PIC 9(4) VALUE 5000.
       01  W-NOTE-FOUND-SWITCH         PIC X    VALUE 'N'.
           88  W-NOTE-FOUND                VALUE 'Y'.
           88  W-NOTE-NOT-FOUND            VALUE 'N'.
       01  NOTE-TABLE-AREA.
           05  W-NOTE-COUNT            PIC 9(4) VALUE 0.
           05  NOTE-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON W-NOTE-COUNT
                   INDEXED BY NTE-IDX.
               10  NTE-INVOICE         PIC 9(5).
               10  NTE-BUYER-ID        PIC 9(6).
               10  NTE-BALANCE         PIC 9(7)V99.

      *The sold-vehicle extract in memory, keyed by invoice and
      *VIN.
       01  MAX-SOLD                    PIC 9(5) VALUE 20000.
       01  W-SOLD-FOUND-SWITCH         PIC X    VALUE 'N'.
           88  W-SOLD-FOUND                VALUE 'Y'.
           88  W-SOLD-NOT-FOUND            VALUE 'N'.
       01  SOLD-TABLE-AREA.
           05  W-SOLD-COUNT            PIC 9(5) VALUE 0.
           05  SOLD-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON W-SOLD-COUNT
                   INDEXED BY SLD-IDX.
               10  SLD-INVOICE         PIC X(5).
               10  SLD-VIN             PIC X(17).
               10  SLD-YEAR            PIC X(2).
               10  SLD-MAKE            PIC X(11).
               10  SLD-MODEL           PIC X(13).

      *VINs on the lot file, plus the units this run puts back.
       01  MAX-LOT-UNITS               PIC 9(4) VALUE 2000.
       01  W-LOT-FOUND-SWITCH          PIC X    VALUE 'N'.
           88  W-LOT-FOUND                 VALUE 'Y'.
           88  W-LOT-NOT-FOUND             VALUE 'N'.
       01  LOT-TABLE-AREA.
           05  W-LOT-COUNT             PIC 9(4) VALUE 0.
           05  LOT-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON W-LOT-COUNT
                   INDEXED BY LOT-IDX.
               10  LT-VIN              PIC X(17).

      *Tonight's resales from both channels: retail sales off the
      *DMV feed and auction proceeds off dispositions.dat.
       01  MAX-RESALES                 PIC 9(4) VALUE 2000.
       01  W-RESALE-FOUND-SWITCH       PIC X    VALUE 'N'.
           88  W-RESALE-FOUND              VALUE 'Y'.
           88  W-RESALE-NOT-FOUND          VALUE 'N'.
       01  RESALE-TABLE-AREA.
           05  W-RESALE-COUNT          PIC 9(4) VALUE 0.
           05  RESALE-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON W-RESALE-COUNT
                   INDEXED BY RSL-IDX.
               10  RSL-INVOICE         PIC X(5).
               10  RSL-VIN             PIC X(17).
               10  RSL-DATE            PIC 9(8).
               10  RSL-PROCEEDS        PIC 9(6).

      *Per-transaction edit and settlement work fields.
       01  W-REJECT-REASON             PIC X(30) VALUE SPACES.
       01  W-SHORTFALL                 PIC S9(7)V99 VALUE 0.
       01  W-TRUE-UP                   PIC S9(7)V99 VALUE 0.
       01  W-DEFICIENCY                PIC S9(7)V99 VALUE 0.

      *Journal amounts accumulated across the run. The shortfall
      *(note balance less appraisal) and the resale true-up
      *(appraisal less proceeds) are signed: together they leave
      *the repossession deficiency account holding note balance
      *less proceeds for each resold unit, the amount the buyer
      *still owes.
       01  GL-AMOUNTS.
           05  W-GL-NOTE-BALANCE       PIC 9(9)V99  VALUE 0.
           05  W-GL-APPRAISED          PIC 9(9)V99  VALUE 0.
           05  W-GL-SHORTFALL          PIC S9(9)V99 VALUE 0.
           05  W-GL-RESOLD-APPRAISED   PIC 9(9)V99  VALUE 0.
           05  W-GL-TRUE-UP            PIC S9(9)V99 VALUE 0.
           05  W-GL-CHARGED-OFF        PIC 9(9)V99  VALUE 0.
           05  W-GL-TO-COLLECTION      PIC 9(9)V99  VALUE 0.
           05  W-GL-SURPLUS            PIC 9(9)V99  VALUE 0.

       01  RUN-COUNTERS.
           05  W-TRANS-READ            PIC 9(5)     VALUE 0.
           05  W-REPOS-POSTED          PIC 9(5)     VALUE 0.
           05  W-REPOS-REJECTED        PIC 9(5)     VALUE 0.
           05  W-UNITS-RESOLD          PIC 9(5)     VALUE 0.
           05  W-UNITS-HELD            PIC 9(5)     VALUE 0.
           05  W-TOTAL-DEFICIENCY      PIC 9(9)V99  VALUE 0.

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
           05                          PIC X(21)
                 VALUE 'REPOSSESSION REGISTER'.
           05                          PIC X(59) VALUE SPACES.
       01  W03-SECTION-LINE.
           05  W03-SECTION             PIC X(40).
           05                          PIC X(80) VALUE SPACES.

       01  W04-REPO-HEADING.
           05                          PIC X(7)  VALUE 'INVOICE'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'BUYER ID'.
           05                          PIC X(1)  VALUE SPACES.
           05                          PIC X(17) VALUE 'VIN'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(9)  VALUE 'REPO DATE'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(12) VALUE 'NOTE BALANCE'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(9)  VALUE 'APPRAISED'.
           05                          PIC X(8)  VALUE SPACES.
           05                          PIC X(9)  VALUE 'SHORTFALL'.
           05                          PIC X(31) VALUE SPACES.
       01  W05-REPO-DETAIL.
           05  W05-INVOICE             PIC 9(5).
           05                          PIC X(4)  VALUE SPACES.
           05  W05-BUYER               PIC 9(6).
           05                          PIC X(3)  VALUE SPACES.
           05  W05-VIN                 PIC X(17).
           05                          PIC X(2)  VALUE SPACES.
           05  W05-REPO-DATE           PIC 9(8).
           05                          PIC X(3)  VALUE SPACES.
           05  W05-BALANCE             PIC $$,$$$,$$9.99.
           05                          PIC X(3)  VALUE SPACES.
           05  W05-APPRAISED           PIC $$$$,$$9.
           05                          PIC X(3)  VALUE SPACES.
           05  W05-SHORTFALL           PIC +$$,$$$,$$9.99.
           05                          PIC X(31) VALUE SPACES.
       01  W06-REJECT-LINE.
           05  W06-INVOICE             PIC X(5).
           05                          PIC X(13) VALUE SPACES.
           05  W06-VIN                 PIC X(17).
           05                          PIC X(2)  VALUE SPACES.
           05  W06-REASON              PIC X(30).
           05                          PIC X(53) VALUE SPACES.
       01  W07-REPO-TRAILER.
           05                          PIC X(13)
                 VALUE 'REPOSSESSED: '.
           05  W07-REPOS               PIC ZZ,ZZ9.
           05                          PIC X(16)
                 VALUE '  NOTE BALANCE: '.
           05  W07-BALANCE             PIC $$$,$$$,$$9.99.
           05                          PIC X(13)
                 VALUE '  APPRAISED: '.
           05  W07-APPRAISED           PIC $$$,$$$,$$9.
           05                          PIC X(12)
                 VALUE '  REJECTED: '.
           05  W07-REJECTED            PIC ZZ,ZZ9.
           05                          PIC X(29) VALUE SPACES.

       01  W09-RESALE-HEADING.
           05                          PIC X(7)  VALUE 'INVOICE'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'BUYER ID'.
           05                          PIC X(1)  VALUE SPACES.
           05                          PIC X(17) VALUE 'VIN'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(9)  VALUE 'RESALE DT'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(8)  VALUE 'PROCEEDS'.
           05                          PIC X(6)  VALUE SPACES.
           05                          PIC X(10) VALUE 'DEFICIENCY'.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'ACTION'.
           05                          PIC X(39) VALUE SPACES.
       01  W10-RESALE-DETAIL.
           05  W10-INVOICE             PIC 9(5).
           05                          PIC X(4)  VALUE SPACES.
           05  W10-BUYER               PIC 9(6).
           05                          PIC X(3)  VALUE SPACES.
           05  W10-VIN                 PIC X(17).
           05                          PIC X(2)  VALUE SPACES.
           05  W10-RESALE-DATE         PIC 9(8).
           05                          PIC X(3)  VALUE SPACES.
           05  W10-PROCEEDS            PIC $$$$,$$9.
           05                          PIC X(3)  VALUE SPACES.
           05  W10-DEFICIENCY          PIC $$,$$$,$$9.99.
           05                          PIC X(3)  VALUE SPACES.
           05  W10-ACTION              PIC X(14).
           05                          PIC X(31) VALUE SPACES.
       01  W11-RESALE-TRAILER.
           05                          PIC X(8)  VALUE 'RESOLD: '.
           05  W11-RESOLD              PIC ZZ,ZZ9.
           05                          PIC X(15)
                 VALUE '  CHARGED OFF: '.
           05  W11-CHARGED-OFF         PIC $$,$$$,$$9.99.
           05                          PIC X(17)
                 VALUE '  TO COLLECTION: '.
           05  W11-TO-COLLECTION       PIC $$,$$$,$$9.99.
           05                          PIC X(19)
                 VALUE '  HELD FOR RESALE: '.
           05  W11-HELD                PIC ZZ,ZZ9.
           05                          PIC X(23) VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'REPOPOST'.
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
           PERFORM 110-LOAD-REPO-MASTER
           PERFORM 120-LOAD-OPEN-NOTES
           PERFORM 130-LOAD-SOLD-VEHICLES
           PERFORM 140-LOAD-LOT-VINS
           PERFORM 150-LOAD-TONIGHTS-RESALES
           OPEN OUTPUT F11-REGISTER-FILE
           WRITE F11-REGISTER-RECORD FROM W08-RUN-DATE-LINE
           WRITE F11-REGISTER-RECORD FROM W02-TITLE
           PERFORM 200-SETTLE-RESOLD-UNITS
           PERFORM 300-POST-REPOSSESSIONS
           PERFORM 600-REWRITE-REPO-MASTER
           CLOSE F11-REGISTER-FILE
      *Suite severity standard: a keyed repossession that fails
      *its edits is condition 4.
           IF W-REPOS-REJECTED > 0
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
           OPEN INPUT F15-RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = '00'
               READ F15-RUN-LOCK-FILE
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
               CLOSE F15-RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-IS-LIVE
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' - REPOPOST NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F15-RUN-LOCK-FILE
           MOVE 'REPOPOST' TO LCK-PROGRAM
           MOVE WS-LOCK-NOW-DATE TO LCK-DATE
           MOVE WS-LOCK-NOW-TIME TO LCK-TIME
           MOVE WS-LOCK-NOW-DATE TO WS-LID-DATE
           MOVE WS-LOCK-NOW-TIME TO WS-LID-TIME
           MOVE WS-LOCK-IDENTITY TO LCK-IDENTITY
           WRITE F15-RUN-LOCK-RECORD
           CLOSE F15-RUN-LOCK-FILE
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

       105-READ-PARAMETERS.
           OPEN INPUT F09-PARAMETER-FILE
           IF WS-PARAM-FILE-STATUS = '00'
               READ F09-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-COLLECT-MINIMUM IS NUMERIC
                           MOVE PARM-COLLECT-MINIMUM
                               TO W-COLLECT-MINIMUM
                       END-IF
               END-READ
               CLOSE F09-PARAMETER-FILE
           END-IF
           .

       110-LOAD-REPO-MASTER.
           OPEN INPUT F04-REPO-IN-FILE
           IF WS-REPO-IN-STATUS = '00'
               PERFORM UNTIL WS-REPO-IN-STATUS NOT = '00'
                   READ F04-REPO-IN-FILE
                       AT END
                           MOVE '10' TO WS-REPO-IN-STATUS
                       NOT AT END
                           IF W-REPO-COUNT < MAX-REPOS
                               ADD 1 TO W-REPO-COUNT
                               PERFORM 115-LOAD-ONE-REPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F04-REPO-IN-FILE
           END-IF
           .

       115-LOAD-ONE-REPO.
           SET REPO-IDX TO W-REPO-COUNT
           MOVE RPI-INVOICE      TO RPM-INVOICE(REPO-IDX)
           MOVE RPI-BUYER-ID     TO RPM-BUYER-ID(REPO-IDX)
           MOVE RPI-VIN          TO RPM-VIN(REPO-IDX)
           MOVE RPI-REPO-DATE    TO RPM-REPO-DATE(REPO-IDX)
           MOVE RPI-NOTE-BALANCE TO RPM-NOTE-BALANCE(REPO-IDX)
           MOVE RPI-APPRAISED    TO RPM-APPRAISED(REPO-IDX)
           MOVE RPI-STATUS       TO RPM-STATUS(REPO-IDX)
           MOVE RPI-RESALE-DATE  TO RPM-RESALE-DATE(REPO-IDX)
           MOVE RPI-PROCEEDS     TO RPM-PROCEEDS(REPO-IDX)
           MOVE RPI-DEFICIENCY   TO RPM-DEFICIENCY(REPO-IDX)
           .

       120-LOAD-OPEN-NOTES.
           OPEN INPUT F02-BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS = '00'
               PERFORM UNTIL WS-BALANCE-FILE-STATUS NOT = '00'
                   READ F02-BALANCE-FILE
                       AT END
                           MOVE '10' TO WS-BALANCE-FILE-STATUS
                       NOT AT END
                           IF W-NOTE-COUNT < MAX-NOTES
                               ADD 1 TO W-NOTE-COUNT
                               MOVE FB-INVOICE
                                   TO NTE-INVOICE(W-NOTE-COUNT)
                               MOVE FB-BUYER-ID
                                   TO NTE-BUYER-ID(W-NOTE-COUNT)
                               MOVE FB-BALANCE
                                   TO NTE-BALANCE(W-NOTE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-BALANCE-FILE
           END-IF
           .

       130-LOAD-SOLD-VEHICLES.
           OPEN INPUT F03-SOLD-VEHICLE-FILE
           IF WS-SOLD-FILE-STATUS = '00'
               PERFORM UNTIL WS-SOLD-FILE-STATUS NOT = '00'
                   READ F03-SOLD-VEHICLE-FILE
                       AT END
                           MOVE '10' TO WS-SOLD-FILE-STATUS
                       NOT AT END
                           IF W-SOLD-COUNT < MAX-SOLD
                               ADD 1 TO W-SOLD-COUNT
                               MOVE SVH-INVOICE
                                   TO SLD-INVOICE(W-SOLD-COUNT)
                               MOVE SVH-VIN
                                   TO SLD-VIN(W-SOLD-COUNT)
                               MOVE SVH-YEAR
                                   TO SLD-YEAR(W-SOLD-COUNT)
                               MOVE SVH-MAKE
                                   TO SLD-MAKE(W-SOLD-COUNT)
                               MOVE SVH-MODEL
                                   TO SLD-MODEL(W-SOLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-SOLD-VEHICLE-FILE
           END-IF
           .

       140-LOAD-LOT-VINS.
           OPEN INPUT F06-LOT-FILE
           IF WS-LOT-FILE-STATUS = '00'
               PERFORM UNTIL WS-LOT-FILE-STATUS NOT = '00'
                   READ F06-LOT-FILE
                       AT END
                           MOVE '10' TO WS-LOT-FILE-STATUS
                       NOT AT END
                           IF LOT-VIN NOT = SPACES
                               AND W-LOT-COUNT < MAX-LOT-UNITS
                               ADD 1 TO W-LOT-COUNT
                               MOVE LOT-VIN TO LT-VIN(W-LOT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F06-LOT-FILE
           END-IF
           .

      *Retail sales come off tonight's DMV feed - cancellations,
      *title-backs and lien releases are not sales - and auction
      *sales off the keyed dispositions, so a held unit settles
      *whichever way it went.
       150-LOAD-TONIGHTS-RESALES.
           OPEN INPUT F07-DMV-FEED-FILE
           IF WS-FEED-FILE-STATUS = '00'
               PERFORM UNTIL WS-FEED-FILE-STATUS NOT = '00'
                   READ F07-DMV-FEED-FILE
                       AT END
                           MOVE '10' TO WS-FEED-FILE-STATUS
                       NOT AT END
                           IF DMV-CANCEL-FLAG = SPACE
                               AND DMV-VIN NOT = SPACES
                               AND DMV-SELL IS NUMERIC
                               AND W-RESALE-COUNT < MAX-RESALES
                               ADD 1 TO W-RESALE-COUNT
                               SET RSL-IDX TO W-RESALE-COUNT
                               MOVE DMV-INVOICE TO RSL-INVOICE(RSL-IDX)
                               MOVE DMV-VIN     TO RSL-VIN(RSL-IDX)
                               MOVE DMV-SALE-DATE
                                   TO RSL-DATE(RSL-IDX)
                               MOVE DMV-SELL    TO RSL-PROCEEDS(RSL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F07-DMV-FEED-FILE
           END-IF
           OPEN INPUT F08-DISPOSITION-FILE
           IF WS-DISP-FILE-STATUS = '00'
               PERFORM UNTIL WS-DISP-FILE-STATUS NOT = '00'
                   READ F08-DISPOSITION-FILE
                       AT END
                           MOVE '10' TO WS-DISP-FILE-STATUS
                       NOT AT END
                           IF DSP-VIN NOT = SPACES
                               AND DSP-PROCEEDS IS NUMERIC
                               AND DSP-DATE IS NUMERIC
                               AND W-RESALE-COUNT < MAX-RESALES
                               ADD 1 TO W-RESALE-COUNT
                               SET RSL-IDX TO W-RESALE-COUNT
                               MOVE SPACES  TO RSL-INVOICE(RSL-IDX)
                               MOVE DSP-VIN TO RSL-VIN(RSL-IDX)
                               MOVE DSP-DATE
                                   TO RSL-DATE(RSL-IDX)
                               MOVE DSP-PROCEEDS
                                   TO RSL-PROCEEDS(RSL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F08-DISPOSITION-FILE
           END-IF
           .

      *Every unit still held for resale is checked against tonight's
      *resales. Only units on the master before tonight can settle;
      *one repossessed tonight is not on the lot file until the
      *overnight move.
       200-SETTLE-RESOLD-UNITS.
           WRITE F11-REGISTER-RECORD FROM SPACES
           MOVE 'RESALES SETTLED' TO W03-SECTION
           WRITE F11-REGISTER-RECORD FROM W03-SECTION-LINE
           WRITE F11-REGISTER-RECORD FROM W09-RESALE-HEADING
           OPEN EXTEND F10-COLLECTION-FILE
           IF WS-COLLECT-FILE-STATUS = '35'
               OPEN OUTPUT F10-COLLECTION-FILE
               CLOSE F10-COLLECTION-FILE
               OPEN EXTEND F10-COLLECTION-FILE
           END-IF
           PERFORM 210-CHECK-ONE-HELD-UNIT
               VARYING REPO-IDX FROM 1 BY 1
               UNTIL REPO-IDX > W-REPO-COUNT
           CLOSE F10-COLLECTION-FILE
           .

      *A resale under the repossessed deal's own invoice, or dated
      *before the pickup, is not this unit's resale.
       210-CHECK-ONE-HELD-UNIT.
           IF RPM-HELD(REPO-IDX)
               MOVE 'N' TO W-RESALE-FOUND-SWITCH
               IF W-RESALE-COUNT > 0
                   SET RSL-IDX TO 1
                   SEARCH RESALE-ENTRY
                       AT END CONTINUE
                       WHEN RSL-VIN(RSL-IDX) = RPM-VIN(REPO-IDX)
                           AND RSL-INVOICE(RSL-IDX)
                               NOT = RPM-INVOICE(REPO-IDX)
                           AND RSL-DATE(RSL-IDX)
                               NOT < RPM-REPO-DATE(REPO-IDX)
                           MOVE 'Y' TO W-RESALE-FOUND-SWITCH
                   END-SEARCH
               END-IF
               IF W-RESALE-FOUND
                   PERFORM 220-SETTLE-ONE-RESALE
               END-IF
           END-IF
           .

      *The buyer owes the note balance less what the unit brought.
      *A deficiency under the collection minimum is charged off; at
      *or above it the account is placed for collection and stays
      *on the books. Proceeds above the balance are a surplus owed
      *back to the buyer.
       220-SETTLE-ONE-RESALE.
           ADD 1 TO W-UNITS-RESOLD
           MOVE RSL-DATE(RSL-IDX)     TO RPM-RESALE-DATE(REPO-IDX)
           MOVE RSL-PROCEEDS(RSL-IDX) TO RPM-PROCEEDS(REPO-IDX)
           ADD RPM-APPRAISED(REPO-IDX) TO W-GL-RESOLD-APPRAISED
           COMPUTE W-TRUE-UP =
               RPM-APPRAISED(REPO-IDX) - RPM-PROCEEDS(REPO-IDX)
           ADD W-TRUE-UP TO W-GL-TRUE-UP
           COMPUTE W-DEFICIENCY =
               RPM-NOTE-BALANCE(REPO-IDX) - RPM-PROCEEDS(REPO-IDX)
           EVALUATE TRUE
               WHEN W-DEFICIENCY > 0
                   AND W-DEFICIENCY < W-COLLECT-MINIMUM
                   SET RPM-CHARGED-OFF(REPO-IDX) TO TRUE
                   MOVE W-DEFICIENCY TO RPM-DEFICIENCY(REPO-IDX)
                   ADD W-DEFICIENCY TO W-GL-CHARGED-OFF
                   ADD W-DEFICIENCY TO W-TOTAL-DEFICIENCY
                   MOVE 'CHARGED OFF' TO W10-ACTION
               WHEN W-DEFICIENCY > 0
                   SET RPM-IN-COLLECTION(REPO-IDX) TO TRUE
                   MOVE W-DEFICIENCY TO RPM-DEFICIENCY(REPO-IDX)
                   ADD W-DEFICIENCY TO W-GL-TO-COLLECTION
                   ADD W-DEFICIENCY TO W-TOTAL-DEFICIENCY
                   MOVE 'COLLECTION' TO W10-ACTION
                   MOVE RPM-INVOICE(REPO-IDX)   TO COL-INVOICE
                   MOVE RPM-BUYER-ID(REPO-IDX)  TO COL-BUYER-ID
                   MOVE RPM-VIN(REPO-IDX)       TO COL-VIN
                   MOVE RPM-RESALE-DATE(REPO-IDX)
                       TO COL-RESALE-DATE
                   MOVE W-DEFICIENCY            TO COL-DEFICIENCY
                   WRITE F10-COLLECTION-RECORD
               WHEN W-DEFICIENCY < 0
                   SET RPM-SURPLUS-OWED(REPO-IDX) TO TRUE
                   COMPUTE RPM-DEFICIENCY(REPO-IDX) = 0 - W-DEFICIENCY
                   ADD RPM-DEFICIENCY(REPO-IDX) TO W-GL-SURPLUS
                   MOVE 'SURPLUS OWED' TO W10-ACTION
               WHEN OTHER
                   SET RPM-SETTLED-EVEN(REPO-IDX) TO TRUE
                   MOVE 0 TO RPM-DEFICIENCY(REPO-IDX)
                   MOVE 'SETTLED EVEN' TO W10-ACTION
           END-EVALUATE
           MOVE RPM-INVOICE(REPO-IDX)     TO W10-INVOICE
           MOVE RPM-BUYER-ID(REPO-IDX)    TO W10-BUYER
           MOVE RPM-VIN(REPO-IDX)         TO W10-VIN
           MOVE RPM-RESALE-DATE(REPO-IDX) TO W10-RESALE-DATE
           MOVE RPM-PROCEEDS(REPO-IDX)    TO W10-PROCEEDS
           MOVE RPM-DEFICIENCY(REPO-IDX)  TO W10-DEFICIENCY
           WRITE F11-REGISTER-RECORD FROM W10-RESALE-DETAIL
           .

      *Tonight's keyed repossessions. The lot and DMV feed are
      *opened EXTEND only after 140 and 150 have read them.
       300-POST-REPOSSESSIONS.
           WRITE F11-REGISTER-RECORD FROM SPACES
           MOVE 'REPOSSESSIONS POSTED' TO W03-SECTION
           WRITE F11-REGISTER-RECORD FROM W03-SECTION-LINE
           WRITE F11-REGISTER-RECORD FROM W04-REPO-HEADING
           OPEN EXTEND F06-LOT-FILE
           IF WS-LOT-FILE-STATUS = '35'
               OPEN OUTPUT F06-LOT-FILE
               CLOSE F06-LOT-FILE
               OPEN EXTEND F06-LOT-FILE
           END-IF
           OPEN EXTEND F07-DMV-FEED-FILE
           IF WS-FEED-FILE-STATUS = '35'
               OPEN OUTPUT F07-DMV-FEED-FILE
               CLOSE F07-DMV-FEED-FILE
               OPEN EXTEND F07-DMV-FEED-FILE
           END-IF
           OPEN INPUT F01-REPO-TRANS-FILE
           IF WS-TRANS-FILE-STATUS = '00'
               READ F01-REPO-TRANS-FILE
                   AT END SET W01-EOF-REACHED TO TRUE
               END-READ
           ELSE
               SET W01-EOF-REACHED TO TRUE
           END-IF
           PERFORM 310-PROCESS-ONE-REPO
               UNTIL W01-EOF-REACHED
           CLOSE F01-REPO-TRANS-FILE
           CLOSE F06-LOT-FILE
           CLOSE F07-DMV-FEED-FILE
           WRITE F11-REGISTER-RECORD FROM SPACES
           MOVE W-REPOS-POSTED    TO W07-REPOS
           MOVE W-GL-NOTE-BALANCE TO W07-BALANCE
           MOVE W-GL-APPRAISED    TO W07-APPRAISED
           MOVE W-REPOS-REJECTED  TO W07-REJECTED
           WRITE F11-REGISTER-RECORD FROM W07-REPO-TRAILER
           .

       310-PROCESS-ONE-REPO.
           ADD 1 TO W-TRANS-READ
           PERFORM 320-EDIT-ONE-REPO
           IF W-REJECT-REASON = SPACES
               PERFORM 330-POST-ONE-REPO
           ELSE
               ADD 1 TO W-REPOS-REJECTED
               MOVE TRN-INVOICE-X   TO W06-INVOICE
               MOVE TRN-VIN         TO W06-VIN
               MOVE W-REJECT-REASON TO W06-REASON
               WRITE F11-REGISTER-RECORD FROM W06-REJECT-LINE
           END-IF
           READ F01-REPO-TRANS-FILE
               AT END SET W01-EOF-REACHED TO TRUE
           END-READ
           .

      *First failing edit wins. The note must still be open, the
      *VIN must be the one sold on that invoice, and the unit must
      *not already be back on the lot or on the repossession
      *master.
       320-EDIT-ONE-REPO.
           MOVE SPACES TO W-REJECT-REASON
           IF TRN-INVOICE NOT NUMERIC
               MOVE 'INVOICE NOT NUMERIC' TO W-REJECT-REASON
           END-IF
           IF W-REJECT-REASON = SPACES
               AND (TRN-APPRAISED NOT NUMERIC
                    OR TRN-APPRAISED = 0)
               MOVE 'APPRAISED VALUE MISSING' TO W-REJECT-REASON
           END-IF
           IF W-REJECT-REASON = SPACES
               AND (TRN-REPO-DATE NOT NUMERIC
                    OR TRN-REPO-MM < 1 OR TRN-REPO-MM > 12
                    OR TRN-REPO-DD < 1 OR TRN-REPO-DD > 31
                    OR TRN-REPO-DATE > WS-TODAYS-DATE-8)
               MOVE 'REPO DATE INVALID' TO W-REJECT-REASON
           END-IF
           IF W-REJECT-REASON = SPACES
               MOVE 'N' TO W-REPO-FOUND-SWITCH
               IF W-REPO-COUNT > 0
                   SET REPO-IDX TO 1
                   SEARCH REPO-ENTRY
                       AT END CONTINUE
                       WHEN RPM-INVOICE(REPO-IDX) = TRN-INVOICE
                           AND RPM-VIN(REPO-IDX) = TRN-VIN
                           MOVE 'Y' TO W-REPO-FOUND-SWITCH
                   END-SEARCH
               END-IF
               IF W-REPO-FOUND
                   MOVE 'ALREADY REPOSSESSED' TO W-REJECT-REASON
               END-IF
           END-IF
           IF W-REJECT-REASON = SPACES
               MOVE 'N' TO W-NOTE-FOUND-SWITCH
               IF W-NOTE-COUNT > 0
                   SET NTE-IDX TO 1
                   SEARCH NOTE-ENTRY
                       AT END CONTINUE
                       WHEN NTE-INVOICE(NTE-IDX) = TRN-INVOICE
                           MOVE 'Y' TO W-NOTE-FOUND-SWITCH
                   END-SEARCH
               END-IF
               IF W-NOTE-NOT-FOUND
                   MOVE 'NO OPEN NOTE ON INVOICE' TO W-REJECT-REASON
               END-IF
           END-IF
           IF W-REJECT-REASON = SPACES
               MOVE 'N' TO W-SOLD-FOUND-SWITCH
               IF W-SOLD-COUNT > 0
                   SET SLD-IDX TO 1
                   SEARCH SOLD-ENTRY
                       AT END CONTINUE
                       WHEN SLD-INVOICE(SLD-IDX) = TRN-INVOICE-X
                           AND SLD-VIN(SLD-IDX) = TRN-VIN
                           MOVE 'Y' TO W-SOLD-FOUND-SWITCH
                   END-SEARCH
               END-IF
               IF W-SOLD-NOT-FOUND
                   MOVE 'VIN NOT SOLD ON THIS INVOICE'
                       TO W-REJECT-REASON
               END-IF
           END-IF
           IF W-REJECT-REASON = SPACES
               MOVE 'N' TO W-LOT-FOUND-SWITCH
               IF W-LOT-COUNT > 0
                   SET LOT-IDX TO 1
                   SEARCH LOT-ENTRY
                       AT END CONTINUE
                       WHEN LT-VIN(LOT-IDX) = TRN-VIN
                           MOVE 'Y' TO W-LOT-FOUND-SWITCH
                   END-SEARCH
               END-IF
               IF W-LOT-FOUND
                   MOVE 'VIN ALREADY ON LOT FILE' TO W-REJECT-REASON
               END-IF
           END-IF
           IF W-REJECT-REASON = SPACES
               AND W-REPO-COUNT NOT < MAX-REPOS
               MOVE 'REPOSSESSION MASTER FULL' TO W-REJECT-REASON
           END-IF
           .

      *The repossession goes on the master held for resale, the
      *unit back on the lot at its appraised value - not floored,
      *so no funding date - and a title-back event on the DMV feed
      *under the original invoice.
       330-POST-ONE-REPO.
           ADD 1 TO W-REPOS-POSTED
           ADD 1 TO W-REPO-COUNT
           SET REPO-IDX TO W-REPO-COUNT
           MOVE TRN-INVOICE          TO RPM-INVOICE(REPO-IDX)
           MOVE NTE-BUYER-ID(NTE-IDX) TO RPM-BUYER-ID(REPO-IDX)
           MOVE TRN-VIN              TO RPM-VIN(REPO-IDX)
           MOVE TRN-REPO-DATE        TO RPM-REPO-DATE(REPO-IDX)
           MOVE NTE-BALANCE(NTE-IDX) TO RPM-NOTE-BALANCE(REPO-IDX)
           MOVE TRN-APPRAISED        TO RPM-APPRAISED(REPO-IDX)
           SET RPM-HELD(REPO-IDX) TO TRUE
           MOVE 0 TO RPM-RESALE-DATE(REPO-IDX)
           MOVE 0 TO RPM-PROCEEDS(REPO-IDX)
           MOVE 0 TO RPM-DEFICIENCY(REPO-IDX)
           ADD NTE-BALANCE(NTE-IDX) TO W-GL-NOTE-BALANCE
           ADD TRN-APPRAISED        TO W-GL-APPRAISED
           COMPUTE W-SHORTFALL = NTE-BALANCE(NTE-IDX) - TRN-APPRAISED
           ADD W-SHORTFALL TO W-GL-SHORTFALL
           MOVE SLD-MAKE(SLD-IDX)   TO LOT-MAKE
           MOVE SLD-MODEL(SLD-IDX)  TO LOT-MODEL
           MOVE SLD-YEAR(SLD-IDX)   TO LOT-YEAR
           MOVE TRN-REPO-DATE(3:6)  TO LOT-DATE-RECEIVED
           MOVE TRN-APPRAISED       TO LOT-ACQ-COST
           MOVE 0                   TO LOT-FUNDING-DATE
           MOVE TRN-VIN             TO LOT-VIN
           WRITE F06-LOT-RECORD
           IF W-LOT-COUNT < MAX-LOT-UNITS
               ADD 1 TO W-LOT-COUNT
               MOVE TRN-VIN TO LT-VIN(W-LOT-COUNT)
           END-IF
           MOVE TRN-INVOICE-X       TO DMV-INVOICE
           MOVE TRN-VIN             TO DMV-VIN
           MOVE SLD-YEAR(SLD-IDX)   TO DMV-YEAR
           MOVE SLD-MAKE(SLD-IDX)   TO DMV-MAKE
           MOVE SLD-MODEL(SLD-IDX)  TO DMV-MODEL
           MOVE TRN-APPRAISED       TO DMV-SELL
           MOVE TRN-REPO-DATE       TO DMV-SALE-DATE
           MOVE 'R'                 TO DMV-CANCEL-FLAG
           WRITE F07-DMV-RECORD
           MOVE TRN-INVOICE              TO W05-INVOICE
           MOVE RPM-BUYER-ID(REPO-IDX)   TO W05-BUYER
           MOVE TRN-VIN                  TO W05-VIN
           MOVE TRN-REPO-DATE            TO W05-REPO-DATE
           MOVE NTE-BALANCE(NTE-IDX)     TO W05-BALANCE
           MOVE TRN-APPRAISED            TO W05-APPRAISED
           MOVE W-SHORTFALL              TO W05-SHORTFALL
           WRITE F11-REGISTER-RECORD FROM W05-REPO-DETAIL
           .

      *Every repossession rides forward - settled ones are the
      *deficiency history FINPOST and OWNPOST key off - and the
      *resale trailer counts what is still held on the lot.
       600-REWRITE-REPO-MASTER.
           OPEN OUTPUT F05-REPO-OUT-FILE
           PERFORM 610-WRITE-ONE-REPO
               VARYING REPO-IDX FROM 1 BY 1
               UNTIL REPO-IDX > W-REPO-COUNT
           CLOSE F05-REPO-OUT-FILE
           WRITE F11-REGISTER-RECORD FROM SPACES
           MOVE W-UNITS-RESOLD     TO W11-RESOLD
           MOVE W-GL-CHARGED-OFF   TO W11-CHARGED-OFF
           MOVE W-GL-TO-COLLECTION TO W11-TO-COLLECTION
           MOVE W-UNITS-HELD       TO W11-HELD
           WRITE F11-REGISTER-RECORD FROM W11-RESALE-TRAILER
           .

       610-WRITE-ONE-REPO.
           IF RPM-HELD(REPO-IDX)
               ADD 1 TO W-UNITS-HELD
           END-IF
           MOVE RPM-INVOICE(REPO-IDX)      TO RPO-INVOICE
           MOVE RPM-BUYER-ID(REPO-IDX)     TO RPO-BUYER-ID
           MOVE RPM-VIN(REPO-IDX)          TO RPO-VIN
           MOVE RPM-REPO-DATE(REPO-IDX)    TO RPO-REPO-DATE
           MOVE RPM-NOTE-BALANCE(REPO-IDX) TO RPO-NOTE-BALANCE
           MOVE RPM-APPRAISED(REPO-IDX)    TO RPO-APPRAISED
           MOVE RPM-STATUS(REPO-IDX)       TO RPO-STATUS
           MOVE RPM-RESALE-DATE(REPO-IDX)  TO RPO-RESALE-DATE
           MOVE RPM-PROCEEDS(REPO-IDX)     TO RPO-PROCEEDS
           MOVE RPM-DEFICIENCY(REPO-IDX)   TO RPO-DEFICIENCY
           WRITE F05-REPO-OUT-RECORD
           .

      *Repossessions posted and deficiencies settled, for the
      *balancing run to compare against FINPOST's closed notes.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F13-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT F13-CONTROL-TOTAL-FILE
               CLOSE F13-CONTROL-TOTAL-FILE
               OPEN EXTEND F13-CONTROL-TOTAL-FILE
           END-IF
           MOVE 'REPOPOST' TO CTF-PROGRAM
           MOVE 'REPOSSESSED' TO CTF-ITEM
           MOVE W-REPOS-POSTED TO CTF-COUNT
           MOVE W-GL-NOTE-BALANCE TO CTF-AMOUNT
           WRITE F13-CONTROL-TOTAL-RECORD
           MOVE 'REPOPOST' TO CTF-PROGRAM
           MOVE 'DEFICIENCY' TO CTF-ITEM
           MOVE W-UNITS-RESOLD TO CTF-COUNT
           MOVE W-TOTAL-DEFICIENCY TO CTF-AMOUNT
           WRITE F13-CONTROL-TOTAL-RECORD
           CLOSE F13-CONTROL-TOTAL-FILE
           .

      *The run's repossession activity as balanced journal entries.
      *At pickup the note leaves receivables (1200), the unit comes
      *into repossessed inventory (1400) at its appraisal, and the
      *shortfall sits in repossession deficiency (1220). At resale
      *the unit's appraisal moves to cost of repossessed units sold
      *(5300) against the sale VALCAR or WHOLSALE books, and the
      *appraisal-to-proceeds difference trues 1220 up to what the
      *buyer actually owes. A charged-off deficiency goes to bad
      *debt (5500); a surplus moves to surplus payable (2600); a
      *deficiency placed for collection stays in 1220.
       920-WRITE-GL-JOURNAL.
           IF W-GL-NOTE-BALANCE > 0 OR W-GL-RESOLD-APPRAISED > 0
               OPEN EXTEND F14-GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS = '35'
                   OPEN OUTPUT F14-GL-JOURNAL-FILE
                   CLOSE F14-GL-JOURNAL-FILE
                   OPEN EXTEND F14-GL-JOURNAL-FILE
               END-IF
               MOVE 'REPOPOST' TO GLJ-PROGRAM
               MOVE WS-TODAYS-DATE TO GLJ-DATE
               IF W-GL-NOTE-BALANCE > 0
                   MOVE '1400' TO GLJ-ACCOUNT
                   MOVE 'D' TO GLJ-DC
                   MOVE W-GL-APPRAISED TO GLJ-AMOUNT
                   WRITE F14-GL-JOURNAL-RECORD
                   IF W-GL-SHORTFALL > 0
                       MOVE '1220' TO GLJ-ACCOUNT
                       MOVE 'D' TO GLJ-DC
                       MOVE W-GL-SHORTFALL TO GLJ-AMOUNT
                       WRITE F14-GL-JOURNAL-RECORD
                   END-IF
                   IF W-GL-SHORTFALL < 0
                       MOVE '1220' TO GLJ-ACCOUNT
                       MOVE 'C' TO GLJ-DC
                       COMPUTE GLJ-AMOUNT = 0 - W-GL-SHORTFALL
                       WRITE F14-GL-JOURNAL-RECORD
                   END-IF
                   MOVE '1200' TO GLJ-ACCOUNT
                   MOVE 'C' TO GLJ-DC
                   MOVE W-GL-NOTE-BALANCE TO GLJ-AMOUNT
                   WRITE F14-GL-JOURNAL-RECORD
               END-IF
               IF W-GL-RESOLD-APPRAISED > 0
                   MOVE '5300' TO GLJ-ACCOUNT
                   MOVE 'D' TO GLJ-DC
                   MOVE W-GL-RESOLD-APPRAISED TO GLJ-AMOUNT
                   WRITE F14-GL-JOURNAL-RECORD
                   MOVE '1400' TO GLJ-ACCOUNT
                   MOVE 'C' TO GLJ-DC
                   MOVE W-GL-RESOLD-APPRAISED TO GLJ-AMOUNT
                   WRITE F14-GL-JOURNAL-RECORD
               END-IF
               IF W-GL-TRUE-UP > 0
                   MOVE '1220' TO GLJ-ACCOUNT
                   MOVE 'D' TO GLJ-DC
                   MOVE W-GL-TRUE-UP TO GLJ-AMOUNT
                   WRITE F14-GL-JOURNAL-RECORD
                   MOVE '5300' TO GLJ-ACCOUNT
                   MOVE 'C' TO GLJ-DC
                   MOVE W-GL-TRUE-UP TO GLJ-AMOUNT
                   WRITE F14-GL-JOURNAL-RECORD
               END-IF
               IF W-GL-TRUE-UP < 0
                   MOVE '5300' TO GLJ-ACCOUNT
                   MOVE 'D' TO GLJ-DC
                   COMPUTE GLJ-AMOUNT = 0 - W-GL-TRUE-UP
                   WRITE F14-GL-JOURNAL-RECORD
                   MOVE '1220' TO GLJ-ACCOUNT
                   MOVE 'C' TO GLJ-DC
                   COMPUTE GLJ-AMOUNT = 0 - W-GL-TRUE-UP
                   WRITE F14-GL-JOURNAL-RECORD
               END-IF
               IF W-GL-CHARGED-OFF > 0
                   MOVE '5500' TO GLJ-ACCOUNT
                   MOVE 'D' TO GLJ-DC
                   MOVE W-GL-CHARGED-OFF TO GLJ-AMOUNT
                   WRITE F14-GL-JOURNAL-RECORD
                   MOVE '1220' TO GLJ-ACCOUNT
                   MOVE 'C' TO GLJ-DC
                   MOVE W-GL-CHARGED-OFF TO GLJ-AMOUNT
                   WRITE F14-GL-JOURNAL-RECORD
               END-IF
               IF W-GL-SURPLUS > 0
                   MOVE '1220' TO GLJ-ACCOUNT
                   MOVE 'D' TO GLJ-DC
                   MOVE W-GL-SURPLUS TO GLJ-AMOUNT
                   WRITE F14-GL-JOURNAL-RECORD
                   MOVE '2600' TO GLJ-ACCOUNT
                   MOVE 'C' TO GLJ-DC
                   MOVE W-GL-SURPLUS TO GLJ-AMOUNT
                   WRITE F14-GL-JOURNAL-RECORD
               END-IF
               CLOSE F14-GL-JOURNAL-FILE
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
           MOVE W-TRANS-READ    TO OPL-RECORD-COUNT
           OPEN EXTEND F12-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F12-OPS-LOG-FILE
               CLOSE F12-OPS-LOG-FILE
               OPEN EXTEND F12-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F12-OPS-LOG-RECORD
           WRITE F12-OPS-LOG-RECORD
           CLOSE F12-OPS-LOG-FILE
           .
