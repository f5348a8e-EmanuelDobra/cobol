       IDENTIFICATION DIVISION.
       PROGRAM-ID.       ASPLAYED.
       AUTHOR.           EmanuelDobra.

      *As-played reconciliation. PLAYLIST logs every song it puts
      *on playlist.dat to playhistory.dat as though it aired, but
      *the hosts swap and drop songs live. The studio's as-played
      *log for the day is read here against the day's playlist:
      *songs scheduled but never played, songs played that were
      *not scheduled, and scheduled songs played out of their
      *slot are listed, with each host's compliance for the day.
      *The history is then corrected - every row for the log's
      *date is replaced by what the studio says actually aired -
      *so the rotation report and the performance royalties run
      *from fact, not plan. Replacing the whole day makes a rerun
      *harmless. The history as it stood is kept as a dated
      *archive copy, catalogued like the reports.
      *A scheduled song counts as in its slot when it airs after
      *every scheduled song already aired ahead of it; a song
      *brought forward or held back past another is out of slot.
      *A dropped song is charged to the host on air around its
      *slot - whoever aired the nearest scheduled song before it,
      *else the first host on the log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Same 58-byte layout PLAYLIST writes, in running order.
           SELECT F01-PLAYLIST-FILE
                                   ASSIGN TO 'playlist.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-PLAYLIST-FILE-STATUS.

      *The studio's as-played log for the day, one record per song
      *aired, in the order aired.
           SELECT F02-ASPLAYED-FILE
                                   ASSIGN TO 'asplayed.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-ASPLAYED-FILE-STATUS.

      *The history as it stood, read back from its archive copy.
           SELECT F03-HISTORY-IN-FILE
                                   ASSIGN TO WS-ARCHIVE-NEW-NAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-HISTORY-IN-STATUS.

      *Same 43-byte layout PLAYLIST appends, rewritten corrected.
           SELECT F04-HISTORY-OUT-FILE
                                   ASSIGN TO 'playhistory.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F05-REPORT-FILE  ASSIGN TO 'asplayedrecon.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F06-OPS-LOG-FILE ASSIGN TO 'opslog.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Catalog of the date-suffixed archive copies, one record per
      *archive created, read by the archive manager for retention
      *and restore-by-date.
           SELECT ARCHIVE-CATALOG-FILE
                                ASSIGN TO 'archcatalog.dat'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-ARCCAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-PLAYLIST-FILE
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS F01-PLAYLIST-RECORD.
       01  F01-PLAYLIST-RECORD.
           05  F01-SONG-NAME           PIC X(15).
           05  F01-LENGTH-IN-MINUTES   PIC 99V9.
           05  F01-ARTIST              PIC X(20).
           05  F01-ALBUM               PIC X(20).

       FD  F02-ASPLAYED-FILE
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS F02-ASPLAYED-RECORD.
       01  F02-ASPLAYED-RECORD.
           05  APL-AIR-DATE        PIC 9(8).
           05  APL-AIR-TIME.
               10  APL-AIR-HH      PIC 99.
               10  APL-AIR-MM      PIC 99.
           05  APL-HOST            PIC X(10).
           05  APL-SONG-NAME       PIC X(15).
           05  APL-ARTIST          PIC X(20).

       FD  F03-HISTORY-IN-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS F03-HISTORY-IN-RECORD.
       01  F03-HISTORY-IN-RECORD.
           05  PHI-SONG-NAME       PIC X(15).
           05  PHI-ARTIST          PIC X(20).
           05  PHI-EVENT-DATE      PIC 9(8).

       FD  F04-HISTORY-OUT-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS F04-HISTORY-OUT-RECORD.
       01  F04-HISTORY-OUT-RECORD.
           05  PH-SONG-NAME        PIC X(15).
           05  PH-ARTIST           PIC X(20).
           05  PH-EVENT-DATE       PIC 9(8).

       FD  F05-REPORT-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS F05-REPORT-RECORD.
       01  F05-REPORT-RECORD       PIC X(90).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F06-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F06-OPS-LOG-RECORD.
       01  F06-OPS-LOG-RECORD      PIC X(132).

       FD  ARCHIVE-CATALOG-FILE
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS ARCHIVE-CATALOG-RECORD.
       01  ARCHIVE-CATALOG-RECORD.
           05  ACF-BASE-NAME        PIC X(40).
           05  ACF-ARCHIVE-NAME     PIC X(48).
           05  ACF-DATE             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-PLAYLIST-FILE-STATUS PIC XX    VALUE SPACES.
       01  WS-ASPLAYED-FILE-STATUS PIC XX    VALUE SPACES.
       01  WS-HISTORY-IN-STATUS    PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-ARCCAT-FILE-STATUS   PIC XX    VALUE SPACES.

      *The day being reconciled: the date on the first as-played
      *record. Rows for any other date are skipped and counted.
       01  WS-LOG-DATE             PIC 9(8)  VALUE 0.
       01  WS-LOG-DATE-PARTS REDEFINES WS-LOG-DATE.
           05  WS-LOG-CCYY         PIC 9(4).
           05  WS-LOG-MM           PIC 99.
           05  WS-LOG-DD           PIC 99.

      *The day's schedule, in running order, with who aired each
      *song once it is matched to the log.
       01  MAX-SCHEDULED           PIC 9(3)  VALUE 500.
       01  SCHEDULE-TABLE-AREA.
           05  WS-SCHEDULED-COUNT  PIC 9(3)  VALUE 0.
           05  SCHEDULE-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-SCHEDULED-COUNT
                   INDEXED BY SCH-IDX.
               10  SCH-SONG-NAME   PIC X(15).
               10  SCH-ARTIST      PIC X(20).
               10  SCH-AIRED       PIC X.
                   88  SCH-WAS-AIRED         VALUE 'Y'.
               10  SCH-HOST        PIC X(10).

      *What aired, in the order aired, with the slot it was
      *scheduled in (zero when it was not scheduled).
       01  MAX-PLAYED              PIC 9(3)  VALUE 500.
       01  PLAYED-TABLE-AREA.
           05  WS-PLAYED-COUNT     PIC 9(3)  VALUE 0.
           05  PLAYED-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-PLAYED-COUNT
                   INDEXED BY PLY-IDX.
               10  PLY-AIR-TIME.
                   15  PLY-AIR-HH  PIC 99.
                   15  PLY-AIR-MM  PIC 99.
               10  PLY-HOST        PIC X(10).
               10  PLY-SONG-NAME   PIC X(15).
               10  PLY-ARTIST      PIC X(20).
               10  PLY-SLOT        PIC 9(3).
               10  PLY-STATUS      PIC X.
                   88  PLY-IN-SLOT           VALUE 'S'.
                   88  PLY-OUT-OF-SLOT       VALUE 'O'.
                   88  PLY-UNSCHEDULED       VALUE 'U'.

      *Compliance per host: scheduled songs aired in their slot
      *over the slots the host answers for - every song the host
      *aired plus the dropped songs charged to the host.
       01  MAX-HOSTS               PIC 99    VALUE 50.
       01  WS-HST-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-HST-FOUND                  VALUE 'Y'.
       01  HOST-TABLE-AREA.
           05  WS-HOST-COUNT       PIC 99    VALUE 0.
           05  HOST-ENTRY OCCURS 0 TO 50 TIMES
                   DEPENDING ON WS-HOST-COUNT
                   INDEXED BY HST-IDX.
               10  HST-NAME        PIC X(10).
               10  HST-PLAYED      PIC 9(3).
               10  HST-IN-SLOT     PIC 9(3).
               10  HST-ANSWERS-FOR PIC 9(3).
       01  WS-CHARGE-HOST          PIC X(10) VALUE SPACES.

       01  WS-LAST-SLOT-AIRED      PIC 9(3)  VALUE 0.
       01  WS-SLOT-BACK            PIC 9(3)  VALUE 0.
       01  WS-SCH-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-SCH-FOUND                  VALUE 'Y'.
       01  WS-RENAMED-SWITCH       PIC X     VALUE 'N'.
           88  WS-HISTORY-RENAMED            VALUE 'Y'.

       01  RUN-COUNTERS.
           05  WS-LOG-READ         PIC 9(5)  VALUE 0.
           05  WS-OTHER-DATE       PIC 9(5)  VALUE 0.
           05  WS-NOT-PLAYED       PIC 9(3)  VALUE 0.
           05  WS-NOT-SCHEDULED    PIC 9(3)  VALUE 0.
           05  WS-OUT-OF-SLOT      PIC 9(3)  VALUE 0.
           05  WS-ROWS-REPLACED    PIC 9(5)  VALUE 0.
           05  WS-ROWS-KEPT        PIC 9(7)  VALUE 0.

      *Run-date heading, same pattern as the songs report.
       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY      PIC 9(4).
           05  WS-TODAYS-MM        PIC 9(2).
           05  WS-TODAYS-DD        PIC 9(2).
       01  RUN-DATE-LINE.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  RDL-RUN-MM          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  RDL-RUN-DD          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  RDL-RUN-CCYY        PIC 9999.
           05  FILLER              PIC X(69) VALUE SPACES.

      *The history archive copy takes the run date as its suffix.
       01  WS-ARCHIVE-DATE.
           05  WS-ARCHIVE-CCYY      PIC 9(4).
           05  WS-ARCHIVE-MM        PIC 9(2).
           05  WS-ARCHIVE-DD        PIC 9(2).
       01  WS-ARCHIVE-SUFFIX        PIC X(8).
       01  WS-ARCHIVE-OLD-NAME      PIC X(40).
       01  WS-ARCHIVE-NEW-NAME      PIC X(40).

       01  TITLE-LINE.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(29)
                 VALUE 'AS-PLAYED RECONCILIATION FOR '.
           05  TTL-LOG-MM          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  TTL-LOG-DD          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  TTL-LOG-CCYY        PIC 9999.
           05  FILLER              PIC X(31) VALUE SPACES.

       01  NO-LOG-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(50)
                 VALUE 'NO AS-PLAYED LOG - HISTORY LEFT AS SCHEDULED'.
           05  FILLER              PIC X(38) VALUE SPACES.

       01  SECTION-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SEC-TITLE           PIC X(40).
           05  FILLER              PIC X(48) VALUE SPACES.

       01  SCHEDULE-DETAIL-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE 'SLOT '.
           05  SDL-SLOT            PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SDL-SONG-NAME       PIC X(15).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SDL-ARTIST          PIC X(20).
           05  FILLER              PIC X(39) VALUE SPACES.

       01  PLAY-DETAIL-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  PDL-AIR-HH          PIC 99.
           05  FILLER              PIC X     VALUE ':'.
           05  PDL-AIR-MM          PIC 99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PDL-HOST            PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PDL-SONG-NAME       PIC X(15).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PDL-ARTIST          PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PDL-NOTE-1          PIC X(15).
           05  PDL-SCHEDULED-SLOT  PIC ZZ9   BLANK WHEN ZERO.
           05  PDL-NOTE-2          PIC X(7).
           05  PDL-AIRED-AS        PIC ZZ9   BLANK WHEN ZERO.

       01  HOST-HEADING-LINE.
           05  FILLER              PIC X(16) VALUE '    HOST'.
           05  FILLER              PIC X(8)  VALUE 'AIRED'.
           05  FILLER              PIC X(8)  VALUE 'IN SLOT'.
           05  FILLER              PIC X(8)  VALUE 'SLOTS'.
           05  FILLER              PIC X(10) VALUE 'COMPLIANCE'.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  HOST-DETAIL-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  HDL-HOST            PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  HDL-PLAYED          PIC ZZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  HDL-IN-SLOT         PIC ZZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  HDL-ANSWERS-FOR     PIC ZZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  HDL-COMPLIANCE      PIC ZZ9.9.
           05  FILLER              PIC X     VALUE '%'.
           05  FILLER              PIC X(44) VALUE SPACES.

       01  TRAILER-LINE.
           05  FILLER              PIC X(11) VALUE 'SCHEDULED: '.
           05  TRL-SCHEDULED       PIC ZZ9.
           05  FILLER              PIC X(10) VALUE '  AIRED: '.
           05  TRL-PLAYED          PIC ZZ9.
           05  FILLER              PIC X(25)
                 VALUE '  HISTORY ROWS REPLACED: '.
           05  TRL-REPLACED        PIC ZZZ9.
           05  FILLER              PIC X(28)
                 VALUE '  LOG ROWS FOR OTHER DATES: '.
           05  TRL-OTHER-DATE      PIC ZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
       01  WS-RUN-START-TIME.
           05  WS-START-HH         PIC 99.
           05  WS-START-MM         PIC 99.
           05  WS-START-SS         PIC 99.
           05  WS-START-HS         PIC 99.
       01  WS-RUN-END-TIME.
           05  WS-END-HH           PIC 99.
           05  WS-END-MM           PIC 99.
           05  WS-END-SS           PIC 99.
           05  WS-END-HS           PIC 99.
       01  OPS-LOG-LINE.
           05  FILLER              PIC X(9)  VALUE 'PROGRAM: '.
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'ASPLAYED'.
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
           PERFORM 097-CAPTURE-START-TIME
           PERFORM 105-GET-TODAYS-DATE
           PERFORM 110-LOAD-SCHEDULE
           PERFORM 120-LOAD-AS-PLAYED
           OPEN OUTPUT F05-REPORT-FILE
           MOVE RUN-DATE-LINE TO F05-REPORT-RECORD
           WRITE F05-REPORT-RECORD
      *An empty or missing studio log proves nothing about what
      *aired, so the history is left alone.
           IF WS-PLAYED-COUNT = 0
               MOVE NO-LOG-LINE TO F05-REPORT-RECORD
               WRITE F05-REPORT-RECORD
           ELSE
               PERFORM 130-MATCH-TO-SCHEDULE
                   VARYING PLY-IDX FROM 1 BY 1
                   UNTIL PLY-IDX > WS-PLAYED-COUNT
               PERFORM 140-CHARGE-DROPPED-SONG
                   VARYING SCH-IDX FROM 1 BY 1
                   UNTIL SCH-IDX > WS-SCHEDULED-COUNT
               PERFORM 200-WRITE-REPORT
               PERFORM 300-CORRECT-HISTORY
           END-IF
           MOVE SPACES TO F05-REPORT-RECORD
           WRITE F05-REPORT-RECORD
           MOVE WS-SCHEDULED-COUNT TO TRL-SCHEDULED
           MOVE WS-PLAYED-COUNT    TO TRL-PLAYED
           MOVE WS-ROWS-REPLACED   TO TRL-REPLACED
           MOVE WS-OTHER-DATE      TO TRL-OTHER-DATE
           MOVE TRAILER-LINE TO F05-REPORT-RECORD
           WRITE F05-REPORT-RECORD
           CLOSE F05-REPORT-FILE
           PERFORM 900-WRITE-OPERATIONS-LOG
           STOP RUN
           .

      *Captures the run start time before any file is opened, so
      *the end-of-day operations log entry reflects this run's
      *true start.
       097-CAPTURE-START-TIME.
           ACCEPT WS-RUN-START-TIME FROM TIME
           .

       105-GET-TODAYS-DATE.
           ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAYS-MM   TO RDL-RUN-MM
           MOVE WS-TODAYS-DD   TO RDL-RUN-DD
           MOVE WS-TODAYS-CCYY TO RDL-RUN-CCYY
           .

       110-LOAD-SCHEDULE.
           OPEN INPUT F01-PLAYLIST-FILE
           IF WS-PLAYLIST-FILE-STATUS = '00'
               PERFORM UNTIL WS-PLAYLIST-FILE-STATUS NOT = '00'
                   READ F01-PLAYLIST-FILE
                       AT END
                           MOVE '10' TO WS-PLAYLIST-FILE-STATUS
                       NOT AT END
                           IF WS-SCHEDULED-COUNT < MAX-SCHEDULED
                               ADD 1 TO WS-SCHEDULED-COUNT
                               SET SCH-IDX TO WS-SCHEDULED-COUNT
                               MOVE F01-SONG-NAME
                                   TO SCH-SONG-NAME(SCH-IDX)
                               MOVE F01-ARTIST
                                   TO SCH-ARTIST(SCH-IDX)
                               MOVE 'N'    TO SCH-AIRED(SCH-IDX)
                               MOVE SPACES TO SCH-HOST(SCH-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F01-PLAYLIST-FILE
           END-IF
           .

       120-LOAD-AS-PLAYED.
           OPEN INPUT F02-ASPLAYED-FILE
           IF WS-ASPLAYED-FILE-STATUS = '00'
               PERFORM UNTIL WS-ASPLAYED-FILE-STATUS NOT = '00'
                   READ F02-ASPLAYED-FILE
                       AT END
                           MOVE '10' TO WS-ASPLAYED-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-LOG-READ
                           IF WS-LOG-DATE = 0
                               MOVE APL-AIR-DATE TO WS-LOG-DATE
                           END-IF
                           IF APL-AIR-DATE NOT = WS-LOG-DATE
                               ADD 1 TO WS-OTHER-DATE
                           ELSE
                               IF WS-PLAYED-COUNT < MAX-PLAYED
                                   PERFORM 125-KEEP-ONE-PLAY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-ASPLAYED-FILE
           END-IF
           .

       125-KEEP-ONE-PLAY.
           ADD 1 TO WS-PLAYED-COUNT
           SET PLY-IDX TO WS-PLAYED-COUNT
           MOVE APL-AIR-TIME  TO PLY-AIR-TIME(PLY-IDX)
           MOVE APL-HOST      TO PLY-HOST(PLY-IDX)
           MOVE APL-SONG-NAME TO PLY-SONG-NAME(PLY-IDX)
           MOVE APL-ARTIST    TO PLY-ARTIST(PLY-IDX)
           MOVE 0             TO PLY-SLOT(PLY-IDX)
           MOVE 'U'           TO PLY-STATUS(PLY-IDX)
           MOVE APL-HOST TO WS-CHARGE-HOST
           PERFORM 150-FIND-HOST
           IF WS-HST-FOUND
               ADD 1 TO HST-PLAYED(HST-IDX)
               ADD 1 TO HST-ANSWERS-FOR(HST-IDX)
           END-IF
           .

      *Each song aired takes the first scheduled slot for it not
      *already aired. It is in its slot when that slot comes after
      *the last scheduled slot aired so far.
       130-MATCH-TO-SCHEDULE.
           MOVE 'N' TO WS-SCH-FOUND-SWITCH
           IF WS-SCHEDULED-COUNT > 0
               SET SCH-IDX TO 1
               SEARCH SCHEDULE-ENTRY
                   AT END CONTINUE
                   WHEN SCH-SONG-NAME(SCH-IDX) = PLY-SONG-NAME(PLY-IDX)
                       AND SCH-ARTIST(SCH-IDX) = PLY-ARTIST(PLY-IDX)
                       AND NOT SCH-WAS-AIRED(SCH-IDX)
                       MOVE 'Y' TO WS-SCH-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF WS-SCH-FOUND
               MOVE 'Y' TO SCH-AIRED(SCH-IDX)
               MOVE PLY-HOST(PLY-IDX) TO SCH-HOST(SCH-IDX)
               SET PLY-SLOT(PLY-IDX) TO SCH-IDX
               IF PLY-SLOT(PLY-IDX) > WS-LAST-SLOT-AIRED
                   MOVE 'S' TO PLY-STATUS(PLY-IDX)
                   MOVE PLY-SLOT(PLY-IDX) TO WS-LAST-SLOT-AIRED
                   MOVE PLY-HOST(PLY-IDX) TO WS-CHARGE-HOST
                   PERFORM 150-FIND-HOST
                   IF WS-HST-FOUND
                       ADD 1 TO HST-IN-SLOT(HST-IDX)
                   END-IF
               ELSE
                   MOVE 'O' TO PLY-STATUS(PLY-IDX)
                   ADD 1 TO WS-OUT-OF-SLOT
               END-IF
           ELSE
               ADD 1 TO WS-NOT-SCHEDULED
           END-IF
           .

      *A scheduled song never aired is charged to whoever aired the
      *nearest scheduled song before it, else the first host on
      *the log.
       140-CHARGE-DROPPED-SONG.
           IF NOT SCH-WAS-AIRED(SCH-IDX)
               ADD 1 TO WS-NOT-PLAYED
               MOVE PLY-HOST(1) TO WS-CHARGE-HOST
               SET WS-SLOT-BACK TO SCH-IDX
               PERFORM UNTIL WS-SLOT-BACK < 2
                   SUBTRACT 1 FROM WS-SLOT-BACK
                   IF SCH-WAS-AIRED(WS-SLOT-BACK)
                       MOVE SCH-HOST(WS-SLOT-BACK) TO WS-CHARGE-HOST
                       MOVE 0 TO WS-SLOT-BACK
                   END-IF
               END-PERFORM
               PERFORM 150-FIND-HOST
               IF WS-HST-FOUND
                   ADD 1 TO HST-ANSWERS-FOR(HST-IDX)
               END-IF
           END-IF
           .

      *Finds the host in WS-CHARGE-HOST, adding it on first sight.
       150-FIND-HOST.
           MOVE 'N' TO WS-HST-FOUND-SWITCH
           IF WS-HOST-COUNT > 0
               SET HST-IDX TO 1
               SEARCH HOST-ENTRY
                   AT END CONTINUE
                   WHEN HST-NAME(HST-IDX) = WS-CHARGE-HOST
                       MOVE 'Y' TO WS-HST-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF NOT WS-HST-FOUND AND WS-HOST-COUNT < MAX-HOSTS
               ADD 1 TO WS-HOST-COUNT
               SET HST-IDX TO WS-HOST-COUNT
               MOVE WS-CHARGE-HOST TO HST-NAME(HST-IDX)
               MOVE 0 TO HST-PLAYED(HST-IDX)
               MOVE 0 TO HST-IN-SLOT(HST-IDX)
               MOVE 0 TO HST-ANSWERS-FOR(HST-IDX)
               MOVE 'Y' TO WS-HST-FOUND-SWITCH
           END-IF
           .

       200-WRITE-REPORT.
           MOVE WS-LOG-MM   TO TTL-LOG-MM
           MOVE WS-LOG-DD   TO TTL-LOG-DD
           MOVE WS-LOG-CCYY TO TTL-LOG-CCYY
           MOVE TITLE-LINE TO F05-REPORT-RECORD
           WRITE F05-REPORT-RECORD
           MOVE SPACES TO F05-REPORT-RECORD
           WRITE F05-REPORT-RECORD
           MOVE 'SCHEDULED BUT NOT PLAYED' TO SEC-TITLE
           MOVE SECTION-LINE TO F05-REPORT-RECORD
           WRITE F05-REPORT-RECORD
           PERFORM 210-WRITE-NOT-PLAYED
               VARYING SCH-IDX FROM 1 BY 1
               UNTIL SCH-IDX > WS-SCHEDULED-COUNT
           MOVE SPACES TO F05-REPORT-RECORD
           WRITE F05-REPORT-RECORD
           MOVE 'PLAYED BUT NOT SCHEDULED' TO SEC-TITLE
           MOVE SECTION-LINE TO F05-REPORT-RECORD
           WRITE F05-REPORT-RECORD
           PERFORM 220-WRITE-NOT-SCHEDULED
               VARYING PLY-IDX FROM 1 BY 1
               UNTIL PLY-IDX > WS-PLAYED-COUNT
           MOVE SPACES TO F05-REPORT-RECORD
           WRITE F05-REPORT-RECORD
           MOVE 'PLAYED OUT OF SLOT' TO SEC-TITLE
           MOVE SECTION-LINE TO F05-REPORT-RECORD
           WRITE F05-REPORT-RECORD
           PERFORM 230-WRITE-OUT-OF-SLOT
               VARYING PLY-IDX FROM 1 BY 1
               UNTIL PLY-IDX > WS-PLAYED-COUNT
           MOVE SPACES TO F05-REPORT-RECORD
           WRITE F05-REPORT-RECORD
           MOVE 'HOST COMPLIANCE' TO SEC-TITLE
           MOVE SECTION-LINE TO F05-REPORT-RECORD
           WRITE F05-REPORT-RECORD
           MOVE HOST-HEADING-LINE TO F05-REPORT-RECORD
           WRITE F05-REPORT-RECORD
           PERFORM 240-WRITE-ONE-HOST
               VARYING HST-IDX FROM 1 BY 1
               UNTIL HST-IDX > WS-HOST-COUNT
           .

       210-WRITE-NOT-PLAYED.
           IF NOT SCH-WAS-AIRED(SCH-IDX)
               SET WS-SLOT-BACK TO SCH-IDX
               MOVE WS-SLOT-BACK TO SDL-SLOT
               MOVE SCH-SONG-NAME(SCH-IDX) TO SDL-SONG-NAME
               MOVE SCH-ARTIST(SCH-IDX)    TO SDL-ARTIST
               MOVE SCHEDULE-DETAIL-LINE TO F05-REPORT-RECORD
               WRITE F05-REPORT-RECORD
           END-IF
           .

       220-WRITE-NOT-SCHEDULED.
           IF PLY-UNSCHEDULED(PLY-IDX)
               PERFORM 250-FILL-PLAY-LINE
               MOVE PLAY-DETAIL-LINE TO F05-REPORT-RECORD
               WRITE F05-REPORT-RECORD
           END-IF
           .

       230-WRITE-OUT-OF-SLOT.
           IF PLY-OUT-OF-SLOT(PLY-IDX)
               PERFORM 250-FILL-PLAY-LINE
               MOVE 'SCHEDULED SLOT ' TO PDL-NOTE-1
               MOVE PLY-SLOT(PLY-IDX) TO PDL-SCHEDULED-SLOT
               MOVE ' AIRED ' TO PDL-NOTE-2
               SET WS-SLOT-BACK TO PLY-IDX
               MOVE WS-SLOT-BACK TO PDL-AIRED-AS
               MOVE PLAY-DETAIL-LINE TO F05-REPORT-RECORD
               WRITE F05-REPORT-RECORD
           END-IF
           .

       240-WRITE-ONE-HOST.
           MOVE HST-NAME(HST-IDX)        TO HDL-HOST
           MOVE HST-PLAYED(HST-IDX)      TO HDL-PLAYED
           MOVE HST-IN-SLOT(HST-IDX)     TO HDL-IN-SLOT
           MOVE HST-ANSWERS-FOR(HST-IDX) TO HDL-ANSWERS-FOR
           IF HST-ANSWERS-FOR(HST-IDX) > 0
               COMPUTE HDL-COMPLIANCE ROUNDED =
                   HST-IN-SLOT(HST-IDX) * 100
                       / HST-ANSWERS-FOR(HST-IDX)
           ELSE
               MOVE 0 TO HDL-COMPLIANCE
           END-IF
           MOVE HOST-DETAIL-LINE TO F05-REPORT-RECORD
           WRITE F05-REPORT-RECORD
           .

       250-FILL-PLAY-LINE.
           MOVE PLY-AIR-HH(PLY-IDX)    TO PDL-AIR-HH
           MOVE PLY-AIR-MM(PLY-IDX)    TO PDL-AIR-MM
           MOVE PLY-HOST(PLY-IDX)      TO PDL-HOST
           MOVE PLY-SONG-NAME(PLY-IDX) TO PDL-SONG-NAME
           MOVE PLY-ARTIST(PLY-IDX)    TO PDL-ARTIST
           MOVE SPACES TO PDL-NOTE-1
           MOVE SPACES TO PDL-NOTE-2
           MOVE 0 TO PDL-SCHEDULED-SLOT
           MOVE 0 TO PDL-AIRED-AS
           .

      *The history is renamed to its dated archive copy, then
      *copied back without the log date's rows, and the songs that
      *actually aired are written in their place. With no history
      *on disk yet, the corrected file is just the day's plays.
       300-CORRECT-HISTORY.
           ACCEPT WS-ARCHIVE-DATE FROM DATE YYYYMMDD
           STRING WS-ARCHIVE-CCYY WS-ARCHIVE-MM WS-ARCHIVE-DD
               DELIMITED BY SIZE INTO WS-ARCHIVE-SUFFIX
           MOVE 'playhistory.dat' TO WS-ARCHIVE-OLD-NAME
           MOVE SPACES TO WS-ARCHIVE-NEW-NAME
           STRING 'playhistory.dat.' WS-ARCHIVE-SUFFIX
               DELIMITED BY SIZE INTO WS-ARCHIVE-NEW-NAME
           CALL 'CBL_RENAME_FILE' USING WS-ARCHIVE-OLD-NAME
               WS-ARCHIVE-NEW-NAME
           IF RETURN-CODE = 0
               MOVE 'Y' TO WS-RENAMED-SWITCH
           END-IF
           PERFORM 096-CATALOG-ONE-ARCHIVE
           OPEN OUTPUT F04-HISTORY-OUT-FILE
           IF WS-HISTORY-RENAMED
               OPEN INPUT F03-HISTORY-IN-FILE
               IF WS-HISTORY-IN-STATUS = '00'
                   PERFORM UNTIL WS-HISTORY-IN-STATUS NOT = '00'
                       READ F03-HISTORY-IN-FILE
                           AT END
                               MOVE '10' TO WS-HISTORY-IN-STATUS
                           NOT AT END
                               PERFORM 310-COPY-ONE-HISTORY-ROW
                       END-READ
                   END-PERFORM
                   CLOSE F03-HISTORY-IN-FILE
               END-IF
           END-IF
           PERFORM VARYING PLY-IDX FROM 1 BY 1
               UNTIL PLY-IDX > WS-PLAYED-COUNT
               MOVE PLY-SONG-NAME(PLY-IDX) TO PH-SONG-NAME
               MOVE PLY-ARTIST(PLY-IDX)    TO PH-ARTIST
               MOVE WS-LOG-DATE            TO PH-EVENT-DATE
               WRITE F04-HISTORY-OUT-RECORD
           END-PERFORM
           CLOSE F04-HISTORY-OUT-FILE
           .

       310-COPY-ONE-HISTORY-ROW.
           IF PHI-EVENT-DATE = WS-LOG-DATE
               ADD 1 TO WS-ROWS-REPLACED
           ELSE
               ADD 1 TO WS-ROWS-KEPT
               MOVE F03-HISTORY-IN-RECORD TO F04-HISTORY-OUT-RECORD
               WRITE F04-HISTORY-OUT-RECORD
           END-IF
           .

      *Records the archive just created on the shared catalog so
      *the archive manager can enforce retention and restore by
      *date. CBL_RENAME_FILE leaves a nonzero RETURN-CODE when
      *there was nothing to rename - no archive, no catalog entry.
       096-CATALOG-ONE-ARCHIVE.
           IF RETURN-CODE = 0
               OPEN EXTEND ARCHIVE-CATALOG-FILE
               IF WS-ARCCAT-FILE-STATUS = '35'
                   OPEN OUTPUT ARCHIVE-CATALOG-FILE
                   CLOSE ARCHIVE-CATALOG-FILE
                   OPEN EXTEND ARCHIVE-CATALOG-FILE
               END-IF
               MOVE WS-ARCHIVE-OLD-NAME TO ACF-BASE-NAME
               MOVE WS-ARCHIVE-NEW-NAME TO ACF-ARCHIVE-NAME
               MOVE WS-ARCHIVE-DATE TO ACF-DATE
               WRITE ARCHIVE-CATALOG-RECORD
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF
           MOVE 0 TO RETURN-CODE
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
           MOVE WS-LOG-READ     TO OPL-RECORD-COUNT
           OPEN EXTEND F06-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F06-OPS-LOG-FILE
               CLOSE F06-OPS-LOG-FILE
               OPEN EXTEND F06-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F06-OPS-LOG-RECORD
           WRITE F06-OPS-LOG-RECORD
           CLOSE F06-OPS-LOG-FILE
           .
