       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PERFROYL.
       AUTHOR.           EmanuelDobra.

      *Quarterly performance royalty report. PLAYLIST appends every
      *song played to playhistory.dat; the licensing master says
      *which rights organization licenses each song and at what
      *per-play rate. This run totals the quarter's plays by
      *rights organization and song, prices each play at the rate
      *of the license in force on the day it was played, and
      *prints what is owed to each organization. A play no license
      *covered is totalled under UNLICENSED so it can be settled
      *by hand.
      *The quarter is read from perfparams.dat as CCYYQ; with no
      *parameter the run reports the quarter last closed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Same 66-byte licensing master PLAYLIST checks.
           SELECT F01-LICENSE-FILE ASSIGN TO 'songlicenses.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-LICENSE-FILE-STATUS.

      *Same 43-byte layout PLAYLIST appends.
           SELECT F02-HISTORY-FILE ASSIGN TO 'playhistory.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-HISTORY-FILE-STATUS.

           SELECT F03-PARAMETER-FILE
                                   ASSIGN TO 'perfparams.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARAM-FILE-STATUS.

           SELECT F04-REPORT-FILE  ASSIGN TO 'performanceroyalty.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F05-OPS-LOG-FILE ASSIGN TO 'opslog.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-OPSLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-LICENSE-FILE
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS F01-LICENSE-RECORD.
       01  F01-LICENSE-RECORD.
           05  LIC-F-SONG-NAME     PIC X(15).
           05  LIC-F-ARTIST        PIC X(20).
           05  LIC-F-RIGHTS-ORG    PIC X(10).
           05  LIC-F-START-DATE    PIC 9(8).
           05  LIC-F-END-DATE      PIC 9(8).
           05  LIC-F-RATE          PIC 9V9999.

       FD  F02-HISTORY-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS F02-HISTORY-RECORD.
       01  F02-HISTORY-RECORD.
           05  PH-SONG-NAME        PIC X(15).
           05  PH-ARTIST           PIC X(20).
           05  PH-EVENT-DATE       PIC 9(8).

       FD  F03-PARAMETER-FILE
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS F03-PARM-RECORD.
       01  F03-PARM-RECORD.
           05  F03-PARM-CCYY       PIC 9(4).
           05  F03-PARM-QUARTER    PIC 9.

       FD  F04-REPORT-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS F04-REPORT-RECORD.
       01  F04-REPORT-RECORD       PIC X(90).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F05-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F05-OPS-LOG-RECORD.
       01  F05-OPS-LOG-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LICENSE-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-PARAM-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.

      *The report quarter and the play dates it spans.
       01  WS-REPORT-CCYY          PIC 9(4)  VALUE 0.
       01  WS-REPORT-QUARTER       PIC 9     VALUE 0.
       01  WS-QUARTER-FROM         PIC 9(8)  VALUE 0.
       01  WS-QUARTER-TO           PIC 9(8)  VALUE 0.

      *License terms in memory.
       01  MAX-LICENSES            PIC 9(4)  VALUE 2000.
       01  WS-LIC-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-LIC-FOUND                  VALUE 'Y'.
       01  LICENSE-TABLE-AREA.
           05  WS-LICENSE-COUNT    PIC 9(4)  VALUE 0.
           05  LICENSE-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-LICENSE-COUNT
                   INDEXED BY LIC-IDX.
               10  LIC-SONG-NAME   PIC X(15).
               10  LIC-ARTIST      PIC X(20).
               10  LIC-RIGHTS-ORG  PIC X(10).
               10  LIC-START-DATE  PIC 9(8).
               10  LIC-END-DATE    PIC 9(8).
               10  LIC-RATE        PIC 9V9999.

      *One line per rights organization and song, sorted into
      *organization order before printing. The rate carries four
      *decimals and is rounded to cents only on the report.
       01  MAX-ROYALTY-LINES       PIC 9(4)  VALUE 2000.
       01  WS-RYL-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-RYL-FOUND                  VALUE 'Y'.
       01  ROYALTY-TABLE-AREA.
           05  WS-ROYALTY-COUNT    PIC 9(4)  VALUE 0.
           05  ROYALTY-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-ROYALTY-COUNT
                   INDEXED BY RYL-IDX.
               10  RYL-KEY.
                   15  RYL-RIGHTS-ORG  PIC X(10).
                   15  RYL-SONG-NAME   PIC X(15).
                   15  RYL-ARTIST      PIC X(20).
               10  RYL-PLAYS       PIC 9(5).
               10  RYL-ROYALTY     PIC 9(7)V9999.
       01  WS-PLAY-ORG             PIC X(10) VALUE SPACES.
       01  WS-PLAY-RATE            PIC 9V9999 VALUE 0.

      *Selection-sort work fields for the organization order.
       01  WS-SORT-I               PIC 9(4)  VALUE 0.
       01  WS-SORT-J               PIC 9(4)  VALUE 0.
       01  WS-SORT-LOW             PIC 9(4)  VALUE 0.
       01  WS-SWAP-ROYALTY         PIC X(61) VALUE SPACES.

      *Control-break fields for the organization subtotal.
       01  WS-PREVIOUS-ORG         PIC X(10) VALUE SPACES.
       01  WS-ORG-PLAYS            PIC 9(5)  VALUE 0.
       01  WS-ORG-ROYALTY          PIC 9(7)V9999 VALUE 0.

       01  RUN-COUNTERS.
           05  WS-PLAYS-READ       PIC 9(5)  VALUE 0.
           05  WS-QUARTER-PLAYS    PIC 9(5)  VALUE 0.
           05  WS-UNLICENSED-PLAYS PIC 9(5)  VALUE 0.
           05  WS-TOTAL-ROYALTY    PIC 9(7)V9999 VALUE 0.

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

       01  TITLE-LINE.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(37)
                 VALUE 'PERFORMANCE ROYALTY REPORT - QUARTER '.
           05  TTL-QUARTER         PIC 9.
           05  FILLER              PIC X     VALUE SPACES.
           05  TTL-CCYY            PIC 9999.
           05  FILLER              PIC X(27) VALUE SPACES.

       01  HEADING-LINE.
           05  FILLER              PIC X(12) VALUE 'RIGHTS ORG'.
           05  FILLER              PIC X(17) VALUE 'SONG'.
           05  FILLER              PIC X(22) VALUE 'ARTIST'.
           05  FILLER              PIC X(8)  VALUE 'PLAYS'.
           05  FILLER              PIC X(31) VALUE ' ROYALTY DUE'.

       01  DETAIL-LINE.
           05  DTL-RIGHTS-ORG      PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-SONG-NAME       PIC X(15).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-ARTIST          PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-PLAYS           PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-ROYALTY         PIC $$$$,$$9.99.
           05  FILLER              PIC X(20) VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  TTL-TEXT            PIC X(39).
           05  TTL-PLAYS           PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TTL-ROYALTY         PIC $$$$,$$9.99.
           05  FILLER              PIC X(20) VALUE SPACES.

       01  TRAILER-LINE.
           05  FILLER              PIC X(13)
                 VALUE 'PLAYS READ:  '.
           05  TRL-PLAYS           PIC ZZ,ZZ9.
           05  FILLER              PIC X(15)
                 VALUE '  IN QUARTER: '.
           05  TRL-QUARTER-PLAYS   PIC ZZ,ZZ9.
           05  FILLER              PIC X(14)
                 VALUE '  UNLICENSED: '.
           05  TRL-UNLICENSED      PIC ZZ,ZZ9.
           05  FILLER              PIC X(30) VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'PERFROYL'.
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
           PERFORM 110-READ-QUARTER
           PERFORM 115-LOAD-LICENSES
           PERFORM 120-ROLL-UP-PLAYS
           PERFORM 140-SORT-BY-ORGANIZATION
           PERFORM 200-WRITE-REPORT
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

      *Defaults to the quarter last closed - the run's own quarter
      *less one, back into the prior year's fourth quarter in
      *January-March.
       110-READ-QUARTER.
           COMPUTE WS-REPORT-QUARTER = (WS-TODAYS-MM + 2) / 3
           MOVE WS-TODAYS-CCYY TO WS-REPORT-CCYY
           IF WS-REPORT-QUARTER = 1
               MOVE 4 TO WS-REPORT-QUARTER
               SUBTRACT 1 FROM WS-REPORT-CCYY
           ELSE
               SUBTRACT 1 FROM WS-REPORT-QUARTER
           END-IF
           OPEN INPUT F03-PARAMETER-FILE
           IF WS-PARAM-FILE-STATUS = '00'
               READ F03-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF F03-PARM-RECORD IS NUMERIC
                           AND F03-PARM-QUARTER >= 1
                           AND F03-PARM-QUARTER <= 4
                           MOVE F03-PARM-CCYY TO WS-REPORT-CCYY
                           MOVE F03-PARM-QUARTER
                               TO WS-REPORT-QUARTER
                       END-IF
               END-READ
               CLOSE F03-PARAMETER-FILE
           END-IF
           COMPUTE WS-QUARTER-FROM = WS-REPORT-CCYY * 10000
               + ((WS-REPORT-QUARTER - 1) * 3 + 1) * 100 + 1
           COMPUTE WS-QUARTER-TO = WS-REPORT-CCYY * 10000
               + (WS-REPORT-QUARTER * 3) * 100 + 31
           .

       115-LOAD-LICENSES.
           OPEN INPUT F01-LICENSE-FILE
           IF WS-LICENSE-FILE-STATUS = '00'
               PERFORM UNTIL WS-LICENSE-FILE-STATUS NOT = '00'
                   READ F01-LICENSE-FILE
                       AT END
                           MOVE '10' TO WS-LICENSE-FILE-STATUS
                       NOT AT END
                           IF WS-LICENSE-COUNT < MAX-LICENSES
                               ADD 1 TO WS-LICENSE-COUNT
                               MOVE F01-LICENSE-RECORD
                                   TO LICENSE-ENTRY(WS-LICENSE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F01-LICENSE-FILE
           END-IF
           .

       120-ROLL-UP-PLAYS.
           OPEN INPUT F02-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '00'
               PERFORM UNTIL WS-HISTORY-FILE-STATUS NOT = '00'
                   READ F02-HISTORY-FILE
                       AT END
                           MOVE '10' TO WS-HISTORY-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-PLAYS-READ
                           IF PH-EVENT-DATE >= WS-QUARTER-FROM
                               AND PH-EVENT-DATE <= WS-QUARTER-TO
                               PERFORM 130-ROLL-UP-ONE-PLAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-HISTORY-FILE
           END-IF
           .

      *The license in force on the day of the play sets the
      *organization and rate.
       130-ROLL-UP-ONE-PLAY.
           ADD 1 TO WS-QUARTER-PLAYS
           MOVE 'N' TO WS-LIC-FOUND-SWITCH
           IF WS-LICENSE-COUNT > 0
               SET LIC-IDX TO 1
               SEARCH LICENSE-ENTRY
                   AT END CONTINUE
                   WHEN LIC-SONG-NAME(LIC-IDX) = PH-SONG-NAME
                       AND LIC-ARTIST(LIC-IDX) = PH-ARTIST
                       AND LIC-START-DATE(LIC-IDX) <= PH-EVENT-DATE
                       AND (LIC-END-DATE(LIC-IDX) = 0
                           OR LIC-END-DATE(LIC-IDX) >= PH-EVENT-DATE)
                       MOVE 'Y' TO WS-LIC-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF WS-LIC-FOUND
               MOVE LIC-RIGHTS-ORG(LIC-IDX) TO WS-PLAY-ORG
               MOVE LIC-RATE(LIC-IDX)       TO WS-PLAY-RATE
           ELSE
               ADD 1 TO WS-UNLICENSED-PLAYS
               MOVE 'UNLICENSED' TO WS-PLAY-ORG
               MOVE 0            TO WS-PLAY-RATE
           END-IF
           MOVE 'N' TO WS-RYL-FOUND-SWITCH
           IF WS-ROYALTY-COUNT > 0
               SET RYL-IDX TO 1
               SEARCH ROYALTY-ENTRY
                   AT END CONTINUE
                   WHEN RYL-RIGHTS-ORG(RYL-IDX) = WS-PLAY-ORG
                       AND RYL-SONG-NAME(RYL-IDX) = PH-SONG-NAME
                       AND RYL-ARTIST(RYL-IDX) = PH-ARTIST
                       MOVE 'Y' TO WS-RYL-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF NOT WS-RYL-FOUND
               AND WS-ROYALTY-COUNT < MAX-ROYALTY-LINES
               ADD 1 TO WS-ROYALTY-COUNT
               SET RYL-IDX TO WS-ROYALTY-COUNT
               MOVE WS-PLAY-ORG  TO RYL-RIGHTS-ORG(RYL-IDX)
               MOVE PH-SONG-NAME TO RYL-SONG-NAME(RYL-IDX)
               MOVE PH-ARTIST    TO RYL-ARTIST(RYL-IDX)
               MOVE 0 TO RYL-PLAYS(RYL-IDX)
               MOVE 0 TO RYL-ROYALTY(RYL-IDX)
               MOVE 'Y' TO WS-RYL-FOUND-SWITCH
           END-IF
           IF WS-RYL-FOUND
               ADD 1 TO RYL-PLAYS(RYL-IDX)
               ADD WS-PLAY-RATE TO RYL-ROYALTY(RYL-IDX)
           END-IF
           .

      *Organization, then song, then artist; a selection sort is
      *plenty at this table size.
       140-SORT-BY-ORGANIZATION.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-ROYALTY-COUNT
               MOVE WS-SORT-I TO WS-SORT-LOW
               COMPUTE WS-SORT-J = WS-SORT-I + 1
               PERFORM UNTIL WS-SORT-J > WS-ROYALTY-COUNT
                   IF RYL-KEY(WS-SORT-J) < RYL-KEY(WS-SORT-LOW)
                       MOVE WS-SORT-J TO WS-SORT-LOW
                   END-IF
                   ADD 1 TO WS-SORT-J
               END-PERFORM
               IF WS-SORT-LOW NOT = WS-SORT-I
                   MOVE ROYALTY-ENTRY(WS-SORT-I)
                       TO WS-SWAP-ROYALTY
                   MOVE ROYALTY-ENTRY(WS-SORT-LOW)
                       TO ROYALTY-ENTRY(WS-SORT-I)
                   MOVE WS-SWAP-ROYALTY
                       TO ROYALTY-ENTRY(WS-SORT-LOW)
               END-IF
           END-PERFORM
           .

       200-WRITE-REPORT.
           OPEN OUTPUT F04-REPORT-FILE
           MOVE RUN-DATE-LINE TO F04-REPORT-RECORD
           WRITE F04-REPORT-RECORD
           MOVE WS-REPORT-QUARTER TO TTL-QUARTER
           MOVE WS-REPORT-CCYY    TO TTL-CCYY
           MOVE TITLE-LINE TO F04-REPORT-RECORD
           WRITE F04-REPORT-RECORD
           MOVE SPACES TO F04-REPORT-RECORD
           WRITE F04-REPORT-RECORD
           MOVE HEADING-LINE TO F04-REPORT-RECORD
           WRITE F04-REPORT-RECORD
           PERFORM 210-WRITE-ONE-LINE
               VARYING RYL-IDX FROM 1 BY 1
               UNTIL RYL-IDX > WS-ROYALTY-COUNT
           IF WS-ROYALTY-COUNT > 0
               PERFORM 220-WRITE-ORG-TOTAL
           ELSE
               MOVE SPACES TO F04-REPORT-RECORD
               WRITE F04-REPORT-RECORD
           END-IF
           MOVE 'ALL ORGANIZATIONS' TO TTL-TEXT
           MOVE WS-QUARTER-PLAYS    TO TTL-PLAYS
           MOVE WS-TOTAL-ROYALTY    TO TTL-ROYALTY
           MOVE TOTAL-LINE TO F04-REPORT-RECORD
           WRITE F04-REPORT-RECORD
           MOVE SPACES TO F04-REPORT-RECORD
           WRITE F04-REPORT-RECORD
           MOVE WS-PLAYS-READ       TO TRL-PLAYS
           MOVE WS-QUARTER-PLAYS    TO TRL-QUARTER-PLAYS
           MOVE WS-UNLICENSED-PLAYS TO TRL-UNLICENSED
           MOVE TRAILER-LINE TO F04-REPORT-RECORD
           WRITE F04-REPORT-RECORD
           CLOSE F04-REPORT-FILE
           .

      *A change of organization closes the one before with its
      *subtotal.
       210-WRITE-ONE-LINE.
           IF RYL-IDX > 1
               AND RYL-RIGHTS-ORG(RYL-IDX) NOT = WS-PREVIOUS-ORG
               PERFORM 220-WRITE-ORG-TOTAL
           END-IF
           MOVE RYL-RIGHTS-ORG(RYL-IDX) TO WS-PREVIOUS-ORG
           ADD RYL-PLAYS(RYL-IDX)   TO WS-ORG-PLAYS
           ADD RYL-ROYALTY(RYL-IDX) TO WS-ORG-ROYALTY
           ADD RYL-ROYALTY(RYL-IDX) TO WS-TOTAL-ROYALTY
           MOVE RYL-RIGHTS-ORG(RYL-IDX) TO DTL-RIGHTS-ORG
           MOVE RYL-SONG-NAME(RYL-IDX)  TO DTL-SONG-NAME
           MOVE RYL-ARTIST(RYL-IDX)     TO DTL-ARTIST
           MOVE RYL-PLAYS(RYL-IDX)      TO DTL-PLAYS
           COMPUTE DTL-ROYALTY ROUNDED = RYL-ROYALTY(RYL-IDX)
           MOVE DETAIL-LINE TO F04-REPORT-RECORD
           WRITE F04-REPORT-RECORD
           .

       220-WRITE-ORG-TOTAL.
           MOVE SPACES TO TTL-TEXT
           STRING 'TOTAL DUE ' DELIMITED BY SIZE
                  WS-PREVIOUS-ORG DELIMITED BY SPACE
                  INTO TTL-TEXT
           END-STRING
           MOVE WS-ORG-PLAYS TO TTL-PLAYS
           COMPUTE TTL-ROYALTY ROUNDED = WS-ORG-ROYALTY
           MOVE TOTAL-LINE TO F04-REPORT-RECORD
           WRITE F04-REPORT-RECORD
           MOVE SPACES TO F04-REPORT-RECORD
           WRITE F04-REPORT-RECORD
           MOVE 0 TO WS-ORG-PLAYS
           MOVE 0 TO WS-ORG-ROYALTY
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
           MOVE WS-PLAYS-READ   TO OPL-RECORD-COUNT
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
