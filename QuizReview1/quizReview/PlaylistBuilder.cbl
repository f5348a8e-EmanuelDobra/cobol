      *record layout, and prints a summary of total runtime versus
      *target - the event sets that used to be assembled by hand
      *with a calculator and the report printout.
      *Only songs we hold a current license for are eligible: a
      *song whose license on songlicenses.dat has expired or not
      *yet started, or that has no license at all, is left out
      *and listed on the summary with the reason.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                   FILE STATUS IS
                                       WS-HISTORY-FILE-STATUS.

      *Licensing master: one record per license held on a song,
      *with its rights organization, term, and per-play rate.
           SELECT F07-LICENSE-FILE ASSIGN TO 'songlicenses.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-LICENSE-FILE-STATUS.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F05-OPS-LOG-FILE ASSIGN TO 'opslog.dat'
           05  PH-ARTIST           PIC X(20).
           05  PH-EVENT-DATE       PIC 9(8).

      *A renewal is a new record; the old one stays as history.
      *An end date of zero means the license runs until cancelled.
      *The rate is dollars per play to four decimals.
       FD  F07-LICENSE-FILE
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS F07-LICENSE-RECORD.
       01  F07-LICENSE-RECORD.
           05  LIC-F-SONG-NAME     PIC X(15).
           05  LIC-F-ARTIST        PIC X(20).
           05  LIC-F-RIGHTS-ORG    PIC X(10).
           05  LIC-F-START-DATE    PIC 9(8).
           05  LIC-F-END-DATE      PIC 9(8).
           05  LIC-F-RATE          PIC 9V9999.

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F05-OPS-LOG-FILE
       01  WS-HISTORY-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-TODAYS-DATE-8        PIC 9(8)  VALUE 0.

      *License terms in memory, searched for every song that
      *passes the filters.
       01  WS-LICENSE-FILE-STATUS  PIC XX    VALUE SPACES.
       01  MAX-LICENSES            PIC 9(4)  VALUE 2000.
       01  LICENSE-TABLE-AREA.
           05  WS-LICENSE-COUNT    PIC 9(4)  VALUE 0.
           05  LICENSE-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-LICENSE-COUNT
                   INDEXED BY LIC-IDX.
               10  LIC-SONG-NAME   PIC X(15).
               10  LIC-ARTIST      PIC X(20).
               10  LIC-START-DATE  PIC 9(8).
               10  LIC-END-DATE    PIC 9(8).
      *Blank when the song is licensed today, else why it is not.
       01  WS-LICENSE-REASON       PIC X(25) VALUE SPACES.
           88  WS-LICENSED                   VALUE SPACES.

      *Candidate songs in memory for rotation mode, each with the
      *date it was last played (zero = never), sorted so the
      *longest-rested songs fill the set first.
       01  BUILD-COUNTERS.
           05  WS-SONGS-READ       PIC 9(5)   VALUE 0.
           05  WS-SONGS-CHOSEN     PIC 9(4)   VALUE 0.
           05  WS-SONGS-UNLICENSED PIC 9(4)   VALUE 0.
           05  WS-RUNTIME          PIC 9(5)V9 VALUE 0.

      *Run-date heading, same pattern as the songs report.
           05  SUM-SHORT-BY        PIC ZZZ9.9.
           05  FILLER              PIC X(23) VALUE SPACES.

       01  EXCLUDED-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EXL-SONG-NAME       PIC X(15).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EXL-ARTIST          PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'EXCLUDED: '.
           05  EXL-REASON          PIC X(25).
           05  FILLER              PIC X(14) VALUE SPACES.

       01  LICENSE-SUMMARY-LINE.
           05  FILLER              PIC X(31)
                 VALUE 'SONGS WITHOUT CURRENT LICENSE: '.
           05  LSL-UNLICENSED      PIC Z,ZZ9.
           05  FILLER              PIC X(54) VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
       01  WS-RUN-START-TIME.
           PERFORM 097-CAPTURE-START-TIME
           PERFORM 105-GET-TODAYS-DATE
           PERFORM 110-READ-REQUEST
           PERFORM 120-LOAD-LICENSES
           OPEN INPUT F01-SONGS-FILE
           OPEN OUTPUT F03-PLAYLIST-FILE
                OUTPUT F04-SUMMARY-FILE
           END-IF
           .

       120-LOAD-LICENSES.
           OPEN INPUT F07-LICENSE-FILE
           IF WS-LICENSE-FILE-STATUS = '00'
               PERFORM UNTIL WS-LICENSE-FILE-STATUS NOT = '00'
                   READ F07-LICENSE-FILE
                       AT END
                           MOVE '10' TO WS-LICENSE-FILE-STATUS
                       NOT AT END
                           IF WS-LICENSE-COUNT < MAX-LICENSES
                               ADD 1 TO WS-LICENSE-COUNT
                               MOVE LIC-F-SONG-NAME
                                   TO LIC-SONG-NAME(WS-LICENSE-COUNT)
                               MOVE LIC-F-ARTIST
                                   TO LIC-ARTIST(WS-LICENSE-COUNT)
                               MOVE LIC-F-START-DATE
                                   TO LIC-START-DATE(WS-LICENSE-COUNT)
                               MOVE LIC-F-END-DATE
                                   TO LIC-END-DATE(WS-LICENSE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F07-LICENSE-FILE
           END-IF
           .

      *The history is appended to as songs are chosen; the same
      *open-extend idiom the operations log uses.
       115-OPEN-HISTORY-EXTEND.
                       MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
                   NOT AT END
                       ADD 1 TO WS-SONGS-READ
                       MOVE 'NOT CONSIDERED' TO WS-LICENSE-REASON
                       IF (WS-ARTIST-FILTER = SPACES
                               OR F01-ARTIST = WS-ARTIST-FILTER)
                           AND (WS-ALBUM-FILTER = SPACES
                               OR F01-ALBUM = WS-ALBUM-FILTER)
                           PERFORM 170-CHECK-LICENSE
                       END-IF
                       IF WS-LICENSED
                           AND WS-CANDIDATE-COUNT < MAX-CANDIDATES
                           ADD 1 TO WS-CANDIDATE-COUNT
                           MOVE F01-SONGS-RECORD
           END-PERFORM
           .

      *A song is licensed today when any of its licenses has
      *started and not yet ended. Otherwise the reason reported is
      *the nearest one: a license still to start, else one that
      *has run out, else none on file at all.
       170-CHECK-LICENSE.
           MOVE 'NO LICENSE ON FILE' TO WS-LICENSE-REASON
           PERFORM VARYING LIC-IDX FROM 1 BY 1
               UNTIL LIC-IDX > WS-LICENSE-COUNT
                   OR WS-LICENSED
               IF LIC-SONG-NAME(LIC-IDX) = F01-SONG-NAME
                   AND LIC-ARTIST(LIC-IDX) = F01-ARTIST
                   EVALUATE TRUE
                       WHEN LIC-START-DATE(LIC-IDX)
                               > WS-TODAYS-DATE-8
                           MOVE 'LICENSE NOT YET STARTED'
                               TO WS-LICENSE-REASON
                       WHEN LIC-END-DATE(LIC-IDX) NOT = 0
                           AND LIC-END-DATE(LIC-IDX)
                               < WS-TODAYS-DATE-8
                           IF WS-LICENSE-REASON
                                   = 'NO LICENSE ON FILE'
                               MOVE 'LICENSE EXPIRED'
                                   TO WS-LICENSE-REASON
                           END-IF
                       WHEN OTHER
                           MOVE SPACES TO WS-LICENSE-REASON
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF NOT WS-LICENSED
               ADD 1 TO WS-SONGS-UNLICENSED
               MOVE F01-SONG-NAME     TO EXL-SONG-NAME
               MOVE F01-ARTIST        TO EXL-ARTIST
               MOVE WS-LICENSE-REASON TO EXL-REASON
               MOVE EXCLUDED-DETAIL-LINE TO F04-SUMMARY-RECORD
               WRITE F04-SUMMARY-RECORD
           END-IF
           .

      *Greedy fill down the rested-first order.
       210-FILL-FROM-ROTATION.
           IF WS-RUNTIME + CND-LENGTH(CND-IDX)
           .

      *Greedy fill in library order: a song joins the set when it
      *passes the filters, is licensed, and still fits under the
      *target.
       200-CONSIDER-ONE-SONG.
           ADD 1 TO WS-SONGS-READ
           MOVE 'NOT CONSIDERED' TO WS-LICENSE-REASON
           IF (WS-ARTIST-FILTER = SPACES
                   OR F01-ARTIST = WS-ARTIST-FILTER)
               AND (WS-ALBUM-FILTER = SPACES
                   OR F01-ALBUM = WS-ALBUM-FILTER)
               PERFORM 170-CHECK-LICENSE
           END-IF
           IF WS-LICENSED
               AND WS-RUNTIME + F01-LENGTH-IN-MINUTES
                   <= WS-TARGET-MINUTES
               ADD 1 TO WS-SONGS-CHOSEN
           COMPUTE SUM-SHORT-BY = WS-TARGET-MINUTES - WS-RUNTIME
           MOVE SUMMARY-LINE TO F04-SUMMARY-RECORD
           WRITE F04-SUMMARY-RECORD
           MOVE WS-SONGS-UNLICENSED TO LSL-UNLICENSED
           MOVE LICENSE-SUMMARY-LINE TO F04-SUMMARY-RECORD
           WRITE F04-SUMMARY-RECORD
           .

      *Appends one line to the shared end-of-day operations log
