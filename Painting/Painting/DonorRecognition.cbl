       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARTDONOR.
       AUTHOR. JANIS.

      *Annual donor recognition report. Every gift and bequest
      *comes onto the collection through an acquisition posting on
      *arttrans.dat naming the donor, so this run reads the
      *year's donated acquisitions back, totals them per donor -
      *the value each donor stated and the museum's own appraised
      *value side by side - and lists the donors by value band,
      *the same bands the inventory report subtotals by. Bands go
      *on the appraised value, since that is the value the
      *collection carries. The report year is the calendar year
      *of the run unless ARTDONOR_REPORT_YEAR names another, so
      *the January run can still report the year just closed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Same 97-byte layout the inventory run reads; only gift and
      *bequest acquisitions count here.
           SELECT F01-TRANS-FILE   ASSIGN TO 'arttrans.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-TRANS-FILE-STATUS.

      *Same 116-byte donor master the inventory run addresses its
      *acknowledgment letters from.
           SELECT F02-DONOR-FILE   ASSIGN TO 'artdonors.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-DONOR-FILE-STATUS.

           SELECT F03-PRINT-FILE   ASSIGN TO 'donorrecognition.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F04-OPS-LOG-FILE ASSIGN TO 'opslog.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-OPSLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-TRANS-FILE
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS F01-TRANS-RECORD.
       01  F01-TRANS-RECORD.
           05  F01-ACCESSION-NO    PIC 9(8).
           05  F01-NAME            PIC X(25).
           05  F01-VALUE           PIC 9(7).
           05  F01-APPRAISED-DATE.
               10  F01-APPRAISED-YEAR  PIC 9(2).
               10  F01-APPRAISED-MONTH PIC 9(2).
               10  F01-APPRAISED-DAY   PIC 9(2).
           05  F01-TRANS-CODE      PIC X.
               88  F01-ACQUISITION     VALUE 'A'.
           05  FILLER              PIC X(36).
           05  F01-ACQ-METHOD      PIC X.
               88  F01-DONATION        VALUES 'G' 'B'.
           05  F01-DONOR-ID        PIC 9(6).
           05  F01-DONOR-VALUE     PIC 9(7).

       FD  F02-DONOR-FILE
           RECORD CONTAINS 116 CHARACTERS
           DATA RECORD IS F02-DONOR-RECORD.
       01  F02-DONOR-RECORD.
           05  F02-DONOR-ID        PIC 9(6).
           05  F02-DONOR-NAME      PIC X(30).
           05  FILLER              PIC X(80).

       FD  F03-PRINT-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F03-PRINT-LINE-RECORD.
       01  F03-PRINT-LINE-RECORD   PIC X(110).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F04-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F04-OPS-LOG-RECORD.
       01  F04-OPS-LOG-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-DONOR-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.

      *Report year, and the scratch field the override is staged
      *through - ACCEPT FROM ENVIRONMENT blanks its receiving
      *field when the variable is not set.
       01  WS-REPORT-YEAR          PIC 9(4)  VALUE 0.
       01  WS-ENV-SCRATCH          PIC X(4)  VALUE SPACES.
       01  WS-GIFT-YEAR            PIC 9(4)  VALUE 0.

      *Every donor on the master, with the year's totals; a donor
      *ID on a gift but not on the master is added as its own
      *entry so the gift still counts and stands out.
       01  MAX-DONORS              PIC 9(4)  VALUE 500.
       01  WS-DONOR-FOUND-SWITCH   PIC X     VALUE 'N'.
           88  WS-DONOR-FOUND                VALUE 'Y'.
       01  DONOR-TABLE-AREA.
           05  WS-DONOR-COUNT      PIC 9(4)  VALUE 0.
           05  DONOR-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-DONOR-COUNT
                   INDEXED BY DNR-IDX.
               10  DNR-ID          PIC 9(6).
               10  DNR-NAME        PIC X(30).
               10  DNR-GIFTS       PIC 9(4).
               10  DNR-STATED      PIC 9(9).
               10  DNR-APPRAISED   PIC 9(9).
               10  DNR-BAND        PIC X(20).

       01  WS-CURRENT-BAND         PIC X(20) VALUE SPACES.
       01  BAND-TOTALS.
           05  WS-BAND-DONORS      PIC 9(4)  VALUE 0.
           05  WS-BAND-GIFTS       PIC 9(4)  VALUE 0.
           05  WS-BAND-STATED      PIC 9(9)  VALUE 0.
           05  WS-BAND-APPRAISED   PIC 9(9)  VALUE 0.
       01  GRAND-TOTALS.
           05  WS-ALL-DONORS       PIC 9(4)  VALUE 0.
           05  WS-ALL-GIFTS        PIC 9(4)  VALUE 0.
           05  WS-ALL-STATED       PIC 9(9)  VALUE 0.
           05  WS-ALL-APPRAISED    PIC 9(9)  VALUE 0.

       01  RUN-COUNTERS.
           05  WS-ROWS-READ        PIC 9(7)  VALUE 0.
           05  WS-UNKNOWN-DONORS   PIC 9(4)  VALUE 0.

       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY      PIC 9(4).
           05  WS-TODAYS-MM        PIC 9(2).
           05  WS-TODAYS-DD        PIC 9(2).
       01  W07-RUN-DATE-LINE.
           05                      PIC X(4)   VALUE SPACES.
           05                      PIC X(10)  VALUE 'RUN DATE: '.
           05  W07-RUN-MM          PIC 99.
           05                      PIC X      VALUE '/'.
           05  W07-RUN-DD          PIC 99.
           05                      PIC X      VALUE '/'.
           05  W07-RUN-CCYY        PIC 9999.
           05                      PIC X(86)  VALUE SPACES.

       01  W02-TITLE-LINE.
           05                      PIC X(30)  VALUE SPACES.
           05                      PIC X(29)
                 VALUE 'DONOR RECOGNITION REPORT FOR '.
           05  W02-REPORT-YEAR     PIC 9999.
           05                      PIC X(47)  VALUE SPACES.

       01  W03-HEADING-LINE.
           05                      PIC X(8)   VALUE 'DONOR'.
           05                      PIC X(32)  VALUE 'NAME'.
           05                      PIC X(7)   VALUE 'GIFTS'.
           05                      PIC X(16)  VALUE 'DONOR-STATED'.
           05                      PIC X(47)  VALUE 'APPRAISED'.

       01  W04-BAND-HEADING-LINE.
           05                      PIC X(4)   VALUE SPACES.
           05  W04-BAND-TEXT       PIC X(30).
           05                      PIC X(76)  VALUE SPACES.

       01  W05-DONOR-LINE.
           05  W05-DONOR-ID        PIC 9(6).
           05                      PIC X(2)   VALUE SPACES.
           05  W05-NAME            PIC X(30).
           05                      PIC X(2)   VALUE SPACES.
           05  W05-GIFTS           PIC ZZZ9.
           05                      PIC X(3)   VALUE SPACES.
           05  W05-STATED          PIC $$$,$$$,$$9.
           05                      PIC X(4)   VALUE SPACES.
           05  W05-APPRAISED       PIC $$$,$$$,$$9.
           05                      PIC X(35)  VALUE SPACES.

       01  W06-TOTAL-LINE.
           05                      PIC X(8)   VALUE SPACES.
           05  W06-TOTAL-TEXT      PIC X(12).
           05  W06-DONORS          PIC ZZZ9.
           05                      PIC X(16)  VALUE ' DONORS'.
           05  W06-GIFTS           PIC ZZZ9.
           05                      PIC X(3)   VALUE SPACES.
           05  W06-STATED          PIC $$$,$$$,$$9.
           05                      PIC X(4)   VALUE SPACES.
           05  W06-APPRAISED       PIC $$$,$$$,$$9.
           05                      PIC X(35)  VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'ARTDONOR'.
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
           PERFORM 099-GET-TODAYS-DATE
           PERFORM 100-SET-REPORT-YEAR
           PERFORM 110-LOAD-DONORS
           PERFORM 120-TOTAL-THE-GIFTS
           OPEN OUTPUT F03-PRINT-FILE
           MOVE W07-RUN-DATE-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE WS-REPORT-YEAR TO W02-REPORT-YEAR
           MOVE W02-TITLE-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE SPACES TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE W03-HEADING-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE 'OVER $100,000' TO WS-CURRENT-BAND
           PERFORM 200-WRITE-ONE-BAND
           MOVE '$10,000 - $100,000' TO WS-CURRENT-BAND
           PERFORM 200-WRITE-ONE-BAND
           MOVE 'UNDER $10,000' TO WS-CURRENT-BAND
           PERFORM 200-WRITE-ONE-BAND
           MOVE SPACES TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE 'ALL DONORS: '   TO W06-TOTAL-TEXT
           MOVE WS-ALL-DONORS    TO W06-DONORS
           MOVE WS-ALL-GIFTS     TO W06-GIFTS
           MOVE WS-ALL-STATED    TO W06-STATED
           MOVE WS-ALL-APPRAISED TO W06-APPRAISED
           MOVE W06-TOTAL-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           CLOSE F03-PRINT-FILE
      *Suite severity standard: a gift naming a donor who is not
      *on the donor master sets condition 4.
           IF WS-UNKNOWN-DONORS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           STOP RUN.

      *Captures the run start time before any file is opened, so
      *the end-of-day operations log entry reflects this run's
      *true start.
       097-CAPTURE-START-TIME.
           ACCEPT WS-RUN-START-TIME FROM TIME
           .

       099-GET-TODAYS-DATE.
           ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAYS-MM   TO W07-RUN-MM
           MOVE WS-TODAYS-DD   TO W07-RUN-DD
           MOVE WS-TODAYS-CCYY TO W07-RUN-CCYY.

       100-SET-REPORT-YEAR.
           MOVE WS-TODAYS-CCYY TO WS-REPORT-YEAR
           MOVE SPACES TO WS-ENV-SCRATCH
           ACCEPT WS-ENV-SCRATCH
               FROM ENVIRONMENT 'ARTDONOR_REPORT_YEAR'
           IF WS-ENV-SCRATCH IS NUMERIC
               MOVE WS-ENV-SCRATCH TO WS-REPORT-YEAR
           END-IF.

       110-LOAD-DONORS.
           OPEN INPUT F02-DONOR-FILE
           IF WS-DONOR-FILE-STATUS = '00'
               PERFORM UNTIL WS-DONOR-FILE-STATUS NOT = '00'
                   READ F02-DONOR-FILE
                       AT END
                           MOVE '10' TO WS-DONOR-FILE-STATUS
                       NOT AT END
                           IF WS-DONOR-COUNT < MAX-DONORS
                               ADD 1 TO WS-DONOR-COUNT
                               MOVE F02-DONOR-ID
                                   TO DNR-ID(WS-DONOR-COUNT)
                               MOVE F02-DONOR-NAME
                                   TO DNR-NAME(WS-DONOR-COUNT)
                               MOVE 0 TO DNR-GIFTS(WS-DONOR-COUNT)
                               MOVE 0 TO DNR-STATED(WS-DONOR-COUNT)
                               MOVE 0
                                   TO DNR-APPRAISED(WS-DONOR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-DONOR-FILE
           END-IF.

      *Only gift and bequest acquisitions received in the report
      *year count. The posting date is the 2-digit year the rest
      *of the suite reads, assumed 20xx.
       120-TOTAL-THE-GIFTS.
           OPEN INPUT F01-TRANS-FILE
           IF WS-TRANS-FILE-STATUS = '00'
               PERFORM UNTIL WS-TRANS-FILE-STATUS NOT = '00'
                   READ F01-TRANS-FILE
                       AT END
                           MOVE '10' TO WS-TRANS-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           COMPUTE WS-GIFT-YEAR =
                               2000 + F01-APPRAISED-YEAR
                           IF F01-ACQUISITION AND F01-DONATION
                               AND WS-GIFT-YEAR = WS-REPORT-YEAR
                               PERFORM 125-CREDIT-ONE-GIFT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F01-TRANS-FILE
           END-IF.

       125-CREDIT-ONE-GIFT.
           MOVE 'N' TO WS-DONOR-FOUND-SWITCH
           IF WS-DONOR-COUNT > 0
               SET DNR-IDX TO 1
               SEARCH DONOR-ENTRY
                   AT END CONTINUE
                   WHEN DNR-ID(DNR-IDX) = F01-DONOR-ID
                       MOVE 'Y' TO WS-DONOR-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF NOT WS-DONOR-FOUND AND WS-DONOR-COUNT < MAX-DONORS
               ADD 1 TO WS-UNKNOWN-DONORS
               ADD 1 TO WS-DONOR-COUNT
               SET DNR-IDX TO WS-DONOR-COUNT
               MOVE F01-DONOR-ID TO DNR-ID(DNR-IDX)
               MOVE '** NOT ON THE DONOR MASTER' TO DNR-NAME(DNR-IDX)
               MOVE 0 TO DNR-GIFTS(DNR-IDX)
               MOVE 0 TO DNR-STATED(DNR-IDX)
               MOVE 0 TO DNR-APPRAISED(DNR-IDX)
               MOVE 'Y' TO WS-DONOR-FOUND-SWITCH
           END-IF
           IF WS-DONOR-FOUND
               ADD 1 TO DNR-GIFTS(DNR-IDX)
               IF F01-DONOR-VALUE IS NUMERIC
                   ADD F01-DONOR-VALUE TO DNR-STATED(DNR-IDX)
               END-IF
               IF F01-VALUE IS NUMERIC
                   ADD F01-VALUE TO DNR-APPRAISED(DNR-IDX)
               END-IF
           END-IF.

      *One band: its heading, every donor with a gift this year
      *whose appraised total falls in the band, and the band
      *total. A band with no donors prints nothing.
       200-WRITE-ONE-BAND.
           MOVE 0 TO WS-BAND-DONORS
           MOVE 0 TO WS-BAND-GIFTS
           MOVE 0 TO WS-BAND-STATED
           MOVE 0 TO WS-BAND-APPRAISED
           PERFORM 210-BAND-ONE-DONOR
               VARYING DNR-IDX FROM 1 BY 1
               UNTIL DNR-IDX > WS-DONOR-COUNT
           IF WS-BAND-DONORS > 0
               MOVE 'BAND TOTAL: '    TO W06-TOTAL-TEXT
               MOVE WS-BAND-DONORS    TO W06-DONORS
               MOVE WS-BAND-GIFTS     TO W06-GIFTS
               MOVE WS-BAND-STATED    TO W06-STATED
               MOVE WS-BAND-APPRAISED TO W06-APPRAISED
               MOVE W06-TOTAL-LINE TO F03-PRINT-LINE-RECORD
               WRITE F03-PRINT-LINE-RECORD
           END-IF.

      *Value bands: under $10,000 / $10,000-$100,000 / over
      *$100,000, the inventory report's bands.
       210-BAND-ONE-DONOR.
           IF DNR-GIFTS(DNR-IDX) > 0
               EVALUATE TRUE
                   WHEN DNR-APPRAISED(DNR-IDX) > 100000
                       MOVE 'OVER $100,000' TO DNR-BAND(DNR-IDX)
                   WHEN DNR-APPRAISED(DNR-IDX) >= 10000
                       MOVE '$10,000 - $100,000' TO DNR-BAND(DNR-IDX)
                   WHEN OTHER
                       MOVE 'UNDER $10,000' TO DNR-BAND(DNR-IDX)
               END-EVALUATE
               IF DNR-BAND(DNR-IDX) = WS-CURRENT-BAND
                   IF WS-BAND-DONORS = 0
                       MOVE SPACES TO F03-PRINT-LINE-RECORD
                       WRITE F03-PRINT-LINE-RECORD
                       MOVE WS-CURRENT-BAND TO W04-BAND-TEXT
                       MOVE W04-BAND-HEADING-LINE
                           TO F03-PRINT-LINE-RECORD
                       WRITE F03-PRINT-LINE-RECORD
                   END-IF
                   ADD 1 TO WS-BAND-DONORS
                   ADD 1 TO WS-ALL-DONORS
                   ADD DNR-GIFTS(DNR-IDX)     TO WS-BAND-GIFTS
                                                 WS-ALL-GIFTS
                   ADD DNR-STATED(DNR-IDX)    TO WS-BAND-STATED
                                                 WS-ALL-STATED
                   ADD DNR-APPRAISED(DNR-IDX) TO WS-BAND-APPRAISED
                                                 WS-ALL-APPRAISED
                   MOVE DNR-ID(DNR-IDX)        TO W05-DONOR-ID
                   MOVE DNR-NAME(DNR-IDX)      TO W05-NAME
                   MOVE DNR-GIFTS(DNR-IDX)     TO W05-GIFTS
                   MOVE DNR-STATED(DNR-IDX)    TO W05-STATED
                   MOVE DNR-APPRAISED(DNR-IDX) TO W05-APPRAISED
                   MOVE W05-DONOR-LINE TO F03-PRINT-LINE-RECORD
                   WRITE F03-PRINT-LINE-RECORD
               END-IF
           END-IF.

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
           MOVE WS-ROWS-READ    TO OPL-RECORD-COUNT
           OPEN EXTEND F04-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F04-OPS-LOG-FILE
               CLOSE F04-OPS-LOG-FILE
               OPEN EXTEND F04-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F04-OPS-LOG-RECORD
           WRITE F04-OPS-LOG-RECORD
           CLOSE F04-OPS-LOG-FILE
           .
