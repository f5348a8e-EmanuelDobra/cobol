       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMENCE.
       AUTHOR. JANIS.

      *Commencement run. DEGAUDIT writes every student it finds
      *done to degreecleared.dat and GRADHOLD keeps the diploma
      *hold list in DiplomaHolds.dat; the registrar used to cross
      *the two by hand to build the ceremony list and the diploma
      *order. This run selects every cleared student with no hold,
      *assigns Latin honors from cumulative GPA on transcript.dat
      *(TRANSCRP's method) against the honors lines in
      *seniorparams.dat, prints the ceremony program grouped by
      *college and major, and writes the diploma vendor's order
      *file. Through the vendor cut-off date the order file is
      *rebuilt every run; after it the order already sent is left
      *alone, and anyone cleared since goes on the late-order list
      *instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Students DEGAUDIT found done, rebuilt by every audit run.
           SELECT F01-CLEARED-FILE ASSIGN TO 'degreecleared.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-CLEARED-FILE-STATUS.

      *Name as it is to read on the diploma, with the college and
      *degree conferred, keyed in by the registrar's office when
      *the student applies to graduate. Last name and initials are
      *the tuition side's key, which the hold list is written in.
           SELECT F02-NAME-FILE    ASSIGN TO 'diplomanames.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-NAME-FILE-STATUS.

      *GRADHOLD's hold list, with the bursar's collections and
      *returned-payment holds carried in it.
           SELECT F03-HOLD-FILE    ASSIGN TO 'DiplomaHolds.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-HOLD-FILE-STATUS.

      *Same graduation parameters SENIOR reads, for the honors GPA
      *lines and the diploma vendor's cut-off date.
           SELECT F04-PARAMETER-FILE ASSIGN TO 'seniorparams.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PARAM-FILE-STATUS.

      *Same 18-byte layout GRADPOST maintains.
           SELECT F05-TRANSCRIPT-FILE
                                   ASSIGN TO 'transcript.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-TRANSCRIPT-FILE-STATUS.

      *The diploma order as it stood at the cut-off, read back once
      *the cut-off has passed; the same file opened for output
      *while the order is still open.
           SELECT F06-ORDER-IN-FILE
                                   ASSIGN TO 'diplomaorder.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-ORDER-IN-STATUS.

           SELECT F07-ORDER-OUT-FILE
                                   ASSIGN TO 'diplomaorder.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F08-PROGRAM-FILE ASSIGN TO 'commenceprog.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F09-LATE-FILE    ASSIGN TO 'latediplomas.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F10-OPS-LOG-FILE ASSIGN TO 'opslog.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-OPSLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-CLEARED-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS F01-CLEARED-RECORD.
       01  F01-CLEARED-RECORD.
           05  CLR-STUDENT-ID      PIC X(5).
           05  CLR-MAJOR           PIC X(15).
           05  CLR-EARNED-CREDITS  PIC 9(3).

       FD  F02-NAME-FILE
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS F02-NAME-RECORD.
       01  F02-NAME-RECORD.
           05  DPN-STUDENT-ID      PIC X(5).
           05  DPN-LAST-NAME       PIC X(15).
           05  DPN-INITIALS        PIC XX.
           05  DPN-DIPLOMA-NAME    PIC X(30).
           05  DPN-COLLEGE         PIC X(15).
           05  DPN-DEGREE          PIC X(7).

       FD  F03-HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F03-HOLD-RECORD.
       01  F03-HOLD-RECORD         PIC X(80).

      *SENIOR and GRADHOLD read the first 84 bytes; the honors
      *GPA lines and the vendor cut-off ride after them.
       FD  F04-PARAMETER-FILE
           RECORD CONTAINS 101 CHARACTERS
           DATA RECORD IS F04-PARM-RECORD.
       01  F04-PARM-RECORD.
           05  FILLER                      PIC X(84).
           05  F04-PARM-CUM-LAUDE-GPA      PIC 9V99.
           05  F04-PARM-MAGNA-GPA          PIC 9V99.
           05  F04-PARM-SUMMA-GPA          PIC 9V99.
           05  F04-PARM-VENDOR-CUTOFF      PIC 9(8).

       FD  F05-TRANSCRIPT-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F05-TRANSCRIPT-RECORD.
       01  F05-TRANSCRIPT-RECORD.
           05  TRS-STUDENT-ID      PIC X(5).
           05  TRS-TERM            PIC X(5).
           05  TRS-COURSE          PIC X(7).
           05  TRS-GRADE           PIC X.

      *One diploma per record, as the vendor takes them.
       FD  F06-ORDER-IN-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F06-ORDER-IN-RECORD.
       01  F06-ORDER-IN-RECORD.
           05  ORI-STUDENT-ID      PIC X(5).
           05  FILLER              PIC X(75).

       FD  F07-ORDER-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F07-ORDER-OUT-RECORD.
       01  F07-ORDER-OUT-RECORD.
           05  ORD-STUDENT-ID      PIC X(5).
           05  ORD-DIPLOMA-NAME    PIC X(30).
           05  ORD-DEGREE          PIC X(7).
           05  ORD-HONORS          PIC X(15).
           05  ORD-COLLEGE         PIC X(15).
           05  ORD-ORDER-DATE      PIC 9(8).

       FD  F08-PROGRAM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F08-PROGRAM-RECORD.
       01  F08-PROGRAM-RECORD      PIC X(80).

       FD  F09-LATE-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F09-LATE-RECORD.
       01  F09-LATE-RECORD         PIC X(100).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F10-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F10-OPS-LOG-RECORD.
       01  F10-OPS-LOG-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CLEARED-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-NAME-FILE-STATUS     PIC XX    VALUE SPACES.
       01  WS-HOLD-FILE-STATUS     PIC XX    VALUE SPACES.
       01  WS-PARAM-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-TRANSCRIPT-FILE-STATUS PIC XX  VALUE SPACES.
       01  WS-ORDER-IN-STATUS      PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.

      *Honors lines default to the customary 3.50 / 3.70 / 3.90
      *when seniorparams.dat does not carry them. With no cut-off
      *on file the order never closes, so nothing is ever late.
       01  WS-CUM-LAUDE-GPA        PIC 9V99  VALUE 3.50.
       01  WS-MAGNA-GPA            PIC 9V99  VALUE 3.70.
       01  WS-SUMMA-GPA            PIC 9V99  VALUE 3.90.
       01  WS-VENDOR-CUTOFF        PIC 9(8)  VALUE 0.
       01  WS-CUTOFF-PARTS REDEFINES WS-VENDOR-CUTOFF.
           05  WS-CUTOFF-CCYY      PIC 9(4).
           05  WS-CUTOFF-MM        PIC 99.
           05  WS-CUTOFF-DD        PIC 99.
       01  WS-ORDER-SWITCH         PIC X     VALUE 'O'.
           88  WS-ORDER-OPEN                 VALUE 'O'.
           88  WS-ORDER-FROZEN               VALUE 'F'.

      *Hold-list names. Bursar hold lines carry last name and
      *initials; GRADHOLD's own lines carry the SENIOR.DAT name,
      *matched on its first 15 characters with any initials, the
      *same span GRADHOLD itself matches the balance master on.
       01  MAX-HOLDS               PIC 9(4)  VALUE 2000.
       01  WS-HOLD-FOUND-SWITCH    PIC X     VALUE 'N'.
           88  WS-HOLD-FOUND                 VALUE 'Y'.
       01  HOLD-TABLE-AREA.
           05  WS-HOLD-COUNT       PIC 9(4)  VALUE 0.
           05  HOLD-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-HOLD-COUNT
                   INDEXED BY HLD-IDX.
               10  HLD-LAST-NAME   PIC X(15).
               10  HLD-INITIALS    PIC XX.

      *Diplomas already on the frozen order, by student ID.
       01  MAX-ORDERED             PIC 9(4)  VALUE 2000.
       01  WS-ORD-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-ORD-FOUND                  VALUE 'Y'.
       01  ORDERED-TABLE-AREA.
           05  WS-ORDERED-COUNT    PIC 9(4)  VALUE 0.
           05  ORDERED-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-ORDERED-COUNT
                   INDEXED BY ORD-IDX.
               10  ORD-T-STUDENT-ID PIC X(5).

      *Cleared students, one entry per student - a double major
      *walks under the first major DEGAUDIT cleared. The sort key
      *leads each entry so the program order is one compare.
       01  MAX-CANDIDATES          PIC 9(4)  VALUE 2000.
       01  WS-CND-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-CND-FOUND                  VALUE 'Y'.
       01  CANDIDATE-TABLE-AREA.
           05  WS-CANDIDATE-COUNT  PIC 9(4)  VALUE 0.
           05  CANDIDATE-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-CANDIDATE-COUNT
                   INDEXED BY CND-IDX.
               10  CND-SORT-KEY.
                   15  CND-COLLEGE     PIC X(15).
                   15  CND-MAJOR       PIC X(15).
                   15  CND-LAST-NAME   PIC X(15).
                   15  CND-INITIALS    PIC XX.
               10  CND-STUDENT-ID      PIC X(5).
               10  CND-DIPLOMA-NAME    PIC X(30).
               10  CND-DEGREE          PIC X(7).
               10  CND-POINTS          PIC 9(4).
               10  CND-COURSES         PIC 9(4).
               10  CND-GPA             PIC 9V99.
               10  CND-HONORS          PIC X(15).
               10  CND-STATUS-SWITCH   PIC X.
                   88  CND-UNNAMED         VALUE 'U'.
                   88  CND-HELD            VALUE 'H'.
                   88  CND-SELECTED        VALUE 'S'.

      *Selection-sort work fields, the same exchange sort the
      *grades run ranks its honor list with.
       01  WS-SORT-I               PIC 9(4)  VALUE 0.
       01  WS-SORT-J               PIC 9(4)  VALUE 0.
       01  WS-SORT-LOW             PIC 9(4)  VALUE 0.
       01  WS-SWAP-ENTRY           PIC X(116) VALUE SPACES.

       01  WS-POINTS               PIC 9     VALUE 0.
       01  WS-PRIOR-COLLEGE        PIC X(15) VALUE SPACES.
       01  WS-PRIOR-MAJOR          PIC X(15) VALUE SPACES.

       01  RUN-COUNTERS.
           05  WS-CLEARED-READ     PIC 9(5)  VALUE 0.
           05  WS-GRADUATE-COUNT   PIC 9(5)  VALUE 0.
           05  WS-HONORS-COUNT     PIC 9(5)  VALUE 0.
           05  WS-HELD-COUNT       PIC 9(5)  VALUE 0.
           05  WS-UNNAMED-COUNT    PIC 9(5)  VALUE 0.
           05  WS-ORDERS-WRITTEN   PIC 9(5)  VALUE 0.
           05  WS-LATE-COUNT       PIC 9(5)  VALUE 0.

       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY      PIC 9(4).
           05  WS-TODAYS-MM        PIC 9(2).
           05  WS-TODAYS-DD        PIC 9(2).
       01  WS-TODAYS-DATE-NUM REDEFINES WS-TODAYS-DATE PIC 9(8).

       01  W04-RUN-DATE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  W04-RUN-MM          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  W04-RUN-DD          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  W04-RUN-CCYY        PIC 9999.
           05  FILLER              PIC X(58) VALUE SPACES.

       01  W05-TITLE-LINE.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(20)
                 VALUE 'COMMENCEMENT PROGRAM'.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  W06-COLLEGE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W06-COLLEGE         PIC X(15).
           05  FILLER              PIC X(63) VALUE SPACES.

       01  W07-MAJOR-LINE.
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  W07-MAJOR           PIC X(15).
           05  FILLER              PIC X(59) VALUE SPACES.

       01  W08-GRADUATE-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  W08-DIPLOMA-NAME    PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W08-DEGREE          PIC X(7).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W08-HONORS          PIC X(15).
           05  FILLER              PIC X(14) VALUE SPACES.

       01  W09-TRAILER-LINE.
           05  FILLER              PIC X(11) VALUE 'GRADUATES: '.
           05  W09-GRADUATES       PIC ZZ,ZZ9.
           05  FILLER              PIC X(15)
                 VALUE '  WITH HONORS: '.
           05  W09-HONORS          PIC ZZ,ZZ9.
           05  FILLER              PIC X(8)  VALUE '  HELD: '.
           05  W09-HELD            PIC ZZ,ZZ9.
           05  FILLER              PIC X(28) VALUE SPACES.

       01  W10-LATE-TITLE-LINE.
           05  FILLER              PIC X(40) VALUE SPACES.
           05  FILLER              PIC X(20)
                 VALUE 'LATE DIPLOMA ORDERS '.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  W11-CUTOFF-LINE.
           05  FILLER              PIC X(16)
                 VALUE 'VENDOR CUT-OFF: '.
           05  W11-CUTOFF-MM       PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  W11-CUTOFF-DD       PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  W11-CUTOFF-CCYY     PIC 9999.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  W11-ORDER-TEXT      PIC X(45).
           05  FILLER              PIC X(26) VALUE SPACES.

       01  W12-LATE-HEADING-LINE.
           05  FILLER              PIC X     VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'STUDENT '.
           05  FILLER              PIC X(32)
                 VALUE 'DIPLOMA NAME'.
           05  FILLER              PIC X(9)  VALUE 'DEGREE'.
           05  FILLER              PIC X(17) VALUE 'HONORS'.
           05  FILLER              PIC X(33) VALUE 'COLLEGE'.

       01  W13-LATE-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W13-STUDENT-ID      PIC X(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W13-DIPLOMA-NAME    PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W13-DEGREE          PIC X(7).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W13-HONORS          PIC X(15).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W13-COLLEGE         PIC X(15).
           05  FILLER              PIC X(18) VALUE SPACES.

       01  W14-LATE-TRAILER-LINE.
           05  FILLER              PIC X(13) VALUE 'LATE ORDERS: '.
           05  W14-LATE            PIC ZZ,ZZ9.
           05  FILLER              PIC X(18)
                 VALUE '  DIPLOMAS ORDERED'.
           05  FILLER              PIC X(2)  VALUE ': '.
           05  W14-ORDERED         PIC ZZ,ZZ9.
           05  FILLER              PIC X(55) VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'COMMENCE'.
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
           PERFORM 100-READ-PARAMETERS
           PERFORM 110-LOAD-HOLDS
           PERFORM 120-LOAD-CLEARED
           PERFORM 130-LOAD-DIPLOMA-NAMES
           PERFORM 140-LOAD-TRANSCRIPT
           IF WS-ORDER-FROZEN
               PERFORM 150-LOAD-PRIOR-ORDER
           END-IF
           PERFORM 200-SELECT-ONE-CANDIDATE
               VARYING CND-IDX FROM 1 BY 1
               UNTIL CND-IDX > WS-CANDIDATE-COUNT
           PERFORM 300-SORT-CANDIDATES
           PERFORM 400-PRINT-PROGRAM
           PERFORM 500-WRITE-ORDERS
           IF WS-LATE-COUNT > 0 OR WS-UNNAMED-COUNT > 0
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
           MOVE WS-TODAYS-MM   TO W04-RUN-MM
           MOVE WS-TODAYS-DD   TO W04-RUN-DD
           MOVE WS-TODAYS-CCYY TO W04-RUN-CCYY.

      *A parameter file still in the older 84-byte shape leaves
      *the honors and cut-off fields blank, and the defaults
      *stand.
       100-READ-PARAMETERS.
           OPEN INPUT F04-PARAMETER-FILE
           IF WS-PARAM-FILE-STATUS = '00'
               READ F04-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF F04-PARM-CUM-LAUDE-GPA IS NUMERIC
                           MOVE F04-PARM-CUM-LAUDE-GPA
                               TO WS-CUM-LAUDE-GPA
                       END-IF
                       IF F04-PARM-MAGNA-GPA IS NUMERIC
                           MOVE F04-PARM-MAGNA-GPA TO WS-MAGNA-GPA
                       END-IF
                       IF F04-PARM-SUMMA-GPA IS NUMERIC
                           MOVE F04-PARM-SUMMA-GPA TO WS-SUMMA-GPA
                       END-IF
                       IF F04-PARM-VENDOR-CUTOFF IS NUMERIC
                           MOVE F04-PARM-VENDOR-CUTOFF
                               TO WS-VENDOR-CUTOFF
                       END-IF
               END-READ
               CLOSE F04-PARAMETER-FILE
           END-IF
           IF WS-VENDOR-CUTOFF > 0
               AND WS-TODAYS-DATE-NUM > WS-VENDOR-CUTOFF
               SET WS-ORDER-FROZEN TO TRUE
           END-IF.

      *Headings, blank lines, and GRADHOLD's run-date and trailer
      *lines are passed over; every other line names a held
      *student.
       110-LOAD-HOLDS.
           OPEN INPUT F03-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = '00'
               PERFORM UNTIL WS-HOLD-FILE-STATUS NOT = '00'
                   READ F03-HOLD-FILE
                       AT END
                           MOVE '10' TO WS-HOLD-FILE-STATUS
                       NOT AT END
                           PERFORM 115-KEEP-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE F03-HOLD-FILE
           END-IF.

       115-KEEP-ONE-HOLD.
           IF WS-HOLD-COUNT < MAX-HOLDS
               EVALUATE TRUE
                   WHEN F03-HOLD-RECORD(21:16) = 'COLLECTIONS HOLD'
                   WHEN F03-HOLD-RECORD(21:17) = 'RETURNED PMT HOLD'
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE F03-HOLD-RECORD(1:15)
                           TO HLD-LAST-NAME(WS-HOLD-COUNT)
                       MOVE F03-HOLD-RECORD(17:2)
                           TO HLD-INITIALS(WS-HOLD-COUNT)
                   WHEN F03-HOLD-RECORD(1:2) = SPACES
                       AND F03-HOLD-RECORD(3:1) NOT = SPACE
                       AND F03-HOLD-RECORD(3:12) NOT = 'STUDENT NAME'
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE F03-HOLD-RECORD(3:15)
                           TO HLD-LAST-NAME(WS-HOLD-COUNT)
                       MOVE SPACES TO HLD-INITIALS(WS-HOLD-COUNT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       120-LOAD-CLEARED.
           OPEN INPUT F01-CLEARED-FILE
           IF WS-CLEARED-FILE-STATUS = '00'
               PERFORM UNTIL WS-CLEARED-FILE-STATUS NOT = '00'
                   READ F01-CLEARED-FILE
                       AT END
                           MOVE '10' TO WS-CLEARED-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-CLEARED-READ
                           PERFORM 125-ADD-ONE-CANDIDATE
                   END-READ
               END-PERFORM
               CLOSE F01-CLEARED-FILE
           END-IF.

      *A candidate starts out unnamed; the diploma-name load
      *fills in the rest.
       125-ADD-ONE-CANDIDATE.
           MOVE 'N' TO WS-CND-FOUND-SWITCH
           IF WS-CANDIDATE-COUNT > 0
               SET CND-IDX TO 1
               SEARCH CANDIDATE-ENTRY
                   AT END CONTINUE
                   WHEN CND-STUDENT-ID(CND-IDX) = CLR-STUDENT-ID
                       MOVE 'Y' TO WS-CND-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF NOT WS-CND-FOUND
               AND WS-CANDIDATE-COUNT < MAX-CANDIDATES
               ADD 1 TO WS-CANDIDATE-COUNT
               MOVE SPACES TO CANDIDATE-ENTRY(WS-CANDIDATE-COUNT)
               MOVE CLR-STUDENT-ID
                   TO CND-STUDENT-ID(WS-CANDIDATE-COUNT)
               MOVE CLR-MAJOR TO CND-MAJOR(WS-CANDIDATE-COUNT)
               MOVE 0 TO CND-POINTS(WS-CANDIDATE-COUNT)
               MOVE 0 TO CND-COURSES(WS-CANDIDATE-COUNT)
               MOVE 0 TO CND-GPA(WS-CANDIDATE-COUNT)
               MOVE 'U' TO CND-STATUS-SWITCH(WS-CANDIDATE-COUNT)
           END-IF.

       130-LOAD-DIPLOMA-NAMES.
           OPEN INPUT F02-NAME-FILE
           IF WS-NAME-FILE-STATUS = '00'
               PERFORM UNTIL WS-NAME-FILE-STATUS NOT = '00'
                   READ F02-NAME-FILE
                       AT END
                           MOVE '10' TO WS-NAME-FILE-STATUS
                       NOT AT END
                           PERFORM 135-NAME-ONE-CANDIDATE
                   END-READ
               END-PERFORM
               CLOSE F02-NAME-FILE
           END-IF.

      *Names on file for students not yet cleared are ignored.
       135-NAME-ONE-CANDIDATE.
           IF WS-CANDIDATE-COUNT > 0
               SET CND-IDX TO 1
               SEARCH CANDIDATE-ENTRY
                   AT END CONTINUE
                   WHEN CND-STUDENT-ID(CND-IDX) = DPN-STUDENT-ID
                       MOVE DPN-LAST-NAME    TO CND-LAST-NAME(CND-IDX)
                       MOVE DPN-INITIALS     TO CND-INITIALS(CND-IDX)
                       MOVE DPN-DIPLOMA-NAME
                           TO CND-DIPLOMA-NAME(CND-IDX)
                       MOVE DPN-COLLEGE      TO CND-COLLEGE(CND-IDX)
                       MOVE DPN-DEGREE       TO CND-DEGREE(CND-IDX)
                       MOVE 'S' TO CND-STATUS-SWITCH(CND-IDX)
               END-SEARCH
           END-IF.

      *GPA points follow TRANSCRP: A=4 down to D=1, anything else
      *0, every transcript row counted except transfer credit.
       140-LOAD-TRANSCRIPT.
           OPEN INPUT F05-TRANSCRIPT-FILE
           IF WS-TRANSCRIPT-FILE-STATUS = '00'
               PERFORM UNTIL WS-TRANSCRIPT-FILE-STATUS NOT = '00'
                   READ F05-TRANSCRIPT-FILE
                       AT END
                           MOVE '10' TO WS-TRANSCRIPT-FILE-STATUS
                       NOT AT END
                           PERFORM 145-POST-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE F05-TRANSCRIPT-FILE
           END-IF.

       145-POST-ONE-ROW.
           IF WS-CANDIDATE-COUNT > 0
               SET CND-IDX TO 1
               SEARCH CANDIDATE-ENTRY
                   AT END CONTINUE
                   WHEN CND-STUDENT-ID(CND-IDX) = TRS-STUDENT-ID
                       AND TRS-GRADE NOT = 'T'
                       EVALUATE TRS-GRADE
                           WHEN 'A'
                               MOVE 4 TO WS-POINTS
                           WHEN 'B'
                               MOVE 3 TO WS-POINTS
                           WHEN 'C'
                               MOVE 2 TO WS-POINTS
                           WHEN 'D'
                               MOVE 1 TO WS-POINTS
                           WHEN OTHER
                               MOVE 0 TO WS-POINTS
                       END-EVALUATE
                       ADD 1 TO CND-COURSES(CND-IDX)
                       ADD WS-POINTS TO CND-POINTS(CND-IDX)
               END-SEARCH
           END-IF.

      *The order as sent at the cut-off. No order file at all means
      *nothing went to the vendor in time, and every graduate is
      *late.
       150-LOAD-PRIOR-ORDER.
           OPEN INPUT F06-ORDER-IN-FILE
           IF WS-ORDER-IN-STATUS = '00'
               PERFORM UNTIL WS-ORDER-IN-STATUS NOT = '00'
                   READ F06-ORDER-IN-FILE
                       AT END
                           MOVE '10' TO WS-ORDER-IN-STATUS
                       NOT AT END
                           IF WS-ORDERED-COUNT < MAX-ORDERED
                               ADD 1 TO WS-ORDERED-COUNT
                               MOVE ORI-STUDENT-ID TO
                                   ORD-T-STUDENT-ID(WS-ORDERED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F06-ORDER-IN-FILE
           END-IF.

      *A cleared student with no diploma name on file cannot be
      *ordered or printed, and is reported for the registrar to
      *key; one on the hold list is held back from both the
      *program and the order until the hold clears.
       200-SELECT-ONE-CANDIDATE.
           IF CND-UNNAMED(CND-IDX)
               ADD 1 TO WS-UNNAMED-COUNT
               DISPLAY 'NO DIPLOMA NAME ON FILE FOR STUDENT '
                   CND-STUDENT-ID(CND-IDX)
           ELSE
               MOVE 'N' TO WS-HOLD-FOUND-SWITCH
               IF WS-HOLD-COUNT > 0
                   SET HLD-IDX TO 1
                   SEARCH HOLD-ENTRY
                       AT END CONTINUE
                       WHEN HLD-LAST-NAME(HLD-IDX)
                               = CND-LAST-NAME(CND-IDX)
                           AND (HLD-INITIALS(HLD-IDX) = SPACES
                               OR HLD-INITIALS(HLD-IDX)
                                   = CND-INITIALS(CND-IDX))
                           MOVE 'Y' TO WS-HOLD-FOUND-SWITCH
                   END-SEARCH
               END-IF
               IF WS-HOLD-FOUND
                   MOVE 'H' TO CND-STATUS-SWITCH(CND-IDX)
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   PERFORM 250-ASSIGN-HONORS
               END-IF
           END-IF.

       250-ASSIGN-HONORS.
           IF CND-COURSES(CND-IDX) > 0
               COMPUTE CND-GPA(CND-IDX) ROUNDED =
                   CND-POINTS(CND-IDX) / CND-COURSES(CND-IDX)
           END-IF
           EVALUATE TRUE
               WHEN CND-GPA(CND-IDX) >= WS-SUMMA-GPA
                   MOVE 'SUMMA CUM LAUDE' TO CND-HONORS(CND-IDX)
               WHEN CND-GPA(CND-IDX) >= WS-MAGNA-GPA
                   MOVE 'MAGNA CUM LAUDE' TO CND-HONORS(CND-IDX)
               WHEN CND-GPA(CND-IDX) >= WS-CUM-LAUDE-GPA
                   MOVE 'CUM LAUDE' TO CND-HONORS(CND-IDX)
               WHEN OTHER
                   MOVE SPACES TO CND-HONORS(CND-IDX)
           END-EVALUATE
           ADD 1 TO WS-GRADUATE-COUNT
           IF CND-HONORS(CND-IDX) NOT = SPACES
               ADD 1 TO WS-HONORS-COUNT
           END-IF.

      *College, then major, then last name and initials.
       300-SORT-CANDIDATES.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-CANDIDATE-COUNT
               MOVE WS-SORT-I TO WS-SORT-LOW
               COMPUTE WS-SORT-J = WS-SORT-I + 1
               PERFORM UNTIL WS-SORT-J > WS-CANDIDATE-COUNT
                   IF CND-SORT-KEY(WS-SORT-J)
                       < CND-SORT-KEY(WS-SORT-LOW)
                       MOVE WS-SORT-J TO WS-SORT-LOW
                   END-IF
                   ADD 1 TO WS-SORT-J
               END-PERFORM
               IF WS-SORT-LOW NOT = WS-SORT-I
                   MOVE CANDIDATE-ENTRY(WS-SORT-I) TO WS-SWAP-ENTRY
                   MOVE CANDIDATE-ENTRY(WS-SORT-LOW)
                       TO CANDIDATE-ENTRY(WS-SORT-I)
                   MOVE WS-SWAP-ENTRY
                       TO CANDIDATE-ENTRY(WS-SORT-LOW)
               END-IF
           END-PERFORM.

      *A college heading on every change of college, a major
      *heading under it on every change of major.
       400-PRINT-PROGRAM.
           OPEN OUTPUT F08-PROGRAM-FILE
           MOVE W04-RUN-DATE-LINE TO F08-PROGRAM-RECORD
           WRITE F08-PROGRAM-RECORD
           MOVE W05-TITLE-LINE TO F08-PROGRAM-RECORD
           WRITE F08-PROGRAM-RECORD
           MOVE HIGH-VALUES TO WS-PRIOR-COLLEGE
           MOVE HIGH-VALUES TO WS-PRIOR-MAJOR
           PERFORM VARYING CND-IDX FROM 1 BY 1
               UNTIL CND-IDX > WS-CANDIDATE-COUNT
               IF CND-SELECTED(CND-IDX)
                   PERFORM 410-PRINT-ONE-GRADUATE
               END-IF
           END-PERFORM
           MOVE SPACES TO F08-PROGRAM-RECORD
           WRITE F08-PROGRAM-RECORD
           MOVE WS-GRADUATE-COUNT TO W09-GRADUATES
           MOVE WS-HONORS-COUNT   TO W09-HONORS
           MOVE WS-HELD-COUNT     TO W09-HELD
           MOVE W09-TRAILER-LINE TO F08-PROGRAM-RECORD
           WRITE F08-PROGRAM-RECORD
           CLOSE F08-PROGRAM-FILE.

       410-PRINT-ONE-GRADUATE.
           IF CND-COLLEGE(CND-IDX) NOT = WS-PRIOR-COLLEGE
               MOVE SPACES TO F08-PROGRAM-RECORD
               WRITE F08-PROGRAM-RECORD
               MOVE CND-COLLEGE(CND-IDX) TO W06-COLLEGE
               MOVE W06-COLLEGE-LINE TO F08-PROGRAM-RECORD
               WRITE F08-PROGRAM-RECORD
               MOVE CND-COLLEGE(CND-IDX) TO WS-PRIOR-COLLEGE
               MOVE HIGH-VALUES TO WS-PRIOR-MAJOR
           END-IF
           IF CND-MAJOR(CND-IDX) NOT = WS-PRIOR-MAJOR
               MOVE SPACES TO F08-PROGRAM-RECORD
               WRITE F08-PROGRAM-RECORD
               MOVE CND-MAJOR(CND-IDX) TO W07-MAJOR
               MOVE W07-MAJOR-LINE TO F08-PROGRAM-RECORD
               WRITE F08-PROGRAM-RECORD
               MOVE CND-MAJOR(CND-IDX) TO WS-PRIOR-MAJOR
           END-IF
           MOVE CND-DIPLOMA-NAME(CND-IDX) TO W08-DIPLOMA-NAME
           MOVE CND-DEGREE(CND-IDX)       TO W08-DEGREE
           MOVE CND-HONORS(CND-IDX)       TO W08-HONORS
           MOVE W08-GRADUATE-LINE TO F08-PROGRAM-RECORD
           WRITE F08-PROGRAM-RECORD.

      *While the order is open every graduate goes on it, rebuilt
      *from scratch; once frozen, a graduate not already on it
      *goes on the late-order list.
       500-WRITE-ORDERS.
           IF WS-ORDER-OPEN
               OPEN OUTPUT F07-ORDER-OUT-FILE
           END-IF
           OPEN OUTPUT F09-LATE-FILE
           MOVE W04-RUN-DATE-LINE TO F09-LATE-RECORD
           WRITE F09-LATE-RECORD
           MOVE W10-LATE-TITLE-LINE TO F09-LATE-RECORD
           WRITE F09-LATE-RECORD
           MOVE SPACES TO F09-LATE-RECORD
           WRITE F09-LATE-RECORD
           MOVE WS-CUTOFF-MM   TO W11-CUTOFF-MM
           MOVE WS-CUTOFF-DD   TO W11-CUTOFF-DD
           MOVE WS-CUTOFF-CCYY TO W11-CUTOFF-CCYY
           IF WS-ORDER-FROZEN
               MOVE 'ORDER CLOSED - NEW GRADUATES ORDERED LATE'
                   TO W11-ORDER-TEXT
           ELSE
               MOVE 'ORDER OPEN - REBUILT THIS RUN'
                   TO W11-ORDER-TEXT
           END-IF
           MOVE W11-CUTOFF-LINE TO F09-LATE-RECORD
           WRITE F09-LATE-RECORD
           MOVE SPACES TO F09-LATE-RECORD
           WRITE F09-LATE-RECORD
           MOVE W12-LATE-HEADING-LINE TO F09-LATE-RECORD
           WRITE F09-LATE-RECORD
           PERFORM VARYING CND-IDX FROM 1 BY 1
               UNTIL CND-IDX > WS-CANDIDATE-COUNT
               IF CND-SELECTED(CND-IDX)
                   PERFORM 510-ORDER-ONE-DIPLOMA
               END-IF
           END-PERFORM
           MOVE SPACES TO F09-LATE-RECORD
           WRITE F09-LATE-RECORD
           MOVE WS-LATE-COUNT TO W14-LATE
           IF WS-ORDER-FROZEN
               MOVE WS-ORDERED-COUNT TO W14-ORDERED
           ELSE
               MOVE WS-ORDERS-WRITTEN TO W14-ORDERED
           END-IF
           MOVE W14-LATE-TRAILER-LINE TO F09-LATE-RECORD
           WRITE F09-LATE-RECORD
           CLOSE F09-LATE-FILE
           IF WS-ORDER-OPEN
               CLOSE F07-ORDER-OUT-FILE
           END-IF.

       510-ORDER-ONE-DIPLOMA.
           IF WS-ORDER-OPEN
               MOVE CND-STUDENT-ID(CND-IDX)   TO ORD-STUDENT-ID
               MOVE CND-DIPLOMA-NAME(CND-IDX) TO ORD-DIPLOMA-NAME
               MOVE CND-DEGREE(CND-IDX)       TO ORD-DEGREE
               MOVE CND-HONORS(CND-IDX)       TO ORD-HONORS
               MOVE CND-COLLEGE(CND-IDX)      TO ORD-COLLEGE
               MOVE WS-TODAYS-DATE-NUM        TO ORD-ORDER-DATE
               WRITE F07-ORDER-OUT-RECORD
               ADD 1 TO WS-ORDERS-WRITTEN
           ELSE
               MOVE 'N' TO WS-ORD-FOUND-SWITCH
               IF WS-ORDERED-COUNT > 0
                   SET ORD-IDX TO 1
                   SEARCH ORDERED-ENTRY
                       AT END CONTINUE
                       WHEN ORD-T-STUDENT-ID(ORD-IDX)
                               = CND-STUDENT-ID(CND-IDX)
                           MOVE 'Y' TO WS-ORD-FOUND-SWITCH
                   END-SEARCH
               END-IF
               IF NOT WS-ORD-FOUND
                   ADD 1 TO WS-LATE-COUNT
                   MOVE CND-STUDENT-ID(CND-IDX)   TO W13-STUDENT-ID
                   MOVE CND-DIPLOMA-NAME(CND-IDX) TO W13-DIPLOMA-NAME
                   MOVE CND-DEGREE(CND-IDX)       TO W13-DEGREE
                   MOVE CND-HONORS(CND-IDX)       TO W13-HONORS
                   MOVE CND-COLLEGE(CND-IDX)      TO W13-COLLEGE
                   MOVE W13-LATE-DETAIL-LINE TO F09-LATE-RECORD
                   WRITE F09-LATE-RECORD
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
           MOVE WS-CLEARED-READ TO OPL-RECORD-COUNT
           OPEN EXTEND F10-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F10-OPS-LOG-FILE
               CLOSE F10-OPS-LOG-FILE
               OPEN EXTEND F10-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F10-OPS-LOG-RECORD
           WRITE F10-OPS-LOG-RECORD
           CLOSE F10-OPS-LOG-FILE
           .
