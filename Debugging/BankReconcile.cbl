      *morning instead of at year-end. Ops clears paycontrol.dat
      *and bankstmt.dat once the reconciliation has consumed them;
      *the carried differences ride bankdiff.dat.
      *
      *A bounced payment TUITPAY reverses comes through as a
      *returned item dated the day it was reversed - the day the
      *bank charges it back against the deposit. Each one is added
      *back onto that date's deposit as a known item and listed on
      *the report, so a charge-back already accounted for does not
      *show as a shortfall.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                    FILE STATUS IS
                                        WS-CONTROL-FILE-STATUS.

      *Same 42-byte layout TUITPAY appends returneditems.dat with.
           SELECT RETURNED-ITEM-FILE
                                    ASSIGN TO 'returneditems.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-RETURNED-ITEM-STATUS.

      *Yesterday's unmatched differences, absent on the very first
      *run.
           SELECT DIFF-IN-FILE      ASSIGN TO 'bankdiff.dat'
           05  PCT-COUNT            PIC 9(5).
           05  PCT-AMOUNT           PIC 9(9).

       FD  RETURNED-ITEM-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS RETURNED-ITEM-RECORD.
       01  RETURNED-ITEM-RECORD.
           05  RTI-DATE             PIC 9(8).
           05  RTI-LAST-NAME        PIC X(15).
           05  RTI-INITIALS         PIC XX.
           05  RTI-AMOUNT           PIC 9(6).
           05  RTI-PAY-DATE         PIC 9(8).
           05  RTI-FEE              PIC 9(3).

       FD  DIFF-IN-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS DIFF-IN-RECORD.
       01  WS-BANK-FILE-STATUS      PIC XX    VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-DIFF-IN-STATUS        PIC XX    VALUE SPACES.
       01  WS-RETURNED-ITEM-STATUS  PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS    PIC XX    VALUE SPACES.

      *One entry per deposit date carrying what was posted and
               10  DTE-POSTED       PIC 9(9).
               10  DTE-DEPOSITED    PIC 9(9).
       01  WS-WORK-DATE             PIC 9(8)  VALUE 0.

      *Known returned items, held for the report listing.
       01  MAX-RETURNED-ITEMS       PIC 9(3)  VALUE 200.
       01  RETURNED-ITEM-AREA.
           05  WS-RETURNED-COUNT    PIC 9(3)  VALUE 0.
           05  RETURNED-ITEM-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-RETURNED-COUNT
                   INDEXED BY RTI-IDX.
               10  RIT-DATE         PIC 9(8).
               10  RIT-LAST-NAME    PIC X(15).
               10  RIT-INITIALS     PIC XX.
               10  RIT-AMOUNT       PIC 9(6).
               10  RIT-PAY-DATE     PIC 9(8).
               10  RIT-FEE          PIC 9(3).
       01  WS-DIFFERENCE            PIC S9(10) VALUE 0.

       01  RUN-COUNTERS.
           05  WS-DATES-MATCHED     PIC 9(3)  VALUE 0.
           05  WS-DATES-UNMATCHED   PIC 9(3)  VALUE 0.
           05  WS-RETURNED-DOLLARS  PIC 9(9)  VALUE 0.

       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY       PIC 9(4).
           05  EXT-UNMATCHED        PIC ZZ9.
           05  FILLER               PIC X(52)  VALUE SPACES.

       01  EXC-RETURNED-TITLE-LINE.
           05  FILLER               PIC X(40)
                 VALUE 'KNOWN RETURNED ITEMS'.
           05  FILLER               PIC X(60)  VALUE SPACES.
       01  EXC-RETURNED-HEADING-LINE.
           05  FILLER               PIC X(10)  VALUE 'RETURNED'.
           05  FILLER               PIC X(20)  VALUE 'STUDENT NAME'.
           05  FILLER               PIC X(10)  VALUE 'PAID'.
           05  FILLER               PIC X(9)   VALUE '   AMOUNT'.
           05  FILLER               PIC X(51)  VALUE SPACES.
       01  EXC-RETURNED-DETAIL-LINE.
           05  EXR-DATE             PIC 9(8).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  EXR-LAST-NAME        PIC X(15).
           05  FILLER               PIC X(1)   VALUE SPACES.
           05  EXR-INITIALS         PIC XX.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  EXR-PAY-DATE         PIC 9(8).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  EXR-AMOUNT           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(53)  VALUE SPACES.
       01  EXC-RETURNED-TRAILER-LINE.
           05  FILLER               PIC X(16)
                 VALUE 'RETURNED ITEMS: '.
           05  EXT-RETURNED         PIC ZZ9.
           05  FILLER               PIC X(10)
                 VALUE '  TOTAL: $'.
           05  EXT-RETURNED-DOLLARS PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(60)  VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
       01  WS-RUN-START-TIME.
           PERFORM LOAD-CARRIED-DIFFERENCES
           PERFORM ADD-POSTED-TOTALS
           PERFORM ADD-BANK-DEPOSITS
           PERFORM ADD-RETURNED-ITEMS
           PERFORM WRITE-EXCEPTION-REPORT
           PERFORM REWRITE-DIFFERENCES
      *Suite severity standard: a date out of balance sets
               CLOSE BANK-FILE
           END-IF.

      *Each returned item TUITPAY reversed is a charge-back the
      *bank took out of that date's deposit: it goes back onto the
      *deposited side so the date still proves against what was
      *posted, and is kept for the known-items listing.
       ADD-RETURNED-ITEMS.
           OPEN INPUT RETURNED-ITEM-FILE
           IF WS-RETURNED-ITEM-STATUS = '00'
               PERFORM UNTIL WS-RETURNED-ITEM-STATUS NOT = '00'
                   READ RETURNED-ITEM-FILE
                       AT END
                           MOVE '10' TO WS-RETURNED-ITEM-STATUS
                       NOT AT END
                           MOVE RTI-DATE TO WS-WORK-DATE
                           PERFORM FIND-OR-ADD-DATE
                           IF WS-DTE-FOUND
                               ADD RTI-AMOUNT
                                   TO DTE-DEPOSITED(DTE-IDX)
                           END-IF
                           ADD RTI-AMOUNT TO WS-RETURNED-DOLLARS
                           IF WS-RETURNED-COUNT < MAX-RETURNED-ITEMS
                               ADD 1 TO WS-RETURNED-COUNT
                               MOVE RETURNED-ITEM-RECORD
                                   TO RETURNED-ITEM-ENTRY
                                       (WS-RETURNED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURNED-ITEM-FILE
           END-IF.

       FIND-OR-ADD-DATE.
           MOVE 'N' TO WS-DTE-FOUND-SWITCH
           IF WS-DATE-COUNT > 0
           MOVE WS-DATES-UNMATCHED TO EXT-UNMATCHED
           MOVE EXC-TRAILER-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           IF WS-RETURNED-COUNT > 0
               PERFORM WRITE-RETURNED-ITEMS
           END-IF
           CLOSE EXCEPTION-FILE.

       WRITE-RETURNED-ITEMS.
           MOVE SPACES TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           MOVE EXC-RETURNED-TITLE-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           MOVE EXC-RETURNED-HEADING-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           PERFORM WRITE-ONE-RETURNED-ITEM
               VARYING RTI-IDX FROM 1 BY 1
               UNTIL RTI-IDX > WS-RETURNED-COUNT
           MOVE WS-RETURNED-COUNT   TO EXT-RETURNED
           MOVE WS-RETURNED-DOLLARS TO EXT-RETURNED-DOLLARS
           MOVE EXC-RETURNED-TRAILER-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD.

       WRITE-ONE-RETURNED-ITEM.
           MOVE RIT-DATE(RTI-IDX)      TO EXR-DATE
           MOVE RIT-LAST-NAME(RTI-IDX) TO EXR-LAST-NAME
           MOVE RIT-INITIALS(RTI-IDX)  TO EXR-INITIALS
           MOVE RIT-PAY-DATE(RTI-IDX)  TO EXR-PAY-DATE
           MOVE RIT-AMOUNT(RTI-IDX)    TO EXR-AMOUNT
           MOVE EXC-RETURNED-DETAIL-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD.

       CHECK-ONE-DATE.
           COMPUTE WS-DIFFERENCE =
               DTE-DEPOSITED(DTE-IDX) - DTE-POSTED(DTE-IDX)
