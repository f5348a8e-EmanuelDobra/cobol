      *to re-key by hand. An out-of-balance journal posts nothing
      *and ends with the suite's condition code 8; ops clears the
      *journal once a clean run has posted it.
      *
      *Posting respects the accounting period calendar GLCLOSE
      *keeps on glperiods.dat: an entry dated into a closed period
      *is either set aside on the suspense file or re-dated into
      *the current open period, as glparams.dat directs, so a late
      *feeder run cannot change a month already reported. Every
      *entry that posts is added to the posting history with the
      *date it posted under, which is what GLCLOSE rolls back from
      *to reach a period's closing balances.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Chart of accounts: the account numbers the journal may
      *post to, with their descriptions and the statement
      *classification GLSTMT reports by.
           SELECT F01-CHART-FILE   ASSIGN TO 'chartofaccounts.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                   FILE STATUS IS
                                       WS-RUN-LOCK-STATUS.

      *Accounting period calendar, maintained by GLCLOSE. A period
      *not on the calendar is open.
           SELECT F08-PERIOD-FILE  ASSIGN TO 'glperiods.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-PERIOD-FILE-STATUS.

      *Cut-off parameter: what to do with an entry dated into a
      *closed period. Suspense is the default when the file is
      *absent.
           SELECT F09-PARAMETER-FILE
                                   ASSIGN TO 'glparams.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-PARAM-FILE-STATUS.

      *Entries refused for a closed period, appended each run and
      *kept until the controller clears them.
           SELECT F10-SUSPENSE-FILE
                                   ASSIGN TO 'glsuspense.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-SUSPENSE-FILE-STATUS.

      *Every entry ever posted, with the date it posted under.
           SELECT F11-POSTED-FILE  ASSIGN TO 'glposted.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-POSTED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Same 52-byte chart GLSTMT reads; the statement fields are
      *not needed here.
       FD  F01-CHART-FILE
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS F01-CHART-RECORD.
       01  F01-CHART-RECORD.
           05  GLA-ACCOUNT         PIC X(4).
           05  GLA-DESCRIPTION     PIC X(25).
           05  FILLER              PIC X(23).

       FD  F02-JOURNAL-FILE
           RECORD CONTAINS 34 CHARACTERS
           05  LCK-TIME            PIC 9(6).
           05  LCK-IDENTITY        PIC X(14).

      *Same 23-byte calendar record GLCLOSE rewrites.
       FD  F08-PERIOD-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS F08-PERIOD-RECORD.
       01  F08-PERIOD-RECORD.
           05  GLP-PERIOD          PIC 9(6).
           05  GLP-STATUS          PIC X.
               88  GLP-CLOSED                VALUE 'C'.
           05  GLP-STATUS-DATE     PIC 9(8).
           05  GLP-STATUS-OPERATOR PIC X(8).

       FD  F09-PARAMETER-FILE
           RECORD CONTAINS 1 CHARACTERS
           DATA RECORD IS F09-PARAMETER-RECORD.
       01  F09-PARAMETER-RECORD.
           05  GLPM-CLOSED-ACTION  PIC X.

      *The journal record as it arrived, the closed period it was
      *dated into, and the run that refused it.
       FD  F10-SUSPENSE-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS F10-SUSPENSE-RECORD.
       01  F10-SUSPENSE-RECORD.
           05  GLS-PROGRAM         PIC X(8).
           05  GLS-DATE            PIC 9(8).
           05  GLS-ACCOUNT         PIC X(4).
           05  GLS-DC              PIC X.
           05  GLS-AMOUNT          PIC 9(11)V99.
           05  GLS-PERIOD          PIC 9(6).
           05  GLS-RUN-DATE        PIC 9(8).

      *The journal layout with the date the entry posted under in
      *place of its own, which is kept alongside.
       FD  F11-POSTED-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS F11-POSTED-RECORD.
       01  F11-POSTED-RECORD.
           05  GLH-PROGRAM         PIC X(8).
           05  GLH-DATE            PIC 9(8).
           05  GLH-ACCOUNT         PIC X(4).
           05  GLH-DC              PIC X.
           05  GLH-AMOUNT          PIC 9(11)V99.
           05  GLH-ORIGINAL-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.

      *Run-lock work fields. A same-day lock younger than the
       01  WS-JOURNAL-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-BALANCE-IN-STATUS    PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-PERIOD-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-PARAM-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-SUSPENSE-FILE-STATUS PIC XX    VALUE SPACES.
       01  WS-POSTED-FILE-STATUS   PIC XX    VALUE SPACES.

      *Cut-off action for entries dated into a closed period:
      *S sets them aside on the suspense file, R re-dates them to
      *the first day of the current open period.
       01  WS-CLOSED-ACTION        PIC X     VALUE 'S'.
           88  WS-CLOSED-TO-SUSPENSE         VALUE 'S'.
           88  WS-CLOSED-REDATE              VALUE 'R'.

      *Closed periods from the calendar. The current open period
      *is the one after the latest closed period - closing is
      *done in month order, and a period reopened for correction
      *behind it takes entries dated into it as usual.
       01  MAX-PERIODS             PIC 9(3)  VALUE 240.
       01  PERIOD-TABLE-AREA.
           05  WS-PERIOD-COUNT     PIC 9(3)  VALUE 0.
           05  PERIOD-ENTRY OCCURS 0 TO 240 TIMES
                   DEPENDING ON WS-PERIOD-COUNT
                   INDEXED BY PER-IDX.
               10  PER-PERIOD      PIC 9(6).
               10  PER-STATUS      PIC X.
       01  WS-LATEST-CLOSED        PIC 9(6)  VALUE 0.
       01  WS-OPEN-PERIOD          PIC 9(6)  VALUE 0.
       01  WS-OPEN-PERIOD-PARTS REDEFINES WS-OPEN-PERIOD.
           05  WS-OPEN-CCYY        PIC 9(4).
           05  WS-OPEN-MM          PIC 99.

      *How the entry in hand is to be treated, and the date it
      *posts under.
       01  WS-ENTRY-DATE           PIC 9(8)  VALUE 0.
       01  WS-ENTRY-DATE-PARTS REDEFINES WS-ENTRY-DATE.
           05  WS-ENTRY-PERIOD     PIC 9(6).
           05  WS-ENTRY-DD         PIC 99.
       01  WS-EFFECTIVE-DATE       PIC 9(8)  VALUE 0.
       01  WS-ENTRY-ACTION         PIC X     VALUE 'P'.
           88  WS-ENTRY-POSTS                VALUE 'P'.
           88  WS-ENTRY-SUSPENDED            VALUE 'S'.
           88  WS-ENTRY-REDATED              VALUE 'R'.

      *Closed-period counts for the trial balance.
       01  CUTOFF-TOTALS.
           05  WS-SUSPENSE-RECORDS PIC 9(6)     VALUE 0.
           05  WS-SUSPENSE-DEBITS  PIC 9(13)V99 VALUE 0.
           05  WS-SUSPENSE-CREDITS PIC 9(13)V99 VALUE 0.
           05  WS-REDATED-RECORDS  PIC 9(6)     VALUE 0.

      *Account balances in memory: a positive amount is a debit
      *balance, negative a credit balance. Accounts appear from
                 VALUE '*** JOURNAL OUT OF BALANCE - NOTHING POSTED'.
           05  FILLER              PIC X(4)  VALUE ' ***'.
           05  FILLER              PIC X(52) VALUE SPACES.
       01  SUSPENSE-SUMMARY-LINE.
           05  FILLER              PIC X(35)
                 VALUE 'CLOSED-PERIOD ENTRIES TO SUSPENSE: '.
           05  SSL-RECORDS         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'DEBITS: '.
           05  SSL-DEBITS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE 'CREDITS: '.
           05  SSL-CREDITS         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
       01  REDATED-SUMMARY-LINE.
           05  FILLER              PIC X(35)
                 VALUE 'CLOSED-PERIOD ENTRIES RE-DATED:    '.
           05  RSL-RECORDS         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(20)
                 VALUE 'INTO OPEN PERIOD:   '.
           05  RSL-OPEN-CCYY       PIC 9999.
           05  FILLER              PIC X     VALUE '/'.
           05  RSL-OPEN-MM         PIC 99.
           05  FILLER              PIC X(28) VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
           PERFORM 095-TAKE-RUN-LOCK
           PERFORM 097-CAPTURE-START-TIME
           PERFORM 099-GET-TODAYS-DATE
           PERFORM 100-LOAD-PARAMETERS
           PERFORM 105-LOAD-PERIODS
           PERFORM 110-LOAD-CHART
           PERFORM 120-LOAD-CARRIED-BALANCES
           PERFORM 200-EDIT-JOURNAL-BALANCE
               PERFORM 300-POST-JOURNAL
               PERFORM 500-REWRITE-BALANCES
               PERFORM 600-WRITE-TRIAL-BALANCE
               IF WS-SUSPENSE-RECORDS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 096-RELEASE-RUN-LOCK
           MOVE WS-TODAYS-DD   TO RDL-RUN-DD
           MOVE WS-TODAYS-CCYY TO RDL-RUN-CCYY.

       100-LOAD-PARAMETERS.
           OPEN INPUT F09-PARAMETER-FILE
           IF WS-PARAM-FILE-STATUS = '00'
               READ F09-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF GLPM-CLOSED-ACTION = 'R'
                           SET WS-CLOSED-REDATE TO TRUE
                       END-IF
               END-READ
               CLOSE F09-PARAMETER-FILE
           END-IF.

      *Only closed periods matter here; the open period follows
      *the latest of them.
       105-LOAD-PERIODS.
           OPEN INPUT F08-PERIOD-FILE
           IF WS-PERIOD-FILE-STATUS = '00'
               PERFORM UNTIL WS-PERIOD-FILE-STATUS NOT = '00'
                   READ F08-PERIOD-FILE
                       AT END
                           MOVE '10' TO WS-PERIOD-FILE-STATUS
                       NOT AT END
                           IF GLP-CLOSED
                               AND WS-PERIOD-COUNT < MAX-PERIODS
                               ADD 1 TO WS-PERIOD-COUNT
                               MOVE GLP-PERIOD
                                   TO PER-PERIOD(WS-PERIOD-COUNT)
                               MOVE GLP-STATUS
                                   TO PER-STATUS(WS-PERIOD-COUNT)
                               IF GLP-PERIOD > WS-LATEST-CLOSED
                                   MOVE GLP-PERIOD
                                       TO WS-LATEST-CLOSED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F08-PERIOD-FILE
           END-IF
           IF WS-LATEST-CLOSED > 0
               MOVE WS-LATEST-CLOSED TO WS-OPEN-PERIOD
               IF WS-OPEN-MM = 12
                   ADD 1 TO WS-OPEN-CCYY
                   MOVE 1 TO WS-OPEN-MM
               ELSE
                   ADD 1 TO WS-OPEN-MM
               END-IF
           END-IF.

       110-LOAD-CHART.
           OPEN INPUT F01-CHART-FILE
           IF WS-CHART-FILE-STATUS = '00'
                           ELSE
                               ADD GLJ-AMOUNT TO WS-TOTAL-CREDITS
                           END-IF
                           PERFORM 210-CLASSIFY-ENTRY
                           IF WS-ENTRY-SUSPENDED
                               IF GLJ-DC = 'D'
                                   ADD GLJ-AMOUNT
                                       TO WS-SUSPENSE-DEBITS
                               ELSE
                                   ADD GLJ-AMOUNT
                                       TO WS-SUSPENSE-CREDITS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-JOURNAL-FILE
           END-IF
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
      *The part set aside must balance too, or what is left to
      *post would not.
           IF WS-SUSPENSE-DEBITS NOT = WS-SUSPENSE-CREDITS
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.

      *Decides whether the journal record in hand posts as dated,
      *goes to suspense, or is re-dated into the open period.
       210-CLASSIFY-ENTRY.
           MOVE GLJ-DATE TO WS-ENTRY-DATE
           MOVE GLJ-DATE TO WS-EFFECTIVE-DATE
           SET WS-ENTRY-POSTS TO TRUE
           IF WS-PERIOD-COUNT > 0
               SET PER-IDX TO 1
               SEARCH PERIOD-ENTRY
                   AT END CONTINUE
                   WHEN PER-PERIOD(PER-IDX) = WS-ENTRY-PERIOD
                       IF WS-CLOSED-REDATE
                           SET WS-ENTRY-REDATED TO TRUE
                           COMPUTE WS-EFFECTIVE-DATE =
                               WS-OPEN-PERIOD * 100 + 1
                       ELSE
                           SET WS-ENTRY-SUSPENDED TO TRUE
                       END-IF
               END-SEARCH
           END-IF.

      *Second pass posts each record: debits add, credits
      *subtract, against the carried balances.
      *Entries dated into a closed period are set aside or
      *re-dated first; everything that posts goes on the history.
       300-POST-JOURNAL.
           MOVE SPACES TO WS-JOURNAL-FILE-STATUS
           OPEN INPUT F02-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = '00'
               PERFORM 310-OPEN-CUTOFF-FILES
               PERFORM UNTIL WS-JOURNAL-FILE-STATUS NOT = '00'
                   READ F02-JOURNAL-FILE
                       AT END
                           MOVE '10' TO WS-JOURNAL-FILE-STATUS
                       NOT AT END
                           PERFORM 210-CLASSIFY-ENTRY
                           IF WS-ENTRY-SUSPENDED
                               PERFORM 320-WRITE-SUSPENSE
                           ELSE
                               PERFORM 330-POST-ONE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-JOURNAL-FILE
               CLOSE F10-SUSPENSE-FILE
               CLOSE F11-POSTED-FILE
           END-IF.

       310-OPEN-CUTOFF-FILES.
           OPEN EXTEND F10-SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = '35'
               OPEN OUTPUT F10-SUSPENSE-FILE
               CLOSE F10-SUSPENSE-FILE
               OPEN EXTEND F10-SUSPENSE-FILE
           END-IF
           OPEN EXTEND F11-POSTED-FILE
           IF WS-POSTED-FILE-STATUS = '35'
               OPEN OUTPUT F11-POSTED-FILE
               CLOSE F11-POSTED-FILE
               OPEN EXTEND F11-POSTED-FILE
           END-IF.

       320-WRITE-SUSPENSE.
           MOVE GLJ-PROGRAM     TO GLS-PROGRAM
           MOVE GLJ-DATE        TO GLS-DATE
           MOVE GLJ-ACCOUNT     TO GLS-ACCOUNT
           MOVE GLJ-DC          TO GLS-DC
           MOVE GLJ-AMOUNT      TO GLS-AMOUNT
           MOVE WS-ENTRY-PERIOD TO GLS-PERIOD
           MOVE WS-TODAYS-DATE  TO GLS-RUN-DATE
           WRITE F10-SUSPENSE-RECORD
           ADD 1 TO WS-SUSPENSE-RECORDS.

      *Debits add, credits subtract, against the carried balances.
       330-POST-ONE-ENTRY.
           MOVE GLJ-ACCOUNT TO WS-WORK-ACCOUNT
           PERFORM 115-FIND-OR-ADD-ACCOUNT
           IF WS-ACC-FOUND
               IF GLJ-DC = 'D'
                   ADD GLJ-AMOUNT TO ACC-BALANCE(ACC-IDX)
               ELSE
                   SUBTRACT GLJ-AMOUNT FROM ACC-BALANCE(ACC-IDX)
               END-IF
           END-IF
           IF WS-ENTRY-REDATED
               ADD 1 TO WS-REDATED-RECORDS
           END-IF
           MOVE GLJ-PROGRAM       TO GLH-PROGRAM
           MOVE WS-EFFECTIVE-DATE TO GLH-DATE
           MOVE GLJ-ACCOUNT       TO GLH-ACCOUNT
           MOVE GLJ-DC            TO GLH-DC
           MOVE GLJ-AMOUNT        TO GLH-AMOUNT
           MOVE GLJ-DATE          TO GLH-ORIGINAL-DATE
           WRITE F11-POSTED-RECORD.

       400-WRITE-OUT-OF-BALANCE.
           OPEN OUTPUT F05-TRIAL-FILE
           MOVE RUN-DATE-LINE TO F05-TRIAL-RECORD
           MOVE WS-TRIAL-CREDITS TO TRT-CREDITS
           MOVE TRIAL-TOTAL-LINE TO F05-TRIAL-RECORD
           WRITE F05-TRIAL-RECORD
           IF WS-SUSPENSE-RECORDS > 0
               MOVE SPACES TO F05-TRIAL-RECORD
               WRITE F05-TRIAL-RECORD
               MOVE WS-SUSPENSE-RECORDS TO SSL-RECORDS
               MOVE WS-SUSPENSE-DEBITS  TO SSL-DEBITS
               MOVE WS-SUSPENSE-CREDITS TO SSL-CREDITS
               MOVE SUSPENSE-SUMMARY-LINE TO F05-TRIAL-RECORD
               WRITE F05-TRIAL-RECORD
           END-IF
           IF WS-REDATED-RECORDS > 0
               MOVE SPACES TO F05-TRIAL-RECORD
               WRITE F05-TRIAL-RECORD
               MOVE WS-REDATED-RECORDS TO RSL-RECORDS
               MOVE WS-OPEN-CCYY TO RSL-OPEN-CCYY
               MOVE WS-OPEN-MM   TO RSL-OPEN-MM
               MOVE REDATED-SUMMARY-LINE TO F05-TRIAL-RECORD
               WRITE F05-TRIAL-RECORD
           END-IF
           CLOSE F05-TRIAL-FILE.

       610-WRITE-ONE-TRIAL-LINE.
