      *layout, edits keyed values against sane ranges before
      *anything is written, and journals every change with before
      *and after images and the operator ID - so a bad rate card
      *can be traced and reversed. The same screen keeps the floor
      *and ceiling daily rates (ratelimits.dat) YIELDREC's rate
      *recommendations must stay within, and is where a manager
      *approves or rejects each recommendation on proposedrates.dat
      *- an approved card is added to rentalrates.dat, where
      *RENTBILL picks it up from its effective date.
      *It also keeps the suite's one business calendar
      *(bizcalendar.dat): company-wide holidays, and closures of a
      *single rental branch or college, that the aging runs skip
      *when they count business days and BATCHDRV treats as
      *non-processing days.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                   FILE STATUS IS
                                       WS-JOURNAL-FILE-STATUS.

      *The maintained files, each in its owning program's record
      *layout.
           SELECT RENTAL-PARM-FILE ASSIGN TO 'rentalparams.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RENTAL-STATUS.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-SPMASTER-STATUS.

           SELECT RATE-LIMIT-FILE  ASSIGN TO 'ratelimits.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RATELIMIT-STATUS.

      *YIELDREC's recommendations, reviewed here; approved cards
      *are added to the rate-card file RENTBILL prices from.
           SELECT PROPOSAL-FILE    ASSIGN TO 'proposedrates.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT RATE-CARD-FILE   ASSIGN TO 'rentalrates.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-RATECARD-STATUS.

      *Holiday and branch-closure calendar shared by the aging
      *runs and BATCHDRV.
           SELECT CALENDAR-FILE    ASSIGN TO 'bizcalendar.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-CALENDAR-STATUS.

      *Shared end-of-day operations log; one line per session,
      *the same way RENTMAINT logs.
           SELECT OPS-LOG-FILE     ASSIGN TO 'opslog.dat'
                                   FILE STATUS IS
                                       WS-OPSLOG-FILE-STATUS.

      *Sign-on log shared with RENTMAINT, one record per attempt.
           SELECT SIGNON-LOG-FILE  ASSIGN TO 'signon.log'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-SIGNON-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE
           05  JNL-BEFORE-IMAGE    PIC X(80).
           05  JNL-AFTER-IMAGE     PIC X(80).

      *Same 32-byte record RENTALS reads.
       FD  RENTAL-PARM-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS RENTAL-PARM-RECORD.
       01  RENTAL-PARM-RECORD.
           05  RPM-MIN-DAYS        PIC 99.
           05  RPM-MILES-FACTOR    PIC 99.
           05  RPM-REJ-THRESHOLD   PIC 9(3)V99.
           05  RPM-FLEET-PERIOD    PIC 9(3).
           05  RPM-MIN-DRIVER-AGE  PIC 99.
           05  RPM-YOUNG-AGE       PIC 99.
           05  RPM-YOUNG-DAILY     PIC 9(3)V99.
           05  RPM-ADDL-DAILY      PIC 9(3)V99.

      *Same 20-byte record VALCAR reads.
       FD  VALCAR-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS VALCAR-PARM-RECORD.
       01  VALCAR-PARM-RECORD.
           05  VPM-DISCOUNT-THRESH PIC 9(6).
           05  VPM-GAP-LIMIT       PIC 9(5).
           05  VPM-REJ-THRESHOLD   PIC 9(3)V99.
           05  VPM-DEPOSIT-AGE     PIC 9(3).
           05  VPM-TITLE-MODE      PIC X.

      *Same 18-byte record CUSTPOST and RENTBILL read.
       FD  LOYALTY-PARM-FILE
           05  PBK-SELL-LOW        PIC 9(6).
           05  PBK-SELL-HIGH       PIC 9(6).

      *Same 66-byte record COMMRPT, QUOTARPT and PAYREG read.
       FD  SPMASTER-FILE
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS SPMASTER-RECORD.
       01  SPMASTER-RECORD.
           05  SPM-NAME            PIC X(7).
           05  SPM-MONTHLY-DRAW    PIC 9(5)V99.
           05  SPM-QUOTA-UNITS     PIC 9(3).
           05  SPM-QUOTA-DOLLARS   PIC 9(7).
      *Y where the salesperson has elected direct deposit, with
      *the bank routing number, account number and account type
      *(C checking, S savings) PAYREG credits the net pay to.
      *Records from the old 38-byte file read with them blank -
      *no election, paid by check.
           05  SPM-DD-ELECTION     PIC X.
           05  SPM-BANK-ROUTING    PIC X(9).
           05  SPM-BANK-ACCOUNT    PIC X(17).
           05  SPM-ACCOUNT-TYPE    PIC X.

      *Same 11-byte record YIELDREC reads.
       FD  RATE-LIMIT-FILE
           RECORD CONTAINS 11 CHARACTERS
           DATA RECORD IS RATE-LIMIT-RECORD.
       01  RATE-LIMIT-RECORD.
           05  RLM-CAR-TYPE        PIC X.
           05  RLM-FLOOR-DAILY     PIC 9(3)V99.
           05  RLM-CEILING-DAILY   PIC 9(3)V99.

      *Same 41-byte record YIELDREC writes: the proposed card, the
      *figures behind it, and the decision taken here.
       FD  PROPOSAL-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS PROPOSAL-RECORD.
       01  PROPOSAL-RECORD.
           05  PRP-CARD.
               10  PRP-CAR-TYPE    PIC X.
               10  PRP-DAILY       PIC 9(3)V99.
               10  PRP-INSURANCE-DAY PIC 9(2)V99.
               10  PRP-WEEKLY      PIC 9(4)V99.
               10  PRP-MONTHLY     PIC 9(5)V99.
               10  PRP-EFF-DATE    PIC X(8).
           05  PRP-CURRENT-DAILY   PIC 9(3)V99.
           05  PRP-BLEND-PCT       PIC 9(3)V9.
           05  PRP-STATUS          PIC X.
               88  PRP-PENDING               VALUE SPACE.
               88  PRP-APPROVED              VALUE 'A'.
               88  PRP-REJECTED              VALUE 'X'.

      *Same 31-byte record RENTBILL loads its rate cards from.
       FD  RATE-CARD-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS RATE-CARD-RECORD.
       01  RATE-CARD-RECORD        PIC X(31).

      *One closed day per record: the date, the branch or college
      *it closes (blank for the whole company), and what it is.
      *A rental branch is keyed as its two digits.
       FD  CALENDAR-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS CALENDAR-RECORD.
       01  CALENDAR-RECORD.
           05  CLD-DATE            PIC 9(8).
           05  CLD-LOCATION        PIC X(4).
           05  CLD-DESCRIPTION     PIC X(30).

       FD  OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS OPS-LOG-RECORD.
       01  OPS-LOG-RECORD          PIC X(132).

      *Same 31-byte layout RENTMAINT appends.
       FD  SIGNON-LOG-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS SIGNON-LOG-RECORD.
       01  SIGNON-LOG-RECORD.
           05  SGN-DATE            PIC 9(8).
           05  SGN-TIME            PIC 9(6).
           05  SGN-PROGRAM         PIC X(8).
           05  SGN-OPERATOR-ID     PIC X(8).
           05  SGN-RESULT          PIC X.
               88  SGN-ACCEPTED              VALUE 'S'.
               88  SGN-REFUSED               VALUE 'F'.

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-FILE-STATUS PIC XX    VALUE SPACES.
       01  WS-JOURNAL-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-TAXRATE-STATUS       PIC XX    VALUE SPACES.
       01  WS-PRICEBOOK-STATUS     PIC XX    VALUE SPACES.
       01  WS-SPMASTER-STATUS      PIC XX    VALUE SPACES.
       01  WS-RATELIMIT-STATUS     PIC XX    VALUE SPACES.
       01  WS-PROPOSAL-STATUS      PIC XX    VALUE SPACES.
       01  WS-RATECARD-STATUS      PIC XX    VALUE SPACES.
       01  WS-CALENDAR-STATUS      PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-SIGNON-LOG-STATUS    PIC XX    VALUE SPACES.

      *Operator table and session authority, same rules as
      *RENTMAINT: 1 may only look, 2 and up may change.
       01  WS-BEFORE-IMAGE         PIC X(80) VALUE SPACES.
       01  WS-AFTER-IMAGE          PIC X(80) VALUE SPACES.
       01  WS-JOURNAL-FILE-ID      PIC X(12) VALUE SPACES.

      *ABA routing number check: digits weighted 3-7-1 across the
      *nine positions must sum to a multiple of ten.
       01  WS-ROUTING-WORK.
           05  WS-ROUTING-NUMBER   PIC X(9).
           05  WS-ROUTING-DIGIT REDEFINES WS-ROUTING-NUMBER
                                   PIC 9 OCCURS 9 TIMES.
       01  WS-ROUTING-SUM          PIC 9(3)  VALUE 0.
       01  WS-ROUTING-SWITCH       PIC X     VALUE 'N'.
           88  WS-ROUTING-VALID              VALUE 'Y'.
       01  WS-JOURNAL-STAMP.
           05  WS-JNL-DATE         PIC 9(8).
           05  WS-JNL-TIME-FULL.
       01  WS-PB-KEY-MAKE          PIC X(11) VALUE SPACES.
       01  WS-PB-KEY-MODEL         PIC X(13) VALUE SPACES.
       01  WS-SP-KEY-NAME          PIC X(7)  VALUE SPACES.
       01  WS-LIMIT-KEY            PIC X     VALUE SPACES.
       01  WS-CAL-KEY-DATE         PIC 9(8)  VALUE 0.
       01  WS-CAL-KEY-DATE-X REDEFINES WS-CAL-KEY-DATE.
           05  WS-CAL-KEY-CCYY     PIC 9(4).
           05  WS-CAL-KEY-MM       PIC 99.
           05  WS-CAL-KEY-DD       PIC 99.
       01  WS-CAL-KEY-LOCATION     PIC X(4)  VALUE SPACES.
       01  WS-CAL-CHECK-DATE       PIC 9(8)  VALUE 0.
       01  WS-REC-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-REC-FOUND                  VALUE 'Y'.
           88  WS-REC-NOT-FOUND              VALUE 'N'.
           05  SP-ROW OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-SP-COUNT
                   INDEXED BY SP-IDX.
               10  SPT-RECORD      PIC X(66).
       01  MAX-LIMIT-ROWS          PIC 9(2)  VALUE 20.
       01  LIMIT-TABLE-AREA.
           05  WS-LIMIT-COUNT      PIC 9(2)  VALUE 0.
           05  LIMIT-ROW OCCURS 0 TO 20 TIMES
                   DEPENDING ON WS-LIMIT-COUNT
                   INDEXED BY LIM-IDX.
               10  LMT-RECORD      PIC X(11).
       01  MAX-PROPOSAL-ROWS       PIC 9(3)  VALUE 100.
       01  PROPOSAL-TABLE-AREA.
           05  WS-PROPOSAL-COUNT   PIC 9(3)  VALUE 0.
           05  PROPOSAL-ROW OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-PROPOSAL-COUNT
                   INDEXED BY PRP-IDX.
               10  PRT-RECORD      PIC X(41).
       01  MAX-CALENDAR-ROWS       PIC 9(3)  VALUE 999.
       01  CALENDAR-TABLE-AREA.
           05  WS-CALENDAR-COUNT   PIC 9(3)  VALUE 0.
           05  CALENDAR-ROW OCCURS 0 TO 999 TIMES
                   DEPENDING ON WS-CALENDAR-COUNT
                   INDEXED BY CAL-IDX.
               10  CLT-RECORD      PIC X(42).
       01  WS-ROW-SUB              PIC 9(3)  VALUE 0.

      *Proposal review: the manager's decision per card and the
      *session's tally of them.
       01  WS-DECISION             PIC X     VALUE SPACE.
           88  WS-DECISION-APPROVE           VALUE 'A'.
           88  WS-DECISION-REJECT            VALUE 'R'.
       01  WS-PENDING-COUNT        PIC 9(3)  VALUE 0.
       01  WS-APPROVED-COUNT       PIC 9(3)  VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(3)  VALUE 0.
       01  WS-REVIEW-MESSAGE.
           05  WS-RVM-APPROVED     PIC ZZ9.
           05  FILLER              PIC X(11) VALUE ' APPROVED, '.
           05  WS-RVM-REJECTED     PIC ZZ9.
           05  FILLER              PIC X(10) VALUE ' REJECTED '.
           05  FILLER              PIC X(13) VALUE SPACES.

      *Session timestamps and the shared operations-log line.
       01  WS-RUN-DATE.
           05  WS-RUN-CCYY         PIC 9999.
           05  LINE 6  COL 1  VALUE '4 - TAX RATES'.
           05  LINE 7  COL 1  VALUE '5 - PRICE BOOK'.
           05  LINE 8  COL 1  VALUE '6 - SALESPERSON MASTER'.
           05  LINE 9  COL 1  VALUE '7 - RATE LIMITS'.
           05  LINE 10 COL 1  VALUE '8 - PROPOSED RATE CARDS'.
           05  LINE 11 COL 1  VALUE '9 - BUSINESS CALENDAR'.
           05  LINE 12 COL 1  VALUE '0 - EXIT'.
           05  LINE 13 COL 1  VALUE 'CHOICE:'.
           05  LINE 13 COL 10 PIC 9 USING WS-FILE-CHOICE.
           05  LINE 15 COL 1  VALUE 'MESSAGE:'.
           05  LINE 15 COL 10 PIC X(40) FROM WS-MESSAGE.

       01  RENTAL-PARM-SCREEN.
           05  BLANK SCREEN.
           05  LINE 8  COL 25 PIC 999.99 USING RPM-REJ-THRESHOLD.
           05  LINE 9  COL 1  VALUE 'FLEET PERIOD DAYS:'.
           05  LINE 9  COL 25 PIC 999 USING RPM-FLEET-PERIOD.
           05  LINE 10 COL 1  VALUE 'MIN DRIVER AGE:'.
           05  LINE 10 COL 25 PIC 99 USING RPM-MIN-DRIVER-AGE.
           05  LINE 11 COL 1  VALUE 'YOUNG DRIVER AGE:'.
           05  LINE 11 COL 25 PIC 99 USING RPM-YOUNG-AGE.
           05  LINE 12 COL 1  VALUE 'YOUNG DRIVER DAILY:'.
           05  LINE 12 COL 25 PIC 999.99 USING RPM-YOUNG-DAILY.
           05  LINE 13 COL 1  VALUE 'ADDL DRIVER DAILY:'.
           05  LINE 13 COL 25 PIC 999.99 USING RPM-ADDL-DAILY.

       01  VALCAR-PARM-SCREEN.
           05  BLANK SCREEN.
           05  LINE 5  COL 28 PIC 999.99 USING VPM-REJ-THRESHOLD.
           05  LINE 6  COL 1  VALUE 'DEPOSIT AGE DAYS:'.
           05  LINE 6  COL 28 PIC 999 USING VPM-DEPOSIT-AGE.
           05  LINE 7  COL 1  VALUE 'NO TITLE (W=WARN R=REJ):'.
           05  LINE 7  COL 28 PIC X USING VPM-TITLE-MODE.

       01  LOYALTY-PARM-SCREEN.
           05  BLANK SCREEN.
           05  LINE 9  COL 22 PIC 999 USING SPM-QUOTA-UNITS.
           05  LINE 10 COL 1  VALUE 'QUOTA DOLLARS:'.
           05  LINE 10 COL 22 PIC 9(7) USING SPM-QUOTA-DOLLARS.
           05  LINE 11 COL 1  VALUE 'DIRECT DEP (Y/N):'.
           05  LINE 11 COL 22 PIC X USING SPM-DD-ELECTION.
           05  LINE 12 COL 1  VALUE 'BANK ROUTING:'.
           05  LINE 12 COL 22 PIC X(9) USING SPM-BANK-ROUTING.
           05  LINE 13 COL 1  VALUE 'BANK ACCOUNT:'.
           05  LINE 13 COL 22 PIC X(17) USING SPM-BANK-ACCOUNT.
           05  LINE 14 COL 1  VALUE 'ACCT TYPE (C/S):'.
           05  LINE 14 COL 22 PIC X USING SPM-ACCOUNT-TYPE.

       01  LIMIT-KEY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 25 VALUE 'RATE LIMIT MAINTENANCE'.
           05  LINE 3  COL 1  VALUE 'CAR TYPE:'.
           05  LINE 3  COL 16 PIC X USING WS-LIMIT-KEY.

       01  LIMIT-RECORD-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 25 VALUE 'RATE LIMIT MAINTENANCE'.
           05  LINE 3  COL 1  VALUE 'CAR TYPE:'.
           05  LINE 3  COL 20 PIC X FROM RLM-CAR-TYPE.
           05  LINE 4  COL 1  VALUE 'FLOOR DAILY:'.
           05  LINE 4  COL 20 PIC 999.99 USING RLM-FLOOR-DAILY.
           05  LINE 5  COL 1  VALUE 'CEILING DAILY:'.
           05  LINE 5  COL 20 PIC 999.99 USING RLM-CEILING-DAILY.

       01  CALENDAR-KEY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 25 VALUE 'BUSINESS CALENDAR MAINTENANCE'.
           05  LINE 3  COL 1  VALUE 'DATE (CCYYMMDD):'.
           05  LINE 3  COL 22 PIC 9(8) USING WS-CAL-KEY-DATE.
           05  LINE 4  COL 1  VALUE 'BRANCH/COLLEGE:'.
           05  LINE 4  COL 22 PIC X(4) USING WS-CAL-KEY-LOCATION.
           05  LINE 5  COL 1  VALUE '(BLANK = WHOLE COMPANY)'.

       01  CALENDAR-RECORD-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 25 VALUE 'BUSINESS CALENDAR MAINTENANCE'.
           05  LINE 3  COL 1  VALUE 'DATE (CCYYMMDD):'.
           05  LINE 3  COL 22 PIC 9(8) FROM CLD-DATE.
           05  LINE 4  COL 1  VALUE 'BRANCH/COLLEGE:'.
           05  LINE 4  COL 22 PIC X(4) FROM CLD-LOCATION.
           05  LINE 5  COL 1  VALUE 'DESCRIPTION:'.
           05  LINE 5  COL 22 PIC X(30) USING CLD-DESCRIPTION.
           05  LINE 7  COL 1
                   VALUE 'BLANK DESCRIPTION REMOVES THE CLOSED DAY'.

       01  PROPOSAL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 25 VALUE 'PROPOSED RATE CARD REVIEW'.
           05  LINE 3  COL 1  VALUE 'CAR TYPE:'.
           05  LINE 3  COL 22 PIC X FROM PRP-CAR-TYPE.
           05  LINE 4  COL 1  VALUE 'EFFECTIVE (CCYYMMDD):'.
           05  LINE 4  COL 22 PIC X(8) FROM PRP-EFF-DATE.
           05  LINE 5  COL 1  VALUE 'BLENDED UTIL %:'.
           05  LINE 5  COL 22 PIC ZZ9.9 FROM PRP-BLEND-PCT.
           05  LINE 6  COL 1  VALUE 'CURRENT DAILY:'.
           05  LINE 6  COL 22 PIC ZZ9.99 FROM PRP-CURRENT-DAILY.
           05  LINE 7  COL 1  VALUE 'PROPOSED DAILY:'.
           05  LINE 7  COL 22 PIC ZZ9.99 FROM PRP-DAILY.
           05  LINE 8  COL 1  VALUE 'PROPOSED WEEKLY:'.
           05  LINE 8  COL 22 PIC Z,ZZ9.99 FROM PRP-WEEKLY.
           05  LINE 9  COL 1  VALUE 'PROPOSED MONTHLY:'.
           05  LINE 9  COL 22 PIC ZZ,ZZ9.99 FROM PRP-MONTHLY.
           05  LINE 10 COL 1  VALUE 'INSURANCE DAILY:'.
           05  LINE 10 COL 22 PIC Z9.99 FROM PRP-INSURANCE-DAY.
           05  LINE 12 COL 1
                   VALUE 'A = APPROVE, R = REJECT, BLANK = LATER:'.
           05  LINE 12 COL 42 PIC X USING WS-DECISION.

       PROCEDURE DIVISION.
           PERFORM 097-CAPTURE-START-TIME
               MOVE 'OPERATOR FILE MISSING - CALL OPS'
                   TO WS-SIGNON-MESSAGE
           END-IF
           PERFORM 125-LOG-SIGN-ON
           .

      *Appends the attempt just made to the shared sign-on log.
       125-LOG-SIGN-ON.
           ACCEPT WS-JNL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JNL-TIME-FULL FROM TIME
           OPEN EXTEND SIGNON-LOG-FILE
           IF WS-SIGNON-LOG-STATUS = '35'
               OPEN OUTPUT SIGNON-LOG-FILE
               CLOSE SIGNON-LOG-FILE
               OPEN EXTEND SIGNON-LOG-FILE
           END-IF
           MOVE WS-JNL-DATE            TO SGN-DATE
           MOVE WS-JNL-TIME            TO SGN-TIME
           MOVE 'PARMMNT'              TO SGN-PROGRAM
           MOVE WS-ENTERED-OPERATOR-ID TO SGN-OPERATOR-ID
           IF WS-SIGNED-ON
               SET SGN-ACCEPTED TO TRUE
           ELSE
               SET SGN-REFUSED TO TRUE
           END-IF
           WRITE SIGNON-LOG-RECORD
           CLOSE SIGNON-LOG-FILE
           .

       200-MAIN-MENU-LOOP.
                   PERFORM 340-MAINTAIN-PRICE-BOOK
               WHEN 6
                   PERFORM 350-MAINTAIN-SPMASTER
               WHEN 7
                   PERFORM 360-MAINTAIN-RATE-LIMITS
               WHEN 8
                   PERFORM 370-REVIEW-PROPOSED-RATES
               WHEN 9
                   PERFORM 380-MAINTAIN-CALENDAR
               WHEN 0
                   SET WS-EXIT-REQUESTED TO TRUE
               WHEN OTHER
                   MOVE 'CHOOSE 1 THROUGH 9, OR 0 TO EXIT'
                       TO WS-MESSAGE
           END-EVALUATE
           .
           MOVE 10 TO RPM-MILES-FACTOR
           MOVE 10 TO RPM-REJ-THRESHOLD
           MOVE 30 TO RPM-FLEET-PERIOD
           MOVE 21 TO RPM-MIN-DRIVER-AGE
           MOVE 25 TO RPM-YOUNG-AGE
           MOVE 25.00 TO RPM-YOUNG-DAILY
           MOVE 12.00 TO RPM-ADDL-DAILY
           MOVE SPACES TO WS-RENTAL-STATUS
           OPEN INPUT RENTAL-PARM-FILE
           IF WS-RENTAL-STATUS = '00'
               END-READ
               CLOSE RENTAL-PARM-FILE
           END-IF
      *An older 20-byte file reads with the driver fields blank;
      *offer the defaults RENTALS and RENTBILL fall back to.
           IF RPM-MIN-DRIVER-AGE NOT NUMERIC
               MOVE 21 TO RPM-MIN-DRIVER-AGE
           END-IF
           IF RPM-YOUNG-AGE NOT NUMERIC
               MOVE 25 TO RPM-YOUNG-AGE
           END-IF
           IF RPM-YOUNG-DAILY NOT NUMERIC
               MOVE 25.00 TO RPM-YOUNG-DAILY
           END-IF
           IF RPM-ADDL-DAILY NOT NUMERIC
               MOVE 12.00 TO RPM-ADDL-DAILY
           END-IF
           MOVE RENTAL-PARM-RECORD TO WS-BEFORE-IMAGE
           DISPLAY RENTAL-PARM-SCREEN
           ACCEPT RENTAL-PARM-SCREEN
               MOVE 'N' TO WS-EDIT-OK-SWITCH
               MOVE 'FLEET PERIOD MUST BE 1-365' TO WS-MESSAGE
           END-IF
           IF RPM-MIN-DRIVER-AGE < 16
               MOVE 'N' TO WS-EDIT-OK-SWITCH
               MOVE 'MIN DRIVER AGE UNDER 16' TO WS-MESSAGE
           END-IF
           IF RPM-YOUNG-AGE < RPM-MIN-DRIVER-AGE
               MOVE 'N' TO WS-EDIT-OK-SWITCH
               MOVE 'YOUNG DRIVER AGE UNDER MIN AGE' TO WS-MESSAGE
           END-IF
           IF WS-EDIT-OK
               MOVE RENTAL-PARM-RECORD TO WS-AFTER-IMAGE
               OPEN OUTPUT RENTAL-PARM-FILE
           MOVE 10 TO VPM-GAP-LIMIT
           MOVE 10 TO VPM-REJ-THRESHOLD
           MOVE 30 TO VPM-DEPOSIT-AGE
           MOVE 'W' TO VPM-TITLE-MODE
           MOVE SPACES TO WS-VALCAR-STATUS
           OPEN INPUT VALCAR-PARM-FILE
           IF WS-VALCAR-STATUS = '00'
               CLOSE VALCAR-PARM-FILE
           END-IF
           MOVE VALCAR-PARM-RECORD TO WS-BEFORE-IMAGE
      *A file saved before the title mode existed reads it blank;
      *offer VALCAR's default instead.
           IF VPM-TITLE-MODE NOT = 'W' AND VPM-TITLE-MODE NOT = 'R'
               MOVE 'W' TO VPM-TITLE-MODE
           END-IF
           DISPLAY VALCAR-PARM-SCREEN
           ACCEPT VALCAR-PARM-SCREEN
           MOVE 'Y' TO WS-EDIT-OK-SWITCH
               MOVE 'N' TO WS-EDIT-OK-SWITCH
               MOVE 'DEPOSIT AGE MUST BE 1-365' TO WS-MESSAGE
           END-IF
           IF VPM-TITLE-MODE NOT = 'W' AND VPM-TITLE-MODE NOT = 'R'
               MOVE 'N' TO WS-EDIT-OK-SWITCH
               MOVE 'NO TITLE MODE MUST BE W OR R' TO WS-MESSAGE
           END-IF
           IF WS-EDIT-OK
               MOVE VALCAR-PARM-RECORD TO WS-AFTER-IMAGE
               OPEN OUTPUT VALCAR-PARM-FILE
                   MOVE 0 TO SPM-MONTHLY-DRAW
                   MOVE 0 TO SPM-QUOTA-UNITS
                   MOVE 0 TO SPM-QUOTA-DOLLARS
                   MOVE SPACES TO SPM-DD-ELECTION
                   MOVE SPACES TO SPM-BANK-ROUTING
                   MOVE SPACES TO SPM-BANK-ACCOUNT
                   MOVE SPACES TO SPM-ACCOUNT-TYPE
               END-IF
           END-IF
      *A zero row means the key was not found and the table had
                   MOVE 'N' TO WS-EDIT-OK-SWITCH
                   MOVE 'TIER BREAK MUST BE > 0' TO WS-MESSAGE
               END-IF
               PERFORM 352-EDIT-DIRECT-DEPOSIT
               IF WS-EDIT-OK
                   MOVE SPMASTER-RECORD TO WS-AFTER-IMAGE
                   MOVE SPMASTER-RECORD TO SPT-RECORD(WS-ROW-SUB)
           END-IF
           .

      *An election needs an account the bank will accept: a
      *routing number that passes its check digit, an account
      *number, and a checking or savings type. PAYREG prenotes a
      *new or changed account before the first live deposit.
       352-EDIT-DIRECT-DEPOSIT.
           IF SPM-DD-ELECTION NOT = 'Y' AND NOT = 'N'
                   AND NOT = SPACE
               MOVE 'N' TO WS-EDIT-OK-SWITCH
               MOVE 'DIRECT DEPOSIT MUST BE Y OR N' TO WS-MESSAGE
           END-IF
           IF SPM-DD-ELECTION = 'Y'
               MOVE SPM-BANK-ROUTING TO WS-ROUTING-NUMBER
               PERFORM 353-CHECK-ROUTING-NUMBER
               IF NOT WS-ROUTING-VALID
                   MOVE 'N' TO WS-EDIT-OK-SWITCH
                   MOVE 'BANK ROUTING NUMBER INVALID' TO WS-MESSAGE
               END-IF
               IF SPM-BANK-ACCOUNT = SPACES
                   MOVE 'N' TO WS-EDIT-OK-SWITCH
                   MOVE 'BANK ACCOUNT REQUIRED' TO WS-MESSAGE
               END-IF
               IF SPM-ACCOUNT-TYPE NOT = 'C' AND NOT = 'S'
                   MOVE 'N' TO WS-EDIT-OK-SWITCH
                   MOVE 'ACCOUNT TYPE MUST BE C OR S' TO WS-MESSAGE
               END-IF
           END-IF
           .

       353-CHECK-ROUTING-NUMBER.
           MOVE 'N' TO WS-ROUTING-SWITCH
           IF WS-ROUTING-NUMBER IS NUMERIC
                   AND WS-ROUTING-NUMBER NOT = ZEROS
               COMPUTE WS-ROUTING-SUM =
                   3 * (WS-ROUTING-DIGIT(1) + WS-ROUTING-DIGIT(4)
                        + WS-ROUTING-DIGIT(7))
                 + 7 * (WS-ROUTING-DIGIT(2) + WS-ROUTING-DIGIT(5)
                        + WS-ROUTING-DIGIT(8))
                 + WS-ROUTING-DIGIT(3) + WS-ROUTING-DIGIT(6)
                 + WS-ROUTING-DIGIT(9)
               IF FUNCTION MOD(WS-ROUTING-SUM, 10) = 0
                   MOVE 'Y' TO WS-ROUTING-SWITCH
               END-IF
           END-IF
           .

       360-MAINTAIN-RATE-LIMITS.
           MOVE SPACES TO WS-LIMIT-KEY
           DISPLAY LIMIT-KEY-SCREEN
           ACCEPT LIMIT-KEY-SCREEN
           IF WS-LIMIT-KEY = SPACES
               MOVE 'CAR TYPE REQUIRED' TO WS-MESSAGE
           ELSE
               PERFORM 361-EDIT-ONE-RATE-LIMIT
           END-IF
           .

       361-EDIT-ONE-RATE-LIMIT.
           MOVE 0 TO WS-LIMIT-COUNT
           MOVE SPACES TO WS-RATELIMIT-STATUS
           OPEN INPUT RATE-LIMIT-FILE
           IF WS-RATELIMIT-STATUS = '00'
               PERFORM UNTIL WS-RATELIMIT-STATUS NOT = '00'
                   READ RATE-LIMIT-FILE
                       AT END
                           MOVE '10' TO WS-RATELIMIT-STATUS
                       NOT AT END
                           IF WS-LIMIT-COUNT < MAX-LIMIT-ROWS
                               ADD 1 TO WS-LIMIT-COUNT
                               MOVE RATE-LIMIT-RECORD
                                   TO LMT-RECORD(WS-LIMIT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-LIMIT-FILE
           END-IF
           MOVE 'N' TO WS-REC-FOUND-SWITCH
           MOVE 0 TO WS-ROW-SUB
           PERFORM VARYING LIM-IDX FROM 1 BY 1
               UNTIL LIM-IDX > WS-LIMIT-COUNT
               IF LMT-RECORD(LIM-IDX)(1:1) = WS-LIMIT-KEY
                   SET WS-ROW-SUB TO LIM-IDX
                   MOVE 'Y' TO WS-REC-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-REC-FOUND
               MOVE LMT-RECORD(WS-ROW-SUB) TO RATE-LIMIT-RECORD
           ELSE
               IF WS-LIMIT-COUNT < MAX-LIMIT-ROWS
                   ADD 1 TO WS-LIMIT-COUNT
                   MOVE WS-LIMIT-COUNT TO WS-ROW-SUB
                   MOVE WS-LIMIT-KEY TO RLM-CAR-TYPE
                   MOVE 0 TO RLM-FLOOR-DAILY
                   MOVE 0 TO RLM-CEILING-DAILY
               END-IF
           END-IF
      *A zero row means the key was not found and the table had
      *no room to add it - editing would store through subscript
      *zero and corrupt the count, so the screen never opens.
           IF WS-ROW-SUB = 0
               MOVE 'TABLE FULL - RECORD NOT ADDED' TO WS-MESSAGE
           ELSE
               MOVE RATE-LIMIT-RECORD TO WS-BEFORE-IMAGE
               DISPLAY LIMIT-RECORD-SCREEN
               ACCEPT LIMIT-RECORD-SCREEN
               MOVE 'Y' TO WS-EDIT-OK-SWITCH
               IF RLM-FLOOR-DAILY = 0
                   OR RLM-FLOOR-DAILY > RLM-CEILING-DAILY
                   MOVE 'N' TO WS-EDIT-OK-SWITCH
                   MOVE 'FLOOR/CEILING RANGE INVALID' TO WS-MESSAGE
               END-IF
               IF WS-EDIT-OK
                   MOVE RATE-LIMIT-RECORD TO WS-AFTER-IMAGE
                   MOVE RATE-LIMIT-RECORD TO LMT-RECORD(WS-ROW-SUB)
                   OPEN OUTPUT RATE-LIMIT-FILE
                   PERFORM VARYING LIM-IDX FROM 1 BY 1
                       UNTIL LIM-IDX > WS-LIMIT-COUNT
                       MOVE LMT-RECORD(LIM-IDX) TO RATE-LIMIT-RECORD
                       WRITE RATE-LIMIT-RECORD
                   END-PERFORM
                   CLOSE RATE-LIMIT-FILE
                   MOVE 'RATELIMITS' TO WS-JOURNAL-FILE-ID
                   PERFORM 700-WRITE-JOURNAL
                   MOVE 'RATE LIMITS UPDATED' TO WS-MESSAGE
               END-IF
           END-IF
           .

      *Rate changes are a manager's call, so review takes
      *supervisor authority. Each pending proposal is shown in
      *turn; an approval appends the card to rentalrates.dat as
      *it stands, a rejection only marks it, and a blank leaves it
      *pending. Both decisions are journaled, and the proposal
      *file is rewritten with the decisions marked so a card is
      *never offered twice.
       370-REVIEW-PROPOSED-RATES.
           IF WS-OPERATOR-AUTHORITY < 3
               MOVE 'SUPERVISOR AUTHORITY REQUIRED' TO WS-MESSAGE
           ELSE
               PERFORM 371-LOAD-PROPOSALS
               IF WS-PENDING-COUNT = 0
                   MOVE 'NO PROPOSED RATES PENDING' TO WS-MESSAGE
               ELSE
                   PERFORM 372-DECIDE-PROPOSALS
               END-IF
           END-IF
           .

       371-LOAD-PROPOSALS.
           MOVE 0 TO WS-PROPOSAL-COUNT
           MOVE 0 TO WS-PENDING-COUNT
           MOVE SPACES TO WS-PROPOSAL-STATUS
           OPEN INPUT PROPOSAL-FILE
           IF WS-PROPOSAL-STATUS = '00'
               PERFORM UNTIL WS-PROPOSAL-STATUS NOT = '00'
                   READ PROPOSAL-FILE
                       AT END
                           MOVE '10' TO WS-PROPOSAL-STATUS
                       NOT AT END
                           IF WS-PROPOSAL-COUNT < MAX-PROPOSAL-ROWS
                               ADD 1 TO WS-PROPOSAL-COUNT
                               MOVE PROPOSAL-RECORD
                                   TO PRT-RECORD(WS-PROPOSAL-COUNT)
                               IF PRP-PENDING
                                   ADD 1 TO WS-PENDING-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROPOSAL-FILE
           END-IF
           .

       372-DECIDE-PROPOSALS.
           MOVE 0 TO WS-APPROVED-COUNT
           MOVE 0 TO WS-REJECTED-COUNT
           OPEN EXTEND RATE-CARD-FILE
           IF WS-RATECARD-STATUS = '35'
               OPEN OUTPUT RATE-CARD-FILE
               CLOSE RATE-CARD-FILE
               OPEN EXTEND RATE-CARD-FILE
           END-IF
           PERFORM VARYING PRP-IDX FROM 1 BY 1
               UNTIL PRP-IDX > WS-PROPOSAL-COUNT
               MOVE PRT-RECORD(PRP-IDX) TO PROPOSAL-RECORD
               IF PRP-PENDING
                   PERFORM 373-DECIDE-ONE-PROPOSAL
               END-IF
           END-PERFORM
           CLOSE RATE-CARD-FILE
           OPEN OUTPUT PROPOSAL-FILE
           PERFORM VARYING PRP-IDX FROM 1 BY 1
               UNTIL PRP-IDX > WS-PROPOSAL-COUNT
               MOVE PRT-RECORD(PRP-IDX) TO PROPOSAL-RECORD
               WRITE PROPOSAL-RECORD
           END-PERFORM
           CLOSE PROPOSAL-FILE
           MOVE WS-APPROVED-COUNT TO WS-RVM-APPROVED
           MOVE WS-REJECTED-COUNT TO WS-RVM-REJECTED
           MOVE WS-REVIEW-MESSAGE TO WS-MESSAGE
           .

       373-DECIDE-ONE-PROPOSAL.
           MOVE SPACE TO WS-DECISION
           DISPLAY PROPOSAL-SCREEN
           ACCEPT PROPOSAL-SCREEN
           MOVE PROPOSAL-RECORD TO WS-BEFORE-IMAGE
           EVALUATE TRUE
               WHEN WS-DECISION-APPROVE
                   MOVE PRP-CARD TO RATE-CARD-RECORD
                   WRITE RATE-CARD-RECORD
                   SET PRP-APPROVED TO TRUE
                   MOVE PROPOSAL-RECORD TO PRT-RECORD(PRP-IDX)
                   MOVE RATE-CARD-RECORD TO WS-AFTER-IMAGE
                   MOVE 'RENTALRATES' TO WS-JOURNAL-FILE-ID
                   PERFORM 700-WRITE-JOURNAL
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN WS-DECISION-REJECT
                   SET PRP-REJECTED TO TRUE
                   MOVE PROPOSAL-RECORD TO PRT-RECORD(PRP-IDX)
                   MOVE PROPOSAL-RECORD TO WS-AFTER-IMAGE
                   MOVE 'PROPOSEDRATE' TO WS-JOURNAL-FILE-ID
                   PERFORM 700-WRITE-JOURNAL
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *One closed day at a time, keyed by date and branch or
      *college. The date must be a real calendar date before the
      *record screen opens; a blank description on an existing
      *day removes it, so a holiday keyed in error can be taken
      *back out. Adds and removals are journaled alike - the
      *removal's after image is blank.
       380-MAINTAIN-CALENDAR.
           MOVE 0 TO WS-CAL-KEY-DATE
           MOVE SPACES TO WS-CAL-KEY-LOCATION
           DISPLAY CALENDAR-KEY-SCREEN
           ACCEPT CALENDAR-KEY-SCREEN
           MOVE 0 TO WS-CAL-CHECK-DATE
           IF WS-CAL-KEY-CCYY > 1600
               AND WS-CAL-KEY-MM >= 1 AND WS-CAL-KEY-MM <= 12
               AND WS-CAL-KEY-DD >= 1 AND WS-CAL-KEY-DD <= 31
               COMPUTE WS-CAL-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-CAL-KEY-DATE))
           END-IF
           IF WS-CAL-CHECK-DATE NOT = WS-CAL-KEY-DATE
               MOVE 'DATE INVALID' TO WS-MESSAGE
           ELSE
               PERFORM 381-EDIT-ONE-CLOSED-DAY
           END-IF
           .

       381-EDIT-ONE-CLOSED-DAY.
           MOVE 0 TO WS-CALENDAR-COUNT
           MOVE SPACES TO WS-CALENDAR-STATUS
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00'
               PERFORM UNTIL WS-CALENDAR-STATUS NOT = '00'
                   READ CALENDAR-FILE
                       AT END
                           MOVE '10' TO WS-CALENDAR-STATUS
                       NOT AT END
                           IF WS-CALENDAR-COUNT < MAX-CALENDAR-ROWS
                               ADD 1 TO WS-CALENDAR-COUNT
                               MOVE CALENDAR-RECORD
                                   TO CLT-RECORD(WS-CALENDAR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           MOVE 'N' TO WS-REC-FOUND-SWITCH
           MOVE 0 TO WS-ROW-SUB
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-CALENDAR-COUNT
               MOVE CLT-RECORD(CAL-IDX) TO CALENDAR-RECORD
               IF CLD-DATE = WS-CAL-KEY-DATE
                   AND CLD-LOCATION = WS-CAL-KEY-LOCATION
                   SET WS-ROW-SUB TO CAL-IDX
                   MOVE 'Y' TO WS-REC-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-REC-FOUND
               MOVE CLT-RECORD(WS-ROW-SUB) TO CALENDAR-RECORD
               MOVE CALENDAR-RECORD TO WS-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
               IF WS-CALENDAR-COUNT < MAX-CALENDAR-ROWS
                   ADD 1 TO WS-CALENDAR-COUNT
                   MOVE WS-CALENDAR-COUNT TO WS-ROW-SUB
                   MOVE WS-CAL-KEY-DATE TO CLD-DATE
                   MOVE WS-CAL-KEY-LOCATION TO CLD-LOCATION
                   MOVE SPACES TO CLD-DESCRIPTION
               END-IF
           END-IF
      *A zero row means the key was not found and the table had
      *no room to add it - editing would store through subscript
      *zero and corrupt the count, so the screen never opens.
           IF WS-ROW-SUB = 0
               MOVE 'TABLE FULL - RECORD NOT ADDED' TO WS-MESSAGE
           ELSE
               DISPLAY CALENDAR-RECORD-SCREEN
               ACCEPT CALENDAR-RECORD-SCREEN
               MOVE 'Y' TO WS-EDIT-OK-SWITCH
               IF CLD-DESCRIPTION = SPACES AND WS-REC-NOT-FOUND
                   MOVE 'N' TO WS-EDIT-OK-SWITCH
                   MOVE 'DESCRIPTION REQUIRED' TO WS-MESSAGE
               END-IF
               IF WS-EDIT-OK
                   IF CLD-DESCRIPTION = SPACES
                       MOVE SPACES TO WS-AFTER-IMAGE
                       PERFORM VARYING CAL-IDX FROM WS-ROW-SUB BY 1
                           UNTIL CAL-IDX >= WS-CALENDAR-COUNT
                           MOVE CLT-RECORD(CAL-IDX + 1)
                               TO CLT-RECORD(CAL-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-CALENDAR-COUNT
                       MOVE 'CLOSED DAY REMOVED' TO WS-MESSAGE
                   ELSE
                       MOVE CALENDAR-RECORD TO WS-AFTER-IMAGE
                       MOVE CALENDAR-RECORD TO CLT-RECORD(WS-ROW-SUB)
                       MOVE 'BUSINESS CALENDAR UPDATED' TO WS-MESSAGE
                   END-IF
                   OPEN OUTPUT CALENDAR-FILE
                   PERFORM VARYING CAL-IDX FROM 1 BY 1
                       UNTIL CAL-IDX > WS-CALENDAR-COUNT
                       MOVE CLT-RECORD(CAL-IDX) TO CALENDAR-RECORD
                       WRITE CALENDAR-RECORD
                   END-PERFORM
                   CLOSE CALENDAR-FILE
                   MOVE 'BIZCALENDAR' TO WS-JOURNAL-FILE-ID
                   PERFORM 700-WRITE-JOURNAL
               END-IF
           END-IF
           .

      *One journal record per applied change: timestamp, which
      *file, who keyed it, and the before/after images.
       700-WRITE-JOURNAL.
