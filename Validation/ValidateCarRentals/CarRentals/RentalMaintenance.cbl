                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Shared customer master, read on the customer inquiry so the
      *counter sees a customer whose balance has been written off
      *to collections.
           SELECT CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-CUSTOMER-FILE-STATUS.

      *Sign-on log shared with PARMMNT: one record per sign-on
      *attempt, good or bad, so the security audit can tell when
      *each operator ID was last used.
           SELECT SIGNON-LOG-FILE ASSIGN TO WS-SIGNON-LOG-FILENAME
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-SIGNON-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Same 127-byte layout as RENTAL-RECORD in Program1.cbl, keyed
      *by contract number for random inquiry/maintenance access.
       FD  RENTAL-MASTER-FILE
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS RM-RECORD.
       01  RM-RECORD.
           05  RM-CONTRACT-NO           PIC 9(6).
           05  RM-RETURN-BRANCH         PIC 9(2).
           05  RM-FUEL-OUT              PIC X.
           05  RM-FUEL-IN               PIC X.
           05  RM-PO-NUMBER             PIC X(12).
           05  RM-LICENCE-NO            PIC X(15).
           05  RM-LICENCE-STATE         PIC X(2).
           05  RM-LICENCE-EXPIRY        PIC 9(8).
           05  RM-BIRTH-DATE            PIC 9(8).

      *Same 120-byte layout RENTALS reads; byte 62 is the
      *written-off flag RENTWOFF sets, followed by the contact
      *fields NOTIFY routes by.
       FD  CUSTOMER-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS CUSTOMER-RECORD.
       01  CUSTOMER-RECORD.
           05  CUST-IN-ID               PIC 9(6).
           05  CUST-IN-NAME             PIC X(25).
           05  CUST-IN-ADDRESS          PIC X(30).
           05  CUST-IN-WRITEOFF         PIC X.
               88  CUST-IN-WRITTEN-OFF      VALUE 'W'.
           05  FILLER                   PIC X(58).

       FD  OPERATOR-FILE
           RECORD CONTAINS 17 CHARACTERS
           05  OPR-IN-AUTHORITY         PIC 9.

       FD  JOURNAL-FILE
           RECORD CONTAINS 286 CHARACTERS
           DATA RECORD IS JOURNAL-RECORD.
       01  JOURNAL-RECORD.
           05  JNL-DATE                 PIC 9(8).
           05  JNL-TIME                 PIC 9(6).
           05  JNL-ACTION               PIC X.
           05  JNL-CONTRACT-NO          PIC 9(6).
           05  JNL-BEFORE-IMAGE         PIC X(127).
           05  JNL-AFTER-IMAGE          PIC X(127).
      *Operator who keyed the action, from the sign-on screen, so
      *every change ties back to a specific person.
           05  JNL-OPERATOR-ID          PIC X(8).
           DATA RECORD IS OPS-LOG-RECORD.
       01  OPS-LOG-RECORD                PIC X(132).

      *When, which screen, the operator ID keyed, and whether the
      *sign-on was accepted.
       FD  SIGNON-LOG-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS SIGNON-LOG-RECORD.
       01  SIGNON-LOG-RECORD.
           05  SGN-DATE                 PIC 9(8).
           05  SGN-TIME                 PIC 9(6).
           05  SGN-PROGRAM              PIC X(8).
           05  SGN-OPERATOR-ID          PIC X(8).
           05  SGN-RESULT               PIC X.
               88  SGN-ACCEPTED             VALUE 'S'.
               88  SGN-REFUSED              VALUE 'F'.

       WORKING-STORAGE SECTION.
       01  WS-RENTAL-MASTER-FILENAME PIC X(40) VALUE 'rentalmaster.dat'.
       01  WS-OPERATOR-FILENAME      PIC X(40) VALUE 'operators.dat'.
       01  WS-JOURNAL-FILENAME       PIC X(40) VALUE 'rentmaint.jnl'.
       01  WS-OPSLOG-FILENAME        PIC X(40) VALUE 'opslog.dat'.
       01  WS-CUSTOMER-FILENAME      PIC X(40) VALUE 'customers.dat'.
       01  WS-SIGNON-LOG-FILENAME    PIC X(40) VALUE 'signon.log'.
       01  WS-RM-FILE-STATUS         PIC XX    VALUE SPACES.
       01  WS-OPERATOR-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-JOURNAL-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS     PIC XX    VALUE SPACES.
       01  WS-CUSTOMER-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-SIGNON-LOG-STATUS      PIC XX    VALUE SPACES.

      *Operator table loaded from operators.dat at startup. If the
      *file is missing nobody can sign on - there is no safe
      *Journal work fields: the screen-edited record is staged in
      *WS-AFTER-IMAGE so the master can be read for the before
      *image without disturbing the operator's keyed values.
       01  WS-BEFORE-IMAGE           PIC X(127) VALUE SPACES.
       01  WS-AFTER-IMAGE            PIC X(127) VALUE SPACES.
       01  WS-JOURNAL-STAMP.
           05  WS-JNL-DATE           PIC 9(8).
           05  WS-JNL-TIME-FULL.
               10  LST-PICKUP-BRANCH PIC 9(2).
               10  LST-RETURN-BRANCH PIC 9(2).
       01  WS-LIST-SUB               PIC 99    VALUE 0.
       01  WS-CUST-WRITEOFF-SWITCH   PIC X     VALUE 'N'.
           88  WS-CUST-WRITTEN-OFF             VALUE 'Y'.
       01  CUSTOMER-LIST-HEADING.
           05  FILLER                PIC X(5)  VALUE 'LINE '.
           05  FILLER                PIC X(10) VALUE 'CONTRACT #'.
           05  LINE 13 COL 1  VALUE 'FUEL OUT/IN (8THS):'.
           05  LINE 13 COL 21 PIC X USING RM-FUEL-OUT.
           05  LINE 13 COL 24 PIC X USING RM-FUEL-IN.
           05  LINE 13 COL 30 VALUE 'PO/REFERENCE:'.
           05  LINE 13 COL 44 PIC X(12) USING RM-PO-NUMBER.
           05  LINE 14 COL 1  VALUE 'LICENCE NO/STATE:'.
           05  LINE 14 COL 19 PIC X(15) USING RM-LICENCE-NO.
           05  LINE 14 COL 35 PIC X(2) USING RM-LICENCE-STATE.
           05  LINE 14 COL 40 VALUE 'EXPIRES:'.
           05  LINE 14 COL 49 PIC 9(8) USING RM-LICENCE-EXPIRY.
           05  LINE 15 COL 1  VALUE 'BIRTH DATE (CCYYMMDD):'.
           05  LINE 15 COL 24 PIC 9(8) USING RM-BIRTH-DATE.
           05  LINE 16 COL 1  VALUE 'MESSAGE:'.
           05  LINE 16 COL 10 PIC X(40) FROM WS-MESSAGE.

       01  CUSTOMER-INQUIRY-SCREEN.
           05  BLANK SCREEN.
           IF WS-ENV-SCRATCH NOT = SPACES
               MOVE WS-ENV-SCRATCH TO WS-OPSLOG-FILENAME
           END-IF
           MOVE SPACES TO WS-ENV-SCRATCH
           ACCEPT WS-ENV-SCRATCH
               FROM ENVIRONMENT 'RENTMAINT_CUSTOMER_FILE'
           IF WS-ENV-SCRATCH NOT = SPACES
               MOVE WS-ENV-SCRATCH TO WS-CUSTOMER-FILENAME
           END-IF
           MOVE SPACES TO WS-ENV-SCRATCH
           ACCEPT WS-ENV-SCRATCH
               FROM ENVIRONMENT 'RENTMAINT_SIGNON_LOG'
           IF WS-ENV-SCRATCH NOT = SPACES
               MOVE WS-ENV-SCRATCH TO WS-SIGNON-LOG-FILENAME
           END-IF
           .

      *Loads the operator master. A missing file leaves the table
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
           MOVE 'RENTMAIN'             TO SGN-PROGRAM
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
      *the operator pick one to bring up. Picking a line performs
      *the same journaled inquiry the contract-number path does;
      *any later update or delete then runs under the usual
      *authority gates from the main screen. A customer written off
      *to collections is called out above the list and on the
      *message line, whatever is picked.
       350-CUSTOMER-INQUIRY.
           MOVE 0 TO WS-SEARCH-CUSTOMER-ID
           DISPLAY CUSTOMER-INQUIRY-SCREEN
           ACCEPT CUSTOMER-INQUIRY-SCREEN
           PERFORM 355-CHECK-CUSTOMER-WRITEOFF
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE 0 TO RM-CONTRACT-NO
           ELSE
               PERFORM 370-PICK-FROM-LIST
           END-IF
           IF WS-CUST-WRITTEN-OFF
               MOVE 'CUSTOMER WRITTEN OFF - SEE COLLECTIONS'
                   TO WS-MESSAGE
           END-IF
           .

      *customers.dat is kept in ascending ID order, so the read
      *stops at the first ID at or past the one keyed.
       355-CHECK-CUSTOMER-WRITEOFF.
           MOVE 'N' TO WS-CUST-WRITEOFF-SWITCH
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS = '00'
               PERFORM UNTIL WS-CUSTOMER-FILE-STATUS NOT = '00'
                   READ CUSTOMER-FILE
                       AT END
                           MOVE '10' TO WS-CUSTOMER-FILE-STATUS
                       NOT AT END
                           IF CUST-IN-ID >= WS-SEARCH-CUSTOMER-ID
                               IF CUST-IN-ID = WS-SEARCH-CUSTOMER-ID
                                  AND CUST-IN-WRITTEN-OFF
                                   SET WS-CUST-WRITTEN-OFF TO TRUE
                               END-IF
                               MOVE '10' TO WS-CUSTOMER-FILE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF
           .

       360-SCAN-ONE-RECORD.
      *line number to bring that contract up, or 0 to go back.
       370-PICK-FROM-LIST.
           DISPLAY SPACES
           IF WS-CUST-WRITTEN-OFF
               DISPLAY '*** CUSTOMER WRITTEN OFF - BALANCE WITH '
                   'COLLECTION AGENCY ***'
           END-IF
           DISPLAY CUSTOMER-LIST-HEADING
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
               UNTIL WS-LIST-SUB > WS-LIST-COUNT
