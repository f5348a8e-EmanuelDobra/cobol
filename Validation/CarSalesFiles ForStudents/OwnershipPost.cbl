      *Posted nightly from the sold-vehicle extract VALCAR
      *accumulates: one ownership record per customer and VIN with
      *the sale date, retired to traded status when the VIN later
      *turns up back on the lot file (a trade-in or buyback), or to
      *repossessed status when REPOPOST took the car back. The
      *repeat-buyer report gives the floor a returning customer's
      *history the way CUSTPOST gives the rental desk theirs.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.

      *REPOPOST's repossession master. A repossessed unit also
      *lands back on the lot file, so it is applied ahead of the
      *trade-in pass or it would retire as an ordinary trade.
           SELECT F10-REPO-FILE
               ASSIGN TO "repossessions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPO-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  LOT-FUNDING-DATE        PIC 9(6).
           05  LOT-VIN                 PIC X(17).

      *Same 120-byte shared-customer layout both validators read.
       FD  F05-CUSTOMER-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F05-CUSTOMER-RECORD.
       01  F05-CUSTOMER-RECORD.
           05  CUST-IN-ID              PIC 9(6).
           05  CUST-IN-NAME            PIC X(25).
           05  CUST-IN-ADDRESS         PIC X(30).
           05  FILLER                  PIC X(59).

       FD  F06-REPEAT-FILE
           RECORD CONTAINS 100 CHARACTERS
           05  LCK-TIME            PIC 9(6).
           05  LCK-IDENTITY        PIC X(14).

      *Same 75-byte layout REPOPOST carries its master in; only the
      *buyer and VIN are used here.
       FD  F10-REPO-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS F10-REPO-RECORD.
       01  F10-REPO-RECORD.
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

       WORKING-STORAGE SECTION.

      *Run-lock work fields. A same-day lock younger than the
       01  WS-CUSTOMER-FILE-STATUS     PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS          PIC XX   VALUE SPACES.
       01  WS-REPO-FILE-STATUS         PIC XX   VALUE SPACES.

      *The ownership master held in memory for the posting pass.
       01  MAX-OWNERSHIPS              PIC 9(5) VALUE 20000.
               10  OWT-STATUS          PIC X.
                   88  OWT-OWNED           VALUE 'O'.
                   88  OWT-TRADED          VALUE 'T'.
                   88  OWT-REPOSSESSED     VALUE 'R'.

      *Per-customer purchase counts for the repeat-buyer report.
       01  MAX-BUYERS                  PIC 9(4) VALUE 5000.
       01  RUN-COUNTERS.
           05  W-OWNERSHIPS-ADDED      PIC 9(5) VALUE 0.
           05  W-OWNERSHIPS-RETIRED    PIC 9(5) VALUE 0.
           05  W-OWNERSHIPS-REPOSSESSED PIC 9(5) VALUE 0.
           05  W-REPEAT-BUYERS         PIC 9(4) VALUE 0.

      *Run-date heading, same pattern as the other batch reports.
           PERFORM 099-GET-TODAYS-DATE
           PERFORM 110-LOAD-OWNERSHIP-MASTER
           PERFORM 200-POST-SOLD-VEHICLES
           PERFORM 250-APPLY-REPOSSESSIONS
           PERFORM 300-RETIRE-TRADED-VINS
           PERFORM 400-REWRITE-OWNERSHIP-MASTER
           PERFORM 500-WRITE-REPEAT-BUYER-REPORT
           END-IF
           .

      *The master is cumulative, so a repossession already applied
      *finds its ownership no longer owned and posts nothing.
       250-APPLY-REPOSSESSIONS.
           OPEN INPUT F10-REPO-FILE
           IF WS-REPO-FILE-STATUS = '00'
               PERFORM UNTIL WS-REPO-FILE-STATUS NOT = '00'
                   READ F10-REPO-FILE
                       AT END
                           MOVE '10' TO WS-REPO-FILE-STATUS
                       NOT AT END
                           PERFORM 260-REPOSSESS-ONE-VIN
                   END-READ
               END-PERFORM
               CLOSE F10-REPO-FILE
           END-IF
           .

       260-REPOSSESS-ONE-VIN.
           PERFORM VARYING OWN-IDX FROM 1 BY 1
               UNTIL OWN-IDX > W-OWNERSHIP-COUNT
               IF OWT-CUSTOMER-ID(OWN-IDX) = RPO-BUYER-ID
                   AND OWT-VIN(OWN-IDX) = RPO-VIN
                   AND OWT-OWNED(OWN-IDX)
                   ADD 1 TO W-OWNERSHIPS-REPOSSESSED
                   SET OWT-REPOSSESSED(OWN-IDX) TO TRUE
               END-IF
           END-PERFORM
           .

      *An owned VIN sitting on the lot file came back to us - a
      *trade-in or buyback - so the ownership retires to traded.
       300-RETIRE-TRADED-VINS.
           MOVE W-OWNERSHIPS-ADDED TO CTF-COUNT
           MOVE 0 TO CTF-AMOUNT
           WRITE F08-CONTROL-TOTAL-RECORD
           MOVE 'OWNPOST' TO CTF-PROGRAM
           MOVE 'OWN-REPO' TO CTF-ITEM
           MOVE W-OWNERSHIPS-REPOSSESSED TO CTF-COUNT
           MOVE 0 TO CTF-AMOUNT
           WRITE F08-CONTROL-TOTAL-RECORD
           CLOSE F08-CONTROL-TOTAL-FILE
           .

