      *longer than their agreed days that have not yet returned -
      *so the desk can call the customer before the return is late
      *instead of after.
      *The card hold taken at the counter rides on the master and
      *is settled as each contract closes, against what RENTBILL
      *billed for it (rental, damage, and fuel surcharge alike):
      *the part of the hold the bill uses is captured, the rest is
      *released, and a bill larger than the hold leaves the
      *difference open on rentopenitems.dat once RENTRECV applies
      *the capture. This run follows RENTBILL and precedes RENTRECV
      *in the overnight stream.
      *A contract past due climbs an escalation ladder as its days
      *past due reach each stage's threshold (escalationparams.dat,
      *by default 3, 7 and 14 days): a customer contact notice, a
      *demand letter, then the conversion report to the police and
      *the insurer. The stage reached and the day it was reached
      *ride on the open contract, and every notice due is listed
      *on escalationnotices.dat for the desk to send. At the final
      *stage the unit is reported stolen on stolenunits.dat, which
      *FLEETTHF posts to the fleet unit master so the car stops
      *counting as capacity; a recovery keyed on unitrecoveries.dat,
      *or the car coming back over the counter, reverses it.
      *The contact notice and the demand letter also go to the
      *renter: each is appended to notifications.dat, the standard
      *outbound notification file NOTIFY sends by e-mail, text or
      *post as the customer prefers.
      *Days past due count calendar days unless escalationparams.dat
      *asks for business days, when only the weekdays after the
      *due date that are neither company holidays nor closures of
      *the car's home branch (bizcalendar.dat) count - a car due
      *back over a holiday weekend is not chased for days the
      *counter was shut.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.

      *Tonight's billed charges from RENTBILL's machine feed, with
      *any TOLLBILL rebills appended.
           SELECT F09-BILLED-FEED-FILE
               ASSIGN TO "billedcharges.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLED-FILE-STATUS.

      *Card holds to drop, and card holds to take, for the card
      *processor's overnight settlement.
           SELECT F10-DEPOSIT-RELEASE-FILE
               ASSIGN TO "depositreleases.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F11-DEPOSIT-CAPTURE-FILE
               ASSIGN TO "depositcaptures.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Escalation thresholds in days past due, desk-controlled the
      *same way rentalparams.dat is; the built-in defaults are kept
      *when the file is absent.
           SELECT F12-ESCALATION-PARM-FILE
               ASSIGN TO "escalationparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-PARM-FILE-STATUS.

      *Cars found by the police, the insurer or the branch since
      *the last run, keyed by the desk; absent when there are none.
           SELECT F13-RECOVERY-FILE
               ASSIGN TO "unitrecoveries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-FILE-STATUS.

           SELECT F14-NOTICE-FILE
               ASSIGN TO "escalationnotices.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Units reported stolen or recovered tonight, for FLEETTHF.
           SELECT F15-STOLEN-FEED-FILE
               ASSIGN TO "stolenunits.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Shared holiday and branch-closure calendar PARMMNT keeps,
      *read only when days past due count business days.
           SELECT F16-CALENDAR-FILE
               ASSIGN TO "bizcalendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.

      *Fleet unit master, read for each unit's home branch so a
      *closure of that branch does not count against the renter.
           SELECT F17-FLEET-UNIT-FILE
               ASSIGN TO "fleetunits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLEET-UNIT-FILE-STATUS.

      *Standard outbound notification file, appended to by every
      *program that writes to a customer or student; NOTIFY routes
      *it and ops clears it after a clean run.
           SELECT F18-NOTIFICATION-FILE
               ASSIGN TO "notifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Only the fields known at pickup time: the return date, miles
      *in, and insurance disposition arrive later on the return
      *record RENTALS validates.
      *Widened to carry the fleet unit handed over at the counter,
      *so a toll or ticket against a car still out can be traced to
      *its renter; records from the old 56-byte feed read with a
      *blank unit.
      *Widened again to carry the card hold taken at the counter;
      *records from the old 60-byte feed read with a blank hold,
      *carried as none.
       FD  F01-PICKUP-FILE
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS F01-PICKUP-RECORD.
       01  F01-PICKUP-RECORD.
           05  PKP-CONTRACT-NO          PIC 9(6).
      *Fuel level out on the eighth-tank scale, captured at pickup
      *for the refueling surcharge; blank on older feeds.
           05  PKP-FUEL-OUT             PIC X.
           05  PKP-UNIT-NO              PIC 9(4).
           05  PKP-DEPOSIT-HOLD         PIC 9(5)V99.

      *The pickup feed's 67 bytes, then the escalation stage and
      *the day it was reached; records from the old 67-byte master
      *read with no stage.
       FD  F02-OPEN-IN-FILE
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS F02-OPEN-IN-RECORD.
       01  F02-OPEN-IN-RECORD           PIC X(76).

      *Same 127-byte layout RENTALS writes valid contracts with; only
      *the contract number is needed here to close the match.
       FD  F03-VALID-RENTAL-FILE
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS F03-VALID-RENTAL-RECORD.
       01  F03-VALID-RENTAL-RECORD.
           05  VR-CONTRACT-NO           PIC 9(6).
           05  FILLER                   PIC X(121).

       FD  F04-OPEN-OUT-FILE
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS F04-OPEN-OUT-RECORD.
       01  F04-OPEN-OUT-RECORD          PIC X(76).

       FD  F05-OVERDUE-FILE
           RECORD CONTAINS 80 CHARACTERS
           05  LCK-TIME            PIC 9(6).
           05  LCK-IDENTITY        PIC X(14).

      *Same 32-byte layout RENTBILL writes billedcharges.dat with.
       FD  F09-BILLED-FEED-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS F09-BILLED-FEED-RECORD.
       01  F09-BILLED-FEED-RECORD.
           05  BFC-CONTRACT-NO          PIC 9(6).
           05  BFC-CUSTOMER-ID          PIC 9(6).
           05  BFC-AMOUNT               PIC 9(9)V99.
           05  BFC-BILL-DATE            PIC 9(8).
           05  BFC-DEBTOR-TYPE          PIC X.
               88  BFC-ACCOUNT-DEBTOR       VALUE 'A'.

      *Same 23 bytes that open the desk's rentpayments.dat record,
      *so RENTRECV applies a capture against the contract's open
      *invoice exactly as it does a receipt keyed at the counter.
       FD  F10-DEPOSIT-RELEASE-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS F10-DEPOSIT-RELEASE-RECORD.
       01  F10-DEPOSIT-RELEASE-RECORD.
           05  DRL-CONTRACT-NO          PIC 9(6).
           05  DRL-AMOUNT               PIC 9(7)V99.
           05  DRL-DATE                 PIC 9(8).

       FD  F11-DEPOSIT-CAPTURE-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS F11-DEPOSIT-CAPTURE-RECORD.
       01  F11-DEPOSIT-CAPTURE-RECORD.
           05  DCP-CONTRACT-NO          PIC 9(6).
           05  DCP-AMOUNT               PIC 9(7)V99.
           05  DCP-DATE                 PIC 9(8).

      *Days past due at which each stage is reached, ascending,
      *then whether those days are business days ('B') or
      *calendar days; the old 9-byte record reads as calendar.
       FD  F12-ESCALATION-PARM-FILE
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS F12-ESCALATION-PARM-RECORD.
       01  F12-ESCALATION-PARM-RECORD.
           05  EPR-CONTACT-DAYS         PIC 9(3).
           05  EPR-DEMAND-DAYS          PIC 9(3).
           05  EPR-STOLEN-DAYS          PIC 9(3).
           05  EPR-DAY-BASIS            PIC X.

       FD  F13-RECOVERY-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F13-RECOVERY-RECORD.
       01  F13-RECOVERY-RECORD.
           05  RCV-CONTRACT-NO          PIC 9(6).
           05  RCV-UNIT-NO              PIC 9(4).
           05  RCV-DATE                 PIC 9(8).

       FD  F14-NOTICE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F14-NOTICE-RECORD.
       01  F14-NOTICE-RECORD            PIC X(80).

       FD  F15-STOLEN-FEED-FILE
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS F15-STOLEN-FEED-RECORD.
       01  F15-STOLEN-FEED-RECORD.
           05  STF-UNIT-NO              PIC 9(4).
           05  STF-CONTRACT-NO          PIC 9(6).
           05  STF-ACTION               PIC X.
               88  STF-STOLEN               VALUE 'S'.
               88  STF-RECOVERED            VALUE 'R'.
           05  STF-DATE                 PIC 9(8).

      *One closed day: the date, the branch or college it closes
      *(blank for the whole company), and what it is.
       FD  F16-CALENDAR-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS F16-CALENDAR-RECORD.
       01  F16-CALENDAR-RECORD.
           05  CAL-IN-DATE              PIC 9(8).
           05  CAL-IN-LOCATION          PIC X(4).
           05  CAL-IN-DESCRIPTION       PIC X(30).

      *Same 108-byte layout FLEETSVC rewrites the unit master with;
      *only the unit number and home branch are wanted here.
       FD  F17-FLEET-UNIT-FILE
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS F17-FLEET-UNIT-RECORD.
       01  F17-FLEET-UNIT-RECORD.
           05  FUN-UNIT-NO              PIC 9(4).
           05  FILLER                   PIC X(41).
           05  FUN-HOME-BRANCH          PIC X(2).
           05  FILLER                   PIC X(61).

      *One notice to one recipient: who produced it and when, who
      *it is for (C customer by customer ID, S student by student
      *ID, or by name and initials where there is no ID), what
      *kind of notice it is, and the subject and text to send.
       FD  F18-NOTIFICATION-FILE
           RECORD CONTAINS 237 CHARACTERS
           DATA RECORD IS F18-NOTIFICATION-RECORD.
       01  F18-NOTIFICATION-RECORD.
           05  NTF-PROGRAM              PIC X(8).
           05  NTF-DATE                 PIC 9(8).
           05  NTF-RECIPIENT-TYPE       PIC X.
               88  NTF-TO-CUSTOMER          VALUE 'C'.
               88  NTF-TO-STUDENT           VALUE 'S'.
           05  NTF-RECIPIENT-ID         PIC X(6).
           05  NTF-RECIPIENT-NAME       PIC X(25).
           05  NTF-NOTICE-TYPE          PIC X(4).
           05  NTF-REFERENCE            PIC X(25).
           05  NTF-SUBJECT              PIC X(40).
           05  NTF-MESSAGE              PIC X(120).

       WORKING-STORAGE SECTION.

      *Run-lock work fields. A same-day lock younger than the
       01  WS-OPEN-IN-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-VALID-FILE-STATUS         PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-BILLED-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-ESC-PARM-FILE-STATUS      PIC XX   VALUE SPACES.
       01  WS-RECOVERY-FILE-STATUS      PIC XX   VALUE SPACES.
       01  WS-CALENDAR-FILE-STATUS      PIC XX   VALUE SPACES.
       01  WS-FLEET-UNIT-FILE-STATUS    PIC XX   VALUE SPACES.
       01  WS-NOTIFY-FILE-STATUS        PIC XX   VALUE SPACES.

      *The open-contracts master held in memory for the run: the
      *carried-forward contracts plus today's pickups, with closed
                   15  OPN-DAYS-RENTED      PIC 99.
                   15  OPN-MILES-OUT        PIC 9(6).
                   15  OPN-FUEL-OUT         PIC X.
                   15  OPN-UNIT-NO          PIC 9(4).
                   15  OPN-DEPOSIT-HOLD     PIC 9(5)V99.
                   15  OPN-ESC-STAGE        PIC X.
                       88  OPN-NOT-ESCALATED    VALUE ' '.
                       88  OPN-CONTACT-SENT     VALUE 'C'.
                       88  OPN-DEMAND-SENT      VALUE 'D'.
                       88  OPN-REPORTED-STOLEN  VALUE 'S'.
                       88  OPN-RECOVERED        VALUE 'R'.
                   15  OPN-ESC-DATE         PIC 9(8).
               10  OPN-CLOSED-SWITCH        PIC X.
                   88  OPN-CLOSED               VALUE 'Y'.
                   88  OPN-STILL-OPEN            VALUE 'N'.
           88  W-MATCH-FOUND                VALUE 'Y'.
           88  W-MATCH-NOT-FOUND            VALUE 'N'.

      *Tonight's billed total per contract, for settling the card
      *hold as the contract closes. A rebill for a contract already
      *in the table adds onto its total.
       01  MAX-BILLED-CONTRACTS         PIC 9(5) VALUE 10000.
       01  W-BILL-FOUND-SWITCH          PIC X    VALUE 'N'.
           88  W-BILL-FOUND                 VALUE 'Y'.
           88  W-BILL-NOT-FOUND             VALUE 'N'.
       01  BILLED-TABLE-AREA.
           05  W-BILLED-COUNT           PIC 9(5) VALUE 0.
           05  BILLED-ENTRY OCCURS 0 TO 10000 TIMES
                   DEPENDING ON W-BILLED-COUNT
                   INDEXED BY BIL-IDX.
               10  BIL-CONTRACT-NO      PIC 9(6).
               10  BIL-AMOUNT           PIC 9(9)V99.
               10  BIL-DEBTOR-TYPE      PIC X.
                   88  BIL-ACCOUNT-DEBTOR   VALUE 'A'.

      *Escalation thresholds in days past due, overlaid from
      *escalationparams.dat when the desk has dropped one off.
       01  W-CONTACT-DAYS               PIC 9(3) VALUE 3.
       01  W-DEMAND-DAYS                PIC 9(3) VALUE 7.
       01  W-STOLEN-DAYS                PIC 9(3) VALUE 14.
       01  W-DAY-BASIS                  PIC X    VALUE 'C'.
           88  W-BUSINESS-DAYS              VALUE 'B'.

      *Business-day work fields. Days are carried as day numbers
      *(INTEGER-OF-DATE), where day 1 - 1 January 1601 - was a
      *Monday, so the weekday falls out of the remainder by seven.
      *A calendar entry with a blank location closes every branch.
       01  MAX-CALENDAR-DAYS            PIC 9(4) VALUE 1000.
       01  CALENDAR-TABLE-AREA.
           05  W-CALENDAR-COUNT         PIC 9(4) VALUE 0.
           05  CALENDAR-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON W-CALENDAR-COUNT
                   INDEXED BY CAL-IDX.
               10  CAL-DAY-NUMBER       PIC 9(7).
               10  CAL-LOCATION         PIC X(4).
       01  MAX-FLEET-UNITS              PIC 9(5) VALUE 10000.
       01  UNIT-BRANCH-TABLE-AREA.
           05  W-UNIT-BRANCH-COUNT      PIC 9(5) VALUE 0.
           05  UNIT-BRANCH-ENTRY OCCURS 0 TO 10000 TIMES
                   DEPENDING ON W-UNIT-BRANCH-COUNT
                   INDEXED BY UBR-IDX.
               10  UBR-UNIT-NO          PIC 9(4).
               10  UBR-BRANCH           PIC X(2).
       01  W-BDC-LOCATION               PIC X(4) VALUE SPACES.
       01  W-BDC-FROM-DAY               PIC 9(7) VALUE 0.
       01  W-BDC-TO-DAY                 PIC 9(7) VALUE 0.
       01  W-BDC-TEST-DAY               PIC 9(7) VALUE 0.
       01  W-BDC-DAYS                   PIC S9(5) VALUE 0.
       01  W-BDC-WEEKDAY                PIC 9    VALUE 0.
       01  W-BDC-OPEN-SWITCH            PIC X    VALUE 'Y'.
           88  W-BDC-OPEN-DAY               VALUE 'Y'.
           88  W-BDC-CLOSED-DAY             VALUE 'N'.

      *Escalation work fields: the stage a contract stands at and
      *the stage its days past due have reached, as 0 (none)
      *through 3 (reported stolen).
       01  W-DAYS-PAST-DUE              PIC S9(5) VALUE 0.
       01  W-STAGE-NOW                  PIC 9     VALUE 0.
       01  W-STAGE-DUE                  PIC 9     VALUE 0.
       01  W-NOTICE-ACTION              PIC X(30) VALUE SPACES.
       01  W-NTF-DAYS                   PIC ZZZZ9.

      *Hold settlement work fields.
       01  W-HOLD-CAPTURE               PIC 9(7)V99 VALUE 0.
       01  W-HOLD-RELEASE               PIC 9(7)V99 VALUE 0.

       01  RUN-COUNTERS.
           05  W-PICKUPS-ADDED          PIC 9(5) VALUE 0.
           05  W-RETURNS-CLOSED         PIC 9(5) VALUE 0.
           05  W-UNMATCHED-RETURNS      PIC 9(5) VALUE 0.
           05  W-STILL-OPEN-COUNT       PIC 9(5) VALUE 0.
           05  W-OVERDUE-COUNT          PIC 9(5) VALUE 0.
           05  W-HOLDS-SETTLED          PIC 9(5) VALUE 0.
           05  W-HOLDS-UNBILLED         PIC 9(5) VALUE 0.
           05  W-HOLD-SHORTFALLS        PIC 9(5) VALUE 0.
           05  W-CAPTURE-DOLLARS        PIC 9(9)V99 VALUE 0.
           05  W-RELEASE-DOLLARS        PIC 9(9)V99 VALUE 0.
           05  W-SHORTFALL-DOLLARS      PIC 9(9)V99 VALUE 0.
           05  W-CONTACT-NOTICES        PIC 9(5) VALUE 0.
           05  W-DEMAND-LETTERS         PIC 9(5) VALUE 0.
           05  W-STOLEN-REPORTS         PIC 9(5) VALUE 0.
           05  W-UNITS-RECOVERED        PIC 9(5) VALUE 0.
           05  W-RECOVERIES-UNMATCHED   PIC 9(5) VALUE 0.

      *Elapsed-days work fields; the pickup date carries its full
      *CCYY year on the record.
           05                           PIC X(8)  VALUE 'DAYS OUT'.
           05                           PIC X(4)  VALUE SPACES.
           05                           PIC X(8)  VALUE 'CAR TYPE'.
           05                           PIC X     VALUE SPACES.
           05                           PIC X(10) VALUE 'ESCALATION'.
           05                           PIC X(2)  VALUE SPACES.
       01  OVERDUE-DETAIL-LINE.
           05  OVD-CONTRACT-NO          PIC 9(6).
           05                           PIC X(9)  VALUE SPACES.
           05  OVD-DAYS-OUT             PIC ZZ9.
           05                           PIC X(12) VALUE SPACES.
           05  OVD-CAR-TYPE             PIC X.
           05                           PIC X(5)  VALUE SPACES.
           05  OVD-STAGE                PIC X(12).
       01  OVERDUE-TRAILER-LINE.
           05                           PIC X(15)
                 VALUE 'TOTAL OVERDUE: '.
                 VALUE 'STILL OPEN: '.
           05  OVT-OPEN-COUNT           PIC ZZ,ZZ9.
           05                           PIC X(27) VALUE SPACES.
       01  DEPOSIT-TRAILER-LINE.
           05                           PIC X(14)
                 VALUE 'HOLDS SETTLED:'.
           05  DPT-SETTLED              PIC ZZ,ZZ9.
           05                           PIC X(11)
                 VALUE '  CAPTURED '.
           05  DPT-CAPTURED             PIC Z,ZZZ,ZZ9.99.
           05                           PIC X(11)
                 VALUE '  RELEASED '.
           05  DPT-RELEASED             PIC Z,ZZZ,ZZ9.99.
           05                           PIC X(14) VALUE SPACES.
       01  DEPOSIT-SHORTFALL-LINE.
           05                           PIC X(14)
                 VALUE 'SHORTFALLS:   '.
           05  DPS-SHORTFALLS           PIC ZZ,ZZ9.
           05                           PIC X(11)
                 VALUE '  OWED     '.
           05  DPS-SHORTFALL-DOLLARS    PIC Z,ZZZ,ZZ9.99.
           05                           PIC X(11)
                 VALUE '  UNBILLED '.
           05  DPS-UNBILLED             PIC ZZ,ZZ9.
           05                           PIC X(20) VALUE SPACES.

       01  NOTICE-TITLE-LINE.
           05                           PIC X(20) VALUE SPACES.
           05                           PIC X(36)
                 VALUE 'OVERDUE CONTRACTS - NOTICES TO ISSUE'.
           05                           PIC X(24) VALUE SPACES.
       01  NOTICE-HEADING-LINE.
           05                           PIC X(8)  VALUE 'CONTRACT'.
           05                           PIC X     VALUE SPACES.
           05                           PIC X(6)  VALUE 'CUST #'.
           05                           PIC X(2)  VALUE SPACES.
           05                           PIC X(9)  VALUE 'LAST NAME'.
           05                           PIC X(8)  VALUE SPACES.
           05                           PIC X(4)  VALUE 'UNIT'.
           05                           PIC X     VALUE SPACES.
           05                           PIC X(8)  VALUE 'PAST DUE'.
           05                           PIC X(3)  VALUE SPACES.
           05                           PIC X(6)  VALUE 'ACTION'.
           05                           PIC X(24) VALUE SPACES.
       01  NOTICE-DETAIL-LINE.
           05  NTC-CONTRACT-NO          PIC 9(6).
           05                           PIC X(3)  VALUE SPACES.
           05  NTC-CUSTOMER-ID          PIC 9(6).
           05                           PIC X(2)  VALUE SPACES.
           05  NTC-LAST-NAME            PIC X(15).
           05                           PIC X(2)  VALUE SPACES.
           05  NTC-UNIT-NO              PIC 9(4).
           05                           PIC X(3)  VALUE SPACES.
           05  NTC-DAYS-PAST-DUE        PIC ZZ9.
           05                           PIC X(6)  VALUE SPACES.
           05  NTC-ACTION               PIC X(30).
       01  NOTICE-TRAILER-LINE.
           05                           PIC X(10) VALUE 'CONTACTS: '.
           05  NTT-CONTACTS             PIC ZZ,ZZ9.
           05                           PIC X(11) VALUE '  DEMANDS: '.
           05  NTT-DEMANDS              PIC ZZ,ZZ9.
           05                           PIC X(10) VALUE '  STOLEN: '.
           05  NTT-STOLEN               PIC ZZ,ZZ9.
           05                           PIC X(13)
                 VALUE '  RECOVERED: '.
           05  NTT-RECOVERED            PIC ZZ,ZZ9.
           05                           PIC X(12) VALUE SPACES.
       01  NOTICE-UNMATCHED-LINE.
           05                           PIC X(24)
                 VALUE 'RECOVERIES NOT MATCHED: '.
           05  NTU-UNMATCHED            PIC ZZ,ZZ9.
           05                           PIC X(50) VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
           PERFORM 095-TAKE-RUN-LOCK
           PERFORM 097-CAPTURE-START-TIME
           PERFORM 099-GET-TODAYS-DATE
           PERFORM 105-READ-ESCALATION-PARMS
           IF W-BUSINESS-DAYS
               PERFORM 106-LOAD-BUSINESS-CALENDAR
               PERFORM 107-LOAD-UNIT-BRANCHES
           END-IF
           PERFORM 110-LOAD-OPEN-MASTER
           PERFORM 115-LOAD-BILLED-CHARGES
           PERFORM 118-OPEN-ESCALATION-FILES
           PERFORM 120-APPLY-PICKUPS
           PERFORM 127-APPLY-RECOVERIES
           PERFORM 130-APPLY-RETURNS
           PERFORM 150-ESCALATE-OVERDUE
           PERFORM 190-CLOSE-ESCALATION-FILES
           PERFORM 200-REWRITE-OPEN-MASTER
           PERFORM 300-WRITE-OVERDUE-REPORT
      *Suite severity standard: a return with no matching open
      *contract means the pickup feed missed a car, and a hold
      *released with nothing billed means RENTBILL missed one -
      *condition 4 either way. A car reported stolen tonight, or a
      *recovery matching no open contract, is condition 4 too.
           IF W-UNMATCHED-RETURNS > 0
               OR W-HOLDS-UNBILLED > 0
               OR W-STOLEN-REPORTS > 0
               OR W-RECOVERIES-UNMATCHED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           MOVE W-TODAYS-CCYY TO W08-RUN-CCYY
           .

      *Thresholds that are not numeric, or do not climb from stage
      *to stage, leave the built-in defaults in force.
       105-READ-ESCALATION-PARMS.
           OPEN INPUT F12-ESCALATION-PARM-FILE
           IF WS-ESC-PARM-FILE-STATUS = '00'
               READ F12-ESCALATION-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF EPR-CONTACT-DAYS IS NUMERIC
                          AND EPR-DEMAND-DAYS IS NUMERIC
                          AND EPR-STOLEN-DAYS IS NUMERIC
                          AND EPR-CONTACT-DAYS > 0
                          AND EPR-DEMAND-DAYS > EPR-CONTACT-DAYS
                          AND EPR-STOLEN-DAYS > EPR-DEMAND-DAYS
                           MOVE EPR-CONTACT-DAYS TO W-CONTACT-DAYS
                           MOVE EPR-DEMAND-DAYS  TO W-DEMAND-DAYS
                           MOVE EPR-STOLEN-DAYS  TO W-STOLEN-DAYS
                       END-IF
                       IF EPR-DAY-BASIS = 'B'
                           MOVE 'B' TO W-DAY-BASIS
                       END-IF
               END-READ
               CLOSE F12-ESCALATION-PARM-FILE
           END-IF
           .

      *Closed days from the shared calendar. No calendar file
      *means only weekends are closed.
       106-LOAD-BUSINESS-CALENDAR.
           OPEN INPUT F16-CALENDAR-FILE
           IF WS-CALENDAR-FILE-STATUS = '00'
               PERFORM UNTIL WS-CALENDAR-FILE-STATUS NOT = '00'
                   READ F16-CALENDAR-FILE
                       AT END
                           MOVE '10' TO WS-CALENDAR-FILE-STATUS
                       NOT AT END
                           IF CAL-IN-DATE IS NUMERIC
                              AND CAL-IN-DATE > 16010101
                              AND W-CALENDAR-COUNT < MAX-CALENDAR-DAYS
                               ADD 1 TO W-CALENDAR-COUNT
                               COMPUTE CAL-DAY-NUMBER
                                   (W-CALENDAR-COUNT) =
                                   FUNCTION INTEGER-OF-DATE
                                       (CAL-IN-DATE)
                               MOVE CAL-IN-LOCATION
                                   TO CAL-LOCATION(W-CALENDAR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F16-CALENDAR-FILE
           END-IF
           .

      *Each unit's home branch, for its branch's closures. A unit
      *missing from the master is aged on company holidays only.
       107-LOAD-UNIT-BRANCHES.
           OPEN INPUT F17-FLEET-UNIT-FILE
           IF WS-FLEET-UNIT-FILE-STATUS = '00'
               PERFORM UNTIL WS-FLEET-UNIT-FILE-STATUS NOT = '00'
                   READ F17-FLEET-UNIT-FILE
                       AT END
                           MOVE '10' TO WS-FLEET-UNIT-FILE-STATUS
                       NOT AT END
                           IF FUN-UNIT-NO IS NUMERIC
                              AND W-UNIT-BRANCH-COUNT
                                  < MAX-FLEET-UNITS
                               ADD 1 TO W-UNIT-BRANCH-COUNT
                               MOVE FUN-UNIT-NO TO
                                   UBR-UNIT-NO(W-UNIT-BRANCH-COUNT)
                               MOVE FUN-HOME-BRANCH TO
                                   UBR-BRANCH(W-UNIT-BRANCH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F17-FLEET-UNIT-FILE
           END-IF
           .

      *Carries yesterday's still-open contracts into the table. On
      *the very first run the master does not exist yet and the
      *table simply starts empty.
                                   TO OPN-RECORD(W-OPEN-COUNT)
                               SET OPN-STILL-OPEN(W-OPEN-COUNT)
                                   TO TRUE
                               IF OPN-DEPOSIT-HOLD(W-OPEN-COUNT)
                                   NOT NUMERIC
                                   MOVE 0 TO
                                       OPN-DEPOSIT-HOLD(W-OPEN-COUNT)
                               END-IF
                               IF OPN-ESC-DATE(W-OPEN-COUNT)
                                   NOT NUMERIC
                                   MOVE SPACE TO
                                       OPN-ESC-STAGE(W-OPEN-COUNT)
                                   MOVE 0 TO
                                       OPN-ESC-DATE(W-OPEN-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           MOVE 0 TO WS-SEAL-WRITE-SUM
           .

      *Loads tonight's billed charges, one table entry per contract.
      *With no feed yet every closing hold is treated as unbilled.
       115-LOAD-BILLED-CHARGES.
           OPEN INPUT F09-BILLED-FEED-FILE
           IF WS-BILLED-FILE-STATUS = '00'
               PERFORM UNTIL WS-BILLED-FILE-STATUS NOT = '00'
                   READ F09-BILLED-FEED-FILE
                       AT END
                           MOVE '10' TO WS-BILLED-FILE-STATUS
                       NOT AT END
                           PERFORM 117-ADD-ONE-BILL
                   END-READ
               END-PERFORM
               CLOSE F09-BILLED-FEED-FILE
           END-IF
           .

       117-ADD-ONE-BILL.
           MOVE 'N' TO W-BILL-FOUND-SWITCH
           IF W-BILLED-COUNT > 0
               SET BIL-IDX TO 1
               SEARCH BILLED-ENTRY
                   AT END CONTINUE
                   WHEN BIL-CONTRACT-NO(BIL-IDX) = BFC-CONTRACT-NO
                       MOVE 'Y' TO W-BILL-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-BILL-NOT-FOUND
               AND W-BILLED-COUNT < MAX-BILLED-CONTRACTS
               ADD 1 TO W-BILLED-COUNT
               SET BIL-IDX TO W-BILLED-COUNT
               MOVE BFC-CONTRACT-NO TO BIL-CONTRACT-NO(BIL-IDX)
               MOVE 0 TO BIL-AMOUNT(BIL-IDX)
               MOVE BFC-DEBTOR-TYPE TO BIL-DEBTOR-TYPE(BIL-IDX)
               MOVE 'Y' TO W-BILL-FOUND-SWITCH
           END-IF
           IF W-BILL-FOUND
               ADD BFC-AMOUNT TO BIL-AMOUNT(BIL-IDX)
           END-IF
           .

      *Tonight's notice listing and stolen-unit feed are opened
      *before the recoveries and returns, which can both reverse a
      *stolen report.
       118-OPEN-ESCALATION-FILES.
           OPEN OUTPUT F14-NOTICE-FILE
           OPEN OUTPUT F15-STOLEN-FEED-FILE
           MOVE SPACES TO WS-NOTIFY-FILE-STATUS
           OPEN EXTEND F18-NOTIFICATION-FILE
           IF WS-NOTIFY-FILE-STATUS = '35'
               OPEN OUTPUT F18-NOTIFICATION-FILE
               CLOSE F18-NOTIFICATION-FILE
               OPEN EXTEND F18-NOTIFICATION-FILE
           END-IF
           WRITE F14-NOTICE-RECORD FROM W08-RUN-DATE-LINE
           WRITE F14-NOTICE-RECORD FROM NOTICE-TITLE-LINE
           WRITE F14-NOTICE-RECORD FROM SPACES
           WRITE F14-NOTICE-RECORD FROM NOTICE-HEADING-LINE
           .

      *Adds each pickup transaction as a new open contract. A
      *contract number already on the master is left as it stands -
      *a re-keyed pickup must not duplicate the car.
               AND W-OPEN-COUNT < MAX-OPEN-CONTRACTS
               ADD 1 TO W-OPEN-COUNT
               MOVE F01-PICKUP-RECORD TO OPN-RECORD(W-OPEN-COUNT)
               IF PKP-DEPOSIT-HOLD NOT NUMERIC
                   MOVE 0 TO OPN-DEPOSIT-HOLD(W-OPEN-COUNT)
               END-IF
               MOVE SPACE TO OPN-ESC-STAGE(W-OPEN-COUNT)
               MOVE 0 TO OPN-ESC-DATE(W-OPEN-COUNT)
               SET OPN-STILL-OPEN(W-OPEN-COUNT) TO TRUE
               ADD 1 TO W-PICKUPS-ADDED
           END-IF
           .

      *Marks each recovered car on its open contract, which stops
      *the escalation; the contract itself stays open until the car
      *is checked in and billed. A car already reported stolen is
      *reported recovered so FLEETTHF puts the unit back. A
      *recovery matching no open contract is listed and counted.
       127-APPLY-RECOVERIES.
           OPEN INPUT F13-RECOVERY-FILE
           IF WS-RECOVERY-FILE-STATUS = '00'
               PERFORM UNTIL WS-RECOVERY-FILE-STATUS NOT = '00'
                   READ F13-RECOVERY-FILE
                       AT END
                           MOVE '10' TO WS-RECOVERY-FILE-STATUS
                       NOT AT END
                           PERFORM 128-RECOVER-ONE-UNIT
                   END-READ
               END-PERFORM
               CLOSE F13-RECOVERY-FILE
           END-IF
           .

       128-RECOVER-ONE-UNIT.
           MOVE 'N' TO W-MATCH-FOUND-SWITCH
           IF W-OPEN-COUNT > 0
               SET OPN-IDX TO 1
               SEARCH OPEN-ENTRY
                   AT END CONTINUE
                   WHEN OPN-CONTRACT-NO(OPN-IDX) = RCV-CONTRACT-NO
                       AND OPN-STILL-OPEN(OPN-IDX)
                       MOVE 'Y' TO W-MATCH-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-MATCH-FOUND
               IF OPN-REPORTED-STOLEN(OPN-IDX)
                   MOVE 'R' TO STF-ACTION
                   PERFORM 145-WRITE-STOLEN-FEED
               END-IF
               IF NOT OPN-RECOVERED(OPN-IDX)
                   ADD 1 TO W-UNITS-RECOVERED
                   SET OPN-RECOVERED(OPN-IDX) TO TRUE
                   MOVE W-TODAYS-DATE-8 TO OPN-ESC-DATE(OPN-IDX)
                   IF RCV-DATE IS NUMERIC AND RCV-DATE > 0
                       MOVE RCV-DATE TO OPN-ESC-DATE(OPN-IDX)
                   END-IF
                   PERFORM 152-COMPUTE-DAYS-OUT
                   MOVE 'VEHICLE RECOVERED' TO W-NOTICE-ACTION
                   PERFORM 160-WRITE-NOTICE-LINE
               END-IF
           ELSE
               ADD 1 TO W-RECOVERIES-UNMATCHED
               MOVE RCV-CONTRACT-NO TO NTC-CONTRACT-NO
               MOVE 0               TO NTC-CUSTOMER-ID
               MOVE SPACES          TO NTC-LAST-NAME
               MOVE 0               TO NTC-UNIT-NO
               IF RCV-UNIT-NO IS NUMERIC
                   MOVE RCV-UNIT-NO TO NTC-UNIT-NO
               END-IF
               MOVE 0               TO NTC-DAYS-PAST-DUE
               MOVE 'RECOVERY - NO OPEN CONTRACT' TO NTC-ACTION
               WRITE F14-NOTICE-RECORD FROM NOTICE-DETAIL-LINE
           END-IF
           .

      *Closes the open contract matching each validated return. A
      *return with no matching open contract is counted - it means
      *the pickup feed missed the car going out.
       130-APPLY-RETURNS.
           OPEN OUTPUT F10-DEPOSIT-RELEASE-FILE
           OPEN OUTPUT F11-DEPOSIT-CAPTURE-FILE
           OPEN INPUT F03-VALID-RENTAL-FILE
           IF WS-VALID-FILE-STATUS = '00'
               PERFORM UNTIL WS-VALID-FILE-STATUS NOT = '00'
               END-PERFORM
               CLOSE F03-VALID-RENTAL-FILE
           END-IF
           CLOSE F10-DEPOSIT-RELEASE-FILE
           CLOSE F11-DEPOSIT-CAPTURE-FILE
           .

       135-CLOSE-ONE-RETURN.
           IF W-MATCH-FOUND
               SET OPN-CLOSED(OPN-IDX) TO TRUE
               ADD 1 TO W-RETURNS-CLOSED
               IF OPN-REPORTED-STOLEN(OPN-IDX)
                   MOVE 'R' TO STF-ACTION
                   PERFORM 145-WRITE-STOLEN-FEED
                   ADD 1 TO W-UNITS-RECOVERED
                   PERFORM 152-COMPUTE-DAYS-OUT
                   MOVE 'RETURNED AFTER STOLEN REPORT'
                       TO W-NOTICE-ACTION
                   PERFORM 160-WRITE-NOTICE-LINE
               END-IF
               IF OPN-DEPOSIT-HOLD(OPN-IDX) > 0
                   PERFORM 140-SETTLE-DEPOSIT-HOLD
               END-IF
           ELSE
               ADD 1 TO W-UNMATCHED-RETURNS
           END-IF
           .

      *Settles the closing contract's card hold against its billed
      *total. The bill takes what it needs from the hold and the
      *rest is released; a bill beyond the hold is the renter's
      *shortfall, left owing on the open invoice once RENTRECV
      *applies the capture. A contract billed to a corporate
      *account is paid by statement, so its hold is released
      *whole. A contract with nothing billed tonight has its hold
      *released too - it cannot be kept once the contract leaves
      *the master - and is counted so the desk can chase the bill.
       140-SETTLE-DEPOSIT-HOLD.
           ADD 1 TO W-HOLDS-SETTLED
           MOVE 0 TO W-HOLD-CAPTURE
           MOVE OPN-DEPOSIT-HOLD(OPN-IDX) TO W-HOLD-RELEASE
           MOVE 'N' TO W-BILL-FOUND-SWITCH
           IF W-BILLED-COUNT > 0
               SET BIL-IDX TO 1
               SEARCH BILLED-ENTRY
                   AT END CONTINUE
                   WHEN BIL-CONTRACT-NO(BIL-IDX) = VR-CONTRACT-NO
                       MOVE 'Y' TO W-BILL-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-BILL-NOT-FOUND
               ADD 1 TO W-HOLDS-UNBILLED
           ELSE
               IF NOT BIL-ACCOUNT-DEBTOR(BIL-IDX)
                   IF BIL-AMOUNT(BIL-IDX) < OPN-DEPOSIT-HOLD(OPN-IDX)
                       MOVE BIL-AMOUNT(BIL-IDX) TO W-HOLD-CAPTURE
                   ELSE
                       MOVE OPN-DEPOSIT-HOLD(OPN-IDX)
                           TO W-HOLD-CAPTURE
                       IF BIL-AMOUNT(BIL-IDX)
                           > OPN-DEPOSIT-HOLD(OPN-IDX)
                           ADD 1 TO W-HOLD-SHORTFALLS
                           COMPUTE W-SHORTFALL-DOLLARS =
                               W-SHORTFALL-DOLLARS
                               + BIL-AMOUNT(BIL-IDX)
                               - OPN-DEPOSIT-HOLD(OPN-IDX)
                       END-IF
                   END-IF
                   SUBTRACT W-HOLD-CAPTURE FROM W-HOLD-RELEASE
               END-IF
           END-IF
           IF W-HOLD-CAPTURE > 0
               MOVE VR-CONTRACT-NO  TO DCP-CONTRACT-NO
               MOVE W-HOLD-CAPTURE  TO DCP-AMOUNT
               MOVE W-TODAYS-DATE-8 TO DCP-DATE
               WRITE F11-DEPOSIT-CAPTURE-RECORD
               ADD W-HOLD-CAPTURE TO W-CAPTURE-DOLLARS
           END-IF
           IF W-HOLD-RELEASE > 0
               MOVE VR-CONTRACT-NO  TO DRL-CONTRACT-NO
               MOVE W-HOLD-RELEASE  TO DRL-AMOUNT
               MOVE W-TODAYS-DATE-8 TO DRL-DATE
               WRITE F10-DEPOSIT-RELEASE-RECORD
               ADD W-HOLD-RELEASE TO W-RELEASE-DOLLARS
           END-IF
           .

      *One stolen or recovered unit for FLEETTHF, from the open
      *contract at OPN-IDX; STF-ACTION is set by the caller.
       145-WRITE-STOLEN-FEED.
           MOVE OPN-UNIT-NO(OPN-IDX)     TO STF-UNIT-NO
           MOVE OPN-CONTRACT-NO(OPN-IDX) TO STF-CONTRACT-NO
           MOVE W-TODAYS-DATE-8          TO STF-DATE
           WRITE F15-STOLEN-FEED-RECORD
           .

      *Moves every contract still out past its agreed days up to
      *the stage its days past due have reached. A contract that
      *crosses more than one threshold between runs goes straight
      *to the highest stage reached, and only that stage's notice
      *is issued. A recovered car waits for its check-in.
       150-ESCALATE-OVERDUE.
           PERFORM VARYING OPN-IDX FROM 1 BY 1
               UNTIL OPN-IDX > W-OPEN-COUNT
               IF OPN-STILL-OPEN(OPN-IDX)
                   AND NOT OPN-RECOVERED(OPN-IDX)
                   PERFORM 155-ESCALATE-ONE-CONTRACT
               END-IF
           END-PERFORM
           .

      *Days out and days past due for the contract at OPN-IDX.
      *The rental itself runs in calendar days, so the due date is
      *always pickup plus days rented; only the days past it are
      *counted in business days when the parameter says so.
       152-COMPUTE-DAYS-OUT.
           MOVE OPN-PICKUP-YEAR(OPN-IDX)  TO W-PICKUP-DATE-8(1:4)
           MOVE OPN-PICKUP-MONTH(OPN-IDX) TO W-PICKUP-DATE-8(5:2)
           MOVE OPN-PICKUP-DAY(OPN-IDX)   TO W-PICKUP-DATE-8(7:2)
           COMPUTE W-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(W-TODAYS-DATE-8) -
               FUNCTION INTEGER-OF-DATE(W-PICKUP-DATE-8)
           IF W-BUSINESS-DAYS
               COMPUTE W-BDC-FROM-DAY =
                   FUNCTION INTEGER-OF-DATE(W-PICKUP-DATE-8)
                   + OPN-DAYS-RENTED(OPN-IDX)
               COMPUTE W-BDC-TO-DAY =
                   FUNCTION INTEGER-OF-DATE(W-TODAYS-DATE-8)
               MOVE SPACES TO W-BDC-LOCATION
               IF W-UNIT-BRANCH-COUNT > 0
                   SET UBR-IDX TO 1
                   SEARCH UNIT-BRANCH-ENTRY
                       AT END CONTINUE
                       WHEN UBR-UNIT-NO(UBR-IDX)
                           = OPN-UNIT-NO(OPN-IDX)
                           MOVE UBR-BRANCH(UBR-IDX)
                               TO W-BDC-LOCATION
                   END-SEARCH
               END-IF
               PERFORM 153-COUNT-BUSINESS-DAYS
               MOVE W-BDC-DAYS TO W-DAYS-PAST-DUE
           ELSE
               COMPUTE W-DAYS-PAST-DUE =
                   W-DAYS-OUT - OPN-DAYS-RENTED(OPN-IDX)
           END-IF
           IF W-DAYS-PAST-DUE < 0
               MOVE 0 TO W-DAYS-PAST-DUE
           END-IF
           .

      *Business days after W-BDC-FROM-DAY up to and including
      *W-BDC-TO-DAY, for the location in W-BDC-LOCATION.
       153-COUNT-BUSINESS-DAYS.
           MOVE 0 TO W-BDC-DAYS
           MOVE W-BDC-FROM-DAY TO W-BDC-TEST-DAY
           PERFORM UNTIL W-BDC-TEST-DAY >= W-BDC-TO-DAY
               ADD 1 TO W-BDC-TEST-DAY
               PERFORM 154-TEST-BUSINESS-DAY
               IF W-BDC-OPEN-DAY
                   ADD 1 TO W-BDC-DAYS
               END-IF
           END-PERFORM
           .

      *A weekday is open unless the calendar closes it for the
      *whole company or for this location.
       154-TEST-BUSINESS-DAY.
           SET W-BDC-OPEN-DAY TO TRUE
           COMPUTE W-BDC-WEEKDAY =
               FUNCTION MOD(W-BDC-TEST-DAY - 1, 7) + 1
           IF W-BDC-WEEKDAY > 5
               SET W-BDC-CLOSED-DAY TO TRUE
           ELSE
               IF W-CALENDAR-COUNT > 0
                   SET CAL-IDX TO 1
                   SEARCH CALENDAR-ENTRY
                       AT END CONTINUE
                       WHEN CAL-DAY-NUMBER(CAL-IDX) = W-BDC-TEST-DAY
                           AND (CAL-LOCATION(CAL-IDX) = SPACES
                             OR CAL-LOCATION(CAL-IDX)
                                 = W-BDC-LOCATION)
                           SET W-BDC-CLOSED-DAY TO TRUE
                   END-SEARCH
               END-IF
           END-IF
           .

       155-ESCALATE-ONE-CONTRACT.
           PERFORM 152-COMPUTE-DAYS-OUT
           EVALUATE TRUE
               WHEN OPN-REPORTED-STOLEN(OPN-IDX)
                   MOVE 3 TO W-STAGE-NOW
               WHEN OPN-DEMAND-SENT(OPN-IDX)
                   MOVE 2 TO W-STAGE-NOW
               WHEN OPN-CONTACT-SENT(OPN-IDX)
                   MOVE 1 TO W-STAGE-NOW
               WHEN OTHER
                   MOVE 0 TO W-STAGE-NOW
           END-EVALUATE
           EVALUATE TRUE
               WHEN W-DAYS-PAST-DUE >= W-STOLEN-DAYS
                   MOVE 3 TO W-STAGE-DUE
               WHEN W-DAYS-PAST-DUE >= W-DEMAND-DAYS
                   MOVE 2 TO W-STAGE-DUE
               WHEN W-DAYS-PAST-DUE >= W-CONTACT-DAYS
                   MOVE 1 TO W-STAGE-DUE
               WHEN OTHER
                   MOVE 0 TO W-STAGE-DUE
           END-EVALUATE
           IF W-STAGE-DUE > W-STAGE-NOW
               MOVE W-TODAYS-DATE-8 TO OPN-ESC-DATE(OPN-IDX)
               EVALUATE W-STAGE-DUE
                   WHEN 1
                       SET OPN-CONTACT-SENT(OPN-IDX) TO TRUE
                       ADD 1 TO W-CONTACT-NOTICES
                       MOVE 'CUSTOMER CONTACT NOTICE'
                           TO W-NOTICE-ACTION
                       PERFORM 165-WRITE-NOTIFICATION
                   WHEN 2
                       SET OPN-DEMAND-SENT(OPN-IDX) TO TRUE
                       ADD 1 TO W-DEMAND-LETTERS
                       MOVE 'DEMAND LETTER' TO W-NOTICE-ACTION
                       PERFORM 165-WRITE-NOTIFICATION
                   WHEN 3
                       SET OPN-REPORTED-STOLEN(OPN-IDX) TO TRUE
                       ADD 1 TO W-STOLEN-REPORTS
                       MOVE 'STOLEN REPORT - POLICE/INSURER'
                           TO W-NOTICE-ACTION
                       MOVE 'S' TO STF-ACTION
                       PERFORM 145-WRITE-STOLEN-FEED
               END-EVALUATE
               PERFORM 160-WRITE-NOTICE-LINE
           END-IF
           .

       160-WRITE-NOTICE-LINE.
           MOVE OPN-CONTRACT-NO(OPN-IDX) TO NTC-CONTRACT-NO
           MOVE OPN-CUSTOMER-ID(OPN-IDX) TO NTC-CUSTOMER-ID
           MOVE OPN-LAST-NAME(OPN-IDX)   TO NTC-LAST-NAME
           MOVE OPN-UNIT-NO(OPN-IDX)     TO NTC-UNIT-NO
           MOVE W-DAYS-PAST-DUE          TO NTC-DAYS-PAST-DUE
           MOVE W-NOTICE-ACTION          TO NTC-ACTION
           WRITE F14-NOTICE-RECORD FROM NOTICE-DETAIL-LINE
           .

      *The renter's copy of a contact notice (ODUE) or demand
      *letter (ODDM), keyed by contract so NOTIFY can tell one
      *contract's notice from another's.
       165-WRITE-NOTIFICATION.
           MOVE SPACES                   TO F18-NOTIFICATION-RECORD
           MOVE 'OPENCON'                TO NTF-PROGRAM
           MOVE W-TODAYS-DATE-8          TO NTF-DATE
           SET NTF-TO-CUSTOMER           TO TRUE
           MOVE OPN-CUSTOMER-ID(OPN-IDX) TO NTF-RECIPIENT-ID
           STRING FUNCTION TRIM(OPN-FIRST-NAME(OPN-IDX)) ' '
                  FUNCTION TRIM(OPN-LAST-NAME(OPN-IDX))
               DELIMITED BY SIZE
               INTO NTF-RECIPIENT-NAME
           MOVE OPN-CONTRACT-NO(OPN-IDX) TO NTF-REFERENCE
           MOVE W-DAYS-PAST-DUE          TO W-NTF-DAYS
           IF W-STAGE-DUE = 1
               MOVE 'ODUE'               TO NTF-NOTICE-TYPE
               MOVE 'YOUR RENTAL IS OVERDUE' TO NTF-SUBJECT
               STRING 'RENTAL CONTRACT ' OPN-CONTRACT-NO(OPN-IDX)
                      ' IS ' FUNCTION TRIM(W-NTF-DAYS)
                      ' DAYS PAST ITS RETURN DATE. PLEASE RETURN'
                      ' THE CAR OR CALL YOUR BRANCH.'
                   DELIMITED BY SIZE
                   INTO NTF-MESSAGE
           ELSE
               MOVE 'ODDM'               TO NTF-NOTICE-TYPE
               MOVE 'DEMAND FOR RETURN OF RENTAL CAR'
                   TO NTF-SUBJECT
               STRING 'RENTAL CONTRACT ' OPN-CONTRACT-NO(OPN-IDX)
                      ' IS ' FUNCTION TRIM(W-NTF-DAYS)
                      ' DAYS OVERDUE. RETURN THE CAR NOW OR IT'
                      ' WILL BE REPORTED TO THE POLICE AND INSURER.'
                   DELIMITED BY SIZE
                   INTO NTF-MESSAGE
           END-IF
           WRITE F18-NOTIFICATION-RECORD
           .

       190-CLOSE-ESCALATION-FILES.
           WRITE F14-NOTICE-RECORD FROM SPACES
           MOVE W-CONTACT-NOTICES TO NTT-CONTACTS
           MOVE W-DEMAND-LETTERS  TO NTT-DEMANDS
           MOVE W-STOLEN-REPORTS  TO NTT-STOLEN
           MOVE W-UNITS-RECOVERED TO NTT-RECOVERED
           WRITE F14-NOTICE-RECORD FROM NOTICE-TRAILER-LINE
           IF W-RECOVERIES-UNMATCHED > 0
               MOVE W-RECOVERIES-UNMATCHED TO NTU-UNMATCHED
               WRITE F14-NOTICE-RECORD FROM NOTICE-UNMATCHED-LINE
           END-IF
           CLOSE F14-NOTICE-FILE
                 F18-NOTIFICATION-FILE
           CLOSE F15-STOLEN-FEED-FILE
           .

      *Writes the carried-forward master: every contract still open
      *after today's closes. Written to opencontracts.new; the
      *overnight procedure moves it over opencontracts.dat once the
           MOVE W-OVERDUE-COUNT    TO OVT-OVERDUE-COUNT
           MOVE W-STILL-OPEN-COUNT TO OVT-OPEN-COUNT
           WRITE F05-OVERDUE-RECORD FROM OVERDUE-TRAILER-LINE
           MOVE W-HOLDS-SETTLED     TO DPT-SETTLED
           MOVE W-CAPTURE-DOLLARS   TO DPT-CAPTURED
           MOVE W-RELEASE-DOLLARS   TO DPT-RELEASED
           WRITE F05-OVERDUE-RECORD FROM DEPOSIT-TRAILER-LINE
           MOVE W-HOLD-SHORTFALLS   TO DPS-SHORTFALLS
           MOVE W-SHORTFALL-DOLLARS TO DPS-SHORTFALL-DOLLARS
           MOVE W-HOLDS-UNBILLED    TO DPS-UNBILLED
           WRITE F05-OVERDUE-RECORD FROM DEPOSIT-SHORTFALL-LINE
           CLOSE F05-OVERDUE-FILE
           .

       310-CHECK-ONE-OPEN-CONTRACT.
           PERFORM 152-COMPUTE-DAYS-OUT
           IF W-DAYS-PAST-DUE > 0
               ADD 1 TO W-OVERDUE-COUNT
               MOVE OPN-CONTRACT-NO(OPN-IDX) TO OVD-CONTRACT-NO
               MOVE OPN-LAST-NAME(OPN-IDX)   TO OVD-LAST-NAME
               MOVE OPN-DAYS-RENTED(OPN-IDX) TO OVD-DAYS-RENTED
               MOVE W-DAYS-OUT               TO OVD-DAYS-OUT
               MOVE OPN-CAR-TYPE(OPN-IDX)    TO OVD-CAR-TYPE
               EVALUATE TRUE
                   WHEN OPN-CONTACT-SENT(OPN-IDX)
                       MOVE 'CONTACT'   TO OVD-STAGE
                   WHEN OPN-DEMAND-SENT(OPN-IDX)
                       MOVE 'DEMAND'    TO OVD-STAGE
                   WHEN OPN-REPORTED-STOLEN(OPN-IDX)
                       MOVE 'STOLEN'    TO OVD-STAGE
                   WHEN OPN-RECOVERED(OPN-IDX)
                       MOVE 'RECOVERED' TO OVD-STAGE
                   WHEN OTHER
                       MOVE SPACES      TO OVD-STAGE
               END-EVALUATE
               WRITE F05-OVERDUE-RECORD FROM OVERDUE-DETAIL-LINE
           END-IF
           .
