       IDENTIFICATION DIVISION.
       PROGRAM-ID.      RENTAGRE.

      *Printed rental agreement for each car going out. The desk
      *used to hand the customer a blank form and a verbal quote,
      *and the quote rarely matched the invoice RENTBILL produced
      *at return. This run reads the same pickups.dat the
      *open-contract run rolls into its master and prints one
      *agreement per contract: the renter and address off the
      *customer master, any additional drivers keyed against the
      *contract, the car type and unit with its plate, miles and
      *fuel out, and the date the car is due back. The estimate is
      *the time charge priced exactly as RENTBILL will price it -
      *the rate card in force on the pickup date with its monthly
      *and weekly breaks, an account's negotiated rate and
      *discount or else the renter's loyalty discount, and sales
      *tax at the jurisdiction of the branch the car is based at.
      *Mileage, insurance, fuel, damage and driver fees depend on
      *how the car comes back and are left to the invoice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Pickup feed keyed by the desk at rental time, one record per
      *car going out.
           SELECT F01-PICKUP-FILE
               ASSIGN TO "pickups.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICKUP-FILE-STATUS.

      *Same rate cards RENTBILL bills from.
           SELECT F02-RATE-FILE
               ASSIGN TO "rentalrates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT F03-AGREEMENT-FILE
               ASSIGN TO "agreements.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Shared customer master, kept in ascending ID order by the
      *desk.
           SELECT F04-CUSTOMER-FILE
               ASSIGN TO "customers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

      *Additional drivers keyed at the counter against the
      *contract.
           SELECT F05-ADDL-DRIVER-FILE
               ASSIGN TO "adddrivers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDL-DRIVER-STATUS.

      *Fleet unit master, read for the plate and the branch the
      *unit is based at.
           SELECT F06-UNIT-FILE
               ASSIGN TO "fleetunits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIT-FILE-STATUS.

           SELECT F07-ACTIVITY-FILE
               ASSIGN TO "custactivity.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-FILE-STATUS.

           SELECT F08-LOYALTY-PARM-FILE
               ASSIGN TO "loyaltyparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOYALTY-FILE-STATUS.

           SELECT F09-BRANCH-JURIS-FILE
               ASSIGN TO "branchjuris.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-JURIS-STATUS.

           SELECT F10-TAX-RATE-FILE
               ASSIGN TO "taxrates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-RATE-STATUS.

           SELECT F11-CORP-ACCOUNT-FILE
               ASSIGN TO "corpaccounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORP-ACCOUNT-STATUS.

           SELECT F12-CORP-DRIVER-FILE
               ASSIGN TO "corpdrivers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORP-DRIVER-STATUS.

           SELECT F13-CORP-RATE-FILE
               ASSIGN TO "corprates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORP-RATE-STATUS.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F14-OPS-LOG-FILE
               ASSIGN TO "opslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Machine-readable control totals for the nightly balancing
      *run.
           SELECT F15-CONTROL-TOTAL-FILE
               ASSIGN TO "controltotals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT F16-RUN-LOCK-FILE
               ASSIGN TO "runlock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Same 67-byte layout the open-contract run reads the pickup
      *feed with.
       FD  F01-PICKUP-FILE
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS F01-PICKUP-RECORD.
       01  F01-PICKUP-RECORD.
           05  PKP-CONTRACT-NO          PIC 9(6).
           05  PKP-CUSTOMER-ID          PIC 9(6).
           05  PKP-NAME.
               10  PKP-LAST-NAME        PIC X(15).
               10  PKP-FIRST-NAME       PIC X(10).
               10  PKP-INITIAL          PIC X.
           05  PKP-PICKUP-DATE          PIC 9(8).
           05  PKP-CAR-TYPE             PIC X.
           05  PKP-DAYS-RENTED          PIC 99.
           05  PKP-MILES-OUT            PIC 9(6).
           05  PKP-FUEL-OUT             PIC X.
           05  PKP-UNIT-NO              PIC 9(4).
           05  PKP-DEPOSIT-HOLD         PIC 9(5)V99.

      *Same 31-byte layout RENTBILL reads the rate cards with.
       FD  F02-RATE-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS F02-RATE-RECORD.
       01  F02-RATE-RECORD.
           05  F02-RATE-CAR-TYPE        PIC X.
           05  F02-RATE-DAILY           PIC 9(3)V99.
           05  F02-RATE-INSURANCE-DAY   PIC 9(2)V99.
           05  F02-RATE-WEEKLY          PIC 9(4)V99.
           05  F02-RATE-MONTHLY         PIC 9(5)V99.
           05  F02-RATE-EFF-DATE        PIC X(8).

       FD  F03-AGREEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F03-AGREEMENT-RECORD.
       01  F03-AGREEMENT-RECORD         PIC X(80).

      *Same 120-byte layout RENTALS validates customers against.
       FD  F04-CUSTOMER-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F04-CUSTOMER-RECORD.
       01  F04-CUSTOMER-RECORD.
           05  CUST-IN-ID               PIC 9(6).
           05  CUST-IN-NAME             PIC X(25).
           05  CUST-IN-ADDRESS          PIC X(30).
           05  FILLER                   PIC X(59).

      *Same 64-byte layout RENTALS edits additional drivers with.
       FD  F05-ADDL-DRIVER-FILE
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS F05-ADDL-DRIVER-RECORD.
       01  F05-ADDL-DRIVER-RECORD.
           05  ADR-IN-CONTRACT-NO       PIC 9(6).
           05  ADR-IN-LAST-NAME         PIC X(15).
           05  ADR-IN-FIRST-NAME        PIC X(10).
           05  ADR-IN-LICENCE-NO        PIC X(15).
           05  ADR-IN-LICENCE-STATE     PIC X(2).
           05  ADR-IN-LICENCE-EXPIRY    PIC 9(8).
           05  ADR-IN-BIRTH-DATE        PIC 9(8).

      *Same 108-byte layout FLEETSVC rewrites the unit master
      *with; only the unit, plate and home branch are needed here.
       FD  F06-UNIT-FILE
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS F06-UNIT-RECORD.
       01  F06-UNIT-RECORD.
           05  FU-IN-UNIT-NO            PIC 9(4).
           05  FILLER                   PIC X(33).
           05  FU-IN-PLATE              PIC X(8).
           05  FU-IN-HOME-BRANCH        PIC 9(2).
           05  FILLER                   PIC X(61).

      *Same 39-byte layout CUSTPOST rewrites the activity master
      *with; only the customer ID and tier are needed here.
       FD  F07-ACTIVITY-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS F07-ACTIVITY-RECORD.
       01  F07-ACTIVITY-RECORD.
           05  ACT-IN-CUSTOMER-ID       PIC 9(6).
           05  FILLER                   PIC X(25).
           05  ACT-IN-TIER              PIC X(8).

      *Tier thresholds (read by CUSTPOST) followed by the per-tier
      *discount percentages RENTBILL applies.
       FD  F08-LOYALTY-PARM-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F08-LOYALTY-PARM-RECORD.
       01  F08-LOYALTY-PARM-RECORD.
           05  FILLER                   PIC X(9).
           05  PARM-SILVER-DISC-PCT     PIC 9(2)V9.
           05  PARM-GOLD-DISC-PCT       PIC 9(2)V9.
           05  PARM-PLATINUM-DISC-PCT   PIC 9(2)V9.

       FD  F09-BRANCH-JURIS-FILE
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS F09-BRANCH-JURIS-RECORD.
       01  F09-BRANCH-JURIS-RECORD.
           05  BJ-IN-BRANCH             PIC 9(2).
           05  BJ-IN-JURISDICTION       PIC X(2).

      *Same 7-byte layout VALCAR reads taxrates.dat with.
       FD  F10-TAX-RATE-FILE
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS F10-TAX-RATE-RECORD.
       01  F10-TAX-RATE-RECORD.
           05  F10-TAX-JURISDICTION     PIC X(2).
           05  F10-TAX-RATE             PIC 9V9999.

      *Same corporate account, driver and rate layouts RENTBILL
      *prices from.
       FD  F11-CORP-ACCOUNT-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS F11-CORP-ACCOUNT-RECORD.
       01  F11-CORP-ACCOUNT-RECORD.
           05  CORP-IN-ACCOUNT-NO       PIC 9(6).
           05  CORP-IN-NAME             PIC X(30).
           05  CORP-IN-DISCOUNT-PCT     PIC 9(2)V9.
           05  CORP-IN-STATUS           PIC X.

       FD  F12-CORP-DRIVER-FILE
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS F12-CORP-DRIVER-RECORD.
       01  F12-CORP-DRIVER-RECORD.
           05  CDR-IN-CUSTOMER-ID       PIC 9(6).
           05  CDR-IN-ACCOUNT-NO        PIC 9(6).

       FD  F13-CORP-RATE-FILE
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS F13-CORP-RATE-RECORD.
       01  F13-CORP-RATE-RECORD.
           05  CRT-IN-ACCOUNT-NO        PIC 9(6).
           05  CRT-IN-CAR-TYPE          PIC X.
           05  CRT-IN-DAILY             PIC 9(3)V99.

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F14-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F14-OPS-LOG-RECORD.
       01  F14-OPS-LOG-RECORD           PIC X(132).

       FD  F15-CONTROL-TOTAL-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F15-CONTROL-TOTAL-RECORD.
       01  F15-CONTROL-TOTAL-RECORD.
           05  CTF-PROGRAM         PIC X(8).
           05  CTF-ITEM            PIC X(12).
           05  CTF-COUNT           PIC 9(7).
           05  CTF-AMOUNT          PIC 9(11).

      *One record: who holds the suite run lock and since when.
       FD  F16-RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F16-RUN-LOCK-RECORD.
       01  F16-RUN-LOCK-RECORD.
           05  LCK-PROGRAM         PIC X(8).
           05  LCK-DATE            PIC 9(8).
           05  LCK-TIME            PIC 9(6).
           05  LCK-IDENTITY        PIC X(14).

       WORKING-STORAGE SECTION.
       01  W01-EOF-SWITCH               PIC X    VALUE 'N'.
           88  W01-EOF-REACHED              VALUE 'Y'.

      *Run-lock work fields. A same-day lock younger than the
      *stale limit is live; anything older is left over from a
      *crashed run and is taken over.
       01  WS-RUN-LOCK-STATUS      PIC XX    VALUE SPACES.
       01  WS-RUN-LOCK-FILENAME    PIC X(40) VALUE 'runlock.dat'.
       01  WS-LOCK-STALE-SECONDS   PIC 9(5)  VALUE 14400.
       01  WS-LOCK-LIVE-SWITCH     PIC X     VALUE 'N'.
           88  WS-LOCK-IS-LIVE               VALUE 'Y'.
       01  WS-LOCK-HOLDER          PIC X(8)  VALUE SPACES.
       01  WS-LOCK-NOW-DATE        PIC 9(8)  VALUE 0.
       01  WS-LOCK-NOW-TIME-FULL.
           05  WS-LOCK-NOW-TIME    PIC 9(6).
           05  FILLER              PIC 99.
       01  WS-LOCK-NOW-HMS REDEFINES WS-LOCK-NOW-TIME-FULL.
           05  WS-LOCK-NOW-HH      PIC 99.
           05  WS-LOCK-NOW-MM      PIC 99.
           05  WS-LOCK-NOW-SS      PIC 99.
           05  FILLER              PIC 99.
       01  WS-LOCK-OLD-TIME        PIC 9(6)  VALUE 0.
       01  WS-LOCK-OLD-HMS REDEFINES WS-LOCK-OLD-TIME.
           05  WS-LOCK-OLD-HH      PIC 99.
           05  WS-LOCK-OLD-MM      PIC 99.
           05  WS-LOCK-OLD-SS      PIC 99.
       01  WS-LOCK-NOW-SECONDS     PIC 9(7)  VALUE 0.
       01  WS-LOCK-OLD-SECONDS     PIC 9(7)  VALUE 0.
       01  WS-LOCK-IDENTITY.
           05  WS-LID-DATE         PIC 9(8).
           05  WS-LID-TIME         PIC 9(6).
       01  WS-LOCK-SAVED-RC        PIC S9(4) VALUE 0.

       01  WS-PICKUP-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-RATE-FILE-STATUS          PIC XX   VALUE SPACES.
       01  WS-CUSTOMER-FILE-STATUS      PIC XX   VALUE SPACES.
       01  WS-ADDL-DRIVER-STATUS        PIC XX   VALUE SPACES.
       01  WS-UNIT-FILE-STATUS          PIC XX   VALUE SPACES.
       01  WS-ACTIVITY-FILE-STATUS      PIC XX   VALUE SPACES.
       01  WS-LOYALTY-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-BRANCH-JURIS-STATUS       PIC XX   VALUE SPACES.
       01  WS-TAX-RATE-STATUS           PIC XX   VALUE SPACES.
       01  WS-CORP-ACCOUNT-STATUS       PIC XX   VALUE SPACES.
       01  WS-CORP-DRIVER-STATUS        PIC XX   VALUE SPACES.
       01  WS-CORP-RATE-STATUS          PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS           PIC XX   VALUE SPACES.

      *Customer master held in memory for the name and address,
      *searched by ID the way RENTALS validates against it.
       01  MAX-CUSTOMERS                PIC 9(5) VALUE 50000.
       01  W-CUST-FOUND-SWITCH          PIC X    VALUE 'N'.
           88  W-CUSTOMER-FOUND             VALUE 'Y'.
           88  W-CUSTOMER-NOT-FOUND         VALUE 'N'.
       01  CUSTOMER-TABLE-AREA.
           05  W-CUSTOMER-COUNT         PIC 9(5) VALUE 0.
           05  CUSTOMER-ENTRY OCCURS 0 TO 50000 TIMES
                   DEPENDING ON W-CUSTOMER-COUNT
                   ASCENDING KEY IS CUSTOMER-ID
                   INDEXED BY CUST-IDX.
               10  CUSTOMER-ID          PIC 9(6).
               10  CUSTOMER-NAME        PIC X(25).
               10  CUSTOMER-ADDRESS     PIC X(30).

      *Additional drivers keyed against today's contracts.
       01  MAX-ADDL-DRIVERS             PIC 9(4) VALUE 2000.
       01  ADDL-DRIVER-AREA.
           05  W-ADR-COUNT              PIC 9(4) VALUE 0.
           05  ADR-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON W-ADR-COUNT
                   INDEXED BY ADR-IDX.
               10  ADR-CONTRACT-NO      PIC 9(6).
               10  ADR-LAST-NAME        PIC X(15).
               10  ADR-FIRST-NAME       PIC X(10).
               10  ADR-LICENCE-NO       PIC X(15).
               10  ADR-LICENCE-STATE    PIC X(2).
               10  ADR-LICENCE-EXPIRY   PIC 9(8).

      *Unit plate and home branch. The branch a unit is based at
      *is the branch it is rented from; its jurisdiction taxes the
      *estimate.
       01  MAX-UNITS                    PIC 9(4) VALUE 5000.
       01  W-UNIT-FOUND-SWITCH          PIC X    VALUE 'N'.
           88  W-UNIT-FOUND                 VALUE 'Y'.
           88  W-UNIT-NOT-FOUND             VALUE 'N'.
       01  UNIT-TABLE-AREA.
           05  W-UNIT-COUNT             PIC 9(4) VALUE 0.
           05  UNIT-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON W-UNIT-COUNT
                   INDEXED BY UNIT-IDX.
               10  UNIT-NO              PIC 9(4).
               10  UNIT-PLATE           PIC X(8).
               10  UNIT-HOME-BRANCH     PIC 9(2).
       01  W-PICKUP-BRANCH              PIC 9(2) VALUE 0.

      *Branch-to-jurisdiction and tax-rate tables, same shape as
      *RENTBILL's.
       01  MAX-BRANCH-JURIS             PIC 9(2) VALUE 10.
       01  W-BJ-FOUND-SWITCH            PIC X    VALUE 'N'.
           88  W-BJ-FOUND                   VALUE 'Y'.
           88  W-BJ-NOT-FOUND               VALUE 'N'.
       01  BRANCH-JURIS-AREA.
           05  W-BJ-COUNT               PIC 9(2) VALUE 0.
           05  BRANCH-JURIS-ENTRY OCCURS 0 TO 10 TIMES
                   DEPENDING ON W-BJ-COUNT
                   INDEXED BY BJ-IDX.
               10  BJ-BRANCH            PIC 9(2).
               10  BJ-JURISDICTION      PIC X(2).
       01  MAX-TAX-JURISDICTIONS        PIC 9(2) VALUE 20.
       01  W-TAX-FOUND-SWITCH           PIC X    VALUE 'N'.
           88  W-TAX-FOUND                  VALUE 'Y'.
           88  W-TAX-NOT-FOUND              VALUE 'N'.
       01  TAX-TABLE-AREA.
           05  W-TAX-COUNT              PIC 9(2) VALUE 0.
           05  TAX-ENTRY OCCURS 0 TO 20 TIMES
                   DEPENDING ON W-TAX-COUNT
                   INDEXED BY TAX-IDX.
               10  TAX-JURISDICTION     PIC X(2).
               10  TAX-RATE             PIC 9V9999.

      *Loyalty tiers and discount percentages, defaulted as in
      *RENTBILL.
       01  TIER-DISCOUNTS.
           05  W-SILVER-DISC-PCT        PIC 9(2)V9 VALUE 5.0.
           05  W-GOLD-DISC-PCT          PIC 9(2)V9 VALUE 10.0.
           05  W-PLATINUM-DISC-PCT      PIC 9(2)V9 VALUE 15.0.
       01  MAX-LOYALTY-CUSTOMERS        PIC 9(5) VALUE 10000.
       01  W-LOY-FOUND-SWITCH           PIC X    VALUE 'N'.
           88  W-LOY-FOUND                  VALUE 'Y'.
       01  LOYALTY-TABLE-AREA.
           05  W-LOYALTY-COUNT          PIC 9(5) VALUE 0.
           05  LOYALTY-ENTRY OCCURS 0 TO 10000 TIMES
                   DEPENDING ON W-LOYALTY-COUNT
                   INDEXED BY LOY-IDX.
               10  LOY-CUSTOMER-ID      PIC 9(6).
               10  LOY-TIER             PIC X(8).

      *Corporate accounts, their drivers and negotiated rates.
       01  MAX-CORP-ACCOUNTS            PIC 9(4) VALUE 500.
       01  MAX-CORP-DRIVERS             PIC 9(5) VALUE 10000.
       01  MAX-CORP-RATES               PIC 9(4) VALUE 1000.
       01  W-CORP-FOUND-SWITCH          PIC X    VALUE 'N'.
           88  W-CORP-FOUND                 VALUE 'Y'.
           88  W-CORP-NOT-FOUND             VALUE 'N'.
       01  W-CDR-FOUND-SWITCH           PIC X    VALUE 'N'.
           88  W-CDR-FOUND                  VALUE 'Y'.
       01  W-CRT-FOUND-SWITCH           PIC X    VALUE 'N'.
           88  W-CRT-FOUND                  VALUE 'Y'.
           88  W-CRT-NOT-FOUND              VALUE 'N'.
       01  CORP-ACCOUNT-AREA.
           05  W-CORP-COUNT             PIC 9(4) VALUE 0.
           05  CORP-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON W-CORP-COUNT
                   INDEXED BY CORP-IDX.
               10  CORP-ACCOUNT-NO      PIC 9(6).
               10  CORP-NAME            PIC X(30).
               10  CORP-DISCOUNT-PCT    PIC 9(2)V9.
               10  CORP-STATUS          PIC X.
                   88  CORP-ACTIVE          VALUE 'A'.
       01  CORP-DRIVER-AREA.
           05  W-CDR-COUNT              PIC 9(5) VALUE 0.
           05  CDR-ENTRY OCCURS 0 TO 10000 TIMES
                   DEPENDING ON W-CDR-COUNT
                   INDEXED BY CDR-IDX.
               10  CDR-CUSTOMER-ID      PIC 9(6).
               10  CDR-ACCOUNT-NO       PIC 9(6).
       01  CORP-RATE-AREA.
           05  W-CRT-COUNT              PIC 9(4) VALUE 0.
           05  CRT-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON W-CRT-COUNT
                   INDEXED BY CRT-IDX.
               10  CRT-ACCOUNT-NO       PIC 9(6).
               10  CRT-CAR-TYPE         PIC X.
               10  CRT-DAILY            PIC 9(3)V99.

      *Rate cards, seeded with the same day-zero defaults RENTBILL
      *carries.
       01  MAX-RATE-CARDS               PIC 9(3) VALUE 100.
       01  RATE-CARD-AREA.
           05  W-RATE-COUNT             PIC 9(3) VALUE 0.
           05  RATE-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON W-RATE-COUNT
                   INDEXED BY RATE-IDX.
               10  RATE-CAR-TYPE        PIC X.
               10  RATE-EFF-DATE        PIC 9(8).
               10  RATE-DAILY           PIC 9(3)V99.
               10  RATE-INSURANCE-DAY   PIC 9(2)V99.
               10  RATE-WEEKLY          PIC 9(4)V99.
               10  RATE-MONTHLY         PIC 9(5)V99.
       01  W-RATE-FOUND-SWITCH          PIC X    VALUE 'N'.
           88  W-RATE-FOUND                 VALUE 'Y'.
           88  W-RATE-NOT-FOUND             VALUE 'N'.
       01  W-RATE-SUB                   PIC 9(3) VALUE 0.
       01  W-BEST-EFF-DATE              PIC 9(8) VALUE 0.

      *Per-agreement estimate work fields, named as RENTBILL's so
      *the arithmetic reads the same in both.
       01  ESTIMATE-CALCS.
           05  W-DAILY-CHARGE           PIC 9(7)V99  VALUE 0.
           05  W-MONTHS-BILLED          PIC 9(2)     VALUE 0.
           05  W-WEEKS-BILLED           PIC 9(2)     VALUE 0.
           05  W-RESIDUAL-DAYS          PIC 9(2)     VALUE 0.
           05  W-MONTH-CHARGE           PIC 9(7)V99  VALUE 0.
           05  W-WEEK-CHARGE            PIC 9(7)V99  VALUE 0.
           05  W-DAY-CHARGE             PIC 9(7)V99  VALUE 0.
           05  W-CUSTOMER-TIER          PIC X(8)     VALUE SPACES.
           05  W-DISCOUNT-PCT           PIC 9(2)V9   VALUE 0.
           05  W-LOYALTY-DISCOUNT       PIC 9(7)V99  VALUE 0.
           05  W-ACCOUNT-DISC-PCT       PIC 9(2)V9   VALUE 0.
           05  W-ACCOUNT-DISCOUNT       PIC 9(7)V99  VALUE 0.
           05  W-TAX-CHARGE             PIC 9(7)V99  VALUE 0.
           05  W-TAX-RATE-PCT           PIC 9(2)V99  VALUE 0.
           05  W-TAX-JURISDICTION       PIC X(2)     VALUE SPACES.
           05  W-ESTIMATE-TOTAL         PIC 9(9)V99  VALUE 0.
       01  W-DUE-BACK-DATE              PIC 9(8)     VALUE 0.
       01  W-DUE-BACK-PARTS REDEFINES W-DUE-BACK-DATE.
           05  W-DUE-CCYY               PIC 9(4).
           05  W-DUE-MM                 PIC 99.
           05  W-DUE-DD                 PIC 99.
       01  W-PICKUP-PARTS.
           05  W-PKP-CCYY               PIC 9(4).
           05  W-PKP-MM                 PIC 99.
           05  W-PKP-DD                 PIC 99.

       01  RUN-COUNTERS.
           05  W-PICKUPS-READ           PIC 9(7)     VALUE 0.
           05  W-AGREEMENTS-PRINTED     PIC 9(7)     VALUE 0.
           05  W-TOTAL-ESTIMATED        PIC 9(11)V99 VALUE 0.
           05  W-EXCEPTIONS             PIC 9(5)     VALUE 0.

       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY           PIC 9(4).
           05  WS-TODAYS-MM             PIC 9(2).
           05  WS-TODAYS-DD             PIC 9(2).

       01  W08-RUN-DATE-LINE.
           05                           PIC X(1)  VALUE SPACES.
           05                           PIC X(10)
                 VALUE 'RUN DATE: '.
           05  W08-RUN-MM               PIC 99.
           05                           PIC X     VALUE '/'.
           05  W08-RUN-DD               PIC 99.
           05                           PIC X     VALUE '/'.
           05  W08-RUN-CCYY             PIC 9999.
           05                           PIC X(59) VALUE SPACES.

      *Agreement lines.
       01  AGR-SEPARATOR-LINE.
           05                           PIC X(60) VALUE ALL '-'.
           05                           PIC X(20) VALUE SPACES.
       01  AGR-HEADING-LINE.
           05                           PIC X(20) VALUE SPACES.
           05                           PIC X(22)
                 VALUE 'VERY NICE RENTALS INC.'.
           05                           PIC X(38) VALUE SPACES.
       01  AGR-TITLE-LINE.
           05                           PIC X(23) VALUE SPACES.
           05                           PIC X(16)
                 VALUE 'RENTAL AGREEMENT'.
           05                           PIC X(41) VALUE SPACES.
       01  AGR-CONTRACT-LINE.
           05                           PIC X(10)
                 VALUE 'CONTRACT: '.
           05  AGR-CONTRACT-NO          PIC 9(6).
           05                           PIC X(4)  VALUE SPACES.
           05                           PIC X(10)
                 VALUE 'CUSTOMER: '.
           05  AGR-CUSTOMER-ID          PIC 9(6).
           05                           PIC X(44) VALUE SPACES.
       01  AGR-NAME-LINE.
           05                           PIC X(10) VALUE 'RENTER:   '.
           05  AGR-FIRST-NAME           PIC X(10).
           05                           PIC X     VALUE SPACES.
           05  AGR-INITIAL              PIC X.
           05                           PIC X     VALUE SPACES.
           05  AGR-LAST-NAME            PIC X(15).
           05                           PIC X(42) VALUE SPACES.
       01  AGR-ADDRESS-LINE.
           05                           PIC X(10) VALUE 'ADDRESS:  '.
           05  AGR-ADDRESS              PIC X(30).
           05                           PIC X(40) VALUE SPACES.
       01  AGR-ACCOUNT-LINE.
           05                           PIC X(10) VALUE 'ACCOUNT:  '.
           05  AGR-ACCOUNT-NO           PIC 9(6).
           05                           PIC X     VALUE SPACES.
           05  AGR-ACCOUNT-NAME         PIC X(30).
           05                           PIC X(33) VALUE SPACES.
       01  AGR-DRIVER-LINE.
           05                           PIC X(10) VALUE 'DRIVER:   '.
           05  AGR-DRV-FIRST-NAME       PIC X(10).
           05                           PIC X     VALUE SPACES.
           05  AGR-DRV-LAST-NAME        PIC X(15).
           05                           PIC X(1)  VALUE SPACES.
           05                           PIC X(5)  VALUE 'LIC: '.
           05  AGR-DRV-LICENCE-NO       PIC X(15).
           05                           PIC X     VALUE SPACES.
           05  AGR-DRV-LICENCE-STATE    PIC X(2).
           05                           PIC X(6)  VALUE ' EXP: '.
           05  AGR-DRV-LICENCE-EXPIRY   PIC 9(8).
           05                           PIC X(6)  VALUE SPACES.
       01  AGR-CAR-LINE.
           05                           PIC X(10) VALUE 'CAR TYPE: '.
           05  AGR-CAR-TYPE             PIC X.
           05                           PIC X(4)  VALUE SPACES.
           05                           PIC X(6)  VALUE 'UNIT: '.
           05  AGR-UNIT-NO              PIC 9(4).
           05                           PIC X(4)  VALUE SPACES.
           05                           PIC X(7)  VALUE 'PLATE: '.
           05  AGR-PLATE                PIC X(8).
           05                           PIC X(4)  VALUE SPACES.
           05                           PIC X(8)  VALUE 'BRANCH: '.
           05  AGR-BRANCH               PIC 9(2).
           05                           PIC X(22) VALUE SPACES.
       01  AGR-OUT-LINE.
           05                           PIC X(11) VALUE 'MILES OUT: '.
           05  AGR-MILES-OUT            PIC ZZZ,ZZ9.
           05                           PIC X(4)  VALUE SPACES.
           05                           PIC X(10) VALUE 'FUEL OUT: '.
           05  AGR-FUEL-OUT             PIC X(12).
           05                           PIC X(36) VALUE SPACES.
       01  AGR-DATES-LINE.
           05                           PIC X(11) VALUE 'PICKED UP: '.
           05  AGR-PKP-MM               PIC 99.
           05                           PIC X     VALUE '/'.
           05  AGR-PKP-DD               PIC 99.
           05                           PIC X     VALUE '/'.
           05  AGR-PKP-CCYY             PIC 9999.
           05                           PIC X(4)  VALUE SPACES.
           05                           PIC X(6)  VALUE 'DAYS: '.
           05  AGR-DAYS                 PIC Z9.
           05                           PIC X(4)  VALUE SPACES.
           05                           PIC X(10) VALUE 'DUE BACK: '.
           05  AGR-DUE-MM               PIC 99.
           05                           PIC X     VALUE '/'.
           05  AGR-DUE-DD               PIC 99.
           05                           PIC X     VALUE '/'.
           05  AGR-DUE-CCYY             PIC 9999.
           05                           PIC X(23) VALUE SPACES.
       01  AGR-ESTIMATE-TITLE-LINE.
           05                           PIC X(17)
                 VALUE 'ESTIMATED CHARGES'.
           05                           PIC X(63) VALUE SPACES.
       01  AGR-MONTHLY-LINE.
           05                           PIC X(22)
                 VALUE 'MONTHLY CHARGE:       '.
           05  AGR-MONTHS               PIC Z9.
           05                           PIC X(10)
                 VALUE ' MOS  AT $'.
           05  AGR-MONTHLY-RATE         PIC ZZZZ9.99.
           05                           PIC X(3)  VALUE ' = '.
           05  AGR-MONTHLY-CHARGE       PIC $$,$$$,$$9.99.
           05                           PIC X(22) VALUE SPACES.
       01  AGR-WEEKLY-LINE.
           05                           PIC X(22)
                 VALUE 'WEEKLY CHARGE:        '.
           05  AGR-WEEKS                PIC Z9.
           05                           PIC X(10)
                 VALUE ' WKS  AT $'.
           05  AGR-WEEKLY-RATE          PIC ZZZ9.99.
           05                           PIC X(3)  VALUE ' = '.
           05  AGR-WEEKLY-CHARGE        PIC $$,$$$,$$9.99.
           05                           PIC X(23) VALUE SPACES.
       01  AGR-DAILY-LINE.
           05                           PIC X(22)
                 VALUE 'DAILY CHARGE:         '.
           05  AGR-DAYS-PRICED          PIC Z9.
           05                           PIC X(10)
                 VALUE ' DAYS AT $'.
           05  AGR-DAILY-RATE           PIC ZZ9.99.
           05                           PIC X(3)  VALUE ' = '.
           05  AGR-DAILY-CHARGE         PIC $$,$$$,$$9.99.
           05                           PIC X(24) VALUE SPACES.
       01  AGR-DISCOUNT-LINE.
           05                           PIC X(17)
                 VALUE 'LOYALTY DISCOUNT '.
           05  AGR-DISC-TIER            PIC X(8).
           05                           PIC X     VALUE SPACES.
           05  AGR-DISC-PCT             PIC Z9.9.
           05                           PIC X(6)  VALUE '% =  -'.
           05  AGR-DISC-AMOUNT          PIC $$,$$$,$$9.99.
           05                           PIC X(31) VALUE SPACES.
       01  AGR-ACCT-DISCOUNT-LINE.
           05                           PIC X(17)
                 VALUE 'ACCOUNT DISCOUNT '.
           05                           PIC X(9)  VALUE SPACES.
           05  AGR-ACCT-DISC-PCT        PIC Z9.9.
           05                           PIC X(6)  VALUE '% =  -'.
           05  AGR-ACCT-DISC-AMOUNT     PIC $$,$$$,$$9.99.
           05                           PIC X(31) VALUE SPACES.
       01  AGR-TAX-LINE.
           05                           PIC X(11)
                 VALUE 'SALES TAX ('.
           05  AGR-TAX-JURIS            PIC X(2).
           05                           PIC X(4)  VALUE ' AT '.
           05  AGR-TAX-RATE             PIC Z9.99.
           05                           PIC X(6)  VALUE '%) =  '.
           05  AGR-TAX-CHARGE           PIC $$,$$$,$$9.99.
           05                           PIC X(39) VALUE SPACES.
       01  AGR-TOTAL-LINE.
           05                           PIC X(22)
                 VALUE 'ESTIMATED TOTAL:      '.
           05  AGR-TOTAL                PIC $$$,$$$,$$9.99.
           05                           PIC X(44) VALUE SPACES.
       01  AGR-INSURANCE-LINE.
           05                           PIC X(22)
                 VALUE 'INSURANCE IF TAKEN:   '.
           05  AGR-INS-RATE             PIC $$9.99.
           05                           PIC X(8)  VALUE ' PER DAY'.
           05                           PIC X(44) VALUE SPACES.
       01  AGR-AT-RETURN-LINE.
           05                           PIC X(40)
                 VALUE 'MILEAGE, FUEL, DAMAGE AND DRIVER FEES AR'.
           05                           PIC X(40)
                 VALUE 'E BILLED WHEN THE CAR IS RETURNED.      '.
       01  AGR-ON-ACCOUNT-LINE.
           05                           PIC X(40)
                 VALUE 'CHARGED TO ACCOUNT - BILLED ON THE MONTH'.
           05                           PIC X(40)
                 VALUE 'LY STATEMENT                            '.
       01  AGR-DEPOSIT-LINE.
           05                           PIC X(22)
                 VALUE 'DEPOSIT HOLD ON CARD: '.
           05  AGR-DEPOSIT              PIC $$$,$$9.99.
           05                           PIC X(48) VALUE SPACES.
       01  AGR-SIGNATURE-LINE.
           05                           PIC X(18)
                 VALUE 'RENTER SIGNATURE: '.
           05                           PIC X(30) VALUE ALL '_'.
           05                           PIC X(4)  VALUE SPACES.
           05                           PIC X(6)  VALUE 'DATE: '.
           05                           PIC X(10) VALUE ALL '_'.
           05                           PIC X(12) VALUE SPACES.
       01  AGR-TRAILER-LINE.
           05                           PIC X(1)  VALUE SPACES.
           05                           PIC X(12)
                 VALUE 'AGREEMENTS: '.
           05  AGT-PRINTED              PIC ZZ,ZZ9.
           05                           PIC X(14)
                 VALUE '  ESTIMATED:  '.
           05  AGT-ESTIMATED            PIC $$$,$$$,$$9.99.
           05                           PIC X(14)
                 VALUE '  EXCEPTIONS: '.
           05  AGT-EXCEPTIONS           PIC ZZ,ZZ9.
           05                           PIC X(13) VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
       01  WS-RUN-START-TIME.
           05  WS-START-HH              PIC 99.
           05  WS-START-MM              PIC 99.
           05  WS-START-SS              PIC 99.
           05  WS-START-HS              PIC 99.
       01  WS-RUN-END-TIME.
           05  WS-END-HH                PIC 99.
           05  WS-END-MM                PIC 99.
           05  WS-END-SS                PIC 99.
           05  WS-END-HS                PIC 99.
       01  OPS-LOG-LINE.
           05  FILLER              PIC X(9)  VALUE 'PROGRAM: '.
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'RENTAGRE'.
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

           PERFORM 095-TAKE-RUN-LOCK
           PERFORM 097-CAPTURE-START-TIME
           PERFORM 099-GET-TODAYS-DATE
           PERFORM 110-LOAD-RATE-CARD
           PERFORM 113-LOAD-LOYALTY-PARAMETERS
           PERFORM 115-LOAD-BRANCH-JURISDICTIONS
           PERFORM 116-LOAD-TAX-RATES
           PERFORM 117-LOAD-CUSTOMER-TIERS
           PERFORM 118-LOAD-CUSTOMERS
           PERFORM 119-LOAD-ADDL-DRIVERS
           PERFORM 121-LOAD-CORPORATE-ACCOUNTS
           PERFORM 122-LOAD-CORPORATE-DRIVERS
           PERFORM 123-LOAD-CORPORATE-RATES
           PERFORM 125-LOAD-FLEET-UNITS
           OPEN OUTPUT F03-AGREEMENT-FILE
           OPEN INPUT F01-PICKUP-FILE
           IF WS-PICKUP-FILE-STATUS = '00'
               READ F01-PICKUP-FILE
                   AT END SET W01-EOF-REACHED TO TRUE
               END-READ
               PERFORM 200-PRINT-ONE-AGREEMENT
                   UNTIL W01-EOF-REACHED
               CLOSE F01-PICKUP-FILE
           END-IF
           PERFORM 700-WRITE-TRAILER
           CLOSE F03-AGREEMENT-FILE
           IF W-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 910-WRITE-CONTROL-TOTALS
           PERFORM 096-RELEASE-RUN-LOCK
           STOP RUN
           .

      *Takes the suite run lock before anything is opened. A live
      *lock means another batch program is mid-run - starting
      *anyway would have two runs rewriting the same carried
      *masters - so the run refuses with the severe condition
      *code. A lock from a prior day, or older than the stale
      *limit, is left over from a crashed run and is taken over.
       095-TAKE-RUN-LOCK.
           ACCEPT WS-LOCK-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-NOW-TIME-FULL FROM TIME
           MOVE 'N' TO WS-LOCK-LIVE-SWITCH
           OPEN INPUT F16-RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = '00'
               READ F16-RUN-LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LCK-DATE = WS-LOCK-NOW-DATE
                           MOVE LCK-PROGRAM TO WS-LOCK-HOLDER
                           MOVE LCK-TIME TO WS-LOCK-OLD-TIME
                           COMPUTE WS-LOCK-OLD-SECONDS =
                               (WS-LOCK-OLD-HH * 3600)
                               + (WS-LOCK-OLD-MM * 60)
                               + WS-LOCK-OLD-SS
                           COMPUTE WS-LOCK-NOW-SECONDS =
                               (WS-LOCK-NOW-HH * 3600)
                               + (WS-LOCK-NOW-MM * 60)
                               + WS-LOCK-NOW-SS
                           IF WS-LOCK-NOW-SECONDS
                               >= WS-LOCK-OLD-SECONDS
                               AND WS-LOCK-NOW-SECONDS
                                   - WS-LOCK-OLD-SECONDS
                                   < WS-LOCK-STALE-SECONDS
                               SET WS-LOCK-IS-LIVE TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE F16-RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-IS-LIVE
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' - RENTAGRE NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F16-RUN-LOCK-FILE
           MOVE 'RENTAGRE' TO LCK-PROGRAM
           MOVE WS-LOCK-NOW-DATE TO LCK-DATE
           MOVE WS-LOCK-NOW-TIME TO LCK-TIME
           MOVE WS-LOCK-NOW-DATE TO WS-LID-DATE
           MOVE WS-LOCK-NOW-TIME TO WS-LID-TIME
           MOVE WS-LOCK-IDENTITY TO LCK-IDENTITY
           WRITE F16-RUN-LOCK-RECORD
           CLOSE F16-RUN-LOCK-FILE
           .

      *Releases the run lock at end of job, preserving whatever
      *severity the run already set for the suite return code.
       096-RELEASE-RUN-LOCK.
           MOVE RETURN-CODE TO WS-LOCK-SAVED-RC
           CALL 'CBL_DELETE_FILE' USING WS-RUN-LOCK-FILENAME
           MOVE WS-LOCK-SAVED-RC TO RETURN-CODE
           .

      *Captures the run start time before any file is opened, so the
      *end-of-day operations log entry reflects this run's true
      *start.
       097-CAPTURE-START-TIME.
           ACCEPT WS-RUN-START-TIME FROM TIME
           .

       099-GET-TODAYS-DATE.
           ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAYS-MM   TO W08-RUN-MM
           MOVE WS-TODAYS-DD   TO W08-RUN-DD
           MOVE WS-TODAYS-CCYY TO W08-RUN-CCYY
           .

      *Seeds a day-zero default card per class, then appends every
      *card on rentalrates.dat, exactly as RENTBILL loads them, so
      *the agreement and the invoice select the same card.
       110-LOAD-RATE-CARD.
           MOVE 5 TO W-RATE-COUNT
           MOVE 'E' TO RATE-CAR-TYPE(1)
           MOVE 'C' TO RATE-CAR-TYPE(2)
           MOVE 'M' TO RATE-CAR-TYPE(3)
           MOVE 'F' TO RATE-CAR-TYPE(4)
           MOVE 'L' TO RATE-CAR-TYPE(5)
           MOVE 29.95 TO RATE-DAILY(1)
           MOVE 34.95 TO RATE-DAILY(2)
           MOVE 39.95 TO RATE-DAILY(3)
           MOVE 44.95 TO RATE-DAILY(4)
           MOVE 59.95 TO RATE-DAILY(5)
           PERFORM VARYING RATE-IDX FROM 1 BY 1 UNTIL RATE-IDX > 5
               MOVE 0 TO RATE-EFF-DATE(RATE-IDX)
               MOVE 9.95 TO RATE-INSURANCE-DAY(RATE-IDX)
               MOVE 0 TO RATE-WEEKLY(RATE-IDX)
               MOVE 0 TO RATE-MONTHLY(RATE-IDX)
           END-PERFORM
           OPEN INPUT F02-RATE-FILE
           IF WS-RATE-FILE-STATUS = '00'
               PERFORM UNTIL WS-RATE-FILE-STATUS NOT = '00'
                   READ F02-RATE-FILE
                       AT END
                           MOVE '10' TO WS-RATE-FILE-STATUS
                       NOT AT END
                           PERFORM 111-LOAD-ONE-RATE-CARD
                   END-READ
               END-PERFORM
               CLOSE F02-RATE-FILE
           END-IF
           .

       111-LOAD-ONE-RATE-CARD.
           IF W-RATE-COUNT < MAX-RATE-CARDS
               ADD 1 TO W-RATE-COUNT
               SET RATE-IDX TO W-RATE-COUNT
               MOVE F02-RATE-CAR-TYPE TO RATE-CAR-TYPE(RATE-IDX)
               IF F02-RATE-EFF-DATE IS NUMERIC
                   MOVE F02-RATE-EFF-DATE TO RATE-EFF-DATE(RATE-IDX)
               ELSE
                   MOVE 0 TO RATE-EFF-DATE(RATE-IDX)
               END-IF
               MOVE F02-RATE-DAILY TO RATE-DAILY(RATE-IDX)
               MOVE F02-RATE-INSURANCE-DAY
                   TO RATE-INSURANCE-DAY(RATE-IDX)
               IF F02-RATE-WEEKLY IS NUMERIC
                   MOVE F02-RATE-WEEKLY TO RATE-WEEKLY(RATE-IDX)
               ELSE
                   MOVE 0 TO RATE-WEEKLY(RATE-IDX)
               END-IF
               IF F02-RATE-MONTHLY IS NUMERIC
                   MOVE F02-RATE-MONTHLY TO RATE-MONTHLY(RATE-IDX)
               ELSE
                   MOVE 0 TO RATE-MONTHLY(RATE-IDX)
               END-IF
           END-IF
           .

       113-LOAD-LOYALTY-PARAMETERS.
           OPEN INPUT F08-LOYALTY-PARM-FILE
           IF WS-LOYALTY-FILE-STATUS = '00'
               READ F08-LOYALTY-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-SILVER-DISC-PCT IS NUMERIC
                           MOVE PARM-SILVER-DISC-PCT
                               TO W-SILVER-DISC-PCT
                       END-IF
                       IF PARM-GOLD-DISC-PCT IS NUMERIC
                           MOVE PARM-GOLD-DISC-PCT
                               TO W-GOLD-DISC-PCT
                       END-IF
                       IF PARM-PLATINUM-DISC-PCT IS NUMERIC
                           MOVE PARM-PLATINUM-DISC-PCT
                               TO W-PLATINUM-DISC-PCT
                       END-IF
               END-READ
               CLOSE F08-LOYALTY-PARM-FILE
           END-IF
           .

       115-LOAD-BRANCH-JURISDICTIONS.
           OPEN INPUT F09-BRANCH-JURIS-FILE
           IF WS-BRANCH-JURIS-STATUS = '00'
               PERFORM UNTIL WS-BRANCH-JURIS-STATUS NOT = '00'
                   READ F09-BRANCH-JURIS-FILE
                       AT END
                           MOVE '10' TO WS-BRANCH-JURIS-STATUS
                       NOT AT END
                           IF W-BJ-COUNT < MAX-BRANCH-JURIS
                               ADD 1 TO W-BJ-COUNT
                               MOVE BJ-IN-BRANCH
                                   TO BJ-BRANCH(W-BJ-COUNT)
                               MOVE BJ-IN-JURISDICTION
                                   TO BJ-JURISDICTION(W-BJ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F09-BRANCH-JURIS-FILE
           END-IF
           .

       116-LOAD-TAX-RATES.
           OPEN INPUT F10-TAX-RATE-FILE
           IF WS-TAX-RATE-STATUS = '00'
               PERFORM UNTIL WS-TAX-RATE-STATUS NOT = '00'
                   READ F10-TAX-RATE-FILE
                       AT END
                           MOVE '10' TO WS-TAX-RATE-STATUS
                       NOT AT END
                           IF W-TAX-COUNT < MAX-TAX-JURISDICTIONS
                               ADD 1 TO W-TAX-COUNT
                               MOVE F10-TAX-JURISDICTION
                                   TO TAX-JURISDICTION(W-TAX-COUNT)
                               MOVE F10-TAX-RATE
                                   TO TAX-RATE(W-TAX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F10-TAX-RATE-FILE
           END-IF
           .

       117-LOAD-CUSTOMER-TIERS.
           OPEN INPUT F07-ACTIVITY-FILE
           IF WS-ACTIVITY-FILE-STATUS = '00'
               PERFORM UNTIL WS-ACTIVITY-FILE-STATUS NOT = '00'
                   READ F07-ACTIVITY-FILE
                       AT END
                           MOVE '10' TO WS-ACTIVITY-FILE-STATUS
                       NOT AT END
                           IF W-LOYALTY-COUNT < MAX-LOYALTY-CUSTOMERS
                               ADD 1 TO W-LOYALTY-COUNT
                               MOVE ACT-IN-CUSTOMER-ID
                                   TO LOY-CUSTOMER-ID(W-LOYALTY-COUNT)
                               MOVE ACT-IN-TIER
                                   TO LOY-TIER(W-LOYALTY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F07-ACTIVITY-FILE
           END-IF
           .

       118-LOAD-CUSTOMERS.
           OPEN INPUT F04-CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS = '00'
               PERFORM UNTIL WS-CUSTOMER-FILE-STATUS NOT = '00'
                   READ F04-CUSTOMER-FILE
                       AT END
                           MOVE '10' TO WS-CUSTOMER-FILE-STATUS
                       NOT AT END
                           IF W-CUSTOMER-COUNT < MAX-CUSTOMERS
                               ADD 1 TO W-CUSTOMER-COUNT
                               MOVE CUST-IN-ID
                                   TO CUSTOMER-ID(W-CUSTOMER-COUNT)
                               MOVE CUST-IN-NAME
                                   TO CUSTOMER-NAME(W-CUSTOMER-COUNT)
                               MOVE CUST-IN-ADDRESS
                                 TO CUSTOMER-ADDRESS(W-CUSTOMER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F04-CUSTOMER-FILE
           END-IF
           .

       119-LOAD-ADDL-DRIVERS.
           OPEN INPUT F05-ADDL-DRIVER-FILE
           IF WS-ADDL-DRIVER-STATUS = '00'
               PERFORM UNTIL WS-ADDL-DRIVER-STATUS NOT = '00'
                   READ F05-ADDL-DRIVER-FILE
                       AT END
                           MOVE '10' TO WS-ADDL-DRIVER-STATUS
                       NOT AT END
                           IF W-ADR-COUNT < MAX-ADDL-DRIVERS
                               ADD 1 TO W-ADR-COUNT
                               SET ADR-IDX TO W-ADR-COUNT
                               MOVE ADR-IN-CONTRACT-NO
                                   TO ADR-CONTRACT-NO(ADR-IDX)
                               MOVE ADR-IN-LAST-NAME
                                   TO ADR-LAST-NAME(ADR-IDX)
                               MOVE ADR-IN-FIRST-NAME
                                   TO ADR-FIRST-NAME(ADR-IDX)
                               MOVE ADR-IN-LICENCE-NO
                                   TO ADR-LICENCE-NO(ADR-IDX)
                               MOVE ADR-IN-LICENCE-STATE
                                   TO ADR-LICENCE-STATE(ADR-IDX)
                               MOVE ADR-IN-LICENCE-EXPIRY
                                   TO ADR-LICENCE-EXPIRY(ADR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F05-ADDL-DRIVER-FILE
           END-IF
           .

       121-LOAD-CORPORATE-ACCOUNTS.
           OPEN INPUT F11-CORP-ACCOUNT-FILE
           IF WS-CORP-ACCOUNT-STATUS = '00'
               PERFORM UNTIL WS-CORP-ACCOUNT-STATUS NOT = '00'
                   READ F11-CORP-ACCOUNT-FILE
                       AT END
                           MOVE '10' TO WS-CORP-ACCOUNT-STATUS
                       NOT AT END
                           IF W-CORP-COUNT < MAX-CORP-ACCOUNTS
                               ADD 1 TO W-CORP-COUNT
                               MOVE CORP-IN-ACCOUNT-NO
                                   TO CORP-ACCOUNT-NO(W-CORP-COUNT)
                               MOVE CORP-IN-NAME
                                   TO CORP-NAME(W-CORP-COUNT)
                               MOVE 0 TO CORP-DISCOUNT-PCT(W-CORP-COUNT)
                               IF CORP-IN-DISCOUNT-PCT IS NUMERIC
                                   MOVE CORP-IN-DISCOUNT-PCT
                                     TO CORP-DISCOUNT-PCT(W-CORP-COUNT)
                               END-IF
                               MOVE CORP-IN-STATUS
                                   TO CORP-STATUS(W-CORP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F11-CORP-ACCOUNT-FILE
           END-IF
           .

       122-LOAD-CORPORATE-DRIVERS.
           OPEN INPUT F12-CORP-DRIVER-FILE
           IF WS-CORP-DRIVER-STATUS = '00'
               PERFORM UNTIL WS-CORP-DRIVER-STATUS NOT = '00'
                   READ F12-CORP-DRIVER-FILE
                       AT END
                           MOVE '10' TO WS-CORP-DRIVER-STATUS
                       NOT AT END
                           IF W-CDR-COUNT < MAX-CORP-DRIVERS
                               ADD 1 TO W-CDR-COUNT
                               MOVE CDR-IN-CUSTOMER-ID
                                   TO CDR-CUSTOMER-ID(W-CDR-COUNT)
                               MOVE CDR-IN-ACCOUNT-NO
                                   TO CDR-ACCOUNT-NO(W-CDR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F12-CORP-DRIVER-FILE
           END-IF
           .

       123-LOAD-CORPORATE-RATES.
           OPEN INPUT F13-CORP-RATE-FILE
           IF WS-CORP-RATE-STATUS = '00'
               PERFORM UNTIL WS-CORP-RATE-STATUS NOT = '00'
                   READ F13-CORP-RATE-FILE
                       AT END
                           MOVE '10' TO WS-CORP-RATE-STATUS
                       NOT AT END
                           IF W-CRT-COUNT < MAX-CORP-RATES
                               AND CRT-IN-DAILY IS NUMERIC
                               ADD 1 TO W-CRT-COUNT
                               MOVE CRT-IN-ACCOUNT-NO
                                   TO CRT-ACCOUNT-NO(W-CRT-COUNT)
                               MOVE CRT-IN-CAR-TYPE
                                   TO CRT-CAR-TYPE(W-CRT-COUNT)
                               MOVE CRT-IN-DAILY
                                   TO CRT-DAILY(W-CRT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F13-CORP-RATE-FILE
           END-IF
           .

       125-LOAD-FLEET-UNITS.
           OPEN INPUT F06-UNIT-FILE
           IF WS-UNIT-FILE-STATUS = '00'
               PERFORM UNTIL WS-UNIT-FILE-STATUS NOT = '00'
                   READ F06-UNIT-FILE
                       AT END
                           MOVE '10' TO WS-UNIT-FILE-STATUS
                       NOT AT END
                           IF W-UNIT-COUNT < MAX-UNITS
                               ADD 1 TO W-UNIT-COUNT
                               MOVE FU-IN-UNIT-NO
                                   TO UNIT-NO(W-UNIT-COUNT)
                               MOVE FU-IN-PLATE
                                   TO UNIT-PLATE(W-UNIT-COUNT)
                               MOVE FU-IN-HOME-BRANCH
                                   TO UNIT-HOME-BRANCH(W-UNIT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F06-UNIT-FILE
           END-IF
           .

      *A renter missing from the customer master, or a unit
      *missing from the fleet, still gets an agreement - the car
      *is already at the counter - but it counts as an exception
      *for the desk to put right before the contract comes back.
       200-PRINT-ONE-AGREEMENT.
           ADD 1 TO W-PICKUPS-READ
           PERFORM 207-FIND-CUSTOMER
           PERFORM 208-FIND-UNIT
           IF W-CUSTOMER-NOT-FOUND OR W-UNIT-NOT-FOUND
               ADD 1 TO W-EXCEPTIONS
           END-IF
           PERFORM 210-ESTIMATE-CHARGES
           PERFORM 300-WRITE-AGREEMENT
           ADD 1 TO W-AGREEMENTS-PRINTED
           ADD W-ESTIMATE-TOTAL TO W-TOTAL-ESTIMATED
           READ F01-PICKUP-FILE
               AT END SET W01-EOF-REACHED TO TRUE
           END-READ
           .

      *Same account test RENTBILL applies: the driver must be
      *linked to an account on the master and the account must be
      *active; the negotiated rate for the class is found along the
      *way.
       205-FIND-CORPORATE-ACCOUNT.
           MOVE 'N' TO W-CORP-FOUND-SWITCH
           MOVE 'N' TO W-CDR-FOUND-SWITCH
           MOVE 'N' TO W-CRT-FOUND-SWITCH
           IF W-CDR-COUNT > 0
               SET CDR-IDX TO 1
               SEARCH CDR-ENTRY
                   AT END CONTINUE
                   WHEN CDR-CUSTOMER-ID(CDR-IDX) = PKP-CUSTOMER-ID
                       MOVE 'Y' TO W-CDR-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF W-CDR-FOUND AND W-CORP-COUNT > 0
               SET CORP-IDX TO 1
               SEARCH CORP-ENTRY
                   AT END CONTINUE
                   WHEN CORP-ACCOUNT-NO(CORP-IDX)
                           = CDR-ACCOUNT-NO(CDR-IDX)
                       IF CORP-ACTIVE(CORP-IDX)
                           MOVE 'Y' TO W-CORP-FOUND-SWITCH
                       END-IF
               END-SEARCH
           END-IF
           IF W-CORP-FOUND AND W-CRT-COUNT > 0
               SET CRT-IDX TO 1
               SEARCH CRT-ENTRY
                   AT END CONTINUE
                   WHEN CRT-ACCOUNT-NO(CRT-IDX)
                           = CORP-ACCOUNT-NO(CORP-IDX)
                       AND CRT-CAR-TYPE(CRT-IDX) = PKP-CAR-TYPE
                       MOVE 'Y' TO W-CRT-FOUND-SWITCH
               END-SEARCH
           END-IF
           .

       207-FIND-CUSTOMER.
           MOVE 'N' TO W-CUST-FOUND-SWITCH
           IF W-CUSTOMER-COUNT > 0
               SEARCH ALL CUSTOMER-ENTRY
                   AT END CONTINUE
                   WHEN CUSTOMER-ID(CUST-IDX) = PKP-CUSTOMER-ID
                       MOVE 'Y' TO W-CUST-FOUND-SWITCH
               END-SEARCH
           END-IF
           .

       208-FIND-UNIT.
           MOVE 'N' TO W-UNIT-FOUND-SWITCH
           MOVE 0 TO W-PICKUP-BRANCH
           IF W-UNIT-COUNT > 0
               SET UNIT-IDX TO 1
               SEARCH UNIT-ENTRY
                   AT END CONTINUE
                   WHEN UNIT-NO(UNIT-IDX) = PKP-UNIT-NO
                       MOVE 'Y' TO W-UNIT-FOUND-SWITCH
                       MOVE UNIT-HOME-BRANCH(UNIT-IDX)
                           TO W-PICKUP-BRANCH
               END-SEARCH
           END-IF
           .

      *The time charge priced the way RENTBILL will price it at
      *return, less the account's or else the loyalty tier's
      *discount on it, plus sales tax on what is left.
       210-ESTIMATE-CHARGES.
           MOVE 0 TO W-DAILY-CHARGE
           PERFORM 211-SELECT-RATE-CARD
           PERFORM 205-FIND-CORPORATE-ACCOUNT
           IF W-RATE-FOUND
               IF W-CRT-FOUND
                   PERFORM 213-PRICE-NEGOTIATED-RATE
               ELSE
                   PERFORM 212-PRICE-TIME-CHARGE
               END-IF
           ELSE
               ADD 1 TO W-EXCEPTIONS
               MOVE 0 TO W-MONTHS-BILLED
               MOVE 0 TO W-WEEKS-BILLED
               MOVE 0 TO W-MONTH-CHARGE
               MOVE 0 TO W-WEEK-CHARGE
               MOVE 0 TO W-DAY-CHARGE
               MOVE PKP-DAYS-RENTED TO W-RESIDUAL-DAYS
           END-IF
           PERFORM 218-FIND-LOYALTY-DISCOUNT
           PERFORM 217-FIND-ACCOUNT-DISCOUNT
           COMPUTE W-ESTIMATE-TOTAL =
               W-DAILY-CHARGE - W-LOYALTY-DISCOUNT - W-ACCOUNT-DISCOUNT
           PERFORM 219-COMPUTE-SALES-TAX
           ADD W-TAX-CHARGE TO W-ESTIMATE-TOTAL
           .

      *The card in force on the pickup date: the latest effective
      *date for the class at or before the pickup.
       211-SELECT-RATE-CARD.
           MOVE 'N' TO W-RATE-FOUND-SWITCH
           MOVE 0 TO W-BEST-EFF-DATE
           PERFORM VARYING W-RATE-SUB FROM 1 BY 1
               UNTIL W-RATE-SUB > W-RATE-COUNT
               IF RATE-CAR-TYPE(W-RATE-SUB) = PKP-CAR-TYPE
                   AND RATE-EFF-DATE(W-RATE-SUB) <= PKP-PICKUP-DATE
                   IF W-RATE-NOT-FOUND
                       OR RATE-EFF-DATE(W-RATE-SUB)
                           >= W-BEST-EFF-DATE
                       MOVE RATE-EFF-DATE(W-RATE-SUB)
                           TO W-BEST-EFF-DATE
                       SET RATE-IDX TO W-RATE-SUB
                       MOVE 'Y' TO W-RATE-FOUND-SWITCH
                   END-IF
               END-IF
           END-PERFORM
           .

      *Months, then weeks, then days, each remainder capped at the
      *next break up - RENTBILL's cheapest lawful combination.
       212-PRICE-TIME-CHARGE.
           MOVE 0 TO W-MONTHS-BILLED
           MOVE 0 TO W-WEEKS-BILLED
           MOVE 0 TO W-MONTH-CHARGE
           MOVE 0 TO W-WEEK-CHARGE
           MOVE 0 TO W-DAY-CHARGE
           MOVE PKP-DAYS-RENTED TO W-RESIDUAL-DAYS
           IF RATE-MONTHLY(RATE-IDX) > 0
               DIVIDE W-RESIDUAL-DAYS BY 30
                   GIVING W-MONTHS-BILLED
                   REMAINDER W-RESIDUAL-DAYS
           END-IF
           IF RATE-WEEKLY(RATE-IDX) > 0
               DIVIDE W-RESIDUAL-DAYS BY 7
                   GIVING W-WEEKS-BILLED
                   REMAINDER W-RESIDUAL-DAYS
           END-IF
           COMPUTE W-DAY-CHARGE =
               RATE-DAILY(RATE-IDX) * W-RESIDUAL-DAYS
           IF RATE-WEEKLY(RATE-IDX) > 0
               AND W-DAY-CHARGE > RATE-WEEKLY(RATE-IDX)
               ADD 1 TO W-WEEKS-BILLED
               MOVE 0 TO W-RESIDUAL-DAYS
               MOVE 0 TO W-DAY-CHARGE
           END-IF
           COMPUTE W-WEEK-CHARGE =
               RATE-WEEKLY(RATE-IDX) * W-WEEKS-BILLED
           IF RATE-MONTHLY(RATE-IDX) > 0
               AND W-WEEK-CHARGE + W-DAY-CHARGE
                   > RATE-MONTHLY(RATE-IDX)
               ADD 1 TO W-MONTHS-BILLED
               MOVE 0 TO W-WEEKS-BILLED
               MOVE 0 TO W-RESIDUAL-DAYS
               MOVE 0 TO W-WEEK-CHARGE
               MOVE 0 TO W-DAY-CHARGE
           END-IF
           COMPUTE W-MONTH-CHARGE =
               RATE-MONTHLY(RATE-IDX) * W-MONTHS-BILLED
           COMPUTE W-DAILY-CHARGE =
               W-MONTH-CHARGE + W-WEEK-CHARGE + W-DAY-CHARGE
           .

       213-PRICE-NEGOTIATED-RATE.
           MOVE 0 TO W-MONTHS-BILLED
           MOVE 0 TO W-WEEKS-BILLED
           MOVE 0 TO W-MONTH-CHARGE
           MOVE 0 TO W-WEEK-CHARGE
           MOVE PKP-DAYS-RENTED TO W-RESIDUAL-DAYS
           COMPUTE W-DAY-CHARGE =
               CRT-DAILY(CRT-IDX) * W-RESIDUAL-DAYS
           MOVE W-DAY-CHARGE TO W-DAILY-CHARGE
           .

       217-FIND-ACCOUNT-DISCOUNT.
           MOVE 0 TO W-ACCOUNT-DISC-PCT
           MOVE 0 TO W-ACCOUNT-DISCOUNT
           IF W-CORP-FOUND AND W-CRT-NOT-FOUND
               MOVE CORP-DISCOUNT-PCT(CORP-IDX) TO W-ACCOUNT-DISC-PCT
           END-IF
           IF W-ACCOUNT-DISC-PCT > 0
               COMPUTE W-ACCOUNT-DISCOUNT ROUNDED =
                   W-DAILY-CHARGE * W-ACCOUNT-DISC-PCT / 100
           END-IF
           .

       218-FIND-LOYALTY-DISCOUNT.
           MOVE SPACES TO W-CUSTOMER-TIER
           MOVE 0 TO W-DISCOUNT-PCT
           MOVE 0 TO W-LOYALTY-DISCOUNT
           IF W-LOYALTY-COUNT > 0
               AND W-CORP-NOT-FOUND
               MOVE 'N' TO W-LOY-FOUND-SWITCH
               SET LOY-IDX TO 1
               SEARCH LOYALTY-ENTRY
                   AT END CONTINUE
                   WHEN LOY-CUSTOMER-ID(LOY-IDX) = PKP-CUSTOMER-ID
                       MOVE 'Y' TO W-LOY-FOUND-SWITCH
               END-SEARCH
               IF W-LOY-FOUND
                   MOVE LOY-TIER(LOY-IDX) TO W-CUSTOMER-TIER
               END-IF
           END-IF
           EVALUATE W-CUSTOMER-TIER
               WHEN 'SILVER'
                   MOVE W-SILVER-DISC-PCT   TO W-DISCOUNT-PCT
               WHEN 'GOLD'
                   MOVE W-GOLD-DISC-PCT     TO W-DISCOUNT-PCT
               WHEN 'PLATINUM'
                   MOVE W-PLATINUM-DISC-PCT TO W-DISCOUNT-PCT
               WHEN OTHER
                   MOVE 0 TO W-DISCOUNT-PCT
           END-EVALUATE
           IF W-DISCOUNT-PCT > 0
               COMPUTE W-LOYALTY-DISCOUNT ROUNDED =
                   W-DAILY-CHARGE * W-DISCOUNT-PCT / 100
           END-IF
           .

      *Taxed at the jurisdiction of the branch the unit is based
      *at. A branch with no jurisdiction on file, or a jurisdiction
      *with no table rate, estimates no tax, as RENTBILL bills none.
       219-COMPUTE-SALES-TAX.
           MOVE 0 TO W-TAX-CHARGE
           MOVE SPACES TO W-TAX-JURISDICTION
           MOVE 'N' TO W-BJ-FOUND-SWITCH
           IF W-BJ-COUNT > 0
               SET BJ-IDX TO 1
               SEARCH BRANCH-JURIS-ENTRY
                   AT END CONTINUE
                   WHEN BJ-BRANCH(BJ-IDX) = W-PICKUP-BRANCH
                       MOVE 'Y' TO W-BJ-FOUND-SWITCH
               END-SEARCH
           END-IF
           MOVE 'N' TO W-TAX-FOUND-SWITCH
           IF W-BJ-FOUND
               MOVE BJ-JURISDICTION(BJ-IDX) TO W-TAX-JURISDICTION
               IF W-TAX-COUNT > 0
                   SET TAX-IDX TO 1
                   SEARCH TAX-ENTRY
                       AT END CONTINUE
                       WHEN TAX-JURISDICTION(TAX-IDX)
                               = W-TAX-JURISDICTION
                           MOVE 'Y' TO W-TAX-FOUND-SWITCH
                   END-SEARCH
               END-IF
           END-IF
           IF W-TAX-FOUND
               COMPUTE W-TAX-CHARGE ROUNDED =
                   W-ESTIMATE-TOTAL * TAX-RATE(TAX-IDX)
               COMPUTE W-TAX-RATE-PCT ROUNDED =
                   TAX-RATE(TAX-IDX) * 100
           END-IF
           .

       300-WRITE-AGREEMENT.
           WRITE F03-AGREEMENT-RECORD FROM AGR-SEPARATOR-LINE
           WRITE F03-AGREEMENT-RECORD FROM AGR-HEADING-LINE
           WRITE F03-AGREEMENT-RECORD FROM AGR-TITLE-LINE
           WRITE F03-AGREEMENT-RECORD FROM SPACES
           MOVE PKP-CONTRACT-NO TO AGR-CONTRACT-NO
           MOVE PKP-CUSTOMER-ID TO AGR-CUSTOMER-ID
           WRITE F03-AGREEMENT-RECORD FROM AGR-CONTRACT-LINE
           MOVE PKP-FIRST-NAME TO AGR-FIRST-NAME
           MOVE PKP-INITIAL    TO AGR-INITIAL
           MOVE PKP-LAST-NAME  TO AGR-LAST-NAME
           WRITE F03-AGREEMENT-RECORD FROM AGR-NAME-LINE
           IF W-CUSTOMER-FOUND
               MOVE CUSTOMER-ADDRESS(CUST-IDX) TO AGR-ADDRESS
           ELSE
               MOVE '*** NOT ON CUSTOMER MASTER ***' TO AGR-ADDRESS
           END-IF
           WRITE F03-AGREEMENT-RECORD FROM AGR-ADDRESS-LINE
           IF W-CORP-FOUND
               MOVE CORP-ACCOUNT-NO(CORP-IDX) TO AGR-ACCOUNT-NO
               MOVE CORP-NAME(CORP-IDX)       TO AGR-ACCOUNT-NAME
               WRITE F03-AGREEMENT-RECORD FROM AGR-ACCOUNT-LINE
           END-IF
           PERFORM 310-WRITE-ONE-DRIVER
               VARYING ADR-IDX FROM 1 BY 1
               UNTIL ADR-IDX > W-ADR-COUNT
           WRITE F03-AGREEMENT-RECORD FROM SPACES
           MOVE PKP-CAR-TYPE TO AGR-CAR-TYPE
           MOVE PKP-UNIT-NO  TO AGR-UNIT-NO
           IF W-UNIT-FOUND
               MOVE UNIT-PLATE(UNIT-IDX) TO AGR-PLATE
           ELSE
               MOVE 'UNKNOWN' TO AGR-PLATE
           END-IF
           MOVE W-PICKUP-BRANCH TO AGR-BRANCH
           WRITE F03-AGREEMENT-RECORD FROM AGR-CAR-LINE
           MOVE PKP-MILES-OUT TO AGR-MILES-OUT
           IF PKP-FUEL-OUT >= '0' AND PKP-FUEL-OUT <= '8'
               MOVE SPACES TO AGR-FUEL-OUT
               STRING PKP-FUEL-OUT '/8 TANK' DELIMITED BY SIZE
                   INTO AGR-FUEL-OUT
           ELSE
               MOVE 'NOT RECORDED' TO AGR-FUEL-OUT
           END-IF
           WRITE F03-AGREEMENT-RECORD FROM AGR-OUT-LINE
           MOVE PKP-PICKUP-DATE TO W-PICKUP-PARTS
           MOVE W-PKP-MM   TO AGR-PKP-MM
           MOVE W-PKP-DD   TO AGR-PKP-DD
           MOVE W-PKP-CCYY TO AGR-PKP-CCYY
           MOVE PKP-DAYS-RENTED TO AGR-DAYS
           COMPUTE W-DUE-BACK-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(PKP-PICKUP-DATE)
                + PKP-DAYS-RENTED)
           MOVE W-DUE-MM   TO AGR-DUE-MM
           MOVE W-DUE-DD   TO AGR-DUE-DD
           MOVE W-DUE-CCYY TO AGR-DUE-CCYY
           WRITE F03-AGREEMENT-RECORD FROM AGR-DATES-LINE
           WRITE F03-AGREEMENT-RECORD FROM SPACES
           PERFORM 320-WRITE-ESTIMATE
           WRITE F03-AGREEMENT-RECORD FROM SPACES
           MOVE PKP-DEPOSIT-HOLD TO AGR-DEPOSIT
           WRITE F03-AGREEMENT-RECORD FROM AGR-DEPOSIT-LINE
           WRITE F03-AGREEMENT-RECORD FROM SPACES
           WRITE F03-AGREEMENT-RECORD FROM AGR-SIGNATURE-LINE
           WRITE F03-AGREEMENT-RECORD FROM SPACES
           .

       310-WRITE-ONE-DRIVER.
           IF ADR-CONTRACT-NO(ADR-IDX) = PKP-CONTRACT-NO
               MOVE ADR-FIRST-NAME(ADR-IDX)     TO AGR-DRV-FIRST-NAME
               MOVE ADR-LAST-NAME(ADR-IDX)      TO AGR-DRV-LAST-NAME
               MOVE ADR-LICENCE-NO(ADR-IDX)     TO AGR-DRV-LICENCE-NO
               MOVE ADR-LICENCE-STATE(ADR-IDX)
                   TO AGR-DRV-LICENCE-STATE
               MOVE ADR-LICENCE-EXPIRY(ADR-IDX)
                   TO AGR-DRV-LICENCE-EXPIRY
               WRITE F03-AGREEMENT-RECORD FROM AGR-DRIVER-LINE
           END-IF
           .

      *The time charge prints as its month/week/day breakdown, the
      *same lines the invoice will carry.
       320-WRITE-ESTIMATE.
           WRITE F03-AGREEMENT-RECORD FROM AGR-ESTIMATE-TITLE-LINE
           IF W-MONTHS-BILLED > 0
               MOVE W-MONTHS-BILLED TO AGR-MONTHS
               MOVE RATE-MONTHLY(RATE-IDX) TO AGR-MONTHLY-RATE
               MOVE W-MONTH-CHARGE TO AGR-MONTHLY-CHARGE
               WRITE F03-AGREEMENT-RECORD FROM AGR-MONTHLY-LINE
           END-IF
           IF W-WEEKS-BILLED > 0
               MOVE W-WEEKS-BILLED TO AGR-WEEKS
               MOVE RATE-WEEKLY(RATE-IDX) TO AGR-WEEKLY-RATE
               MOVE W-WEEK-CHARGE TO AGR-WEEKLY-CHARGE
               WRITE F03-AGREEMENT-RECORD FROM AGR-WEEKLY-LINE
           END-IF
           IF W-RESIDUAL-DAYS > 0
               OR (W-MONTHS-BILLED = 0 AND W-WEEKS-BILLED = 0)
               MOVE W-RESIDUAL-DAYS TO AGR-DAYS-PRICED
               IF W-RATE-FOUND
                   IF W-CRT-FOUND
                       MOVE CRT-DAILY(CRT-IDX) TO AGR-DAILY-RATE
                   ELSE
                       MOVE RATE-DAILY(RATE-IDX) TO AGR-DAILY-RATE
                   END-IF
               ELSE
                   MOVE 0 TO AGR-DAILY-RATE
               END-IF
               MOVE W-DAY-CHARGE TO AGR-DAILY-CHARGE
               WRITE F03-AGREEMENT-RECORD FROM AGR-DAILY-LINE
           END-IF
           IF W-LOYALTY-DISCOUNT > 0
               MOVE W-CUSTOMER-TIER    TO AGR-DISC-TIER
               MOVE W-DISCOUNT-PCT     TO AGR-DISC-PCT
               MOVE W-LOYALTY-DISCOUNT TO AGR-DISC-AMOUNT
               WRITE F03-AGREEMENT-RECORD FROM AGR-DISCOUNT-LINE
           END-IF
           IF W-ACCOUNT-DISCOUNT > 0
               MOVE W-ACCOUNT-DISC-PCT TO AGR-ACCT-DISC-PCT
               MOVE W-ACCOUNT-DISCOUNT TO AGR-ACCT-DISC-AMOUNT
               WRITE F03-AGREEMENT-RECORD FROM AGR-ACCT-DISCOUNT-LINE
           END-IF
           IF W-TAX-CHARGE > 0
               MOVE W-TAX-JURISDICTION TO AGR-TAX-JURIS
               MOVE W-TAX-RATE-PCT     TO AGR-TAX-RATE
               MOVE W-TAX-CHARGE       TO AGR-TAX-CHARGE
               WRITE F03-AGREEMENT-RECORD FROM AGR-TAX-LINE
           END-IF
           MOVE W-ESTIMATE-TOTAL TO AGR-TOTAL
           WRITE F03-AGREEMENT-RECORD FROM AGR-TOTAL-LINE
           IF W-RATE-FOUND
               MOVE RATE-INSURANCE-DAY(RATE-IDX) TO AGR-INS-RATE
               WRITE F03-AGREEMENT-RECORD FROM AGR-INSURANCE-LINE
           END-IF
           WRITE F03-AGREEMENT-RECORD FROM AGR-AT-RETURN-LINE
           IF W-CORP-FOUND
               WRITE F03-AGREEMENT-RECORD FROM AGR-ON-ACCOUNT-LINE
           END-IF
           .

       700-WRITE-TRAILER.
           WRITE F03-AGREEMENT-RECORD FROM AGR-SEPARATOR-LINE
           WRITE F03-AGREEMENT-RECORD FROM W08-RUN-DATE-LINE
           MOVE W-AGREEMENTS-PRINTED TO AGT-PRINTED
           MOVE W-TOTAL-ESTIMATED    TO AGT-ESTIMATED
           MOVE W-EXCEPTIONS         TO AGT-EXCEPTIONS
           WRITE F03-AGREEMENT-RECORD FROM AGR-TRAILER-LINE
           .

      *Agreements printed and dollars estimated, for the balancing
      *run to set against the open-contract run's pickups.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F15-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT F15-CONTROL-TOTAL-FILE
               CLOSE F15-CONTROL-TOTAL-FILE
               OPEN EXTEND F15-CONTROL-TOTAL-FILE
           END-IF
           MOVE 'RENTAGRE' TO CTF-PROGRAM
           MOVE 'AGREEMENTS' TO CTF-ITEM
           MOVE W-AGREEMENTS-PRINTED TO CTF-COUNT
           MOVE W-TOTAL-ESTIMATED TO CTF-AMOUNT
           WRITE F15-CONTROL-TOTAL-RECORD
           CLOSE F15-CONTROL-TOTAL-FILE
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
           MOVE W-PICKUPS-READ  TO OPL-RECORD-COUNT
           OPEN EXTEND F14-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F14-OPS-LOG-FILE
               CLOSE F14-OPS-LOG-FILE
               OPEN EXTEND F14-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F14-OPS-LOG-RECORD
           WRITE F14-OPS-LOG-RECORD
           CLOSE F14-OPS-LOG-FILE
           .
