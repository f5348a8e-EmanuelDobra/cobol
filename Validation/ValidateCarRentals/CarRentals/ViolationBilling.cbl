       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TOLLBILL.

      *Toll and violation passback run. Once a month the toll
      *authority and the city send their charges against our plates
      *- tolls, parking tickets, camera tickets - by plate and date,
      *and until now fleet expense simply paid them. This run turns
      *each plate into a fleet unit through the unit master, then
      *finds the contract that had that unit out on the violation
      *date: first among the returned contracts on the rental
      *master, which holds every contract RENTALS has passed and
      *not only the last night's, then among the contracts still
      *out on the open master. A matched item is
      *billed to the renter with the admin fee on top through the
      *same billed-charges feed RENTBILL writes, so RENTRECV opens
      *it against the contract like any other charge. A plate that
      *is not ours, or a date no contract covers, goes on the
      *exception list for the fleet office to pay or dispute.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *The authorities' charges, merged into one file by the desk:
      *one record per toll or ticket.
           SELECT F01-VIOLATION-FILE
               ASSIGN TO "violations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-FILE-STATUS.

      *Fleet unit master as FLEETSVC rewrites it, for the plate.
           SELECT F02-UNIT-FILE
               ASSIGN TO "fleetunits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIT-FILE-STATUS.

      *Returned contracts from the rental master RENTLOAD keeps
      *from each night's RENTALS output, read front to back.
           SELECT F03-RENTAL-MASTER-FILE
               ASSIGN TO "rentalmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VR-CONTRACT-NO
               FILE STATUS IS WS-MASTER-FILE-STATUS.

      *Contracts still out, as OPENCON carries them forward.
           SELECT F04-OPEN-FILE
               ASSIGN TO "opencontracts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-FILE-STATUS.

      *Admin fee per item passed back, desk-controlled the same way
      *rentalparams.dat is; the built-in default is kept when the
      *file is absent.
           SELECT F05-PARAMETER-FILE
               ASSIGN TO "tollparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

      *RENTBILL's machine feed to RENTRECV, appended to here so the
      *passed-back items open as receivables on the same night.
           SELECT F06-BILLED-FEED-FILE
               ASSIGN TO "billedcharges.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLED-FILE-STATUS.

           SELECT F07-REGISTER-FILE
               ASSIGN TO "tollregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F08-EXCEPTION-FILE
               ASSIGN TO "tollexceptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F09-OPS-LOG-FILE
               ASSIGN TO "opslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Machine-readable control totals for the nightly balancing
      *run.
           SELECT F10-CONTROL-TOTAL-FILE
               ASSIGN TO "controltotals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      *General-ledger journal GLPOST posts from.
           SELECT F11-GL-JOURNAL-FILE
               ASSIGN TO "gljournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT F12-RUN-LOCK-FILE
               ASSIGN TO "runlock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.

      *Integrity seals the carried-forward masters' rewriters
      *append; this run proves the open master it loads still
      *matches before billing anything against it.
           SELECT F13-SEAL-FILE
               ASSIGN TO "masterseals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Source is 'T' toll, 'P' parking ticket, 'C' camera ticket.
      *The reference is the authority's own citation or
      *transaction number, carried through so a dispute can quote
      *it.
       FD  F01-VIOLATION-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F01-VIOLATION-RECORD.
       01  F01-VIOLATION-RECORD.
           05  VIO-SOURCE               PIC X.
               88  VIO-VALID-SOURCE         VALUES 'T' 'P' 'C'.
           05  VIO-PLATE                PIC X(8).
           05  VIO-DATE                 PIC 9(8).
           05  VIO-REFERENCE            PIC X(12).
           05  VIO-AMOUNT               PIC 9(5)V99.

      *Same 108-byte layout FLEETSVC rewrites the unit master with.
       FD  F02-UNIT-FILE
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS F02-UNIT-RECORD.
       01  F02-UNIT-RECORD.
           05  FU-IN-UNIT-NO            PIC 9(4).
           05  FU-IN-CAR-TYPE           PIC X.
           05  FU-IN-SERVICE-DATE       PIC 9(8).
           05  FU-IN-LAST-SVC-MILES     PIC 9(6).
           05  FU-IN-STATUS             PIC X.
           05  FU-IN-VIN                PIC X(17).
           05  FU-IN-PLATE              PIC X(8).
           05  FU-IN-HOME-BRANCH        PIC 9(2).
           05  FU-IN-ACQ-COST           PIC 9(7)V99.
           05  FU-IN-RESIDUAL           PIC 9(7)V99.
           05  FU-IN-DEPR-METHOD        PIC X.
           05  FU-IN-DEPR-LIFE          PIC 9(3).
           05  FU-IN-ACCUM-DEPR         PIC 9(7)V99.
           05  FU-IN-DEPR-PERIOD        PIC 9(6).
           05  FU-IN-REG-EXPIRY         PIC 9(8).
           05  FU-IN-INSP-DUE           PIC 9(8).
           05  FU-IN-GROUNDED-DATE      PIC 9(8).

      *Same 127-byte layout RENTALS writes valid contracts with
      *(see RENTAL-RECORD in Program1.cbl) and RENTMAINT keeps the
      *master in.
       FD  F03-RENTAL-MASTER-FILE
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS F03-RENTAL-MASTER-RECORD.
       01  F03-RENTAL-MASTER-RECORD.
           05  VR-CONTRACT-NO           PIC 9(6).
           05  VR-CUSTOMER-ID           PIC 9(6).
           05  VR-LAST-NAME             PIC X(15).
           05  VR-FIRST-NAME            PIC X(10).
           05  VR-INITIAL               PIC X.
           05  VR-RETURNED-DATE         PIC 9(8).
           05  VR-PICKUP-DATE           PIC 9(8).
           05  VR-CAR-TYPE              PIC X.
           05  VR-DAYS-RENTED           PIC 99.
           05  VR-MILES-IN              PIC 9(6).
           05  VR-MILES-OUT             PIC 9(6).
           05  VR-MILEAGE-RATE          PIC 99.
           05  VR-INSURANCE             PIC X.
           05  VR-UNIT-NO               PIC 9(4).
           05  VR-PICKUP-BRANCH         PIC 9(2).
           05  VR-RETURN-BRANCH         PIC 9(2).
           05  VR-FUEL-OUT              PIC X.
           05  VR-FUEL-IN               PIC X.
           05  VR-PO-NUMBER             PIC X(12).
           05  FILLER                   PIC X(33).

      *Same 76-byte layout OPENCON carries the open master with.
       FD  F04-OPEN-FILE
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS F04-OPEN-RECORD.
       01  F04-OPEN-RECORD.
           05  OPN-CONTRACT-NO          PIC 9(6).
           05  OPN-CUSTOMER-ID          PIC 9(6).
           05  OPN-LAST-NAME            PIC X(15).
           05  OPN-FIRST-NAME           PIC X(10).
           05  OPN-INITIAL              PIC X.
           05  OPN-PICKUP-DATE          PIC 9(8).
           05  OPN-CAR-TYPE             PIC X.
           05  OPN-DAYS-RENTED          PIC 99.
           05  OPN-MILES-OUT            PIC 9(6).
           05  OPN-FUEL-OUT             PIC X.
           05  OPN-UNIT-NO              PIC 9(4).
           05  OPN-DEPOSIT-HOLD         PIC 9(5)V99.
           05  FILLER                   PIC X(9).

       FD  F05-PARAMETER-FILE
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS F05-PARM-RECORD.
       01  F05-PARM-RECORD.
           05  PARM-ADMIN-FEE           PIC 9(3)V99.

      *Same 32-byte layout RENTBILL writes billedcharges.dat with.
      *The debtor type goes out blank: the renter owes the ticket,
      *unless the receivables run finds the contract still open
      *against a corporate account, where it adds on.
       FD  F06-BILLED-FEED-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS F06-BILLED-FEED-RECORD.
       01  F06-BILLED-FEED-RECORD.
           05  BFC-CONTRACT-NO          PIC 9(6).
           05  BFC-CUSTOMER-ID          PIC 9(6).
           05  BFC-AMOUNT               PIC 9(9)V99.
           05  BFC-BILL-DATE            PIC 9(8).
           05  BFC-DEBTOR-TYPE          PIC X.

       FD  F07-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F07-REGISTER-RECORD.
       01  F07-REGISTER-RECORD          PIC X(132).

       FD  F08-EXCEPTION-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F08-EXCEPTION-RECORD.
       01  F08-EXCEPTION-RECORD         PIC X(132).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F09-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F09-OPS-LOG-RECORD.
       01  F09-OPS-LOG-RECORD           PIC X(132).

       FD  F10-CONTROL-TOTAL-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F10-CONTROL-TOTAL-RECORD.
       01  F10-CONTROL-TOTAL-RECORD.
           05  CTF-PROGRAM         PIC X(8).
           05  CTF-ITEM            PIC X(12).
           05  CTF-COUNT           PIC 9(7).
           05  CTF-AMOUNT          PIC 9(11).

       FD  F11-GL-JOURNAL-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS F11-GL-JOURNAL-RECORD.
       01  F11-GL-JOURNAL-RECORD.
           05  GLJ-PROGRAM         PIC X(8).
           05  GLJ-DATE            PIC 9(8).
           05  GLJ-ACCOUNT         PIC X(4).
           05  GLJ-DC              PIC X.
           05  GLJ-AMOUNT          PIC 9(11)V99.

      *One record: who holds the suite run lock and since when.
       FD  F12-RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F12-RUN-LOCK-RECORD.
       01  F12-RUN-LOCK-RECORD.
           05  LCK-PROGRAM         PIC X(8).
           05  LCK-DATE            PIC 9(8).
           05  LCK-TIME            PIC 9(6).
           05  LCK-IDENTITY        PIC X(14).

      *One seal per master rewrite; the newest record for a
      *master is the one its next reader must match.
       FD  F13-SEAL-FILE
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS F13-SEAL-RECORD.
       01  F13-SEAL-RECORD.
           05  SEA-MASTER-NAME     PIC X(20).
           05  SEA-DATE            PIC 9(8).
           05  SEA-COUNT           PIC 9(7).
           05  SEA-HASH            PIC 9(11).

       WORKING-STORAGE SECTION.

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
       01  WS-VIOLATION-FILE-STATUS     PIC XX    VALUE SPACES.
       01  WS-UNIT-FILE-STATUS          PIC XX    VALUE SPACES.
       01  WS-MASTER-FILE-STATUS        PIC XX    VALUE SPACES.
       01  WS-OPEN-FILE-STATUS          PIC XX    VALUE SPACES.
       01  WS-PARAM-FILE-STATUS         PIC XX    VALUE SPACES.
       01  WS-BILLED-FILE-STATUS        PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS        PIC XX    VALUE SPACES.
       01  WS-CTL-FILE-STATUS           PIC XX    VALUE SPACES.
       01  WS-GL-JOURNAL-STATUS         PIC XX    VALUE SPACES.

      *Master-seal work fields, same scheme as the other readers
      *of the carried masters.
       01  WS-SEAL-FILE-STATUS          PIC XX    VALUE SPACES.
       01  WS-SEAL-MASTER-NAME          PIC X(20) VALUE SPACES.
       01  WS-SEAL-READ-COUNT           PIC 9(7)  VALUE 0.
       01  WS-SEAL-READ-SUM             PIC 9(13) VALUE 0.
       01  WS-SEAL-HASH                 PIC 9(11) VALUE 0.
       01  WS-SEAL-HIGH-PART            PIC 9(2)  VALUE 0.
       01  WS-SEAL-FOUND-SWITCH         PIC X     VALUE 'N'.
           88  WS-SEAL-FOUND                      VALUE 'Y'.
       01  WS-SEAL-EXP-COUNT            PIC 9(7)  VALUE 0.
       01  WS-SEAL-EXP-HASH             PIC 9(11) VALUE 0.

      *Admin fee added to every item passed back; overlaid from
      *tollparams.dat when the desk has dropped one off.
       01  W-ADMIN-FEE                  PIC 9(3)V99 VALUE 15.00.

      *Plate-to-unit lookup built from the unit master. Retired
      *units stay in: a ticket can arrive weeks after the car was
      *sold off, for a date it was still on rent.
       01  MAX-UNITS                    PIC 9(5)  VALUE 5000.
       01  W-UNIT-FOUND-SWITCH          PIC X     VALUE 'N'.
           88  W-UNIT-FOUND                       VALUE 'Y'.
           88  W-UNIT-NOT-FOUND                   VALUE 'N'.
       01  UNIT-TABLE-AREA.
           05  W-UNIT-COUNT             PIC 9(5)  VALUE 0.
           05  UNIT-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON W-UNIT-COUNT
                   INDEXED BY UNT-IDX.
               10  UNT-PLATE            PIC X(8).
               10  UNT-UNIT-NO          PIC 9(4).

      *Every contract that had a unit out, returned or still open,
      *with the dates it covers. A contract still out covers every
      *date from pickup on, so its return date is carried as all
      *nines.
      *The rental master holds every contract back to the first
      *load, so only those returned on or after the earliest
      *violation date on this month's file are taken in.
       01  MAX-CONTRACTS                PIC 9(5)  VALUE 30000.
       01  W-EARLIEST-VIOLATION-DATE    PIC 9(8)  VALUE 99999999.
       01  W-CONTRACT-FOUND-SWITCH      PIC X     VALUE 'N'.
           88  W-CONTRACT-FOUND                   VALUE 'Y'.
           88  W-CONTRACT-NOT-FOUND               VALUE 'N'.
       01  CONTRACT-TABLE-AREA.
           05  W-CONTRACT-COUNT         PIC 9(5)  VALUE 0.
           05  CONTRACT-ENTRY OCCURS 0 TO 30000 TIMES
                   DEPENDING ON W-CONTRACT-COUNT
                   INDEXED BY CON-IDX.
               10  CON-UNIT-NO          PIC 9(4).
               10  CON-PICKUP-DATE      PIC 9(8).
               10  CON-RETURN-DATE      PIC 9(8).
               10  CON-CONTRACT-NO      PIC 9(6).
               10  CON-CUSTOMER-ID      PIC 9(6).
               10  CON-LAST-NAME        PIC X(15).

       01  W-WORK-UNIT-NO               PIC 9(4)    VALUE 0.
       01  W-ITEM-TOTAL                 PIC 9(7)V99 VALUE 0.
       01  W-GL-RECOVERY                PIC 9(9)V99 VALUE 0.

       01  RUN-COUNTERS.
           05  W-VIOLATIONS-READ        PIC 9(7)    VALUE 0.
           05  W-ITEMS-BILLED           PIC 9(7)    VALUE 0.
           05  W-EXCEPTION-COUNT        PIC 9(7)    VALUE 0.
           05  W-TOTAL-VIOLATIONS       PIC 9(9)V99 VALUE 0.
           05  W-TOTAL-FEES             PIC 9(9)V99 VALUE 0.
           05  W-TOTAL-BILLED           PIC 9(9)V99 VALUE 0.
           05  W-TOTAL-EXCEPTIONS       PIC 9(9)V99 VALUE 0.

      *Exception reasons, one code per way a charge can fail to
      *find its renter.
       01  EXCEPTION-REASONS.
           05  BAD-RECORD-CODE          PIC 9(3)  VALUE 010.
           05  BAD-RECORD-MSG           PIC X(40)
                 VALUE 'SOURCE, DATE OR AMOUNT INVALID'.
           05  NOT-IN-FLEET-CODE        PIC 9(3)  VALUE 020.
           05  NOT-IN-FLEET-MSG         PIC X(40)
                 VALUE 'PLATE NOT ON FLEET UNIT MASTER'.
           05  NO-CONTRACT-CODE         PIC 9(3)  VALUE 030.
           05  NO-CONTRACT-MSG          PIC X(40)
                 VALUE 'NO CONTRACT HAD UNIT OUT ON DATE'.

      *Run date in the CCYYMMDD form the billed feed, journal,
      *and report headings want.
       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY           PIC 9(4).
           05  WS-TODAYS-MM             PIC 9(2).
           05  WS-TODAYS-DD             PIC 9(2).
       01  WS-TODAYS-DATE-8 REDEFINES WS-TODAYS-DATE
                                        PIC 9(8).

       01  W08-RUN-DATE-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(10)
                 VALUE 'RUN DATE: '.
           05  W08-RUN-MM               PIC 99.
           05                           PIC X      VALUE '/'.
           05  W08-RUN-DD               PIC 99.
           05                           PIC X      VALUE '/'.
           05  W08-RUN-CCYY             PIC 9999.
           05                           PIC X(111) VALUE SPACES.

       01  REG-TITLE-LINE.
           05                           PIC X(40)  VALUE SPACES.
           05                           PIC X(35)
                 VALUE 'TOLL AND VIOLATION BILLING REGISTER'.
           05                           PIC X(57)  VALUE SPACES.

       01  REG-HEADING-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(10)  VALUE 'CONTRACT #'.
           05                           PIC X(2)   VALUE SPACES.
           05                           PIC X(8)   VALUE 'CUSTOMER'.
           05                           PIC X(2)   VALUE SPACES.
           05                           PIC X(9)   VALUE 'LAST NAME'.
           05                           PIC X(8)   VALUE SPACES.
           05                           PIC X(4)   VALUE 'UNIT'.
           05                           PIC X(2)   VALUE SPACES.
           05                           PIC X(5)   VALUE 'PLATE'.
           05                           PIC X(5)   VALUE SPACES.
           05                           PIC X(4)   VALUE 'DATE'.
           05                           PIC X(8)   VALUE SPACES.
           05                           PIC X(3)   VALUE 'SRC'.
           05                           PIC X(2)   VALUE SPACES.
           05                           PIC X(9)   VALUE 'REFERENCE'.
           05                           PIC X(7)   VALUE SPACES.
           05                           PIC X(6)   VALUE 'CHARGE'.
           05                           PIC X(6)   VALUE SPACES.
           05                           PIC X(3)   VALUE 'FEE'.
           05                           PIC X(6)   VALUE SPACES.
           05                           PIC X(5)   VALUE 'TOTAL'.
           05                           PIC X(15)  VALUE SPACES.

       01  REG-DETAIL-LINE.
           05                           PIC X(3)   VALUE SPACES.
           05  RGD-CONTRACT-NO          PIC 9(6).
           05                           PIC X(4)   VALUE SPACES.
           05  RGD-CUSTOMER-ID          PIC 9(6).
           05                           PIC X(2)   VALUE SPACES.
           05  RGD-LAST-NAME            PIC X(15).
           05                           PIC X(2)   VALUE SPACES.
           05  RGD-UNIT-NO              PIC 9(4).
           05                           PIC X(2)   VALUE SPACES.
           05  RGD-PLATE                PIC X(8).
           05                           PIC X(2)   VALUE SPACES.
           05  RGD-DATE                 PIC 9(8).
           05                           PIC X(4)   VALUE SPACES.
           05  RGD-SOURCE               PIC X.
           05                           PIC X(4)   VALUE SPACES.
           05  RGD-REFERENCE            PIC X(12).
           05                           PIC X(2)   VALUE SPACES.
           05  RGD-CHARGE               PIC ZZ,ZZ9.99.
           05                           PIC X(2)   VALUE SPACES.
           05  RGD-FEE                  PIC ZZ9.99.
           05                           PIC X(2)   VALUE SPACES.
           05  RGD-TOTAL                PIC ZZ,ZZ9.99.
           05                           PIC X(18)  VALUE SPACES.

       01  REG-TRAILER-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(14)
                 VALUE 'ITEMS BILLED: '.
           05  RGT-COUNT                PIC ZZZ,ZZ9.
           05                           PIC X(11)
                 VALUE '  CHARGES: '.
           05  RGT-CHARGES              PIC ZZZ,ZZZ,ZZ9.99.
           05                           PIC X(13)
                 VALUE '  ADMIN FEES:'.
           05  RGT-FEES                 PIC ZZZ,ZZZ,ZZ9.99.
           05                           PIC X(9)
                 VALUE '  TOTAL: '.
           05  RGT-TOTAL                PIC ZZZ,ZZZ,ZZ9.99.
           05                           PIC X(46)  VALUE SPACES.

       01  EXC-TITLE-LINE.
           05                           PIC X(40)  VALUE SPACES.
           05                           PIC X(30)
                 VALUE 'TOLL AND VIOLATION EXCEPTIONS'.
           05                           PIC X(62)  VALUE SPACES.

       01  EXC-HEADING-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(5)   VALUE 'PLATE'.
           05                           PIC X(5)   VALUE SPACES.
           05                           PIC X(4)   VALUE 'DATE'.
           05                           PIC X(6)   VALUE SPACES.
           05                           PIC X(3)   VALUE 'SRC'.
           05                           PIC X(2)   VALUE SPACES.
           05                           PIC X(9)   VALUE 'REFERENCE'.
           05                           PIC X(7)   VALUE SPACES.
           05                           PIC X(6)   VALUE 'CHARGE'.
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(4)   VALUE 'UNIT'.
           05                           PIC X(2)   VALUE SPACES.
           05                           PIC X(6)   VALUE 'REASON'.
           05                           PIC X(69)  VALUE SPACES.

       01  EXC-DETAIL-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05  EXD-PLATE                PIC X(8).
           05                           PIC X(2)   VALUE SPACES.
           05  EXD-DATE                 PIC X(8).
           05                           PIC X(2)   VALUE SPACES.
           05  EXD-SOURCE               PIC X.
           05                           PIC X(4)   VALUE SPACES.
           05  EXD-REFERENCE            PIC X(12).
           05                           PIC X(2)   VALUE SPACES.
           05  EXD-CHARGE               PIC ZZ,ZZ9.99.
           05                           PIC X(2)   VALUE SPACES.
           05  EXD-UNIT-NO              PIC X(4).
           05                           PIC X(2)   VALUE SPACES.
           05  EXD-MESSAGE              PIC X(40).
           05                           PIC X(2)   VALUE SPACES.
           05  EXD-ERROR-CODE           PIC 9(3).
           05                           PIC X(31)  VALUE SPACES.

       01  EXC-TRAILER-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(12)
                 VALUE 'EXCEPTIONS: '.
           05  EXT-COUNT                PIC ZZZ,ZZ9.
           05                           PIC X(11)
                 VALUE '  CHARGES: '.
           05  EXT-CHARGES              PIC ZZZ,ZZZ,ZZ9.99.
           05                           PIC X(87)  VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'TOLLBILL'.
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
           PERFORM 105-READ-PARAMETERS
           PERFORM 110-LOAD-UNIT-PLATES
           PERFORM 115-FIND-EARLIEST-VIOLATION
           PERFORM 120-LOAD-RETURNED-CONTRACTS
           PERFORM 130-LOAD-OPEN-CONTRACTS
           OPEN OUTPUT F07-REGISTER-FILE
                OUTPUT F08-EXCEPTION-FILE
           PERFORM 140-OPEN-BILLED-FEED
           PERFORM 150-WRITE-REPORT-HEADINGS
           PERFORM 200-MATCH-VIOLATIONS
           PERFORM 700-WRITE-TRAILERS
           CLOSE F06-BILLED-FEED-FILE
                 F07-REGISTER-FILE
                 F08-EXCEPTION-FILE
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 910-WRITE-CONTROL-TOTALS
           PERFORM 920-WRITE-GL-JOURNAL
           IF W-EXCEPTION-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
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
           OPEN INPUT F12-RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = '00'
               READ F12-RUN-LOCK-FILE
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
               CLOSE F12-RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-IS-LIVE
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' - TOLLBILL NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F12-RUN-LOCK-FILE
           MOVE 'TOLLBILL' TO LCK-PROGRAM
           MOVE WS-LOCK-NOW-DATE TO LCK-DATE
           MOVE WS-LOCK-NOW-TIME TO LCK-TIME
           MOVE WS-LOCK-NOW-DATE TO WS-LID-DATE
           MOVE WS-LOCK-NOW-TIME TO WS-LID-TIME
           MOVE WS-LOCK-IDENTITY TO LCK-IDENTITY
           WRITE F12-RUN-LOCK-RECORD
           CLOSE F12-RUN-LOCK-FILE
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

       105-READ-PARAMETERS.
           OPEN INPUT F05-PARAMETER-FILE
           IF WS-PARAM-FILE-STATUS = '00'
               READ F05-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-ADMIN-FEE IS NUMERIC
                           MOVE PARM-ADMIN-FEE TO W-ADMIN-FEE
                       END-IF
               END-READ
               CLOSE F05-PARAMETER-FILE
           END-IF
           .

      *Units from before plates were captured carry a blank plate
      *and can never match; they are left out of the lookup.
       110-LOAD-UNIT-PLATES.
           OPEN INPUT F02-UNIT-FILE
           IF WS-UNIT-FILE-STATUS = '00'
               PERFORM UNTIL WS-UNIT-FILE-STATUS NOT = '00'
                   READ F02-UNIT-FILE
                       AT END
                           MOVE '10' TO WS-UNIT-FILE-STATUS
                       NOT AT END
                           IF FU-IN-PLATE NOT = SPACES
                              AND W-UNIT-COUNT < MAX-UNITS
                               ADD 1 TO W-UNIT-COUNT
                               MOVE FU-IN-PLATE
                                   TO UNT-PLATE(W-UNIT-COUNT)
                               MOVE FU-IN-UNIT-NO
                                   TO UNT-UNIT-NO(W-UNIT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-UNIT-FILE
           END-IF
           .

      *A first pass over the authorities' file for the oldest
      *violation date, so the rental master load below can pass
      *over contracts returned before anything billed this month.
      *An unreadable date is left for 200-MATCH-VIOLATIONS to
      *reject.
       115-FIND-EARLIEST-VIOLATION.
           OPEN INPUT F01-VIOLATION-FILE
           IF WS-VIOLATION-FILE-STATUS = '00'
               PERFORM UNTIL WS-VIOLATION-FILE-STATUS NOT = '00'
                   READ F01-VIOLATION-FILE
                       AT END
                           MOVE '10' TO WS-VIOLATION-FILE-STATUS
                       NOT AT END
                           IF VIO-DATE IS NUMERIC
                              AND VIO-DATE < W-EARLIEST-VIOLATION-DATE
                               MOVE VIO-DATE
                                   TO W-EARLIEST-VIOLATION-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F01-VIOLATION-FILE
           END-IF
           .

      *Contracts keyed before unit capture carry no unit number
      *and cannot be tied to a plate; they are left out.
       120-LOAD-RETURNED-CONTRACTS.
           OPEN INPUT F03-RENTAL-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '00'
               PERFORM UNTIL WS-MASTER-FILE-STATUS NOT = '00'
                   READ F03-RENTAL-MASTER-FILE
                       AT END
                           MOVE '10' TO WS-MASTER-FILE-STATUS
                       NOT AT END
                           IF VR-UNIT-NO IS NUMERIC
                              AND VR-UNIT-NO > 0
                              AND VR-PICKUP-DATE IS NUMERIC
                              AND VR-RETURNED-DATE IS NUMERIC
                              AND VR-RETURNED-DATE >=
                                  W-EARLIEST-VIOLATION-DATE
                              AND W-CONTRACT-COUNT < MAX-CONTRACTS
                               PERFORM 125-ADD-RETURNED-CONTRACT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-RENTAL-MASTER-FILE
           END-IF
           .

       125-ADD-RETURNED-CONTRACT.
           ADD 1 TO W-CONTRACT-COUNT
           SET CON-IDX TO W-CONTRACT-COUNT
           MOVE VR-UNIT-NO       TO CON-UNIT-NO(CON-IDX)
           MOVE VR-PICKUP-DATE   TO CON-PICKUP-DATE(CON-IDX)
           MOVE VR-RETURNED-DATE TO CON-RETURN-DATE(CON-IDX)
           MOVE VR-CONTRACT-NO   TO CON-CONTRACT-NO(CON-IDX)
           MOVE VR-CUSTOMER-ID   TO CON-CUSTOMER-ID(CON-IDX)
           MOVE VR-LAST-NAME     TO CON-LAST-NAME(CON-IDX)
           .

      *Loads the cars still out, proving the open master's seal on
      *the way in the same way OVERBOOK does.
       130-LOAD-OPEN-CONTRACTS.
           OPEN INPUT F04-OPEN-FILE
           IF WS-OPEN-FILE-STATUS = '00'
               PERFORM UNTIL WS-OPEN-FILE-STATUS NOT = '00'
                   READ F04-OPEN-FILE
                       AT END
                           MOVE '10' TO WS-OPEN-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-SEAL-READ-COUNT
                           IF OPN-MILES-OUT IS NUMERIC
                               ADD OPN-MILES-OUT TO WS-SEAL-READ-SUM
                           END-IF
                           IF OPN-UNIT-NO IS NUMERIC
                              AND OPN-UNIT-NO > 0
                              AND OPN-PICKUP-DATE IS NUMERIC
                              AND W-CONTRACT-COUNT < MAX-CONTRACTS
                               PERFORM 135-ADD-OPEN-CONTRACT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F04-OPEN-FILE
               MOVE 'opencontracts.dat' TO WS-SEAL-MASTER-NAME
               PERFORM 093-VERIFY-MASTER-SEAL
           END-IF
           .

       135-ADD-OPEN-CONTRACT.
           ADD 1 TO W-CONTRACT-COUNT
           SET CON-IDX TO W-CONTRACT-COUNT
           MOVE OPN-UNIT-NO      TO CON-UNIT-NO(CON-IDX)
           MOVE OPN-PICKUP-DATE  TO CON-PICKUP-DATE(CON-IDX)
           MOVE 99999999         TO CON-RETURN-DATE(CON-IDX)
           MOVE OPN-CONTRACT-NO  TO CON-CONTRACT-NO(CON-IDX)
           MOVE OPN-CUSTOMER-ID  TO CON-CUSTOMER-ID(CON-IDX)
           MOVE OPN-LAST-NAME    TO CON-LAST-NAME(CON-IDX)
           .

      *Proves the carried master just loaded still matches the
      *seal its last rewriter left: same record count, same
      *amount hash. A truncated or half-written file from a bad
      *overnight swap fails here, before any posting, with the
      *severe condition code.
       093-VERIFY-MASTER-SEAL.
           MOVE 'N' TO WS-SEAL-FOUND-SWITCH
           MOVE SPACES TO WS-SEAL-FILE-STATUS
           OPEN INPUT F13-SEAL-FILE
           IF WS-SEAL-FILE-STATUS = '00'
               PERFORM UNTIL WS-SEAL-FILE-STATUS NOT = '00'
                   READ F13-SEAL-FILE
                       AT END
                           MOVE '10' TO WS-SEAL-FILE-STATUS
                       NOT AT END
                           IF SEA-MASTER-NAME = WS-SEAL-MASTER-NAME
                               MOVE SEA-COUNT TO WS-SEAL-EXP-COUNT
                               MOVE SEA-HASH  TO WS-SEAL-EXP-HASH
                               SET WS-SEAL-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F13-SEAL-FILE
           END-IF
           IF WS-SEAL-FOUND
               DIVIDE WS-SEAL-READ-SUM BY 100000000000
                   GIVING WS-SEAL-HIGH-PART
                   REMAINDER WS-SEAL-HASH
               IF WS-SEAL-EXP-COUNT NOT = WS-SEAL-READ-COUNT
                   OR WS-SEAL-EXP-HASH NOT = WS-SEAL-HASH
                   DISPLAY 'MASTER SEAL MISMATCH ON '
                       WS-SEAL-MASTER-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE 0 TO WS-SEAL-READ-COUNT
           MOVE 0 TO WS-SEAL-READ-SUM
           .

      *RENTBILL opens the feed fresh each night; this run adds onto
      *whatever is already there for RENTRECV to pick up.
       140-OPEN-BILLED-FEED.
           OPEN EXTEND F06-BILLED-FEED-FILE
           IF WS-BILLED-FILE-STATUS = '35'
               OPEN OUTPUT F06-BILLED-FEED-FILE
               CLOSE F06-BILLED-FEED-FILE
               OPEN EXTEND F06-BILLED-FEED-FILE
           END-IF
           .

       150-WRITE-REPORT-HEADINGS.
           WRITE F07-REGISTER-RECORD FROM W08-RUN-DATE-LINE
           WRITE F07-REGISTER-RECORD FROM REG-TITLE-LINE
           WRITE F07-REGISTER-RECORD FROM SPACES
           WRITE F07-REGISTER-RECORD FROM REG-HEADING-LINE
           WRITE F08-EXCEPTION-RECORD FROM W08-RUN-DATE-LINE
           WRITE F08-EXCEPTION-RECORD FROM EXC-TITLE-LINE
           WRITE F08-EXCEPTION-RECORD FROM SPACES
           WRITE F08-EXCEPTION-RECORD FROM EXC-HEADING-LINE
           .

       200-MATCH-VIOLATIONS.
           OPEN INPUT F01-VIOLATION-FILE
           IF WS-VIOLATION-FILE-STATUS = '00'
               PERFORM UNTIL WS-VIOLATION-FILE-STATUS NOT = '00'
                   READ F01-VIOLATION-FILE
                       AT END
                           MOVE '10' TO WS-VIOLATION-FILE-STATUS
                       NOT AT END
                           PERFORM 210-MATCH-ONE-VIOLATION
                   END-READ
               END-PERFORM
               CLOSE F01-VIOLATION-FILE
           END-IF
           .

      *Plate to unit, then unit and date to contract. A record the
      *run cannot read goes straight to the exception list rather
      *than billing a renter off a garbled amount.
       210-MATCH-ONE-VIOLATION.
           ADD 1 TO W-VIOLATIONS-READ
           MOVE SPACES TO EXD-UNIT-NO
           IF NOT VIO-VALID-SOURCE
              OR VIO-DATE IS NOT NUMERIC
              OR VIO-AMOUNT IS NOT NUMERIC
               MOVE BAD-RECORD-MSG  TO EXD-MESSAGE
               MOVE BAD-RECORD-CODE TO EXD-ERROR-CODE
               PERFORM 400-WRITE-EXCEPTION
           ELSE
               PERFORM 220-FIND-UNIT-BY-PLATE
               IF W-UNIT-NOT-FOUND
                   MOVE NOT-IN-FLEET-MSG  TO EXD-MESSAGE
                   MOVE NOT-IN-FLEET-CODE TO EXD-ERROR-CODE
                   PERFORM 400-WRITE-EXCEPTION
               ELSE
                   PERFORM 230-FIND-CONTRACT-ON-DATE
                   IF W-CONTRACT-NOT-FOUND
                       MOVE W-WORK-UNIT-NO   TO EXD-UNIT-NO
                       MOVE NO-CONTRACT-MSG  TO EXD-MESSAGE
                       MOVE NO-CONTRACT-CODE TO EXD-ERROR-CODE
                       PERFORM 400-WRITE-EXCEPTION
                   ELSE
                       PERFORM 300-BILL-ONE-VIOLATION
                   END-IF
               END-IF
           END-IF
           .

       220-FIND-UNIT-BY-PLATE.
           MOVE 'N' TO W-UNIT-FOUND-SWITCH
           IF W-UNIT-COUNT > 0
               SET UNT-IDX TO 1
               SEARCH UNIT-ENTRY
                   AT END CONTINUE
                   WHEN UNT-PLATE(UNT-IDX) = VIO-PLATE
                       MOVE 'Y' TO W-UNIT-FOUND-SWITCH
                       MOVE UNT-UNIT-NO(UNT-IDX) TO W-WORK-UNIT-NO
               END-SEARCH
           END-IF
           .

      *The contract that had the unit out covers the violation date
      *from its pickup day through its return day inclusive. On a
      *turnaround day the returned contract is loaded ahead of the
      *one still out, so the renter bringing the car back that day
      *takes the charge.
       230-FIND-CONTRACT-ON-DATE.
           MOVE 'N' TO W-CONTRACT-FOUND-SWITCH
           IF W-CONTRACT-COUNT > 0
               SET CON-IDX TO 1
               SEARCH CONTRACT-ENTRY
                   AT END CONTINUE
                   WHEN CON-UNIT-NO(CON-IDX) = W-WORK-UNIT-NO
                       AND CON-PICKUP-DATE(CON-IDX) <= VIO-DATE
                       AND CON-RETURN-DATE(CON-IDX) >= VIO-DATE
                       MOVE 'Y' TO W-CONTRACT-FOUND-SWITCH
               END-SEARCH
           END-IF
           .

      *The charge passes through at face value with the admin fee
      *on top, as one billed item against the contract.
       300-BILL-ONE-VIOLATION.
           ADD 1 TO W-ITEMS-BILLED
           COMPUTE W-ITEM-TOTAL = VIO-AMOUNT + W-ADMIN-FEE
           ADD VIO-AMOUNT   TO W-TOTAL-VIOLATIONS
           ADD W-ADMIN-FEE  TO W-TOTAL-FEES
           ADD W-ITEM-TOTAL TO W-TOTAL-BILLED
           MOVE CON-CONTRACT-NO(CON-IDX) TO BFC-CONTRACT-NO
           MOVE CON-CUSTOMER-ID(CON-IDX) TO BFC-CUSTOMER-ID
           MOVE W-ITEM-TOTAL             TO BFC-AMOUNT
           MOVE WS-TODAYS-DATE-8         TO BFC-BILL-DATE
           MOVE SPACE                    TO BFC-DEBTOR-TYPE
           WRITE F06-BILLED-FEED-RECORD
           MOVE CON-CONTRACT-NO(CON-IDX) TO RGD-CONTRACT-NO
           MOVE CON-CUSTOMER-ID(CON-IDX) TO RGD-CUSTOMER-ID
           MOVE CON-LAST-NAME(CON-IDX)   TO RGD-LAST-NAME
           MOVE W-WORK-UNIT-NO           TO RGD-UNIT-NO
           MOVE VIO-PLATE                TO RGD-PLATE
           MOVE VIO-DATE                 TO RGD-DATE
           MOVE VIO-SOURCE               TO RGD-SOURCE
           MOVE VIO-REFERENCE            TO RGD-REFERENCE
           MOVE VIO-AMOUNT               TO RGD-CHARGE
           MOVE W-ADMIN-FEE              TO RGD-FEE
           MOVE W-ITEM-TOTAL             TO RGD-TOTAL
           WRITE F07-REGISTER-RECORD FROM REG-DETAIL-LINE
           .

       400-WRITE-EXCEPTION.
           ADD 1 TO W-EXCEPTION-COUNT
           MOVE VIO-PLATE     TO EXD-PLATE
           MOVE VIO-DATE      TO EXD-DATE
           MOVE VIO-SOURCE    TO EXD-SOURCE
           MOVE VIO-REFERENCE TO EXD-REFERENCE
           IF VIO-AMOUNT IS NUMERIC
               MOVE VIO-AMOUNT TO EXD-CHARGE
               ADD VIO-AMOUNT TO W-TOTAL-EXCEPTIONS
           ELSE
               MOVE 0 TO EXD-CHARGE
           END-IF
           WRITE F08-EXCEPTION-RECORD FROM EXC-DETAIL-LINE
           .

       700-WRITE-TRAILERS.
           WRITE F07-REGISTER-RECORD FROM SPACES
           MOVE W-ITEMS-BILLED     TO RGT-COUNT
           MOVE W-TOTAL-VIOLATIONS TO RGT-CHARGES
           MOVE W-TOTAL-FEES       TO RGT-FEES
           MOVE W-TOTAL-BILLED     TO RGT-TOTAL
           WRITE F07-REGISTER-RECORD FROM REG-TRAILER-LINE
           WRITE F08-EXCEPTION-RECORD FROM SPACES
           MOVE W-EXCEPTION-COUNT  TO EXT-COUNT
           MOVE W-TOTAL-EXCEPTIONS TO EXT-CHARGES
           WRITE F08-EXCEPTION-RECORD FROM EXC-TRAILER-LINE
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
           MOVE W-VIOLATIONS-READ TO OPL-RECORD-COUNT
           OPEN EXTEND F09-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F09-OPS-LOG-FILE
               CLOSE F09-OPS-LOG-FILE
               OPEN EXTEND F09-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F09-OPS-LOG-RECORD
           WRITE F09-OPS-LOG-RECORD
           CLOSE F09-OPS-LOG-FILE
           .

      *Items passed back and items left on the exception list, so
      *the balancing run can prove every charge received landed on
      *one side or the other.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F10-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT F10-CONTROL-TOTAL-FILE
               CLOSE F10-CONTROL-TOTAL-FILE
               OPEN EXTEND F10-CONTROL-TOTAL-FILE
           END-IF
           MOVE 'TOLLBILL' TO CTF-PROGRAM
           MOVE 'VIOLATIONS' TO CTF-ITEM
           MOVE W-VIOLATIONS-READ TO CTF-COUNT
           COMPUTE CTF-AMOUNT =
               W-TOTAL-VIOLATIONS + W-TOTAL-EXCEPTIONS
           WRITE F10-CONTROL-TOTAL-RECORD
           MOVE 'TOLLBILL' TO CTF-PROGRAM
           MOVE 'BILLED' TO CTF-ITEM
           MOVE W-ITEMS-BILLED TO CTF-COUNT
           MOVE W-TOTAL-BILLED TO CTF-AMOUNT
           WRITE F10-CONTROL-TOTAL-RECORD
           MOVE 'TOLLBILL' TO CTF-PROGRAM
           MOVE 'EXCEPTIONS' TO CTF-ITEM
           MOVE W-EXCEPTION-COUNT TO CTF-COUNT
           MOVE W-TOTAL-EXCEPTIONS TO CTF-AMOUNT
           WRITE F10-CONTROL-TOTAL-RECORD
           CLOSE F10-CONTROL-TOTAL-FILE
           .

      *The passed-back charges as a balanced journal entry: the
      *whole billed figure into receivables, the face value of the
      *tolls and tickets back out of the fleet toll-and-fine
      *expense it was first paid from, and the admin fees to
      *rental revenue.
       920-WRITE-GL-JOURNAL.
           IF W-TOTAL-BILLED > 0
               OPEN EXTEND F11-GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS = '35'
                   OPEN OUTPUT F11-GL-JOURNAL-FILE
                   CLOSE F11-GL-JOURNAL-FILE
                   OPEN EXTEND F11-GL-JOURNAL-FILE
               END-IF
               MOVE W-TOTAL-VIOLATIONS TO W-GL-RECOVERY
               MOVE 'TOLLBILL' TO GLJ-PROGRAM
               MOVE WS-TODAYS-DATE-8 TO GLJ-DATE
               MOVE '1200' TO GLJ-ACCOUNT
               MOVE 'D' TO GLJ-DC
               MOVE W-TOTAL-BILLED TO GLJ-AMOUNT
               WRITE F11-GL-JOURNAL-RECORD
               MOVE '5400' TO GLJ-ACCOUNT
               MOVE 'C' TO GLJ-DC
               MOVE W-GL-RECOVERY TO GLJ-AMOUNT
               WRITE F11-GL-JOURNAL-RECORD
               IF W-TOTAL-FEES > 0
                   MOVE '4100' TO GLJ-ACCOUNT
                   MOVE 'C' TO GLJ-DC
                   MOVE W-TOTAL-FEES TO GLJ-AMOUNT
                   WRITE F11-GL-JOURNAL-RECORD
               END-IF
               CLOSE F11-GL-JOURNAL-FILE
           END-IF
           .
