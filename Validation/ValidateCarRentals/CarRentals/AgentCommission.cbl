       IDENTIFICATION DIVISION.
       PROGRAM-ID.      AGENTCOM.

      *Month-end commission run for travel agents and online
      *brokers. A booking taken through an agent carries the
      *agent's code on reservations.dat; RESMATCH links the
      *contract to the agent when the car is picked up, and
      *RENTBILL appends each linked contract it bills to
      *agentcharges.month with the time and mileage it billed -
      *net of discount, and with no tax, damage, fuel, insurance
      *or driver fees in it. This pass reads the accumulated month
      *back, prices each contract's commission at the agent's rate
      *off the agent master, and prints one statement per agent
      *with the agent's own claims set against what is due. The
      *commission goes out on agentpayables.dat for accounts
      *payable and is booked to the GL; claims that do not match a
      *billed contract, and contracts for agents not on the
      *master, are listed after the statements. Ops clears
      *agentcharges.month and agentclaims.dat once the statements
      *have gone out, same as corpcharges.month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Agent and broker master, maintained by the reservations
      *desk.
           SELECT F01-AGENT-FILE
               ASSIGN TO "agents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENT-FILE-STATUS.

           SELECT F02-AGENT-MONTH-FILE
               ASSIGN TO "agentcharges.month"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENT-MONTH-STATUS.

      *Commission the agents say they are owed, keyed from their
      *own remittance claims.
           SELECT F03-CLAIM-FILE
               ASSIGN TO "agentclaims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.

           SELECT F04-STATEMENT-FILE
               ASSIGN TO "agentstatements.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F05-OPS-LOG-FILE
               ASSIGN TO "opslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Machine-readable control totals for the nightly balancing
      *run.
           SELECT F06-CONTROL-TOTAL-FILE
               ASSIGN TO "controltotals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT F07-RUN-LOCK-FILE
               ASSIGN TO "runlock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.

      *One record per agent owed commission this month, for
      *accounts payable to pay from.
           SELECT F08-PAYABLE-FILE
               ASSIGN TO "agentpayables.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Shared general-ledger journal the accounting extract picks
      *up.
           SELECT F09-GL-JOURNAL-FILE
               ASSIGN TO "gljournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.

      *Contract-to-agent links RESMATCH appends. Links for
      *contracts commissioned this month are dropped from the
      *rewritten file; the overnight procedure moves it over
      *agentcontracts.dat once the run ends clean.
           SELECT F10-AGENT-LINK-FILE
               ASSIGN TO "agentcontracts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENT-LINK-STATUS.

           SELECT F11-AGENT-LINK-OUT-FILE
               ASSIGN TO "agentcontracts.new"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *Rate is the commission percentage paid on time and mileage.
       FD  F01-AGENT-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS F01-AGENT-RECORD.
       01  F01-AGENT-RECORD.
           05  AGT-IN-CODE              PIC X(6).
           05  AGT-IN-NAME              PIC X(30).
           05  AGT-IN-RATE-PCT          PIC 9(2)V99.
           05  AGT-IN-STATUS            PIC X.

      *Same 51-byte layout RENTBILL appends agent charges with.
       FD  F02-AGENT-MONTH-FILE
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS F02-AGENT-MONTH-RECORD.
       01  F02-AGENT-MONTH-RECORD.
           05  AGC-AGENT-CODE           PIC X(6).
           05  AGC-BILL-DATE            PIC 9(8).
           05  AGC-CONTRACT-NO          PIC 9(6).
           05  AGC-CUSTOMER-ID          PIC 9(6).
           05  AGC-PICKUP-DATE          PIC 9(8).
           05  AGC-RETURNED-DATE        PIC 9(8).
           05  AGC-TM-AMOUNT            PIC 9(7)V99.

       FD  F03-CLAIM-FILE
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS F03-CLAIM-RECORD.
       01  F03-CLAIM-RECORD.
           05  CLM-AGENT-CODE           PIC X(6).
           05  CLM-CONTRACT-NO          PIC 9(6).
           05  CLM-AMOUNT               PIC 9(5)V99.

       FD  F04-STATEMENT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F04-STATEMENT-RECORD.
       01  F04-STATEMENT-RECORD         PIC X(132).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F05-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F05-OPS-LOG-RECORD.
       01  F05-OPS-LOG-RECORD           PIC X(132).

       FD  F06-CONTROL-TOTAL-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F06-CONTROL-TOTAL-RECORD.
       01  F06-CONTROL-TOTAL-RECORD.
           05  CTF-PROGRAM         PIC X(8).
           05  CTF-ITEM            PIC X(12).
           05  CTF-COUNT           PIC 9(7).
           05  CTF-AMOUNT          PIC 9(11).

      *One record: who holds the suite run lock and since when.
       FD  F07-RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F07-RUN-LOCK-RECORD.
       01  F07-RUN-LOCK-RECORD.
           05  LCK-PROGRAM         PIC X(8).
           05  LCK-DATE            PIC 9(8).
           05  LCK-TIME            PIC 9(6).
           05  LCK-IDENTITY        PIC X(14).

       FD  F08-PAYABLE-FILE
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS F08-PAYABLE-RECORD.
       01  F08-PAYABLE-RECORD.
           05  PAY-AGENT-CODE           PIC X(6).
           05  PAY-AGENT-NAME           PIC X(30).
           05  PAY-PERIOD-END           PIC 9(8).
           05  PAY-CONTRACTS            PIC 9(5).
           05  PAY-TM-AMOUNT            PIC 9(9)V99.
           05  PAY-COMMISSION           PIC 9(7)V99.

       FD  F09-GL-JOURNAL-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS F09-GL-JOURNAL-RECORD.
       01  F09-GL-JOURNAL-RECORD.
           05  GLJ-PROGRAM         PIC X(8).
           05  GLJ-DATE            PIC 9(8).
           05  GLJ-ACCOUNT         PIC X(4).
           05  GLJ-DC              PIC X.
           05  GLJ-AMOUNT          PIC 9(11)V99.

      *Same 26-byte layout RESMATCH appends.
       FD  F10-AGENT-LINK-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS F10-AGENT-LINK-RECORD.
       01  F10-AGENT-LINK-RECORD.
           05  AGL-CONTRACT-NO          PIC 9(6).
           05  AGL-AGENT-CODE           PIC X(6).
           05  AGL-CUSTOMER-ID          PIC 9(6).
           05  AGL-PICKUP-DATE          PIC 9(8).

       FD  F11-AGENT-LINK-OUT-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS F11-AGENT-LINK-OUT-RECORD.
       01  F11-AGENT-LINK-OUT-RECORD    PIC X(26).

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
       01  WS-AGENT-FILE-STATUS         PIC XX    VALUE SPACES.
       01  WS-AGENT-MONTH-STATUS        PIC XX    VALUE SPACES.
       01  WS-CLAIM-FILE-STATUS         PIC XX    VALUE SPACES.
       01  WS-AGENT-LINK-STATUS         PIC XX    VALUE SPACES.
       01  WS-GL-JOURNAL-STATUS         PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS        PIC XX    VALUE SPACES.
       01  WS-CTL-FILE-STATUS           PIC XX    VALUE SPACES.

      *Agent master held in memory with each agent's month
      *accumulators.
       01  MAX-AGENTS                   PIC 9(4)  VALUE 1000.
       01  W-AGT-FOUND-SWITCH           PIC X     VALUE 'N'.
           88  W-AGT-FOUND                        VALUE 'Y'.
           88  W-AGT-NOT-FOUND                    VALUE 'N'.
       01  AGENT-AREA.
           05  W-AGENT-COUNT            PIC 9(4)  VALUE 0.
           05  AGENT-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON W-AGENT-COUNT
                   INDEXED BY AGT-IDX.
               10  AGT-CODE             PIC X(6).
               10  AGT-NAME             PIC X(30).
               10  AGT-RATE-PCT         PIC 9(2)V99.
               10  AGT-STATUS           PIC X.
               10  AGT-MONTH-COUNT      PIC 9(5).
               10  AGT-MONTH-TM         PIC 9(9)V99.
               10  AGT-MONTH-COMMISSION PIC 9(7)V99.
               10  AGT-CLAIM-COUNT      PIC 9(5).
               10  AGT-CLAIMED          PIC 9(7)V99.

      *The month's agent charges, held so each statement can pick
      *its own contracts out in the order they were billed.
       01  MAX-MONTH-CHARGES            PIC 9(5)  VALUE 20000.
       01  W-CHG-FOUND-SWITCH           PIC X     VALUE 'N'.
           88  W-CHG-FOUND                        VALUE 'Y'.
           88  W-CHG-NOT-FOUND                    VALUE 'N'.
       01  MONTH-CHARGE-AREA.
           05  W-CHARGE-COUNT           PIC 9(5)  VALUE 0.
           05  CHARGE-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON W-CHARGE-COUNT
                   INDEXED BY CHG-IDX.
               10  CHG-AGENT-CODE       PIC X(6).
               10  CHG-BILL-DATE        PIC 9(8).
               10  CHG-CONTRACT-NO      PIC 9(6).
               10  CHG-CUSTOMER-ID      PIC 9(6).
               10  CHG-PICKUP-DATE      PIC 9(8).
               10  CHG-RETURNED-DATE    PIC 9(8).
               10  CHG-TM-AMOUNT        PIC 9(7)V99.
               10  CHG-COMMISSION       PIC 9(7)V99.
      *'Y' once the charge has printed on a statement; whatever is
      *left unmatched at the end has no agent on the master.
               10  CHG-MATCHED          PIC X.

      *The agents' claims, each checked against the billed month.
       01  MAX-CLAIMS                   PIC 9(5)  VALUE 10000.
       01  CLAIM-AREA.
           05  W-CLAIM-COUNT            PIC 9(5)  VALUE 0.
           05  CLAIM-ENTRY OCCURS 0 TO 10000 TIMES
                   DEPENDING ON W-CLAIM-COUNT
                   INDEXED BY CLM-IDX.
               10  CLM-T-AGENT-CODE     PIC X(6).
               10  CLM-T-CONTRACT-NO    PIC 9(6).
               10  CLM-T-AMOUNT         PIC 9(5)V99.
      *Blank when the claim matches a billed contract; otherwise
      *why it does not.
               10  CLM-T-REASON         PIC X(24).

       01  RUN-COUNTERS.
           05  W-STATEMENTS-WRITTEN     PIC 9(5)     VALUE 0.
           05  W-CHARGES-STATED         PIC 9(7)     VALUE 0.
           05  W-TOTAL-TM-STATED        PIC 9(11)V99 VALUE 0.
           05  W-TOTAL-COMMISSION       PIC 9(11)V99 VALUE 0.
           05  W-PAYABLES-WRITTEN       PIC 9(5)     VALUE 0.
           05  W-UNMATCHED-CHARGES      PIC 9(5)     VALUE 0.
           05  W-UNMATCHED-TM           PIC 9(11)V99 VALUE 0.
           05  W-CLAIMS-REJECTED        PIC 9(5)     VALUE 0.
           05  W-REJECTED-DOLLARS       PIC 9(11)V99 VALUE 0.
           05  W-LINKS-CARRIED          PIC 9(7)     VALUE 0.
           05  W-LINKS-DROPPED          PIC 9(7)     VALUE 0.

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

      *Statement lines.
       01  STM-SEPARATOR-LINE.
           05                           PIC X(100) VALUE ALL '-'.
           05                           PIC X(32)  VALUE SPACES.
       01  STM-TITLE-LINE.
           05                           PIC X(30)  VALUE SPACES.
           05                           PIC X(22)
                 VALUE 'VERY NICE RENTALS INC.'.
           05                           PIC X(5)   VALUE SPACES.
           05                           PIC X(28)
                 VALUE 'MONTHLY COMMISSION STATEMENT'.
           05                           PIC X(47)  VALUE SPACES.
       01  STM-AGENT-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(7)   VALUE 'AGENT: '.
           05  STA-AGENT-CODE           PIC X(6).
           05                           PIC X(2)   VALUE SPACES.
           05  STA-AGENT-NAME           PIC X(30).
           05                           PIC X(4)   VALUE SPACES.
           05                           PIC X(6)   VALUE 'RATE: '.
           05  STA-RATE-PCT             PIC Z9.99.
           05                           PIC X      VALUE '%'.
           05                           PIC X(4)   VALUE SPACES.
           05                           PIC X(16)
                 VALUE 'STATEMENT DATE: '.
           05  STA-MM                   PIC 99.
           05                           PIC X      VALUE '/'.
           05  STA-DD                   PIC 99.
           05                           PIC X      VALUE '/'.
           05  STA-CCYY                 PIC 9999.
           05                           PIC X(40)  VALUE SPACES.
       01  STM-HEADING-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(10)  VALUE 'BILLED'.
           05                           PIC X(10)  VALUE 'CONTRACT'.
           05                           PIC X(10)  VALUE 'CUSTOMER'.
           05                           PIC X(10)  VALUE 'PICKUP'.
           05                           PIC X(10)  VALUE 'RETURNED'.
           05                           PIC X(15)
                 VALUE '   TIME/MILEAGE'.
           05                           PIC X(2)   VALUE SPACES.
           05                           PIC X(13)
                 VALUE '   COMMISSION'.
           05                           PIC X(51)  VALUE SPACES.
       01  STM-DETAIL-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05  STD-BILL-DATE            PIC 9(8).
           05                           PIC X(2)   VALUE SPACES.
           05  STD-CONTRACT-NO          PIC 9(6).
           05                           PIC X(4)   VALUE SPACES.
           05  STD-CUSTOMER-ID          PIC 9(6).
           05                           PIC X(4)   VALUE SPACES.
           05  STD-PICKUP-DATE          PIC 9(8).
           05                           PIC X(2)   VALUE SPACES.
           05  STD-RETURNED-DATE        PIC 9(8).
           05                           PIC X(2)   VALUE SPACES.
           05  STD-TM-AMOUNT            PIC $$$,$$$,$$9.99.
           05                           PIC X(2)   VALUE SPACES.
           05  STD-COMMISSION           PIC $$,$$$,$$9.99.
           05                           PIC X(52)  VALUE SPACES.
       01  STM-MONTH-TOTAL-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(19)
                 VALUE 'BOOKINGS THIS MONTH'.
           05                           PIC X(1)   VALUE SPACES.
           05  STT-COUNT                PIC ZZ,ZZ9.
           05                           PIC X(11)
                 VALUE ' CONTRACTS '.
           05                           PIC X(10)  VALUE SPACES.
           05  STT-TM-AMOUNT            PIC $$,$$$,$$$,$$9.99.
           05                           PIC X(2)   VALUE SPACES.
           05  STT-COMMISSION           PIC $$,$$$,$$9.99.
           05                           PIC X(52)  VALUE SPACES.
       01  STM-CLAIMED-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(22)
                 VALUE 'CLAIMED BY AGENT ON   '.
           05  STC-COUNT                PIC ZZ,ZZ9.
           05                           PIC X(11)
                 VALUE ' CONTRACTS '.
           05                           PIC X(28)  VALUE SPACES.
           05  STC-CLAIMED              PIC $$,$$$,$$9.99.
           05                           PIC X(51)  VALUE SPACES.
       01  STM-DUE-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(33)
                 VALUE 'COMMISSION DUE THIS MONTH'.
           05                           PIC X(35)  VALUE SPACES.
           05  STU-DUE                  PIC $$,$$$,$$9.99.
           05                           PIC X(50)  VALUE SPACES.

      *Charges with no agent on the master, listed after the
      *statements for the reservations desk to chase.
       01  UNM-TITLE-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(40)
                 VALUE 'BOOKINGS FOR AGENTS NOT ON THE MASTER'.
           05                           PIC X(91)  VALUE SPACES.
       01  UNM-DETAIL-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(7)   VALUE 'AGENT: '.
           05  UND-AGENT-CODE           PIC X(6).
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(10)  VALUE 'CONTRACT: '.
           05  UND-CONTRACT-NO          PIC 9(6).
           05                           PIC X(3)   VALUE SPACES.
           05  UND-TM-AMOUNT            PIC $$$,$$$,$$9.99.
           05                           PIC X(82)  VALUE SPACES.

      *Agent claims that do not stand against a billed contract,
      *listed for the desk to answer before anything is paid on
      *them.
       01  CLR-TITLE-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(45)
                 VALUE 'AGENT CLAIMS NOT MATCHED TO A BILLED CONTRACT'.
           05                           PIC X(86)  VALUE SPACES.
       01  CLR-DETAIL-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(7)   VALUE 'AGENT: '.
           05  CLD-AGENT-CODE           PIC X(6).
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(10)  VALUE 'CONTRACT: '.
           05  CLD-CONTRACT-NO          PIC 9(6).
           05                           PIC X(3)   VALUE SPACES.
           05                           PIC X(9)   VALUE 'CLAIMED: '.
           05  CLD-AMOUNT               PIC $$$,$$9.99.
           05                           PIC X(3)   VALUE SPACES.
           05  CLD-REASON               PIC X(24).
           05                           PIC X(50)  VALUE SPACES.

       01  STM-TRAILER-LINE.
           05                           PIC X(1)   VALUE SPACES.
           05                           PIC X(12)
                 VALUE 'STATEMENTS: '.
           05  STR-STATEMENTS           PIC ZZ,ZZ9.
           05                           PIC X(12)
                 VALUE '  CONTRACTS:'.
           05  STR-CHARGES              PIC Z,ZZZ,ZZ9.
           05                           PIC X(14)
                 VALUE '  COMMISSION: '.
           05  STR-COMMISSION           PIC $$$,$$$,$$$,$$9.99.
           05                           PIC X(14)
                 VALUE '  UNMATCHED:  '.
           05  STR-UNMATCHED            PIC ZZ,ZZ9.
           05                           PIC X(17)
                 VALUE '  CLAIMS REJECT: '.
           05  STR-REJECTED             PIC ZZ,ZZ9.
           05                           PIC X(17)  VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'AGENTCOM'.
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
           PERFORM 110-LOAD-AGENTS
           PERFORM 120-LOAD-MONTH-CHARGES
           PERFORM 130-LOAD-CLAIMS
           OPEN OUTPUT F04-STATEMENT-FILE
                OUTPUT F08-PAYABLE-FILE
           PERFORM 200-WRITE-ONE-STATEMENT
               VARYING AGT-IDX FROM 1 BY 1
               UNTIL AGT-IDX > W-AGENT-COUNT
           PERFORM 300-WRITE-UNMATCHED-CHARGES
           PERFORM 320-WRITE-REJECTED-CLAIMS
           PERFORM 700-WRITE-TRAILER
           CLOSE F04-STATEMENT-FILE
                 F08-PAYABLE-FILE
           PERFORM 500-REWRITE-AGENT-LINKS
           IF W-UNMATCHED-CHARGES > 0
               OR W-CLAIMS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 910-WRITE-CONTROL-TOTALS
           PERFORM 920-WRITE-GL-JOURNAL
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
           OPEN INPUT F07-RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = '00'
               READ F07-RUN-LOCK-FILE
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
               CLOSE F07-RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-IS-LIVE
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' - AGENTCOM NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F07-RUN-LOCK-FILE
           MOVE 'AGENTCOM' TO LCK-PROGRAM
           MOVE WS-LOCK-NOW-DATE TO LCK-DATE
           MOVE WS-LOCK-NOW-TIME TO LCK-TIME
           MOVE WS-LOCK-NOW-DATE TO WS-LID-DATE
           MOVE WS-LOCK-NOW-TIME TO WS-LID-TIME
           MOVE WS-LOCK-IDENTITY TO LCK-IDENTITY
           WRITE F07-RUN-LOCK-RECORD
           CLOSE F07-RUN-LOCK-FILE
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

      *Every agent on the master, inactive ones included - an
      *agency since closed is still owed for the bookings it made
      *while it was trading with us.
       110-LOAD-AGENTS.
           OPEN INPUT F01-AGENT-FILE
           IF WS-AGENT-FILE-STATUS = '00'
               PERFORM UNTIL WS-AGENT-FILE-STATUS NOT = '00'
                   READ F01-AGENT-FILE
                       AT END
                           MOVE '10' TO WS-AGENT-FILE-STATUS
                       NOT AT END
                           IF W-AGENT-COUNT < MAX-AGENTS
                               ADD 1 TO W-AGENT-COUNT
                               PERFORM 115-LOAD-ONE-AGENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F01-AGENT-FILE
           END-IF
           .

       115-LOAD-ONE-AGENT.
           MOVE AGT-IN-CODE     TO AGT-CODE(W-AGENT-COUNT)
           MOVE AGT-IN-NAME     TO AGT-NAME(W-AGENT-COUNT)
           MOVE AGT-IN-RATE-PCT TO AGT-RATE-PCT(W-AGENT-COUNT)
           MOVE AGT-IN-STATUS   TO AGT-STATUS(W-AGENT-COUNT)
           MOVE 0 TO AGT-MONTH-COUNT(W-AGENT-COUNT)
           MOVE 0 TO AGT-MONTH-TM(W-AGENT-COUNT)
           MOVE 0 TO AGT-MONTH-COMMISSION(W-AGENT-COUNT)
           MOVE 0 TO AGT-CLAIM-COUNT(W-AGENT-COUNT)
           MOVE 0 TO AGT-CLAIMED(W-AGENT-COUNT)
           .

       120-LOAD-MONTH-CHARGES.
           OPEN INPUT F02-AGENT-MONTH-FILE
           IF WS-AGENT-MONTH-STATUS = '00'
               PERFORM UNTIL WS-AGENT-MONTH-STATUS NOT = '00'
                   READ F02-AGENT-MONTH-FILE
                       AT END
                           MOVE '10' TO WS-AGENT-MONTH-STATUS
                       NOT AT END
                           IF W-CHARGE-COUNT < MAX-MONTH-CHARGES
                               ADD 1 TO W-CHARGE-COUNT
                               PERFORM 125-LOAD-ONE-CHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-AGENT-MONTH-FILE
           END-IF
           .

      *Commission is priced contract by contract, rounded to the
      *cent, so the statement lines add to the total paid. A
      *contract whose agent is not on the master earns nothing
      *until the desk sets the agent up.
       125-LOAD-ONE-CHARGE.
           SET CHG-IDX TO W-CHARGE-COUNT
           MOVE AGC-AGENT-CODE    TO CHG-AGENT-CODE(CHG-IDX)
           MOVE AGC-BILL-DATE     TO CHG-BILL-DATE(CHG-IDX)
           MOVE AGC-CONTRACT-NO   TO CHG-CONTRACT-NO(CHG-IDX)
           MOVE AGC-CUSTOMER-ID   TO CHG-CUSTOMER-ID(CHG-IDX)
           MOVE AGC-PICKUP-DATE   TO CHG-PICKUP-DATE(CHG-IDX)
           MOVE AGC-RETURNED-DATE TO CHG-RETURNED-DATE(CHG-IDX)
           MOVE AGC-TM-AMOUNT     TO CHG-TM-AMOUNT(CHG-IDX)
           MOVE 0                 TO CHG-COMMISSION(CHG-IDX)
           MOVE 'N'               TO CHG-MATCHED(CHG-IDX)
           PERFORM 140-FIND-AGENT
           IF W-AGT-FOUND
               COMPUTE CHG-COMMISSION(CHG-IDX) ROUNDED =
                   AGC-TM-AMOUNT * AGT-RATE-PCT(AGT-IDX) / 100
               ADD 1 TO AGT-MONTH-COUNT(AGT-IDX)
               ADD AGC-TM-AMOUNT TO AGT-MONTH-TM(AGT-IDX)
               ADD CHG-COMMISSION(CHG-IDX)
                   TO AGT-MONTH-COMMISSION(AGT-IDX)
           END-IF
           .

       130-LOAD-CLAIMS.
           OPEN INPUT F03-CLAIM-FILE
           IF WS-CLAIM-FILE-STATUS = '00'
               PERFORM UNTIL WS-CLAIM-FILE-STATUS NOT = '00'
                   READ F03-CLAIM-FILE
                       AT END
                           MOVE '10' TO WS-CLAIM-FILE-STATUS
                       NOT AT END
                           IF W-CLAIM-COUNT < MAX-CLAIMS
                               ADD 1 TO W-CLAIM-COUNT
                               PERFORM 135-CHECK-ONE-CLAIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-CLAIM-FILE
           END-IF
           .

      *A claim stands only against a contract billed this month
      *under the same agent, for no more than the commission the
      *contract earned. One that stands counts toward the agent's
      *claimed total on the statement.
       135-CHECK-ONE-CLAIM.
           SET CLM-IDX TO W-CLAIM-COUNT
           MOVE CLM-AGENT-CODE  TO CLM-T-AGENT-CODE(CLM-IDX)
           MOVE CLM-CONTRACT-NO TO CLM-T-CONTRACT-NO(CLM-IDX)
           MOVE CLM-AMOUNT      TO CLM-T-AMOUNT(CLM-IDX)
           MOVE SPACES          TO CLM-T-REASON(CLM-IDX)
           PERFORM 145-FIND-CHARGE
           EVALUATE TRUE
               WHEN W-CHG-NOT-FOUND
                   MOVE 'NO BILLED CONTRACT'
                       TO CLM-T-REASON(CLM-IDX)
               WHEN CHG-AGENT-CODE(CHG-IDX) NOT = CLM-AGENT-CODE
                   MOVE 'BILLED UNDER OTHER AGENT'
                       TO CLM-T-REASON(CLM-IDX)
               WHEN CLM-AMOUNT > CHG-COMMISSION(CHG-IDX)
                   MOVE 'CLAIM OVER COMMISSION'
                       TO CLM-T-REASON(CLM-IDX)
               WHEN OTHER
                   MOVE CLM-AGENT-CODE TO AGC-AGENT-CODE
                   PERFORM 140-FIND-AGENT
                   IF W-AGT-FOUND
                       ADD 1 TO AGT-CLAIM-COUNT(AGT-IDX)
                       ADD CLM-AMOUNT TO AGT-CLAIMED(AGT-IDX)
                   END-IF
           END-EVALUATE
           .

      *Looks up the agent code staged in AGC-AGENT-CODE.
       140-FIND-AGENT.
           MOVE 'N' TO W-AGT-FOUND-SWITCH
           IF W-AGENT-COUNT > 0
               SET AGT-IDX TO 1
               SEARCH AGENT-ENTRY
                   AT END CONTINUE
                   WHEN AGT-CODE(AGT-IDX) = AGC-AGENT-CODE
                       MOVE 'Y' TO W-AGT-FOUND-SWITCH
               END-SEARCH
           END-IF
           .

      *Looks up the contract staged in CLM-CONTRACT-NO among the
      *month's charges.
       145-FIND-CHARGE.
           MOVE 'N' TO W-CHG-FOUND-SWITCH
           IF W-CHARGE-COUNT > 0
               SET CHG-IDX TO 1
               SEARCH CHARGE-ENTRY
                   AT END CONTINUE
                   WHEN CHG-CONTRACT-NO(CHG-IDX) = CLM-CONTRACT-NO
                       MOVE 'Y' TO W-CHG-FOUND-SWITCH
               END-SEARCH
           END-IF
           .

      *One statement per agent with bookings billed or claims made
      *this month; an agent with neither gets no paper. An agent
      *owed commission also goes on the payables file.
       200-WRITE-ONE-STATEMENT.
           IF AGT-MONTH-COUNT(AGT-IDX) > 0
               OR AGT-CLAIM-COUNT(AGT-IDX) > 0
               ADD 1 TO W-STATEMENTS-WRITTEN
               WRITE F04-STATEMENT-RECORD FROM STM-SEPARATOR-LINE
               WRITE F04-STATEMENT-RECORD FROM STM-TITLE-LINE
               WRITE F04-STATEMENT-RECORD FROM SPACES
               MOVE AGT-CODE(AGT-IDX)     TO STA-AGENT-CODE
               MOVE AGT-NAME(AGT-IDX)     TO STA-AGENT-NAME
               MOVE AGT-RATE-PCT(AGT-IDX) TO STA-RATE-PCT
               MOVE WS-TODAYS-MM          TO STA-MM
               MOVE WS-TODAYS-DD          TO STA-DD
               MOVE WS-TODAYS-CCYY        TO STA-CCYY
               WRITE F04-STATEMENT-RECORD FROM STM-AGENT-LINE
               WRITE F04-STATEMENT-RECORD FROM SPACES
               WRITE F04-STATEMENT-RECORD FROM STM-HEADING-LINE
               PERFORM 210-WRITE-ONE-CHARGE
                   VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > W-CHARGE-COUNT
               WRITE F04-STATEMENT-RECORD FROM SPACES
               MOVE AGT-MONTH-COUNT(AGT-IDX)      TO STT-COUNT
               MOVE AGT-MONTH-TM(AGT-IDX)         TO STT-TM-AMOUNT
               MOVE AGT-MONTH-COMMISSION(AGT-IDX) TO STT-COMMISSION
               WRITE F04-STATEMENT-RECORD FROM STM-MONTH-TOTAL-LINE
               MOVE AGT-CLAIM-COUNT(AGT-IDX) TO STC-COUNT
               MOVE AGT-CLAIMED(AGT-IDX)     TO STC-CLAIMED
               WRITE F04-STATEMENT-RECORD FROM STM-CLAIMED-LINE
               MOVE AGT-MONTH-COMMISSION(AGT-IDX) TO STU-DUE
               WRITE F04-STATEMENT-RECORD FROM STM-DUE-LINE
               WRITE F04-STATEMENT-RECORD FROM SPACES
               IF AGT-MONTH-COMMISSION(AGT-IDX) > 0
                   PERFORM 220-WRITE-PAYABLE
               END-IF
           END-IF
           .

       210-WRITE-ONE-CHARGE.
           IF CHG-AGENT-CODE(CHG-IDX) = AGT-CODE(AGT-IDX)
               MOVE CHG-BILL-DATE(CHG-IDX)     TO STD-BILL-DATE
               MOVE CHG-CONTRACT-NO(CHG-IDX)   TO STD-CONTRACT-NO
               MOVE CHG-CUSTOMER-ID(CHG-IDX)   TO STD-CUSTOMER-ID
               MOVE CHG-PICKUP-DATE(CHG-IDX)   TO STD-PICKUP-DATE
               MOVE CHG-RETURNED-DATE(CHG-IDX) TO STD-RETURNED-DATE
               MOVE CHG-TM-AMOUNT(CHG-IDX)     TO STD-TM-AMOUNT
               MOVE CHG-COMMISSION(CHG-IDX)    TO STD-COMMISSION
               WRITE F04-STATEMENT-RECORD FROM STM-DETAIL-LINE
               MOVE 'Y' TO CHG-MATCHED(CHG-IDX)
               ADD 1 TO W-CHARGES-STATED
               ADD CHG-TM-AMOUNT(CHG-IDX)  TO W-TOTAL-TM-STATED
               ADD CHG-COMMISSION(CHG-IDX) TO W-TOTAL-COMMISSION
           END-IF
           .

       220-WRITE-PAYABLE.
           MOVE AGT-CODE(AGT-IDX)             TO PAY-AGENT-CODE
           MOVE AGT-NAME(AGT-IDX)             TO PAY-AGENT-NAME
           MOVE WS-TODAYS-DATE-8              TO PAY-PERIOD-END
           MOVE AGT-MONTH-COUNT(AGT-IDX)      TO PAY-CONTRACTS
           MOVE AGT-MONTH-TM(AGT-IDX)         TO PAY-TM-AMOUNT
           MOVE AGT-MONTH-COMMISSION(AGT-IDX) TO PAY-COMMISSION
           WRITE F08-PAYABLE-RECORD
           ADD 1 TO W-PAYABLES-WRITTEN
           .

      *A charge whose agent is not on the master cannot be stated
      *or paid; it is listed for the desk and the run ends with
      *the exceptions condition code.
       300-WRITE-UNMATCHED-CHARGES.
           PERFORM 310-CHECK-ONE-CHARGE
               VARYING CHG-IDX FROM 1 BY 1
               UNTIL CHG-IDX > W-CHARGE-COUNT
           .

       310-CHECK-ONE-CHARGE.
           IF CHG-MATCHED(CHG-IDX) NOT = 'Y'
               IF W-UNMATCHED-CHARGES = 0
                   WRITE F04-STATEMENT-RECORD FROM STM-SEPARATOR-LINE
                   WRITE F04-STATEMENT-RECORD FROM UNM-TITLE-LINE
                   WRITE F04-STATEMENT-RECORD FROM SPACES
               END-IF
               ADD 1 TO W-UNMATCHED-CHARGES
               ADD CHG-TM-AMOUNT(CHG-IDX) TO W-UNMATCHED-TM
               MOVE CHG-AGENT-CODE(CHG-IDX)  TO UND-AGENT-CODE
               MOVE CHG-CONTRACT-NO(CHG-IDX) TO UND-CONTRACT-NO
               MOVE CHG-TM-AMOUNT(CHG-IDX)   TO UND-TM-AMOUNT
               WRITE F04-STATEMENT-RECORD FROM UNM-DETAIL-LINE
           END-IF
           .

      *Claims that did not stand, with the reason; these also end
      *the run with the exceptions condition code.
       320-WRITE-REJECTED-CLAIMS.
           PERFORM 330-LIST-ONE-CLAIM
               VARYING CLM-IDX FROM 1 BY 1
               UNTIL CLM-IDX > W-CLAIM-COUNT
           .

       330-LIST-ONE-CLAIM.
           IF CLM-T-REASON(CLM-IDX) NOT = SPACES
               IF W-CLAIMS-REJECTED = 0
                   WRITE F04-STATEMENT-RECORD FROM STM-SEPARATOR-LINE
                   WRITE F04-STATEMENT-RECORD FROM CLR-TITLE-LINE
                   WRITE F04-STATEMENT-RECORD FROM SPACES
               END-IF
               ADD 1 TO W-CLAIMS-REJECTED
               ADD CLM-T-AMOUNT(CLM-IDX) TO W-REJECTED-DOLLARS
               MOVE CLM-T-AGENT-CODE(CLM-IDX)  TO CLD-AGENT-CODE
               MOVE CLM-T-CONTRACT-NO(CLM-IDX) TO CLD-CONTRACT-NO
               MOVE CLM-T-AMOUNT(CLM-IDX)      TO CLD-AMOUNT
               MOVE CLM-T-REASON(CLM-IDX)      TO CLD-REASON
               WRITE F04-STATEMENT-RECORD FROM CLR-DETAIL-LINE
           END-IF
           .

      *Every contract on this month's charges has now been through
      *the commission run, stated or listed, so its link is spent.
      *Links for contracts still out carry forward to be billed.
       500-REWRITE-AGENT-LINKS.
           OPEN OUTPUT F11-AGENT-LINK-OUT-FILE
           OPEN INPUT F10-AGENT-LINK-FILE
           IF WS-AGENT-LINK-STATUS = '00'
               PERFORM UNTIL WS-AGENT-LINK-STATUS NOT = '00'
                   READ F10-AGENT-LINK-FILE
                       AT END
                           MOVE '10' TO WS-AGENT-LINK-STATUS
                       NOT AT END
                           PERFORM 510-CARRY-ONE-LINK
                   END-READ
               END-PERFORM
               CLOSE F10-AGENT-LINK-FILE
           END-IF
           CLOSE F11-AGENT-LINK-OUT-FILE
           .

       510-CARRY-ONE-LINK.
           MOVE AGL-CONTRACT-NO TO CLM-CONTRACT-NO
           PERFORM 145-FIND-CHARGE
           IF W-CHG-FOUND
               ADD 1 TO W-LINKS-DROPPED
           ELSE
               WRITE F11-AGENT-LINK-OUT-RECORD
                   FROM F10-AGENT-LINK-RECORD
               ADD 1 TO W-LINKS-CARRIED
           END-IF
           .

       700-WRITE-TRAILER.
           WRITE F04-STATEMENT-RECORD FROM SPACES
           WRITE F04-STATEMENT-RECORD FROM W08-RUN-DATE-LINE
           MOVE W-STATEMENTS-WRITTEN TO STR-STATEMENTS
           MOVE W-CHARGES-STATED     TO STR-CHARGES
           MOVE W-TOTAL-COMMISSION   TO STR-COMMISSION
           MOVE W-UNMATCHED-CHARGES  TO STR-UNMATCHED
           MOVE W-CLAIMS-REJECTED    TO STR-REJECTED
           WRITE F04-STATEMENT-RECORD FROM STM-TRAILER-LINE
           .

      *Contracts commissioned and commission owed, for the
      *balancing run to compare against the month's RENTBILL agent
      *totals, plus the exceptions left for the desk.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F06-CONTROL-TOTAL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT F06-CONTROL-TOTAL-FILE
               CLOSE F06-CONTROL-TOTAL-FILE
               OPEN EXTEND F06-CONTROL-TOTAL-FILE
           END-IF
           MOVE 'AGENTCOM' TO CTF-PROGRAM
           MOVE 'COMMISSION' TO CTF-ITEM
           MOVE W-CHARGES-STATED TO CTF-COUNT
           MOVE W-TOTAL-COMMISSION TO CTF-AMOUNT
           WRITE F06-CONTROL-TOTAL-RECORD
           MOVE 'AGENTCOM' TO CTF-PROGRAM
           MOVE 'UNMATCHED' TO CTF-ITEM
           MOVE W-UNMATCHED-CHARGES TO CTF-COUNT
           MOVE W-UNMATCHED-TM TO CTF-AMOUNT
           WRITE F06-CONTROL-TOTAL-RECORD
           MOVE 'AGENTCOM' TO CTF-PROGRAM
           MOVE 'CLAIMS REJ' TO CTF-ITEM
           MOVE W-CLAIMS-REJECTED TO CTF-COUNT
           MOVE W-REJECTED-DOLLARS TO CTF-AMOUNT
           WRITE F06-CONTROL-TOTAL-RECORD
           CLOSE F06-CONTROL-TOTAL-FILE
           .

      *The month's commission is booked to commission expense
      *(5900) against agent commissions payable (2500), which
      *accounts payable clears as it pays off agentpayables.dat.
       920-WRITE-GL-JOURNAL.
           IF W-TOTAL-COMMISSION > 0
               OPEN EXTEND F09-GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS = '35'
                   OPEN OUTPUT F09-GL-JOURNAL-FILE
                   CLOSE F09-GL-JOURNAL-FILE
                   OPEN EXTEND F09-GL-JOURNAL-FILE
               END-IF
               MOVE 'AGENTCOM' TO GLJ-PROGRAM
               MOVE WS-TODAYS-DATE-8 TO GLJ-DATE
               MOVE '5900' TO GLJ-ACCOUNT
               MOVE 'D' TO GLJ-DC
               MOVE W-TOTAL-COMMISSION TO GLJ-AMOUNT
               WRITE F09-GL-JOURNAL-RECORD
               MOVE '2500' TO GLJ-ACCOUNT
               MOVE 'C' TO GLJ-DC
               MOVE W-TOTAL-COMMISSION TO GLJ-AMOUNT
               WRITE F09-GL-JOURNAL-RECORD
               CLOSE F09-GL-JOURNAL-FILE
           END-IF
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
           MOVE W-CHARGE-COUNT  TO OPL-RECORD-COUNT
           OPEN EXTEND F05-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F05-OPS-LOG-FILE
               CLOSE F05-OPS-LOG-FILE
               OPEN EXTEND F05-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F05-OPS-LOG-RECORD
           WRITE F05-OPS-LOG-RECORD
           CLOSE F05-OPS-LOG-FILE
           .
