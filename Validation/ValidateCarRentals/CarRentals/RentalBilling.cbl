      *prices it from the seasonal daily-rate card (rentalrates.dat,
      *maintained by the desk the same way rentalparams.dat is), and
      *produces a customer-ready invoice per contract plus a billing
      *register with end-of-run totals. A renter linked to an active
      *corporate account is priced at that account's negotiated
      *terms instead, and the contract is carried to the account's
      *monthly statement with the account as the debtor. Young
      *drivers and additional drivers on the contract are charged
      *their daily surcharge for every day rented. Every invoice is
      *also kept on a cumulative machine-readable history, so a
      *later credit memo can find what was billed and taxed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "billedcharges.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Corporate account master, desk-maintained: one record per
      *company billed by monthly statement, with its negotiated
      *discount and whether the account is open for charging.
           SELECT F19-CORP-ACCOUNT-FILE
               ASSIGN TO "corpaccounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORP-ACCOUNT-STATUS.

      *Links each authorized driver's customer ID to the account
      *that pays for their rentals.
           SELECT F20-CORP-DRIVER-FILE
               ASSIGN TO "corpdrivers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORP-DRIVER-STATUS.

      *Negotiated daily rates by account and car type, for the
      *accounts that buy on a rate card instead of a percentage.
           SELECT F21-CORP-RATE-FILE
               ASSIGN TO "corprates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORP-RATE-STATUS.

      *Month accumulation of every contract billed to an account,
      *appended each run the way taxremit.month is; CORPSTMT reads
      *it at month end for the consolidated statements.
           SELECT F22-CORP-MONTH-FILE
               ASSIGN TO "corpcharges.month"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORP-MONTH-STATUS.

      *Customer activity master maintained by CUSTPOST, read here
      *for each customer's earned loyalty tier so the promised
      *discount lands on the invoice instead of being penned on
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOYALTY-FILE-STATUS.

      *Rental parameters maintained by the desk; RENTBILL reads
      *only the driver surcharge fields off the end of the record.
           SELECT F23-RENTAL-PARM-FILE
               ASSIGN TO "rentalparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENTAL-PARM-STATUS.

      *Additional drivers RENTALS passed for today's contracts.
           SELECT F24-VALID-DRIVER-FILE
               ASSIGN TO "validdrivers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALID-DRIVER-STATUS.

      *Every invoice ever billed - debtor, pre-tax amount, tax and
      *the jurisdiction and rate it was taxed at - appended each
      *run the way corpcharges.month is but never cleared; RENTADJ
      *credits disputed charges against it.
           SELECT F25-INVOICE-HISTORY-FILE
               ASSIGN TO "invoicehistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-HIST-STATUS.

      *Contracts RESMATCH kept against a travel agent's or
      *broker's booking, read so the agent rides onto the billed
      *contract.
           SELECT F26-AGENT-LINK-FILE
               ASSIGN TO "agentcontracts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENT-LINK-STATUS.

      *Month accumulation of every agent-booked contract billed,
      *with the time-and-mileage it billed, appended each run the
      *way corpcharges.month is; AGENTCOM reads it at month end
      *for the commission statements.
           SELECT F27-AGENT-MONTH-FILE
               ASSIGN TO "agentcharges.month"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENT-MONTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Same 127-byte layout RENTALS writes valid contracts with
      *(see RENTAL-RECORD in Program1.cbl).
       FD  F01-VALID-RENTAL-FILE
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS F01-VALID-RENTAL-RECORD.
       01  F01-VALID-RENTAL-RECORD.
           05  VR-CONTRACT-NO           PIC 9(6).
      *before fuel capture began, which bill no surcharge.
           05  VR-FUEL-OUT              PIC X.
           05  VR-FUEL-IN               PIC X.
      *Company purchase order or reference; blank on private
      *rentals.
           05  VR-PO-NUMBER             PIC X(12).
      *Renter's licence and date of birth; the birth date prices
      *the young-driver surcharge.
           05  VR-LICENCE-NO            PIC X(15).
           05  VR-LICENCE-STATE         PIC X(2).
           05  VR-LICENCE-EXPIRY        PIC X(8).
           05  VR-BIRTH-DATE.
               10  VR-BIRTH-YEAR        PIC 9(4).
               10  VR-BIRTH-MMDD        PIC 9(4).

      *Widened to carry weekly and monthly rates per car type so a
      *long rental prices at the cheapest lawful combination
           05  F14-TAX-RATE             PIC 9V9999.

      *Same 27-byte layout VALCAR appends and TAXMONTH reads; the
      *trailing sign is '+' here - tax credited back on a disputed
      *invoice is reversed through this stream by RENTADJ.
       FD  F15-TAX-MONTH-FILE
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS F15-TAX-MONTH-RECORD.
           05  VD-DESCRIPTION           PIC X(25).
           05  VD-AMOUNT                PIC 9(5)V99.

      *Widened to carry the debtor type: 'A' when the ID is a
      *corporate account number rather than the renter's customer
      *ID. Records from the old 31-byte feed read with a blank
      *type, the renter as debtor, as before.
       FD  F10-BILLED-FEED-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS F10-BILLED-FEED-RECORD.
       01  F10-BILLED-FEED-RECORD.
           05  BFC-CONTRACT-NO          PIC 9(6).
           05  BFC-CUSTOMER-ID          PIC 9(6).
           05  BFC-AMOUNT               PIC 9(9)V99.
           05  BFC-BILL-DATE            PIC 9(8).
           05  BFC-DEBTOR-TYPE          PIC X.
               88  BFC-ACCOUNT-DEBTOR       VALUE 'A'.

       FD  F19-CORP-ACCOUNT-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS F19-CORP-ACCOUNT-RECORD.
       01  F19-CORP-ACCOUNT-RECORD.
           05  CORP-IN-ACCOUNT-NO       PIC 9(6).
           05  CORP-IN-NAME             PIC X(30).
           05  CORP-IN-DISCOUNT-PCT     PIC 9(2)V9.
      *'A' active; 'S' suspended - a suspended account's drivers
      *pay for their own rentals until credit control reopens it.
           05  CORP-IN-STATUS           PIC X.

       FD  F20-CORP-DRIVER-FILE
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS F20-CORP-DRIVER-RECORD.
       01  F20-CORP-DRIVER-RECORD.
           05  CDR-IN-CUSTOMER-ID       PIC 9(6).
           05  CDR-IN-ACCOUNT-NO        PIC 9(6).

       FD  F21-CORP-RATE-FILE
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS F21-CORP-RATE-RECORD.
       01  F21-CORP-RATE-RECORD.
           05  CRT-IN-ACCOUNT-NO        PIC 9(6).
           05  CRT-IN-CAR-TYPE          PIC X.
           05  CRT-IN-DAILY             PIC 9(3)V99.

      *One record per contract billed to an account; CORPSTMT reads
      *the same 99-byte layout.
       FD  F22-CORP-MONTH-FILE
           RECORD CONTAINS 99 CHARACTERS
           DATA RECORD IS F22-CORP-MONTH-RECORD.
       01  F22-CORP-MONTH-RECORD.
           05  CCH-ACCOUNT-NO           PIC 9(6).
           05  CCH-BILL-DATE            PIC 9(8).
           05  CCH-CONTRACT-NO          PIC 9(6).
           05  CCH-CUSTOMER-ID          PIC 9(6).
           05  CCH-LAST-NAME            PIC X(15).
           05  CCH-FIRST-NAME           PIC X(10).
           05  CCH-PO-NUMBER            PIC X(12).
           05  CCH-PICKUP-DATE          PIC 9(8).
           05  CCH-RETURNED-DATE        PIC 9(8).
           05  CCH-AMOUNT               PIC 9(9)V99.
           05  CCH-TAX                  PIC 9(7)V99.

      *Same 39-byte layout CUSTPOST rewrites the activity master
      *with; only the customer ID and tier are needed here.
           05  PARM-GOLD-DISC-PCT       PIC 9(2)V9.
           05  PARM-PLATINUM-DISC-PCT   PIC 9(2)V9.

      *Same 32-byte layout RENTALS reads its parameters with.
       FD  F23-RENTAL-PARM-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS F23-RENTAL-PARM-RECORD.
       01  F23-RENTAL-PARM-RECORD.
           05  FILLER                   PIC X(20).
           05  PARM-YOUNG-DRIVER-AGE    PIC 99.
           05  PARM-YOUNG-DRIVER-DAILY  PIC 9(3)V99.
           05  PARM-ADDL-DRIVER-DAILY   PIC 9(3)V99.

      *Same 64-byte layout RENTALS writes passed additional drivers
      *with.
       FD  F24-VALID-DRIVER-FILE
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS F24-VALID-DRIVER-RECORD.
       01  F24-VALID-DRIVER-RECORD.
           05  VDR-IN-CONTRACT-NO       PIC 9(6).
           05  FILLER                   PIC X(50).
           05  VDR-IN-BIRTH-DATE.
               10  VDR-IN-BIRTH-YEAR    PIC 9(4).
               10  VDR-IN-BIRTH-MMDD    PIC 9(4).

      *One record per invoice; RENTADJ reads the same 59-byte
      *layout.
       FD  F25-INVOICE-HISTORY-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS F25-INVOICE-HISTORY-RECORD.
       01  F25-INVOICE-HISTORY-RECORD.
           05  IVH-CONTRACT-NO          PIC 9(6).
           05  IVH-CUSTOMER-ID          PIC 9(6).
           05  IVH-DEBTOR-TYPE          PIC X.
           05  IVH-BILL-DATE            PIC 9(8).
           05  IVH-JURISDICTION         PIC X(2).
           05  IVH-TAX-RATE             PIC 9V9999.
           05  IVH-PRETAX-AMOUNT        PIC 9(9)V99.
           05  IVH-TAX-AMOUNT           PIC 9(7)V99.
           05  IVH-TOTAL-AMOUNT         PIC 9(9)V99.

      *Same 26-byte layout RESMATCH appends.
       FD  F26-AGENT-LINK-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS F26-AGENT-LINK-RECORD.
       01  F26-AGENT-LINK-RECORD.
           05  AGL-CONTRACT-NO          PIC 9(6).
           05  AGL-AGENT-CODE           PIC X(6).
           05  AGL-CUSTOMER-ID          PIC 9(6).
           05  AGL-PICKUP-DATE          PIC 9(8).

      *One record per agent-booked contract billed; AGENTCOM reads
      *the same 51-byte layout. The amount is the time and mileage
      *billed, net of any discount that fell on it - no tax,
      *damage, fuel, insurance or driver fees.
       FD  F27-AGENT-MONTH-FILE
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS F27-AGENT-MONTH-RECORD.
       01  F27-AGENT-MONTH-RECORD.
           05  AGC-AGENT-CODE           PIC X(6).
           05  AGC-BILL-DATE            PIC 9(8).
           05  AGC-CONTRACT-NO          PIC 9(6).
           05  AGC-CUSTOMER-ID          PIC 9(6).
           05  AGC-PICKUP-DATE          PIC 9(8).
           05  AGC-RETURNED-DATE        PIC 9(8).
           05  AGC-TM-AMOUNT            PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  W01-EOF-SWITCH               PIC X    VALUE 'N'.
           88  W01-EOF-REACHED              VALUE 'Y'.
       01  WS-FUEL-PARM-STATUS          PIC XX   VALUE SPACES.
       01  WS-BRANCH-JURIS-STATUS       PIC XX   VALUE SPACES.
       01  WS-GL-JOURNAL-STATUS         PIC XX   VALUE SPACES.
       01  WS-CORP-ACCOUNT-STATUS       PIC XX   VALUE SPACES.
       01  WS-CORP-DRIVER-STATUS        PIC XX   VALUE SPACES.
       01  WS-CORP-RATE-STATUS          PIC XX   VALUE SPACES.
       01  WS-CORP-MONTH-STATUS         PIC XX   VALUE SPACES.
       01  WS-RENTAL-PARM-STATUS        PIC XX   VALUE SPACES.
       01  WS-VALID-DRIVER-STATUS       PIC XX   VALUE SPACES.
       01  WS-INVOICE-HIST-STATUS       PIC XX   VALUE SPACES.
       01  WS-AGENT-LINK-STATUS         PIC XX   VALUE SPACES.
       01  WS-AGENT-MONTH-STATUS        PIC XX   VALUE SPACES.

      *Run-lock work fields. A same-day lock younger than the
      *stale limit is live; anything older is left over from a
           05  W-FUEL-PER-GALLON        PIC 9(2)V99 VALUE 5.99.
           05  W-TANK-GALLONS           PIC 9(2)    VALUE 16.

      *Driver surcharges, overlaid from rentalparams.dat when the
      *desk has set them. A driver younger than the young-driver
      *age on the pickup date pays the young-driver daily rate.
       01  DRIVER-PARAMETERS.
           05  W-YOUNG-DRIVER-AGE       PIC 99      VALUE 25.
           05  W-YOUNG-DRIVER-DAILY     PIC 9(3)V99 VALUE 25.00.
           05  W-ADDL-DRIVER-DAILY      PIC 9(3)V99 VALUE 12.00.

      *Additional drivers passed by RENTALS, loaded at startup. An
      *absent file simply means nobody added a driver today.
       01  MAX-VALID-DRIVERS            PIC 9(4) VALUE 2000.
       01  VALID-DRIVER-AREA.
           05  W-VDT-COUNT              PIC 9(4) VALUE 0.
           05  VDT-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON W-VDT-COUNT
                   INDEXED BY VDT-IDX.
               10  VDT-CONTRACT-NO      PIC 9(6).
               10  VDT-BIRTH-YEAR       PIC 9(4).
               10  VDT-BIRTH-MMDD       PIC 9(4).
       01  W-DRIVER-AGE                 PIC S9(3) VALUE 0.

      *Per-tier discount percentages, overlaid from the widened
      *loyaltyparams.dat when the desk has supplied them.
       01  TIER-DISCOUNTS.
               10  LOY-CUSTOMER-ID      PIC 9(6).
               10  LOY-TIER             PIC X(8).

      *Corporate accounts, driver links, and negotiated rates,
      *loaded at startup. Absent files simply mean nobody bills to
      *an account today.
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

      *Validated damage charges summed per contract, loaded from
      *validdamage.dat at startup. Absent file simply means no
      *damage surcharges today.
               10  DMG-T-CONTRACT-NO    PIC 9(6).
               10  DMG-T-AMOUNT         PIC 9(7)V99.

      *Contract-to-agent links loaded from agentcontracts.dat at
      *startup. An absent file means no agent bookings to carry.
       01  MAX-AGENT-LINKS              PIC 9(5) VALUE 10000.
       01  W-AGL-FOUND-SWITCH           PIC X    VALUE 'N'.
           88  W-AGL-FOUND                  VALUE 'Y'.
           88  W-AGL-NOT-FOUND              VALUE 'N'.
       01  AGENT-LINK-AREA.
           05  W-AGENT-LINK-COUNT       PIC 9(5) VALUE 0.
           05  AGENT-LINK-ENTRY OCCURS 0 TO 10000 TIMES
                   DEPENDING ON W-AGENT-LINK-COUNT
                   INDEXED BY AGL-IDX.
               10  AGL-T-CONTRACT-NO    PIC 9(6).
               10  AGL-T-AGENT-CODE     PIC X(6).
      *Commissionable time and mileage for the current contract.
       01  W-AGENT-TM-BASE              PIC 9(9)V99  VALUE 0.
       01  W-AGENT-DISC-SHARE           PIC 9(7)V99  VALUE 0.
       01  W-AGENT-TM-AMOUNT            PIC 9(7)V99  VALUE 0.

      *Rate cards loaded from rentalrates.dat at startup - several
      *per class now, each with its effective date. The five seeded
      *defaults (effective from day zero) preserve a sensible
           05  W-DAMAGE-CHARGE          PIC 9(7)V99  VALUE 0.
           05  W-FUEL-EIGHTHS-SHORT     PIC 9        VALUE 0.
           05  W-FUEL-CHARGE            PIC 9(5)V99  VALUE 0.
           05  W-YOUNG-DRIVERS          PIC 9(2)     VALUE 0.
           05  W-YOUNG-CHARGE           PIC 9(7)V99  VALUE 0.
           05  W-ADDL-DRIVERS           PIC 9(2)     VALUE 0.
           05  W-ADDL-DRIVER-CHARGE     PIC 9(7)V99  VALUE 0.
           05  W-TAX-CHARGE             PIC 9(7)V99  VALUE 0.
           05  W-TAX-RATE-PCT           PIC 9(2)V99  VALUE 0.
           05  W-TAX-JURISDICTION       PIC X(2)     VALUE SPACES.
           05  W-CUSTOMER-TIER          PIC X(8)     VALUE SPACES.
           05  W-DISCOUNT-PCT           PIC 9(2)V9   VALUE 0.
           05  W-LOYALTY-DISCOUNT       PIC 9(7)V99  VALUE 0.
           05  W-ACCOUNT-DISC-PCT       PIC 9(2)V9   VALUE 0.
           05  W-ACCOUNT-DISCOUNT       PIC 9(7)V99  VALUE 0.
           05  W-CONTRACT-TOTAL         PIC 9(9)V99  VALUE 0.

      *Run totals for the billing register trailer.
           05  W-TOTAL-INSURANCE        PIC 9(9)V99  VALUE 0.
           05  W-TOTAL-DAMAGE           PIC 9(9)V99  VALUE 0.
           05  W-TOTAL-FUEL             PIC 9(9)V99  VALUE 0.
           05  W-TOTAL-YOUNG            PIC 9(9)V99  VALUE 0.
           05  W-TOTAL-ADDL-DRIVER      PIC 9(9)V99  VALUE 0.
           05  W-TOTAL-TAX              PIC 9(9)V99  VALUE 0.
           05  W-TOTAL-DISCOUNT         PIC 9(9)V99  VALUE 0.
           05  W-TOTAL-BILLED           PIC 9(11)V99 VALUE 0.
           05  W-CORP-CONTRACTS         PIC 9(7)     VALUE 0.
           05  W-TOTAL-ACCT-DISCOUNT    PIC 9(9)V99  VALUE 0.
           05  W-TOTAL-CORP-BILLED      PIC 9(11)V99 VALUE 0.
           05  W-AGENT-CONTRACTS        PIC 9(7)     VALUE 0.
           05  W-TOTAL-AGENT-TM         PIC 9(11)V99 VALUE 0.

      *Run-date heading, same ACCEPT FROM DATE/RUN DATE: pattern used
      *by the other batch report programs.
           05                           PIC X     VALUE SPACES.
           05  INV-LAST-NAME            PIC X(15).
           05                           PIC X(42) VALUE SPACES.
       01  INV-ACCOUNT-LINE.
           05                           PIC X(10) VALUE 'ACCOUNT:  '.
           05  INV-ACCOUNT-NO           PIC 9(6).
           05                           PIC X     VALUE SPACES.
           05  INV-ACCOUNT-NAME         PIC X(30).
           05                           PIC X(3)  VALUE SPACES.
           05                           PIC X(4)  VALUE 'PO: '.
           05  INV-PO-NUMBER            PIC X(12).
           05                           PIC X(14) VALUE SPACES.
       01  INV-AGENT-LINE.
           05                           PIC X(10) VALUE 'BOOKED BY:'.
           05                           PIC X     VALUE SPACES.
           05                           PIC X(6)  VALUE 'AGENT '.
           05  INV-AGENT-CODE           PIC X(6).
           05                           PIC X(57) VALUE SPACES.
       01  INV-DAILY-LINE.
           05                           PIC X(22)
                 VALUE 'DAILY CHARGE:         '.
           05                           PIC X(6)  VALUE '% =  -'.
           05  INV-DISC-AMOUNT          PIC $$,$$$,$$9.99.
           05                           PIC X(31) VALUE SPACES.
       01  INV-ACCT-DISCOUNT-LINE.
           05                           PIC X(17)
                 VALUE 'ACCOUNT DISCOUNT '.
           05                           PIC X(9)  VALUE SPACES.
           05  INV-ACCT-DISC-PCT        PIC Z9.9.
           05                           PIC X(6)  VALUE '% =  -'.
           05  INV-ACCT-DISC-AMOUNT     PIC $$,$$$,$$9.99.
           05                           PIC X(31) VALUE SPACES.
       01  INV-FUEL-LINE.
           05                           PIC X(11)
                 VALUE 'REFUELING: '.
           05                           PIC X(7)  VALUE '/GAL = '.
           05  INV-FUEL-CHARGE          PIC $$,$$9.99.
           05                           PIC X(29) VALUE SPACES.
       01  INV-YOUNG-DRIVER-LINE.
           05                           PIC X(15)
                 VALUE 'YOUNG DRIVERS: '.
           05  INV-YOUNG-COUNT          PIC Z9.
           05                           PIC X(3)  VALUE ' X '.
           05  INV-YOUNG-DAYS           PIC ZZ9.
           05                           PIC X(9)  VALUE ' DAYS AT '.
           05  INV-YOUNG-RATE           PIC $ZZ9.99.
           05                           PIC X(7)  VALUE '/DAY = '.
           05  INV-YOUNG-CHARGE         PIC $$,$$$,$$9.99.
           05                           PIC X(21) VALUE SPACES.
       01  INV-ADDL-DRIVER-LINE.
           05                           PIC X(15)
                 VALUE 'ADDL DRIVERS:  '.
           05  INV-ADDL-COUNT           PIC Z9.
           05                           PIC X(3)  VALUE ' X '.
           05  INV-ADDL-DAYS            PIC ZZ9.
           05                           PIC X(9)  VALUE ' DAYS AT '.
           05  INV-ADDL-RATE            PIC $ZZ9.99.
           05                           PIC X(7)  VALUE '/DAY = '.
           05  INV-ADDL-CHARGE          PIC $$,$$$,$$9.99.
           05                           PIC X(21) VALUE SPACES.
       01  INV-DAMAGE-LINE.
           05                           PIC X(22)
                 VALUE 'DAMAGE CHARGES:       '.
                 VALUE 'TOTAL DUE:            '.
           05  INV-TOTAL                PIC $$$,$$$,$$9.99.
           05                           PIC X(44) VALUE SPACES.
       01  INV-ON-ACCOUNT-LINE.
           05                           PIC X(44)
                 VALUE 'CHARGED TO ACCOUNT - BILLED ON THE MONTHLY S'.
           05                           PIC X(36)
                 VALUE 'TATEMENT, NOTHING DUE FROM RENTER   '.

      *Rate-history listing lines.
       01  RH-TITLE-LINE.
                 VALUE 'REFUEL SURCHARGES: '.
           05  RGT-FUEL                 PIC $$$,$$$,$$9.99.
           05                           PIC X(77) VALUE SPACES.
       01  REG-DRIVER-TOTAL-LINE.
           05                           PIC X(19)
                 VALUE 'YOUNG DRIVER FEES: '.
           05  RGT-YOUNG                PIC $$$,$$$,$$9.99.
           05                           PIC X(24)
                 VALUE '  ADDL DRIVER FEES:     '.
           05  RGT-ADDL-DRIVER          PIC $$$,$$$,$$9.99.
           05                           PIC X(53) VALUE SPACES.
       01  REG-CORP-TOTAL-LINE.
           05                           PIC X(19)
                 VALUE 'ACCOUNT DISCOUNTS: '.
           05  RGT-ACCT-DISCOUNT        PIC $$$,$$$,$$9.99.
           05                           PIC X(24)
                 VALUE '  CORPORATE CONTRACTS:  '.
           05  RGT-CORP-CONTRACTS       PIC ZZZ,ZZ9.
           05                           PIC X(21)
                 VALUE '  BILLED TO ACCOUNTS '.
           05  RGT-CORP-BILLED          PIC $$,$$$,$$$,$$9.99.
           05                           PIC X(22) VALUE SPACES.
       01  REG-TAX-TOTAL-LINE.
           05                           PIC X(19)
                 VALUE 'SALES TAX BILLED:  '.
           PERFORM 112-WRITE-RATE-HISTORY
           PERFORM 113-LOAD-LOYALTY-PARAMETERS
           PERFORM 114-LOAD-FUEL-PARAMETERS
           PERFORM 124-LOAD-DRIVER-PARAMETERS
           PERFORM 125-LOAD-VALID-DRIVERS
           PERFORM 115-LOAD-BRANCH-JURISDICTIONS
           PERFORM 116-LOAD-TAX-RATES
           PERFORM 117-LOAD-CUSTOMER-TIERS
           PERFORM 118-LOAD-DAMAGE-CHARGES
           PERFORM 121-LOAD-CORPORATE-ACCOUNTS
           PERFORM 122-LOAD-CORPORATE-DRIVERS
           PERFORM 123-LOAD-CORPORATE-RATES
           PERFORM 126-LOAD-AGENT-LINKS
           PERFORM 140-OPEN-CORPORATE-MONTH
           PERFORM 145-OPEN-INVOICE-HISTORY
           PERFORM 146-OPEN-AGENT-MONTH
           PERFORM 120-WRITE-REGISTER-HEADINGS

           READ F01-VALID-RENTAL-FILE
                 F03-INVOICE-FILE
                 F04-REGISTER-FILE
                 F10-BILLED-FEED-FILE
                 F22-CORP-MONTH-FILE
                 F25-INVOICE-HISTORY-FILE
                 F27-AGENT-MONTH-FILE
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 910-WRITE-CONTROL-TOTALS
           PERFORM 920-WRITE-GL-JOURNAL
           END-IF
           .

       124-LOAD-DRIVER-PARAMETERS.
           OPEN INPUT F23-RENTAL-PARM-FILE
           IF WS-RENTAL-PARM-STATUS = '00'
               READ F23-RENTAL-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-YOUNG-DRIVER-AGE IS NUMERIC
                          AND PARM-YOUNG-DRIVER-AGE > 0
                           MOVE PARM-YOUNG-DRIVER-AGE
                               TO W-YOUNG-DRIVER-AGE
                       END-IF
                       IF PARM-YOUNG-DRIVER-DAILY IS NUMERIC
                           MOVE PARM-YOUNG-DRIVER-DAILY
                               TO W-YOUNG-DRIVER-DAILY
                       END-IF
                       IF PARM-ADDL-DRIVER-DAILY IS NUMERIC
                           MOVE PARM-ADDL-DRIVER-DAILY
                               TO W-ADDL-DRIVER-DAILY
                       END-IF
               END-READ
               CLOSE F23-RENTAL-PARM-FILE
           END-IF
           .

       125-LOAD-VALID-DRIVERS.
           OPEN INPUT F24-VALID-DRIVER-FILE
           IF WS-VALID-DRIVER-STATUS = '00'
               PERFORM UNTIL WS-VALID-DRIVER-STATUS NOT = '00'
                   READ F24-VALID-DRIVER-FILE
                       AT END
                           MOVE '10' TO WS-VALID-DRIVER-STATUS
                       NOT AT END
                           IF W-VDT-COUNT < MAX-VALID-DRIVERS
                               ADD 1 TO W-VDT-COUNT
                               MOVE VDR-IN-CONTRACT-NO
                                   TO VDT-CONTRACT-NO(W-VDT-COUNT)
                               MOVE VDR-IN-BIRTH-YEAR
                                   TO VDT-BIRTH-YEAR(W-VDT-COUNT)
                               MOVE VDR-IN-BIRTH-MMDD
                                   TO VDT-BIRTH-MMDD(W-VDT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F24-VALID-DRIVER-FILE
           END-IF
           .

       115-LOAD-BRANCH-JURISDICTIONS.
           OPEN INPUT F13-BRANCH-JURIS-FILE
           IF WS-BRANCH-JURIS-STATUS = '00'
           END-IF
           .

       121-LOAD-CORPORATE-ACCOUNTS.
           OPEN INPUT F19-CORP-ACCOUNT-FILE
           IF WS-CORP-ACCOUNT-STATUS = '00'
               PERFORM UNTIL WS-CORP-ACCOUNT-STATUS NOT = '00'
                   READ F19-CORP-ACCOUNT-FILE
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
               CLOSE F19-CORP-ACCOUNT-FILE
           END-IF
           .

       122-LOAD-CORPORATE-DRIVERS.
           OPEN INPUT F20-CORP-DRIVER-FILE
           IF WS-CORP-DRIVER-STATUS = '00'
               PERFORM UNTIL WS-CORP-DRIVER-STATUS NOT = '00'
                   READ F20-CORP-DRIVER-FILE
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
               CLOSE F20-CORP-DRIVER-FILE
           END-IF
           .

       123-LOAD-CORPORATE-RATES.
           OPEN INPUT F21-CORP-RATE-FILE
           IF WS-CORP-RATE-STATUS = '00'
               PERFORM UNTIL WS-CORP-RATE-STATUS NOT = '00'
                   READ F21-CORP-RATE-FILE
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
               CLOSE F21-CORP-RATE-FILE
           END-IF
           .

       126-LOAD-AGENT-LINKS.
           OPEN INPUT F26-AGENT-LINK-FILE
           IF WS-AGENT-LINK-STATUS = '00'
               PERFORM UNTIL WS-AGENT-LINK-STATUS NOT = '00'
                   READ F26-AGENT-LINK-FILE
                       AT END
                           MOVE '10' TO WS-AGENT-LINK-STATUS
                       NOT AT END
                           IF W-AGENT-LINK-COUNT < MAX-AGENT-LINKS
                               ADD 1 TO W-AGENT-LINK-COUNT
                               MOVE AGL-CONTRACT-NO TO
                                 AGL-T-CONTRACT-NO(W-AGENT-LINK-COUNT)
                               MOVE AGL-AGENT-CODE TO
                                 AGL-T-AGENT-CODE(W-AGENT-LINK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F26-AGENT-LINK-FILE
           END-IF
           .

      *Opens the month accumulation for today's account charges,
      *creating it on the first run of the month after ops has
      *cleared the filed one.
       140-OPEN-CORPORATE-MONTH.
           OPEN EXTEND F22-CORP-MONTH-FILE
           IF WS-CORP-MONTH-STATUS = '35'
               OPEN OUTPUT F22-CORP-MONTH-FILE
               CLOSE F22-CORP-MONTH-FILE
               OPEN EXTEND F22-CORP-MONTH-FILE
           END-IF
           .

      *Opens the invoice history, creating it on the very first
      *run.
       145-OPEN-INVOICE-HISTORY.
           OPEN EXTEND F25-INVOICE-HISTORY-FILE
           IF WS-INVOICE-HIST-STATUS = '35'
               OPEN OUTPUT F25-INVOICE-HISTORY-FILE
               CLOSE F25-INVOICE-HISTORY-FILE
               OPEN EXTEND F25-INVOICE-HISTORY-FILE
           END-IF
           .

       146-OPEN-AGENT-MONTH.
           OPEN EXTEND F27-AGENT-MONTH-FILE
           IF WS-AGENT-MONTH-STATUS = '35'
               OPEN OUTPUT F27-AGENT-MONTH-FILE
               CLOSE F27-AGENT-MONTH-FILE
               OPEN EXTEND F27-AGENT-MONTH-FILE
           END-IF
           .

       120-WRITE-REGISTER-HEADINGS.
           WRITE F04-REGISTER-RECORD FROM W08-RUN-DATE-LINE
           WRITE F04-REGISTER-RECORD FROM REG-HEADING-ONE

       200-BILL-ONE-CONTRACT.
           PERFORM 210-PRICE-CONTRACT
           PERFORM 206-FIND-AGENT-LINK
           PERFORM 300-WRITE-INVOICE
           PERFORM 400-WRITE-REGISTER-DETAIL
           PERFORM 410-WRITE-BILLED-FEED
           PERFORM 430-APPEND-INVOICE-HISTORY
           IF W-CORP-FOUND
               PERFORM 420-APPEND-CORPORATE-CHARGE
           END-IF
           IF W-AGL-FOUND
               PERFORM 440-APPEND-AGENT-CHARGE
           END-IF
           ADD 1 TO W-CONTRACTS-BILLED
           ADD W-DAILY-CHARGE     TO W-TOTAL-DAILY
           ADD W-MILEAGE-CHARGE   TO W-TOTAL-MILEAGE
           ADD W-INSURANCE-CHARGE TO W-TOTAL-INSURANCE
           ADD W-DAMAGE-CHARGE    TO W-TOTAL-DAMAGE
           ADD W-FUEL-CHARGE      TO W-TOTAL-FUEL
           ADD W-YOUNG-CHARGE     TO W-TOTAL-YOUNG
           ADD W-ADDL-DRIVER-CHARGE TO W-TOTAL-ADDL-DRIVER
           ADD W-TAX-CHARGE       TO W-TOTAL-TAX
           ADD W-LOYALTY-DISCOUNT TO W-TOTAL-DISCOUNT
           ADD W-ACCOUNT-DISCOUNT TO W-TOTAL-ACCT-DISCOUNT
           ADD W-CONTRACT-TOTAL   TO W-TOTAL-BILLED
           READ F01-VALID-RENTAL-FILE
               AT END SET W01-EOF-REACHED TO TRUE
      *accumulation), and the per-day insurance fee when coverage
      *was taken. Car types not on the rate card (cannot happen for
      *a record that passed RENTALS) bill the daily portion at zero.
      *A renter on an active corporate account whose account holds
      *a negotiated rate for the class prices the days at that rate
      *instead of the card's.
       210-PRICE-CONTRACT.
           MOVE 0 TO W-DAILY-CHARGE
           MOVE 0 TO W-INSURANCE-CHARGE
           PERFORM 211-SELECT-RATE-CARD
           PERFORM 205-FIND-CORPORATE-ACCOUNT
           IF W-RATE-FOUND
               IF W-CRT-FOUND
                   PERFORM 213-PRICE-NEGOTIATED-RATE
               ELSE
                   PERFORM 212-PRICE-TIME-CHARGE
               END-IF
               IF VR-INSURANCE = 'Y'
                   COMPUTE W-INSURANCE-CHARGE =
                       RATE-INSURANCE-DAY(RATE-IDX) * VR-DAYS-RENTED
               W-MILES-DRIVEN * VR-MILEAGE-RATE
           PERFORM 215-FIND-DAMAGE-CHARGE
           PERFORM 216-FIND-FUEL-SURCHARGE
           PERFORM 214-PRICE-DRIVER-SURCHARGES
           PERFORM 218-FIND-LOYALTY-DISCOUNT
           PERFORM 217-FIND-ACCOUNT-DISCOUNT
           COMPUTE W-CONTRACT-TOTAL =
               W-DAILY-CHARGE + W-MILEAGE-CHARGE + W-INSURANCE-CHARGE
               - W-LOYALTY-DISCOUNT - W-ACCOUNT-DISCOUNT
               + W-DAMAGE-CHARGE + W-FUEL-CHARGE
               + W-YOUNG-CHARGE + W-ADDL-DRIVER-CHARGE
           PERFORM 219-COMPUTE-SALES-TAX
           ADD W-TAX-CHARGE TO W-CONTRACT-TOTAL
           .
           END-IF
           .

      *Finds the account paying for this renter: the driver must be
      *linked to an account on the master and the account must be
      *active. A driver whose account is missing or suspended bills
      *as a private renter. The negotiated rate for the contract's
      *class, if the account has one, is found along the way.
       205-FIND-CORPORATE-ACCOUNT.
           MOVE 'N' TO W-CORP-FOUND-SWITCH
           MOVE 'N' TO W-CDR-FOUND-SWITCH
           MOVE 'N' TO W-CRT-FOUND-SWITCH
           IF W-CDR-COUNT > 0
               SET CDR-IDX TO 1
               SEARCH CDR-ENTRY
                   AT END CONTINUE
                   WHEN CDR-CUSTOMER-ID(CDR-IDX) = VR-CUSTOMER-ID
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
                       AND CRT-CAR-TYPE(CRT-IDX) = VR-CAR-TYPE
                       MOVE 'Y' TO W-CRT-FOUND-SWITCH
               END-SEARCH
           END-IF
           .

      *A contract picked up against an agent's booking carries the
      *agent through to the invoice and the commission month.
       206-FIND-AGENT-LINK.
           MOVE 'N' TO W-AGL-FOUND-SWITCH
           IF W-AGENT-LINK-COUNT > 0
               SET AGL-IDX TO 1
               SEARCH AGENT-LINK-ENTRY
                   AT END CONTINUE
                   WHEN AGL-T-CONTRACT-NO(AGL-IDX) = VR-CONTRACT-NO
                       MOVE 'Y' TO W-AGL-FOUND-SWITCH
               END-SEARCH
           END-IF
           .

      *Selects the card in force on the contract's pickup date: the
      *latest effective date for the class at or before the pickup,
      *not the card in force on the run date. On a tie the card
               W-MONTH-CHARGE + W-WEEK-CHARGE + W-DAY-CHARGE
           .

      *The account's negotiated daily rate is the whole deal: every
      *day bills at it, with no weekly or monthly break on top.
       213-PRICE-NEGOTIATED-RATE.
           MOVE 0 TO W-MONTHS-BILLED
           MOVE 0 TO W-WEEKS-BILLED
           MOVE 0 TO W-MONTH-CHARGE
           MOVE 0 TO W-WEEK-CHARGE
           MOVE VR-DAYS-RENTED TO W-RESIDUAL-DAYS
           COMPUTE W-DAY-CHARGE =
               CRT-DAILY(CRT-IDX) * W-RESIDUAL-DAYS
           MOVE W-DAY-CHARGE TO W-DAILY-CHARGE
           .

      *Any damage tickets DMGRPT validated for this contract ride
      *the same invoice as a surcharge.
       215-FIND-DAMAGE-CHARGE.
           END-IF
           .

      *Every driver on the contract - the renter and each passed
      *additional driver - under the young-driver age on the
      *pickup date pays the young-driver rate per day rented, and
      *each additional driver pays the additional-driver fee per
      *day besides. Neither is discounted.
       214-PRICE-DRIVER-SURCHARGES.
           MOVE 0 TO W-YOUNG-DRIVERS
           MOVE 0 TO W-ADDL-DRIVERS
           IF VR-BIRTH-DATE IS NUMERIC
               COMPUTE W-DRIVER-AGE = VR-PICKUP-YEAR - VR-BIRTH-YEAR
               IF VR-PICKUP-MONTH * 100 + VR-PICKUP-DAY
                       < VR-BIRTH-MMDD
                   SUBTRACT 1 FROM W-DRIVER-AGE
               END-IF
               IF W-DRIVER-AGE < W-YOUNG-DRIVER-AGE
                   ADD 1 TO W-YOUNG-DRIVERS
               END-IF
           END-IF
           PERFORM VARYING VDT-IDX FROM 1 BY 1
               UNTIL VDT-IDX > W-VDT-COUNT
               IF VDT-CONTRACT-NO(VDT-IDX) = VR-CONTRACT-NO
                   ADD 1 TO W-ADDL-DRIVERS
                   COMPUTE W-DRIVER-AGE =
                       VR-PICKUP-YEAR - VDT-BIRTH-YEAR(VDT-IDX)
                   IF VR-PICKUP-MONTH * 100 + VR-PICKUP-DAY
                           < VDT-BIRTH-MMDD(VDT-IDX)
                       SUBTRACT 1 FROM W-DRIVER-AGE
                   END-IF
                   IF W-DRIVER-AGE < W-YOUNG-DRIVER-AGE
                       ADD 1 TO W-YOUNG-DRIVERS
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE W-YOUNG-CHARGE =
               W-YOUNG-DRIVERS * W-YOUNG-DRIVER-DAILY * VR-DAYS-RENTED
           COMPUTE W-ADDL-DRIVER-CHARGE =
               W-ADDL-DRIVERS * W-ADDL-DRIVER-DAILY * VR-DAYS-RENTED
           .

      *A car that came back lower on the eighth-tank scale than it
      *went out is charged the missing eighths at the per-gallon
      *parameter rate. Contracts with blank fuel levels predate
           MOVE 0 TO W-DISCOUNT-PCT
           MOVE 0 TO W-LOYALTY-DISCOUNT
           IF W-LOYALTY-COUNT > 0
               AND W-CORP-NOT-FOUND
               MOVE 'N' TO W-LOY-FOUND-SWITCH
               SET LOY-IDX TO 1
               SEARCH LOYALTY-ENTRY
           END-IF
           .

      *An account's percentage discount applies the same way the
      *loyalty tiers do, and replaces them - the company's terms,
      *not the driver's tier, govern a contract it pays for. An
      *account buying on negotiated rates has its discount built
      *into the rate already.
       217-FIND-ACCOUNT-DISCOUNT.
           MOVE 0 TO W-ACCOUNT-DISC-PCT
           MOVE 0 TO W-ACCOUNT-DISCOUNT
           IF W-CORP-FOUND AND W-CRT-NOT-FOUND
               MOVE CORP-DISCOUNT-PCT(CORP-IDX) TO W-ACCOUNT-DISC-PCT
           END-IF
           IF W-ACCOUNT-DISC-PCT > 0
               COMPUTE W-ACCOUNT-DISCOUNT ROUNDED =
                   (W-DAILY-CHARGE + W-MILEAGE-CHARGE
                    + W-INSURANCE-CHARGE)
                   * W-ACCOUNT-DISC-PCT / 100
           END-IF
           .

       300-WRITE-INVOICE.
           WRITE F03-INVOICE-RECORD FROM INV-SEPARATOR-LINE
           WRITE F03-INVOICE-RECORD FROM INV-HEADING-LINE
           MOVE VR-INITIAL    TO INV-INITIAL
           MOVE VR-LAST-NAME  TO INV-LAST-NAME
           WRITE F03-INVOICE-RECORD FROM INV-NAME-LINE
           IF W-CORP-FOUND
               MOVE CORP-ACCOUNT-NO(CORP-IDX) TO INV-ACCOUNT-NO
               MOVE CORP-NAME(CORP-IDX)       TO INV-ACCOUNT-NAME
               MOVE VR-PO-NUMBER              TO INV-PO-NUMBER
               WRITE F03-INVOICE-RECORD FROM INV-ACCOUNT-LINE
           END-IF
           IF W-AGL-FOUND
               MOVE AGL-T-AGENT-CODE(AGL-IDX) TO INV-AGENT-CODE
               WRITE F03-INVOICE-RECORD FROM INV-AGENT-LINE
           END-IF
           WRITE F03-INVOICE-RECORD FROM SPACES
      *The time charge prints as its month/week/day breakdown so
      *the desk can defend the number line by line.
               OR (W-MONTHS-BILLED = 0 AND W-WEEKS-BILLED = 0)
               MOVE W-RESIDUAL-DAYS TO INV-DAYS
               IF W-RATE-FOUND
                   IF W-CRT-FOUND
                       MOVE CRT-DAILY(CRT-IDX) TO INV-DAILY-RATE
                   ELSE
                       MOVE RATE-DAILY(RATE-IDX) TO INV-DAILY-RATE
                   END-IF
               ELSE
                   MOVE 0 TO INV-DAILY-RATE
               END-IF
               MOVE W-LOYALTY-DISCOUNT TO INV-DISC-AMOUNT
               WRITE F03-INVOICE-RECORD FROM INV-DISCOUNT-LINE
           END-IF
           IF W-ACCOUNT-DISCOUNT > 0
               MOVE W-ACCOUNT-DISC-PCT TO INV-ACCT-DISC-PCT
               MOVE W-ACCOUNT-DISCOUNT TO INV-ACCT-DISC-AMOUNT
               WRITE F03-INVOICE-RECORD FROM INV-ACCT-DISCOUNT-LINE
           END-IF
           IF W-DAMAGE-CHARGE > 0
               MOVE W-DAMAGE-CHARGE TO INV-DAMAGE-CHARGE
               WRITE F03-INVOICE-RECORD FROM INV-DAMAGE-LINE
               MOVE W-FUEL-CHARGE        TO INV-FUEL-CHARGE
               WRITE F03-INVOICE-RECORD FROM INV-FUEL-LINE
           END-IF
           IF W-YOUNG-CHARGE > 0
               MOVE W-YOUNG-DRIVERS      TO INV-YOUNG-COUNT
               MOVE VR-DAYS-RENTED       TO INV-YOUNG-DAYS
               MOVE W-YOUNG-DRIVER-DAILY TO INV-YOUNG-RATE
               MOVE W-YOUNG-CHARGE       TO INV-YOUNG-CHARGE
               WRITE F03-INVOICE-RECORD FROM INV-YOUNG-DRIVER-LINE
           END-IF
           IF W-ADDL-DRIVER-CHARGE > 0
               MOVE W-ADDL-DRIVERS       TO INV-ADDL-COUNT
               MOVE VR-DAYS-RENTED       TO INV-ADDL-DAYS
               MOVE W-ADDL-DRIVER-DAILY  TO INV-ADDL-RATE
               MOVE W-ADDL-DRIVER-CHARGE TO INV-ADDL-CHARGE
               WRITE F03-INVOICE-RECORD FROM INV-ADDL-DRIVER-LINE
           END-IF
           IF W-TAX-CHARGE > 0
               MOVE W-TAX-JURISDICTION TO INV-TAX-JURIS
               MOVE W-TAX-RATE-PCT     TO INV-TAX-RATE
           END-IF
           MOVE W-CONTRACT-TOTAL TO INV-TOTAL
           WRITE F03-INVOICE-RECORD FROM INV-TOTAL-LINE
           IF W-CORP-FOUND
               WRITE F03-INVOICE-RECORD FROM INV-ON-ACCOUNT-LINE
           END-IF
           .

       400-WRITE-REGISTER-DETAIL.
           MOVE W-MILEAGE-CHARGE    TO REG-MILEAGE-CHARGE
           MOVE W-INSURANCE-CHARGE  TO REG-INS-CHARGE
           MOVE W-CONTRACT-TOTAL    TO REG-TOTAL
           COMPUTE REG-DISCOUNT =
               W-LOYALTY-DISCOUNT + W-ACCOUNT-DISCOUNT
           MOVE W-FUEL-CHARGE       TO REG-FUEL-CHARGE
           WRITE F04-REGISTER-RECORD FROM REG-DETAIL-LINE
           .

      *A contract charged to an account is owed by the account, so
      *the account number goes out as the debtor.
       410-WRITE-BILLED-FEED.
           MOVE VR-CONTRACT-NO   TO BFC-CONTRACT-NO
           IF W-CORP-FOUND
               MOVE CORP-ACCOUNT-NO(CORP-IDX) TO BFC-CUSTOMER-ID
               SET BFC-ACCOUNT-DEBTOR TO TRUE
           ELSE
               MOVE VR-CUSTOMER-ID TO BFC-CUSTOMER-ID
               MOVE SPACE TO BFC-DEBTOR-TYPE
           END-IF
           MOVE W-CONTRACT-TOTAL TO BFC-AMOUNT
           MOVE WS-TODAYS-DATE   TO BFC-BILL-DATE
           WRITE F10-BILLED-FEED-RECORD
           .

       420-APPEND-CORPORATE-CHARGE.
           MOVE CORP-ACCOUNT-NO(CORP-IDX) TO CCH-ACCOUNT-NO
           MOVE WS-TODAYS-DATE   TO CCH-BILL-DATE
           MOVE VR-CONTRACT-NO   TO CCH-CONTRACT-NO
           MOVE VR-CUSTOMER-ID   TO CCH-CUSTOMER-ID
           MOVE VR-LAST-NAME     TO CCH-LAST-NAME
           MOVE VR-FIRST-NAME    TO CCH-FIRST-NAME
           MOVE VR-PO-NUMBER     TO CCH-PO-NUMBER
           MOVE VR-PICKUP-DATE   TO CCH-PICKUP-DATE
           MOVE VR-RETURNED-DATE TO CCH-RETURNED-DATE
           MOVE W-CONTRACT-TOTAL TO CCH-AMOUNT
           MOVE W-TAX-CHARGE     TO CCH-TAX
           WRITE F22-CORP-MONTH-RECORD
           ADD 1 TO W-CORP-CONTRACTS
           ADD W-CONTRACT-TOTAL TO W-TOTAL-CORP-BILLED
           .

      *Same debtor the billed feed carries. An untaxed contract
      *goes out with a zero rate and a blank jurisdiction, so a
      *credit against it reverses no tax.
       430-APPEND-INVOICE-HISTORY.
           MOVE BFC-CONTRACT-NO  TO IVH-CONTRACT-NO
           MOVE BFC-CUSTOMER-ID  TO IVH-CUSTOMER-ID
           MOVE BFC-DEBTOR-TYPE  TO IVH-DEBTOR-TYPE
           MOVE WS-TODAYS-DATE   TO IVH-BILL-DATE
           IF W-TAX-FOUND
               MOVE W-TAX-JURISDICTION TO IVH-JURISDICTION
               MOVE TAX-RATE(TAX-IDX)  TO IVH-TAX-RATE
           ELSE
               MOVE SPACES TO IVH-JURISDICTION
               MOVE 0 TO IVH-TAX-RATE
           END-IF
           COMPUTE IVH-PRETAX-AMOUNT = W-CONTRACT-TOTAL - W-TAX-CHARGE
           MOVE W-TAX-CHARGE     TO IVH-TAX-AMOUNT
           MOVE W-CONTRACT-TOTAL TO IVH-TOTAL-AMOUNT
           WRITE F25-INVOICE-HISTORY-RECORD
           .

      *The agent earns on time and mileage only. The loyalty or
      *account discount was taken on time, mileage and insurance
      *together, so the share of it that fell on time and mileage
      *comes off in the same proportion.
       440-APPEND-AGENT-CHARGE.
           COMPUTE W-AGENT-TM-BASE = W-DAILY-CHARGE + W-MILEAGE-CHARGE
           MOVE 0 TO W-AGENT-DISC-SHARE
           IF W-AGENT-TM-BASE > 0
               COMPUTE W-AGENT-DISC-SHARE ROUNDED =
                   (W-LOYALTY-DISCOUNT + W-ACCOUNT-DISCOUNT)
                   * W-AGENT-TM-BASE
                   / (W-AGENT-TM-BASE + W-INSURANCE-CHARGE)
           END-IF
           COMPUTE W-AGENT-TM-AMOUNT =
               W-AGENT-TM-BASE - W-AGENT-DISC-SHARE
           MOVE AGL-T-AGENT-CODE(AGL-IDX) TO AGC-AGENT-CODE
           MOVE WS-TODAYS-DATE    TO AGC-BILL-DATE
           MOVE VR-CONTRACT-NO    TO AGC-CONTRACT-NO
           MOVE VR-CUSTOMER-ID    TO AGC-CUSTOMER-ID
           MOVE VR-PICKUP-DATE    TO AGC-PICKUP-DATE
           MOVE VR-RETURNED-DATE  TO AGC-RETURNED-DATE
           MOVE W-AGENT-TM-AMOUNT TO AGC-TM-AMOUNT
           WRITE F27-AGENT-MONTH-RECORD
           ADD 1 TO W-AGENT-CONTRACTS
           ADD W-AGENT-TM-AMOUNT TO W-TOTAL-AGENT-TM
           .

       700-WRITE-REGISTER-TOTALS.
           WRITE F04-REGISTER-RECORD FROM SPACES
           MOVE W-CONTRACTS-BILLED TO RGT-CONTRACTS
           WRITE F04-REGISTER-RECORD FROM REG-DISCOUNT-TOTAL-LINE
           MOVE W-TOTAL-FUEL       TO RGT-FUEL
           WRITE F04-REGISTER-RECORD FROM REG-FUEL-TOTAL-LINE
           MOVE W-TOTAL-YOUNG       TO RGT-YOUNG
           MOVE W-TOTAL-ADDL-DRIVER TO RGT-ADDL-DRIVER
           WRITE F04-REGISTER-RECORD FROM REG-DRIVER-TOTAL-LINE
           MOVE W-TOTAL-ACCT-DISCOUNT TO RGT-ACCT-DISCOUNT
           MOVE W-CORP-CONTRACTS      TO RGT-CORP-CONTRACTS
           MOVE W-TOTAL-CORP-BILLED   TO RGT-CORP-BILLED
           WRITE F04-REGISTER-RECORD FROM REG-CORP-TOTAL-LINE
           MOVE W-TOTAL-TAX        TO RGT-TAX
           MOVE W-UNTAXED-CONTRACTS TO RGT-UNTAXED
           WRITE F04-REGISTER-RECORD FROM REG-TAX-TOTAL-LINE
           MOVE W-CONTRACTS-BILLED TO CTF-COUNT
           MOVE W-TOTAL-BILLED TO CTF-AMOUNT
           WRITE F07-CONTROL-TOTAL-RECORD
           MOVE 'RENTBILL' TO CTF-PROGRAM
           MOVE 'CORPORATE' TO CTF-ITEM
           MOVE W-CORP-CONTRACTS TO CTF-COUNT
           MOVE W-TOTAL-CORP-BILLED TO CTF-AMOUNT
           WRITE F07-CONTROL-TOTAL-RECORD
           MOVE 'RENTBILL' TO CTF-PROGRAM
           MOVE 'AGENT' TO CTF-ITEM
           MOVE W-AGENT-CONTRACTS TO CTF-COUNT
           MOVE W-TOTAL-AGENT-TM TO CTF-AMOUNT
           WRITE F07-CONTROL-TOTAL-RECORD
           CLOSE F07-CONTROL-TOTAL-FILE
           .

