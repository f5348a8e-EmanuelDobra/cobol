
       DATA DIVISION.
       FILE SECTION.
      *Same 120-byte layout CUSTMRGE reads; byte 62 is the
      *written-off flag RENTWOFF sets, followed by the contact
      *e-mail, mobile number, preferred channel and opt-ins NOTIFY
      *routes customer notices by.
       FD  F01-CUSTOMER-IN-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F01-CUSTOMER-IN-RECORD.
       01  F01-CUSTOMER-IN-RECORD.
           05  CUS-IN-ID           PIC 9(6).
           05  CUS-IN-NAME         PIC X(25).
           05  CUS-IN-ADDRESS      PIC X(30).
           05  CUS-IN-WRITEOFF     PIC X.
               88  CUS-IN-WRITTEN-OFF        VALUE 'W'.
           05  CUS-IN-EMAIL        PIC X(40).
           05  CUS-IN-MOBILE       PIC X(15).
           05  CUS-IN-CHANNEL      PIC X.
           05  CUS-IN-EMAIL-OPTIN  PIC X.
           05  CUS-IN-TEXT-OPTIN   PIC X.

       FD  F02-CUSTOMER-OUT-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F02-CUSTOMER-OUT-RECORD.
       01  F02-CUSTOMER-OUT-RECORD.
           05  CUS-OUT-ID          PIC 9(6).
           05  CUS-OUT-NAME        PIC X(25).
           05  CUS-OUT-ADDRESS     PIC X(30).
           05  CUS-OUT-WRITEOFF    PIC X.
           05  CUS-OUT-EMAIL       PIC X(40).
           05  CUS-OUT-MOBILE      PIC X(15).
           05  CUS-OUT-CHANNEL     PIC X.
           05  CUS-OUT-EMAIL-OPTIN PIC X.
           05  CUS-OUT-TEXT-OPTIN  PIC X.

      *Same 39-byte layout CUSTPOST maintains.
       FD  F03-ACTIVITY-IN-FILE
           DATA RECORD IS F04-ACTIVITY-OUT-RECORD.
       01  F04-ACTIVITY-OUT-RECORD PIC X(39).

      *Same 76-byte layout OPENCON maintains; only the customer
      *ID in columns 7-12 matters here.
       FD  F05-OPEN-FILE
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS F05-OPEN-RECORD.
       01  F05-OPEN-RECORD.
           05  FILLER              PIC X(6).
           05  OPN-CUSTOMER-ID     PIC 9(6).
           05  FILLER              PIC X(37).
           05  OPN-MILES-OUT       PIC 9(6).
           05  FILLER              PIC X(21).

      *Same 41-byte layout RENTRECV carries open items with. An
      *item owed by a corporate account carries the account number
      *in the customer ID slot and never blocks a customer purge.
       FD  F06-OPEN-ITEM-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS F06-OPEN-ITEM-RECORD.
       01  F06-OPEN-ITEM-RECORD.
           05  FILLER              PIC X(6).
           05  OPI-SIGN            PIC X.
           05  OPI-AMOUNT          PIC 9(9)V99.
           05  FILLER              PIC X(16).
           05  OPI-DEBTOR-TYPE     PIC X.

      *Same 58-byte layout OWNPOST maintains.
       FD  F07-OWNERSHIP-FILE
                       NOT AT END
                           IF OPI-SIGN NOT = '-'
                               AND OPI-AMOUNT > 0
                               AND OPI-DEBTOR-TYPE NOT = 'A'
                               AND WS-OPENMONEY-COUNT < MAX-REF-IDS
                               ADD 1 TO WS-OPENMONEY-COUNT
                               MOVE OPI-CUSTOMER-ID TO
           END-IF
           CLOSE F02-CUSTOMER-OUT-FILE.

      *The referential checks run in blocking order: open money,
      *an open contract, or a written-off balance still with the
      *collection agency stops everything; recent activity
      *keeps the record quietly; a sales-side buyer reference
      *turns the purge into an anonymization so ownership history
      *still resolves.
                   PERFORM 290-WRITE-REGISTER-LINE
                   PERFORM 280-KEEP-THE-RECORD
               ELSE
                   IF CUS-IN-WRITTEN-OFF
                       ADD 1 TO WS-SKIPPED
                       MOVE 'SKIPPED - WRITTEN OFF'
                           TO RGD-DISPOSITION
                       PERFORM 290-WRITE-REGISTER-LINE
                       PERFORM 280-KEEP-THE-RECORD
                   ELSE
                       PERFORM 240-CHECK-RECENT-ACTIVITY
                       IF WS-ACT-FOUND
                           PERFORM 280-KEEP-THE-RECORD
                       ELSE
                           PERFORM 250-RETIRE-ONE-CUSTOMER
                       END-IF
                   END-IF
               END-IF
           END-IF.
               MOVE CUS-IN-ID TO CUS-OUT-ID
               MOVE 'PURGED CUSTOMER' TO CUS-OUT-NAME
               MOVE SPACES TO CUS-OUT-ADDRESS
               MOVE CUS-IN-WRITEOFF TO CUS-OUT-WRITEOFF
               MOVE SPACES TO CUS-OUT-EMAIL
                              CUS-OUT-MOBILE
                              CUS-OUT-CHANNEL
                              CUS-OUT-EMAIL-OPTIN
                              CUS-OUT-TEXT-OPTIN
               WRITE F02-CUSTOMER-OUT-RECORD
               ADD 1 TO WS-CUSTOMERS-KEPT
           ELSE
           MOVE CUS-IN-ID      TO CUS-OUT-ID
           MOVE CUS-IN-NAME    TO CUS-OUT-NAME
           MOVE CUS-IN-ADDRESS TO CUS-OUT-ADDRESS
           MOVE CUS-IN-WRITEOFF TO CUS-OUT-WRITEOFF
           MOVE CUS-IN-EMAIL       TO CUS-OUT-EMAIL
           MOVE CUS-IN-MOBILE      TO CUS-OUT-MOBILE
           MOVE CUS-IN-CHANNEL     TO CUS-OUT-CHANNEL
           MOVE CUS-IN-EMAIL-OPTIN TO CUS-OUT-EMAIL-OPTIN
           MOVE CUS-IN-TEXT-OPTIN  TO CUS-OUT-TEXT-OPTIN
           WRITE F02-CUSTOMER-OUT-RECORD
           ADD 1 TO WS-CUSTOMERS-KEPT.

