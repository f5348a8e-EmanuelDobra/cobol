      *this run - kept bookings and billed no-shows both come off,
      *so neither reports again tomorrow - leaving only the future
      *bookings to carry forward, the same carried-forward-master
      *pattern the open-contract run uses. Bookings the customer
      *called to cancel are taken off beforehand by RESCANCL, so
      *they never reach the no-show report.
      *A booking taken through a travel agent or online broker
      *carries the agent's code; when a pickup keeps it, the
      *contract number and agent go on agentcontracts.dat so
      *RENTBILL can carry the agent onto the billed contract for
      *the monthly commission run.
      *Each booking carried forward that has not yet been confirmed
      *to the customer is confirmed once: a confirmation notice is
      *appended to notifications.dat for NOTIFY to send by the
      *customer's preferred channel, and the booking is carried
      *forward flagged so it is not confirmed again tomorrow.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.

      *Contracts picked up against an agent's booking, appended
      *each run; AGENTCOM drops them once their commission has
      *been stated.
           SELECT F08-AGENT-LINK-FILE
               ASSIGN TO "agentcontracts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENT-LINK-STATUS.

      *Standard outbound notification file, appended to by every
      *program that writes to a customer or student; NOTIFY routes
      *it and ops clears it after a clean run.
           SELECT F09-NOTIFICATION-FILE
               ASSIGN TO "notifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Widened to carry the code of the travel agent or broker
      *who made the booking; records from the old 15-byte file
      *read with a blank agent, a direct booking.
      *Widened again to carry whether the booking has been
      *confirmed to the customer; records from the 21-byte file
      *read unconfirmed and are confirmed on this run.
       FD  F01-RESERVATION-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS F01-RESERVATION-RECORD.
       01  F01-RESERVATION-RECORD.
           05  RSV-CUSTOMER-ID          PIC 9(6).
           05  RSV-CAR-TYPE             PIC X.
           05  RSV-PICKUP-DATE          PIC 9(8).
           05  RSV-AGENT-CODE           PIC X(6).
           05  RSV-CONFIRMED            PIC X.

      *Same 67-byte layout the open-contract run reads the pickup
      *feed with.
       FD  F02-PICKUP-FILE
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS F02-PICKUP-RECORD.
       01  F02-PICKUP-RECORD.
           05  PKP-CONTRACT-NO          PIC 9(6).
           05  PKP-DAYS-RENTED          PIC 99.
           05  PKP-MILES-OUT            PIC 9(6).
           05  PKP-FUEL-OUT             PIC X.
           05  PKP-UNIT-NO              PIC 9(4).
           05  PKP-DEPOSIT-HOLD         PIC 9(5)V99.

       FD  F06-RESERVATION-OUT-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS F06-RESERVATION-OUT-RECORD.
       01  F06-RESERVATION-OUT-RECORD.
           05  OUT-CUSTOMER-ID          PIC 9(6).
           05  OUT-CAR-TYPE             PIC X.
           05  OUT-PICKUP-DATE          PIC 9(8).
           05  OUT-AGENT-CODE           PIC X(6).
           05  OUT-CONFIRMED            PIC X.

       FD  F03-NOSHOW-FILE
           RECORD CONTAINS 80 CHARACTERS
           05  LCK-TIME            PIC 9(6).
           05  LCK-IDENTITY        PIC X(14).

      *One record per contract kept against an agent's booking;
      *RENTBILL and AGENTCOM read the same 26-byte layout.
       FD  F08-AGENT-LINK-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS F08-AGENT-LINK-RECORD.
       01  F08-AGENT-LINK-RECORD.
           05  AGL-CONTRACT-NO          PIC 9(6).
           05  AGL-AGENT-CODE           PIC X(6).
           05  AGL-CUSTOMER-ID          PIC 9(6).
           05  AGL-PICKUP-DATE          PIC 9(8).

      *One notice to one recipient: who produced it and when, who
      *it is for (C customer by customer ID, S student by student
      *ID, or by name and initials where there is no ID), what
      *kind of notice it is, and the subject and text to send.
       FD  F09-NOTIFICATION-FILE
           RECORD CONTAINS 237 CHARACTERS
           DATA RECORD IS F09-NOTIFICATION-RECORD.
       01  F09-NOTIFICATION-RECORD.
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
       01  WS-RESERVATION-FILE-STATUS   PIC XX   VALUE SPACES.
       01  WS-PICKUP-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS        PIC XX   VALUE SPACES.
       01  WS-AGENT-LINK-STATUS         PIC XX   VALUE SPACES.
       01  WS-NOTIFY-FILE-STATUS        PIC XX   VALUE SPACES.

      *Reservations held in memory, flagged as each pickup
      *matches one. Same table idiom as RENTALS' customer load.
               10  RSV-T-CUSTOMER-ID    PIC 9(6).
               10  RSV-T-CAR-TYPE       PIC X.
               10  RSV-T-PICKUP-DATE    PIC 9(8).
               10  RSV-T-AGENT-CODE     PIC X(6).
               10  RSV-T-MATCHED-SWITCH PIC X.
                   88  RSV-T-MATCHED        VALUE 'Y'.
               10  RSV-T-CONFIRMED      PIC X.
                   88  RSV-T-CONFIRMATION-SENT  VALUE 'C'.

       01  RUN-COUNTERS.
           05  W-PICKUPS-READ           PIC 9(7) VALUE 0.
           05  W-NOSHOW-COUNT           PIC 9(5) VALUE 0.
           05  W-WALKIN-COUNT           PIC 9(5) VALUE 0.
           05  W-CARRIED-FORWARD        PIC 9(5) VALUE 0.
           05  W-AGENT-LINKS            PIC 9(5) VALUE 0.
           05  W-CONFIRMATIONS          PIC 9(5) VALUE 0.

      *Today in CCYYMMDD, for the booked-date test: a reservation
      *is only a no-show once its pickup date has passed.
                 VALUE 'TOTAL WALK-INS:'.
           05  WKT-COUNT                PIC ZZ,ZZ9.
           05                           PIC X(59) VALUE SPACES.
       01  AGENT-TRAILER-LINE.
           05                           PIC X(15)
                 VALUE 'AGENT BOOKINGS:'.
           05  AGT-COUNT                PIC ZZ,ZZ9.
           05                           PIC X(59) VALUE SPACES.
       01  CONFIRM-TRAILER-LINE.
           05                           PIC X(15)
                 VALUE 'CONFIRMATIONS: '.
           05  CFT-COUNT                PIC ZZ,ZZ9.
           05                           PIC X(59) VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
           OPEN OUTPUT F03-NOSHOW-FILE
                OUTPUT F04-WALKIN-FILE
           PERFORM 120-WRITE-REPORT-HEADINGS
           PERFORM 130-OPEN-AGENT-LINKS
           PERFORM 200-MATCH-PICKUPS
           CLOSE F08-AGENT-LINK-FILE
           PERFORM 300-WRITE-NOSHOW-SECTION
           PERFORM 350-REWRITE-RESERVATIONS
           PERFORM 400-WRITE-TRAILERS
                                 RSV-T-CAR-TYPE(W-RESERVATION-COUNT)
                               MOVE RSV-PICKUP-DATE TO
                                 RSV-T-PICKUP-DATE(W-RESERVATION-COUNT)
                               MOVE RSV-AGENT-CODE TO
                                 RSV-T-AGENT-CODE(W-RESERVATION-COUNT)
                               MOVE RSV-CONFIRMED TO
                                 RSV-T-CONFIRMED(W-RESERVATION-COUNT)
                               MOVE 'N' TO
                                 RSV-T-MATCHED-SWITCH
                                     (W-RESERVATION-COUNT)
           WRITE F04-WALKIN-RECORD FROM WALKIN-HEADING-LINE
           .

      *Opens the agent links for append, creating the file on the
      *very first run.
       130-OPEN-AGENT-LINKS.
           OPEN EXTEND F08-AGENT-LINK-FILE
           IF WS-AGENT-LINK-STATUS = '35'
               OPEN OUTPUT F08-AGENT-LINK-FILE
               CLOSE F08-AGENT-LINK-FILE
               OPEN EXTEND F08-AGENT-LINK-FILE
           END-IF
           .

       200-MATCH-PICKUPS.
           OPEN INPUT F02-PICKUP-FILE
           IF WS-PICKUP-FILE-STATUS = '00'
           END-IF
           IF W-RSV-FOUND
               MOVE 'Y' TO RSV-T-MATCHED-SWITCH(RSV-IDX)
               IF RSV-T-AGENT-CODE(RSV-IDX) NOT = SPACES
                   ADD 1 TO W-AGENT-LINKS
                   MOVE PKP-CONTRACT-NO  TO AGL-CONTRACT-NO
                   MOVE RSV-T-AGENT-CODE(RSV-IDX) TO AGL-AGENT-CODE
                   MOVE PKP-CUSTOMER-ID  TO AGL-CUSTOMER-ID
                   MOVE PKP-PICKUP-DATE  TO AGL-PICKUP-DATE
                   WRITE F08-AGENT-LINK-RECORD
               END-IF
           ELSE
               ADD 1 TO W-WALKIN-COUNT
               MOVE PKP-CONTRACT-NO TO WLK-CONTRACT-NO
      *the next run.
       350-REWRITE-RESERVATIONS.
           OPEN OUTPUT F06-RESERVATION-OUT-FILE
           MOVE SPACES TO WS-NOTIFY-FILE-STATUS
           OPEN EXTEND F09-NOTIFICATION-FILE
           IF WS-NOTIFY-FILE-STATUS = '35'
               OPEN OUTPUT F09-NOTIFICATION-FILE
               CLOSE F09-NOTIFICATION-FILE
               OPEN EXTEND F09-NOTIFICATION-FILE
           END-IF
           PERFORM 360-CARRY-ONE-RESERVATION
               VARYING RSV-IDX FROM 1 BY 1
               UNTIL RSV-IDX > W-RESERVATION-COUNT
           CLOSE F06-RESERVATION-OUT-FILE
                 F09-NOTIFICATION-FILE
           .

       360-CARRY-ONE-RESERVATION.
               MOVE RSV-T-CUSTOMER-ID(RSV-IDX) TO OUT-CUSTOMER-ID
               MOVE RSV-T-CAR-TYPE(RSV-IDX)    TO OUT-CAR-TYPE
               MOVE RSV-T-PICKUP-DATE(RSV-IDX) TO OUT-PICKUP-DATE
               MOVE RSV-T-AGENT-CODE(RSV-IDX)  TO OUT-AGENT-CODE
               IF NOT RSV-T-CONFIRMATION-SENT(RSV-IDX)
                   PERFORM 370-WRITE-CONFIRMATION
               END-IF
               MOVE 'C'                        TO OUT-CONFIRMED
               WRITE F06-RESERVATION-OUT-RECORD
           END-IF
           .

      *The customer's confirmation (RCNF), keyed by the booked
      *pickup date and car type. The name is left for NOTIFY to
      *take from the customer master.
       370-WRITE-CONFIRMATION.
           ADD 1 TO W-CONFIRMATIONS
           MOVE SPACES                     TO F09-NOTIFICATION-RECORD
           MOVE 'RESMATCH'                 TO NTF-PROGRAM
           MOVE W-TODAYS-DATE-8            TO NTF-DATE
           SET NTF-TO-CUSTOMER             TO TRUE
           MOVE RSV-T-CUSTOMER-ID(RSV-IDX) TO NTF-RECIPIENT-ID
           MOVE 'RCNF'                     TO NTF-NOTICE-TYPE
           STRING RSV-T-PICKUP-DATE(RSV-IDX) ' '
                  RSV-T-CAR-TYPE(RSV-IDX)
               DELIMITED BY SIZE
               INTO NTF-REFERENCE
           MOVE 'YOUR CAR RESERVATION IS CONFIRMED' TO NTF-SUBJECT
           STRING 'YOUR BOOKING FOR A CLASS ' RSV-T-CAR-TYPE(RSV-IDX)
                  ' CAR IS CONFIRMED FOR PICKUP ON '
                  RSV-T-PICKUP-DATE(RSV-IDX)(5:2) '/'
                  RSV-T-PICKUP-DATE(RSV-IDX)(7:2) '/'
                  RSV-T-PICKUP-DATE(RSV-IDX)(1:4)
                  '. CALL THE BRANCH TO CHANGE OR CANCEL IT.'
               DELIMITED BY SIZE
               INTO NTF-MESSAGE
           WRITE F09-NOTIFICATION-RECORD
           .

       400-WRITE-TRAILERS.
           WRITE F03-NOSHOW-RECORD FROM SPACES
           MOVE W-NOSHOW-COUNT TO NST-COUNT
           WRITE F04-WALKIN-RECORD FROM SPACES
           MOVE W-WALKIN-COUNT TO WKT-COUNT
           WRITE F04-WALKIN-RECORD FROM WALKIN-TRAILER-LINE
           MOVE W-AGENT-LINKS TO AGT-COUNT
           WRITE F04-WALKIN-RECORD FROM AGENT-TRAILER-LINE
           MOVE W-CONFIRMATIONS TO CFT-COUNT
           WRITE F04-WALKIN-RECORD FROM CONFIRM-TRAILER-LINE
           .

      *Appends one line to the shared end-of-day operations log
