      *sale time; sold cars in range get an owner-notification
      *letter built from the buyer's name and address on the shared
      *customer master. A report summarizes both sides.
      *Each owner letter is also written as a recall notice to
      *notifications.dat, the standard outbound notification file
      *NOTIFY sends by the owner's preferred channel.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      *Standard outbound notification file, appended to by every
      *program that writes to a customer or student; NOTIFY routes
      *it and ops clears it after a clean run.
           SELECT F10-NOTIFICATION-FILE
               ASSIGN TO "notifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  SVH-BUYER-ID            PIC 9(6).
           05  SVH-SALE-DATE           PIC 9(8).

      *Same 120-byte shared-customer layout both validators read.
       FD  F04-CUSTOMER-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F04-CUSTOMER-RECORD.
       01  F04-CUSTOMER-RECORD.
           05  CUST-IN-ID              PIC 9(6).
           05  CUST-IN-NAME            PIC X(25).
           05  CUST-IN-ADDRESS         PIC X(30).
           05  FILLER                  PIC X(59).

       FD  F05-HOLD-FILE
           RECORD CONTAINS 25 CHARACTERS
           05  CTF-COUNT           PIC 9(7).
           05  CTF-AMOUNT          PIC 9(11).

      *One notice to one recipient: who produced it and when, who
      *it is for (C customer by customer ID, S student by student
      *ID, or by name and initials where there is no ID), what
      *kind of notice it is, and the subject and text to send.
       FD  F10-NOTIFICATION-FILE
           RECORD CONTAINS 237 CHARACTERS
           DATA RECORD IS F10-NOTIFICATION-RECORD.
       01  F10-NOTIFICATION-RECORD.
           05  NTF-PROGRAM             PIC X(8).
           05  NTF-DATE                PIC 9(8).
           05  NTF-RECIPIENT-TYPE      PIC X.
               88  NTF-TO-CUSTOMER         VALUE 'C'.
               88  NTF-TO-STUDENT          VALUE 'S'.
           05  NTF-RECIPIENT-ID        PIC X(6).
           05  NTF-RECIPIENT-NAME      PIC X(25).
           05  NTF-NOTICE-TYPE         PIC X(4).
           05  NTF-REFERENCE           PIC X(25).
           05  NTF-SUBJECT             PIC X(40).
           05  NTF-MESSAGE             PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-RECALL-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-LOT-FILE-STATUS          PIC XX   VALUE SPACES.
       01  WS-CUSTOMER-FILE-STATUS     PIC XX   VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS       PIC XX   VALUE SPACES.
       01  WS-CTL-FILE-STATUS          PIC XX   VALUE SPACES.
       01  WS-NOTIFY-FILE-STATUS       PIC XX   VALUE SPACES.

      *The campaigns in memory for the matching passes.
       01  MAX-CAMPAIGNS               PIC 9(3) VALUE 100.
           OPEN OUTPUT F05-HOLD-FILE
                OUTPUT F06-LETTER-FILE
                OUTPUT F07-REPORT-FILE
           MOVE SPACES TO WS-NOTIFY-FILE-STATUS
           OPEN EXTEND F10-NOTIFICATION-FILE
           IF WS-NOTIFY-FILE-STATUS = '35'
               OPEN OUTPUT F10-NOTIFICATION-FILE
               CLOSE F10-NOTIFICATION-FILE
               OPEN EXTEND F10-NOTIFICATION-FILE
           END-IF
           WRITE F07-REPORT-RECORD FROM W08-RUN-DATE-LINE
           WRITE F07-REPORT-RECORD FROM RPT-TITLE-LINE
           WRITE F07-REPORT-RECORD FROM SPACES
           CLOSE F05-HOLD-FILE
                 F06-LETTER-FILE
                 F07-REPORT-FILE
                 F10-NOTIFICATION-FILE
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 910-WRITE-CONTROL-TOTALS
           STOP RUN
               MOVE SVH-VIN   TO LTR-VIN
               WRITE F06-LETTER-RECORD FROM LTR-BODY-LINE-2
               WRITE F06-LETTER-RECORD FROM LTR-BODY-LINE-3
               PERFORM 330-WRITE-NOTIFICATION
               MOVE CMP-CAMPAIGN(CMP-IDX) TO RPO-CAMPAIGN
               MOVE SVH-VIN               TO RPO-VIN
               MOVE SVH-BUYER-ID          TO RPO-BUYER-ID
           END-IF
           .

      *The owner's recall notice (RCLL), keyed by campaign and VIN
      *so one owner with two recalled cars gets both.
       330-WRITE-NOTIFICATION.
           MOVE SPACES                  TO F10-NOTIFICATION-RECORD
           MOVE 'RECALLRP'              TO NTF-PROGRAM
           MOVE WS-TODAYS-DATE          TO NTF-DATE
           SET NTF-TO-CUSTOMER          TO TRUE
           MOVE SVH-BUYER-ID            TO NTF-RECIPIENT-ID
           MOVE CUSTOMER-NAME(CUST-IDX) TO NTF-RECIPIENT-NAME
           MOVE 'RCLL'                  TO NTF-NOTICE-TYPE
           STRING CMP-CAMPAIGN(CMP-IDX) SVH-VIN
               DELIMITED BY SIZE
               INTO NTF-REFERENCE
           MOVE 'SAFETY RECALL NOTICE FOR YOUR VEHICLE'
               TO NTF-SUBJECT
           STRING 'RECALL CAMPAIGN ' CMP-CAMPAIGN(CMP-IDX)
                  ' COVERS YOUR ' SVH-YEAR ' '
                  FUNCTION TRIM(SVH-MAKE) ' VIN ' SVH-VIN
                  '. CALL SERVICE TO BOOK THE FREE REPAIR.'
               DELIMITED BY SIZE
               INTO NTF-MESSAGE
           WRITE F10-NOTIFICATION-RECORD
           .

      *Holds placed and letters produced, for the balancing run.
       910-WRITE-CONTROL-TOTALS.
           OPEN EXTEND F09-CONTROL-TOTAL-FILE
