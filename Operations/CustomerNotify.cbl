       IDENTIFICATION DIVISION.
       PROGRAM-ID.      NOTIFY.

      *Daily outbound notification run. Every program that writes
      *to a customer or student - overdue rentals (OPENCON),
      *reservation confirmations (RESMATCH), finance delinquency
      *(FINPOST), recall letters (RECALLRP), tuition dunning
      *(TUITCOLL) and incomplete-grade notices (INCLAPSE) - also
      *appends a standard notice to notifications.dat. This run
      *routes each notice by the recipient's preferred channel
      *from customers.dat or the student record: e-mail or text
      *where the recipient has both the address or number and the
      *matching opt-in, otherwise a printed letter, with the
      *reason for the fallback kept. Customers are written to at
      *their postal address; students by campus mail.
      *
      *Every notice routed gets a notice ID (run date and a
      *sequence) and a sent or failed entry on notifyhistory.dat.
      *A notice already sent, found on the history by who wrote
      *it, when, what kind, to whom and for what, is not sent
      *again, so a rerun, or a producer run twice in a day, does
      *not send twice. A notice whose recipient is not on file,
      *or a customer letter with no postal address, fails and is
      *tried again each night until ops clears the notice file.
      *
      *The e-mail and text gateways report what they could not
      *deliver on notifyreturns.dat by notice ID. Each return
      *fails the sent entry and the notice goes again by post; a
      *returned letter fails outright.
      *
      *The e-mail, text and letter files are appended to for the
      *gateways and the print room to take and clear. Any failure
      *ends the run with the warning code 4; ops clears
      *notifications.dat and notifyreturns.dat after a clean run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Standard outbound notification file the producers append to.
           SELECT F01-NOTIFICATION-FILE
                                   ASSIGN TO 'notifications.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-NOTIFY-FILE-STATUS.

      *Same 120-byte shared-customer layout, with the contact
      *fields and opt-ins.
           SELECT F02-CUSTOMER-FILE
                                   ASSIGN TO 'customers.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-CUSTOMER-FILE-STATUS.

      *Same 142-byte student layout the tuition programs share.
           SELECT F03-STUDENT-FILE
                                   ASSIGN TO 'tuitiondebug.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-STUDENT-FILE-STATUS.

      *Every notice routed, sent or failed, read back for the
      *resend check and the gateway returns, then appended to.
           SELECT F04-HISTORY-FILE ASSIGN TO 'notifyhistory.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-HISTORY-FILE-STATUS.

      *Undelivered notices reported back by the e-mail and text
      *gateways.
           SELECT F05-RETURNS-FILE ASSIGN TO 'notifyreturns.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-RETURNS-FILE-STATUS.

      *Outbound e-mail and text batches for the gateways, and the
      *letters for the print room.
           SELECT F06-EMAIL-FILE   ASSIGN TO 'notifyemail.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-EMAIL-FILE-STATUS.

           SELECT F07-TEXT-FILE    ASSIGN TO 'notifysms.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-TEXT-FILE-STATUS.

           SELECT F08-LETTER-FILE  ASSIGN TO 'notifyletters.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-LETTER-FILE-STATUS.

           SELECT F09-REGISTER-FILE
                                   ASSIGN TO 'notifyregister.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F10-OPS-LOG-FILE ASSIGN TO 'opslog.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-OPSLOG-FILE-STATUS.

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT F11-RUN-LOCK-FILE
                                   ASSIGN TO 'runlock.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-RUN-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *One notice to one recipient: who produced it and when, who
      *it is for (C customer by customer ID, S student by student
      *ID, or by name and initials where there is no ID), what
      *kind of notice it is, and the subject and text to send.
       FD  F01-NOTIFICATION-FILE
           RECORD CONTAINS 237 CHARACTERS
           DATA RECORD IS F01-NOTIFICATION-RECORD.
       01  F01-NOTIFICATION-RECORD PIC X(237).

       FD  F02-CUSTOMER-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F02-CUSTOMER-RECORD.
       01  F02-CUSTOMER-RECORD.
           05  CUS-ID              PIC 9(6).
           05  CUS-NAME            PIC X(25).
           05  CUS-ADDRESS         PIC X(30).
           05  CUS-WRITEOFF        PIC X.
           05  CUS-EMAIL           PIC X(40).
           05  CUS-MOBILE          PIC X(15).
           05  CUS-CHANNEL         PIC X.
           05  CUS-EMAIL-OPTIN     PIC X.
           05  CUS-TEXT-OPTIN      PIC X.

       FD  F03-STUDENT-FILE
           RECORD CONTAINS 142 CHARACTERS
           DATA RECORD IS F03-STUDENT-RECORD.
       01  F03-STUDENT-RECORD.
           05  STU-NAME.
               10  STU-LAST-NAME   PIC X(15).
               10  STU-INITIALS    PIC XX.
           05  FILLER              PIC X(34).
           05  STU-STUDENT-ID      PIC X(5).
           05  STU-EMAIL           PIC X(40).
           05  STU-MOBILE          PIC X(15).
           05  STU-CONTACT-CHANNEL PIC X.
           05  STU-EMAIL-OPTIN     PIC X.
           05  STU-TEXT-OPTIN      PIC X.
           05  FILLER              PIC X(28).

      *One entry per notice routed: its notice ID, when and by
      *which channel (E e-mail, T text, P post, blank where no
      *recipient was found), S sent or F failed with the reason,
      *and the notice as received.
       FD  F04-HISTORY-FILE
           RECORD CONTAINS 291 CHARACTERS
           DATA RECORD IS F04-HISTORY-RECORD.
       01  F04-HISTORY-RECORD.
           05  HST-NOTICE-ID.
               10  HST-NID-DATE    PIC 9(8).
               10  HST-NID-SEQ     PIC 9(6).
           05  HST-ROUTE-DATE      PIC 9(8).
           05  HST-CHANNEL         PIC X.
           05  HST-STATUS          PIC X.
           05  HST-REASON          PIC X(30).
           05  HST-NOTICE          PIC X(237).

       FD  F05-RETURNS-FILE
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS F05-RETURNS-RECORD.
       01  F05-RETURNS-RECORD.
           05  RTN-NOTICE-ID       PIC 9(14).
           05  RTN-REASON          PIC X(30).

       FD  F06-EMAIL-FILE
           RECORD CONTAINS 239 CHARACTERS
           DATA RECORD IS F06-EMAIL-RECORD.
       01  F06-EMAIL-RECORD.
           05  EML-NOTICE-ID       PIC 9(14).
           05  EML-ADDRESS         PIC X(40).
           05  EML-NAME            PIC X(25).
           05  EML-SUBJECT         PIC X(40).
           05  EML-MESSAGE         PIC X(120).

       FD  F07-TEXT-FILE
           RECORD CONTAINS 189 CHARACTERS
           DATA RECORD IS F07-TEXT-RECORD.
       01  F07-TEXT-RECORD.
           05  TXT-NOTICE-ID       PIC 9(14).
           05  TXT-MOBILE          PIC X(15).
           05  TXT-MESSAGE         PIC X(160).

       FD  F08-LETTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F08-LETTER-RECORD.
       01  F08-LETTER-RECORD       PIC X(80).

       FD  F09-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F09-REGISTER-RECORD.
       01  F09-REGISTER-RECORD     PIC X(132).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F10-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F10-OPS-LOG-RECORD.
       01  F10-OPS-LOG-RECORD      PIC X(132).

      *One record: who holds the suite run lock and since when.
       FD  F11-RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F11-RUN-LOCK-RECORD.
       01  F11-RUN-LOCK-RECORD.
           05  LCK-PROGRAM         PIC X(8).
           05  LCK-DATE            PIC 9(8).
           05  LCK-TIME            PIC 9(6).
           05  LCK-IDENTITY        PIC X(14).

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

       01  WS-NOTIFY-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-CUSTOMER-FILE-STATUS PIC XX    VALUE SPACES.
       01  WS-STUDENT-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-RETURNS-FILE-STATUS  PIC XX    VALUE SPACES.
       01  WS-EMAIL-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-TEXT-FILE-STATUS     PIC XX    VALUE SPACES.
       01  WS-LETTER-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.

       01  WS-TODAYS-DATE-8        PIC 9(8)  VALUE 0.
       01  WS-TODAYS-DATE REDEFINES WS-TODAYS-DATE-8.
           05  WS-TODAYS-CCYY      PIC 9(4).
           05  WS-TODAYS-MM        PIC 9(2).
           05  WS-TODAYS-DD        PIC 9(2).
       01  WS-TODAY-INT            PIC 9(7)  VALUE 0.

      *History routed within this many days is remembered for the
      *resend check and for matching gateway returns.
       01  WS-HISTORY-DAYS         PIC 9(3)  VALUE 14.
       01  WS-HISTORY-CUTOFF       PIC 9(8)  VALUE 0.

      *Customer master in memory.
       01  MAX-CUSTOMERS           PIC 9(4)  VALUE 9999.
       01  CUSTOMER-TABLE-AREA.
           05  WS-CUSTOMER-COUNT   PIC 9(4)  VALUE 0.
           05  CUSTOMER-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-CUSTOMER-COUNT
                   INDEXED BY CUS-IDX.
               10  CUS-T-ID        PIC X(6).
               10  CUS-T-NAME      PIC X(25).
               10  CUS-T-ADDRESS   PIC X(30).
               10  CUS-T-EMAIL     PIC X(40).
               10  CUS-T-MOBILE    PIC X(15).
               10  CUS-T-CHANNEL   PIC X.
               10  CUS-T-EMAIL-OPTIN PIC X.
               10  CUS-T-TEXT-OPTIN  PIC X.

      *Student records in memory.
       01  MAX-STUDENTS            PIC 9(4)  VALUE 9999.
       01  STUDENT-TABLE-AREA.
           05  WS-STUDENT-COUNT    PIC 9(4)  VALUE 0.
           05  STUDENT-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-STUDENT-COUNT
                   INDEXED BY STU-IDX.
               10  STU-T-ID        PIC X(6).
               10  STU-T-NAME.
                   15  STU-T-LAST-NAME PIC X(15).
                   15  STU-T-INITIALS  PIC XX.
               10  STU-T-EMAIL     PIC X(40).
               10  STU-T-MOBILE    PIC X(15).
               10  STU-T-CHANNEL   PIC X.
               10  STU-T-EMAIL-OPTIN PIC X.
               10  STU-T-TEXT-OPTIN  PIC X.

      *Recent history in memory, with tonight's entries added as
      *they are written. The key is the notice up to its subject.
       01  MAX-HISTORY             PIC 9(5)  VALUE 20000.
       01  WS-HST-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-HST-FOUND                  VALUE 'Y'.
       01  HISTORY-TABLE-AREA.
           05  WS-HISTORY-COUNT    PIC 9(5)  VALUE 0.
           05  HISTORY-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-HISTORY-COUNT
                   INDEXED BY HST-IDX.
               10  HST-T-ID        PIC 9(14).
               10  HST-T-CHANNEL   PIC X.
               10  HST-T-STATUS    PIC X.
                   88  HST-T-SENT            VALUE 'S'.
                   88  HST-T-FAILED          VALUE 'F'.
               10  HST-T-NOTICE.
                   15  HST-T-KEY   PIC X(77).
                   15  FILLER      PIC X(160).

      *Notices routed by producing program, for the summary.
       01  MAX-PROGRAMS            PIC 9(2)  VALUE 30.
       01  WS-PGM-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-PGM-FOUND                  VALUE 'Y'.
       01  PROGRAM-TABLE-AREA.
           05  WS-PROGRAM-COUNT    PIC 9(2)  VALUE 0.
           05  PROGRAM-ENTRY OCCURS 0 TO 30 TIMES
                   DEPENDING ON WS-PROGRAM-COUNT
                   INDEXED BY PGM-IDX.
               10  PGM-T-NAME      PIC X(8).
               10  PGM-T-EMAIL     PIC 9(5).
               10  PGM-T-TEXT      PIC 9(5).
               10  PGM-T-POST      PIC 9(5).
               10  PGM-T-FAILED    PIC 9(5).
               10  PGM-T-SKIPPED   PIC 9(5).

      *The notice being routed.
       01  WS-NOTICE.
           05  WN-KEY.
               10  WN-PROGRAM      PIC X(8).
               10  WN-DATE         PIC 9(8).
               10  WN-RECIPIENT-TYPE PIC X.
                   88  WN-TO-CUSTOMER        VALUE 'C'.
                   88  WN-TO-STUDENT         VALUE 'S'.
               10  WN-RECIPIENT-ID PIC X(6).
               10  WN-RECIPIENT-NAME PIC X(25).
               10  WN-NOTICE-TYPE  PIC X(4).
               10  WN-REFERENCE    PIC X(25).
           05  WN-SUBJECT          PIC X(40).
           05  WN-MESSAGE          PIC X(120).

      *The recipient as found on the customer or student master.
       01  WS-RCP-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-RCP-FOUND                  VALUE 'Y'.
       01  WS-RECIPIENT.
           05  WS-RCP-ID           PIC X(6).
           05  WS-RCP-NAME         PIC X(25).
           05  WS-RCP-ADDRESS      PIC X(30).
           05  WS-RCP-EMAIL        PIC X(40).
           05  WS-RCP-MOBILE       PIC X(15).
           05  WS-RCP-CHANNEL      PIC X.
               88  WS-RCP-WANTS-EMAIL        VALUE 'E'.
               88  WS-RCP-WANTS-TEXT         VALUE 'T'.
           05  WS-RCP-EMAIL-OPTIN  PIC X.
           05  WS-RCP-TEXT-OPTIN   PIC X.

      *How the notice goes: channel, S sent or F failed, and why
      *it went other than as asked or did not go at all.
       01  WS-ROUTE-CHANNEL        PIC X     VALUE SPACE.
       01  WS-ROUTE-STATUS         PIC X     VALUE 'S'.
           88  WS-ROUTE-SENT                 VALUE 'S'.
           88  WS-ROUTE-FAILED               VALUE 'F'.
       01  WS-ROUTE-REASON         PIC X(30) VALUE SPACES.
       01  WS-FORCE-POST-SWITCH    PIC X     VALUE 'N'.
           88  WS-FORCE-POST                 VALUE 'Y'.
       01  WS-ROUTE-ID.
           05  WS-RID-DATE         PIC 9(8)  VALUE 0.
           05  WS-RID-SEQ          PIC 9(6)  VALUE 0.
       01  WS-ROUTE-ID-9 REDEFINES WS-ROUTE-ID PIC 9(14).
       01  WS-LAST-SEQUENCE        PIC 9(6)  VALUE 0.

      *Letter body work: the message broken at a space to fit the
      *letter width.
       01  WS-LETTER-WIDTH         PIC 9(3)  VALUE 76.
       01  WS-LETTER-MIN-BREAK     PIC 9(3)  VALUE 44.
       01  WS-BREAK                PIC 9(3)  VALUE 0.
       01  WS-BODY-LINE-1          PIC X(76) VALUE SPACES.
       01  WS-BODY-LINE-2          PIC X(76) VALUE SPACES.

       01  RUN-COUNTERS.
           05  WS-NOTICES-READ     PIC 9(5)  VALUE 0.
           05  WS-SENT-EMAIL       PIC 9(5)  VALUE 0.
           05  WS-SENT-TEXT        PIC 9(5)  VALUE 0.
           05  WS-SENT-POST        PIC 9(5)  VALUE 0.
           05  WS-FAILED-COUNT     PIC 9(5)  VALUE 0.
           05  WS-SKIPPED-COUNT    PIC 9(5)  VALUE 0.
           05  WS-RETURNS-READ     PIC 9(5)  VALUE 0.
           05  WS-UNKNOWN-RETURNS  PIC 9(5)  VALUE 0.
           05  WS-ROUTED-TOTAL     PIC 9(5)  VALUE 0.

      *MM/DD/CCYY rendering of a CCYYMMDD date.
       01  WS-EDIT-IN-DATE         PIC 9(8)  VALUE 0.
       01  WS-EDIT-IN-PARTS REDEFINES WS-EDIT-IN-DATE.
           05  WS-EDIT-IN-CCYY     PIC 9(4).
           05  WS-EDIT-IN-MM       PIC 99.
           05  WS-EDIT-IN-DD       PIC 99.
       01  WS-EDIT-DATE.
           05  WS-EDIT-MM          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  WS-EDIT-DD          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  WS-EDIT-CCYY        PIC 9999.

      *Letter lines.
       01  LETTER-RULE-LINE        PIC X(80) VALUE ALL '-'.
       01  LETTER-HEAD-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'NOTICE '.
           05  LHL-NOTICE-ID       PIC 9(14).
           05  FILLER              PIC X(38) VALUE SPACES.
           05  LHL-DATE            PIC X(10).
           05  FILLER              PIC X(6)  VALUE SPACES.
       01  LETTER-TEXT-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  LTL-TEXT            PIC X(76).
       01  LETTER-STUDENT-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE 'STUDENT ID '.
           05  LSL-STUDENT-ID      PIC X(6).
           05  FILLER              PIC X(16) VALUE ' - CAMPUS MAIL'.
           05  FILLER              PIC X(43) VALUE SPACES.
       01  LETTER-SUBJECT-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(4)  VALUE 'RE: '.
           05  LJL-SUBJECT         PIC X(40).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  LJL-REFERENCE       PIC X(25).
           05  FILLER              PIC X(3)  VALUE SPACES.

      *Register lines.
       01  RUN-DATE-LINE.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  RDL-RUN-DATE        PIC X(10).
           05  FILLER              PIC X(111) VALUE SPACES.
       01  REGISTER-TITLE-LINE.
           05  FILLER              PIC X(47) VALUE SPACES.
           05  FILLER              PIC X(38)
                 VALUE 'OUTBOUND NOTIFICATION ROUTING REGISTER'.
           05  FILLER              PIC X(47) VALUE SPACES.
       01  SECTION-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SCL-TEXT            PIC X(60).
           05  FILLER              PIC X(70) VALUE SPACES.
       01  NOTICE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'NOTICE ID'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'PROGRAM'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(4)  VALUE 'TYPE'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'TO'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(25) VALUE 'NAME'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(20) VALUE 'REFERENCE'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(3)  VALUE 'CH'.
           05  FILLER              PIC X(3)  VALUE 'ST'.
           05  FILLER              PIC X(30) VALUE 'REASON'.
           05  FILLER              PIC X(3)  VALUE SPACES.
       01  NOTICE-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  NDL-NOTICE-ID       PIC 9(14).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  NDL-PROGRAM         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  NDL-TYPE            PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  NDL-RECIPIENT-TYPE  PIC X.
           05  FILLER              PIC X     VALUE SPACES.
           05  NDL-RECIPIENT-ID    PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  NDL-NAME            PIC X(25).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  NDL-REFERENCE       PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  NDL-CHANNEL         PIC X.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  NDL-STATUS          PIC X.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  NDL-REASON          PIC X(30).
           05  FILLER              PIC X(3)  VALUE SPACES.
       01  UNKNOWN-RETURN-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  URL-NOTICE-ID       PIC 9(14).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  URL-REASON          PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(30)
                 VALUE 'NOTICE NOT ON RECENT HISTORY'.
           05  FILLER              PIC X(52) VALUE SPACES.
       01  NONE-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  NNL-TEXT            PIC X(60).
           05  FILLER              PIC X(68) VALUE SPACES.
       01  SUMMARY-HEADING-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'PROGRAM'.
           05  FILLER              PIC X(8)  VALUE '  E-MAIL'.
           05  FILLER              PIC X(8)  VALUE '    TEXT'.
           05  FILLER              PIC X(8)  VALUE '    POST'.
           05  FILLER              PIC X(8)  VALUE '  FAILED'.
           05  FILLER              PIC X(8)  VALUE ' SKIPPED'.
           05  FILLER              PIC X(80) VALUE SPACES.
       01  SUMMARY-DETAIL-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  SDL-PROGRAM         PIC X(8).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  SDL-EMAIL           PIC ZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  SDL-TEXT            PIC ZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  SDL-POST            PIC ZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  SDL-FAILED          PIC ZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  SDL-SKIPPED         PIC ZZZZ9.
           05  FILLER              PIC X(80) VALUE SPACES.
       01  REGISTER-TRAILER-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'NOTICES READ: '.
           05  RTL-READ            PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE '   ROUTED: '.
           05  RTL-ROUTED          PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE '   FAILED: '.
           05  RTL-FAILED          PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE '   SKIPPED: '.
           05  RTL-SKIPPED         PIC ZZZZ9.
           05  FILLER              PIC X(20)
                 VALUE '   GATEWAY RETURNS: '.
           05  RTL-RETURNS         PIC ZZZZ9.
           05  FILLER              PIC X(37) VALUE SPACES.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
       01  WS-RUN-START-TIME.
           05  WS-START-HH         PIC 99.
           05  WS-START-MM         PIC 99.
           05  WS-START-SS         PIC 99.
           05  WS-START-HS         PIC 99.
       01  WS-RUN-END-TIME.
           05  WS-END-HH           PIC 99.
           05  WS-END-MM           PIC 99.
           05  WS-END-SS           PIC 99.
           05  WS-END-HS           PIC 99.
       01  OPS-LOG-LINE.
           05  FILLER              PIC X(9)  VALUE 'PROGRAM: '.
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'NOTIFY'.
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
           PERFORM 100-LOAD-CUSTOMERS
           PERFORM 110-LOAD-STUDENTS
           PERFORM 120-LOAD-HISTORY
           PERFORM 130-OPEN-OUTPUTS
           PERFORM 200-APPLY-RETURNS
           PERFORM 300-ROUTE-NOTIFICATIONS
           PERFORM 400-PRINT-SUMMARY
           CLOSE F04-HISTORY-FILE
           CLOSE F06-EMAIL-FILE
           CLOSE F07-TEXT-FILE
           CLOSE F08-LETTER-FILE
           CLOSE F09-REGISTER-FILE
           IF WS-FAILED-COUNT > 0
               OR WS-UNKNOWN-RETURNS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 096-RELEASE-RUN-LOCK
           STOP RUN
           .

      *Takes the suite run lock before anything is opened, so the
      *notice file is not read while the programs that write it
      *are still appending. A live lock refuses the run with the
      *severe condition code; a lock from a prior day, or older
      *than the stale limit, is left over from a crashed run and
      *is taken over.
       095-TAKE-RUN-LOCK.
           ACCEPT WS-LOCK-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-NOW-TIME-FULL FROM TIME
           MOVE 'N' TO WS-LOCK-LIVE-SWITCH
           OPEN INPUT F11-RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = '00'
               READ F11-RUN-LOCK-FILE
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
               CLOSE F11-RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-IS-LIVE
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' - NOTIFY NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F11-RUN-LOCK-FILE
           MOVE 'NOTIFY' TO LCK-PROGRAM
           MOVE WS-LOCK-NOW-DATE TO LCK-DATE
           MOVE WS-LOCK-NOW-TIME TO LCK-TIME
           MOVE WS-LOCK-NOW-DATE TO WS-LID-DATE
           MOVE WS-LOCK-NOW-TIME TO WS-LID-TIME
           MOVE WS-LOCK-IDENTITY TO LCK-IDENTITY
           WRITE F11-RUN-LOCK-RECORD
           CLOSE F11-RUN-LOCK-FILE
           .

      *Releases the run lock at end of job, preserving whatever
      *severity the run already set for the suite return code.
       096-RELEASE-RUN-LOCK.
           MOVE RETURN-CODE TO WS-LOCK-SAVED-RC
           CALL 'CBL_DELETE_FILE' USING WS-RUN-LOCK-FILENAME
           MOVE WS-LOCK-SAVED-RC TO RETURN-CODE
           .

      *Captures the run start time before any file is opened, so
      *the end-of-day operations log entry reflects this run's
      *true start.
       097-CAPTURE-START-TIME.
           ACCEPT WS-RUN-START-TIME FROM TIME
           .

       099-GET-TODAYS-DATE.
           ACCEPT WS-TODAYS-DATE-8 FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-8)
           COMPUTE WS-HISTORY-CUTOFF = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT - WS-HISTORY-DAYS)
           MOVE WS-TODAYS-DATE-8 TO WS-RID-DATE
           .

       100-LOAD-CUSTOMERS.
           OPEN INPUT F02-CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS = '00'
               PERFORM UNTIL WS-CUSTOMER-FILE-STATUS NOT = '00'
                   READ F02-CUSTOMER-FILE
                       AT END
                           MOVE '10' TO WS-CUSTOMER-FILE-STATUS
                       NOT AT END
                           IF WS-CUSTOMER-COUNT < MAX-CUSTOMERS
                               ADD 1 TO WS-CUSTOMER-COUNT
                               SET CUS-IDX TO WS-CUSTOMER-COUNT
                               MOVE CUS-ID TO CUS-T-ID(CUS-IDX)
                               MOVE CUS-NAME TO CUS-T-NAME(CUS-IDX)
                               MOVE CUS-ADDRESS
                                   TO CUS-T-ADDRESS(CUS-IDX)
                               MOVE CUS-EMAIL TO CUS-T-EMAIL(CUS-IDX)
                               MOVE CUS-MOBILE
                                   TO CUS-T-MOBILE(CUS-IDX)
                               MOVE CUS-CHANNEL
                                   TO CUS-T-CHANNEL(CUS-IDX)
                               MOVE CUS-EMAIL-OPTIN
                                   TO CUS-T-EMAIL-OPTIN(CUS-IDX)
                               MOVE CUS-TEXT-OPTIN
                                   TO CUS-T-TEXT-OPTIN(CUS-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-CUSTOMER-FILE
           END-IF
           .

       110-LOAD-STUDENTS.
           OPEN INPUT F03-STUDENT-FILE
           IF WS-STUDENT-FILE-STATUS = '00'
               PERFORM UNTIL WS-STUDENT-FILE-STATUS NOT = '00'
                   READ F03-STUDENT-FILE
                       AT END
                           MOVE '10' TO WS-STUDENT-FILE-STATUS
                       NOT AT END
                           IF WS-STUDENT-COUNT < MAX-STUDENTS
                               ADD 1 TO WS-STUDENT-COUNT
                               SET STU-IDX TO WS-STUDENT-COUNT
                               MOVE STU-STUDENT-ID
                                   TO STU-T-ID(STU-IDX)
                               MOVE STU-NAME TO STU-T-NAME(STU-IDX)
                               MOVE STU-EMAIL TO STU-T-EMAIL(STU-IDX)
                               MOVE STU-MOBILE
                                   TO STU-T-MOBILE(STU-IDX)
                               MOVE STU-CONTACT-CHANNEL
                                   TO STU-T-CHANNEL(STU-IDX)
                               MOVE STU-EMAIL-OPTIN
                                   TO STU-T-EMAIL-OPTIN(STU-IDX)
                               MOVE STU-TEXT-OPTIN
                                   TO STU-T-TEXT-OPTIN(STU-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-STUDENT-FILE
           END-IF
           .

      *Remembers the history routed inside the window, and carries
      *on today's notice sequence from the highest used so far.
       120-LOAD-HISTORY.
           OPEN INPUT F04-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '00'
               PERFORM UNTIL WS-HISTORY-FILE-STATUS NOT = '00'
                   READ F04-HISTORY-FILE
                       AT END
                           MOVE '10' TO WS-HISTORY-FILE-STATUS
                       NOT AT END
                           IF HST-NID-DATE = WS-TODAYS-DATE-8
                               AND HST-NID-SEQ > WS-LAST-SEQUENCE
                               MOVE HST-NID-SEQ TO WS-LAST-SEQUENCE
                           END-IF
                           IF HST-ROUTE-DATE >= WS-HISTORY-CUTOFF
                               AND WS-HISTORY-COUNT < MAX-HISTORY
                               ADD 1 TO WS-HISTORY-COUNT
                               SET HST-IDX TO WS-HISTORY-COUNT
                               MOVE HST-NOTICE-ID
                                   TO HST-T-ID(HST-IDX)
                               MOVE HST-CHANNEL
                                   TO HST-T-CHANNEL(HST-IDX)
                               MOVE HST-STATUS
                                   TO HST-T-STATUS(HST-IDX)
                               MOVE HST-NOTICE
                                   TO HST-T-NOTICE(HST-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F04-HISTORY-FILE
           END-IF
           .

      *The history and the gateway and letter files are appended
      *to; each is created the first time it is needed.
       130-OPEN-OUTPUTS.
           OPEN EXTEND F04-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '35'
               OPEN OUTPUT F04-HISTORY-FILE
               CLOSE F04-HISTORY-FILE
               OPEN EXTEND F04-HISTORY-FILE
           END-IF
           OPEN EXTEND F06-EMAIL-FILE
           IF WS-EMAIL-FILE-STATUS = '35'
               OPEN OUTPUT F06-EMAIL-FILE
               CLOSE F06-EMAIL-FILE
               OPEN EXTEND F06-EMAIL-FILE
           END-IF
           OPEN EXTEND F07-TEXT-FILE
           IF WS-TEXT-FILE-STATUS = '35'
               OPEN OUTPUT F07-TEXT-FILE
               CLOSE F07-TEXT-FILE
               OPEN EXTEND F07-TEXT-FILE
           END-IF
           OPEN EXTEND F08-LETTER-FILE
           IF WS-LETTER-FILE-STATUS = '35'
               OPEN OUTPUT F08-LETTER-FILE
               CLOSE F08-LETTER-FILE
               OPEN EXTEND F08-LETTER-FILE
           END-IF
           OPEN OUTPUT F09-REGISTER-FILE
           MOVE WS-TODAYS-DATE-8 TO WS-EDIT-IN-DATE
           PERFORM 800-EDIT-DATE
           MOVE WS-EDIT-DATE TO RDL-RUN-DATE
           MOVE RUN-DATE-LINE TO F09-REGISTER-RECORD
           WRITE F09-REGISTER-RECORD
           MOVE REGISTER-TITLE-LINE TO F09-REGISTER-RECORD
           WRITE F09-REGISTER-RECORD
           .

      *Each gateway return fails the entry it was sent under. An
      *e-mail or text goes again by post under a new notice ID; a
      *returned letter has nowhere else to go. A return already
      *failed on the history has been dealt with by an earlier
      *run; one for a notice not on the recent history is listed
      *for ops to look into.
       200-APPLY-RETURNS.
           MOVE SPACES TO F09-REGISTER-RECORD
           WRITE F09-REGISTER-RECORD
           MOVE 'GATEWAY RETURNS' TO SCL-TEXT
           MOVE SECTION-LINE TO F09-REGISTER-RECORD
           WRITE F09-REGISTER-RECORD
           MOVE NOTICE-HEADING-LINE TO F09-REGISTER-RECORD
           WRITE F09-REGISTER-RECORD
           OPEN INPUT F05-RETURNS-FILE
           IF WS-RETURNS-FILE-STATUS = '00'
               PERFORM UNTIL WS-RETURNS-FILE-STATUS NOT = '00'
                   READ F05-RETURNS-FILE
                       AT END
                           MOVE '10' TO WS-RETURNS-FILE-STATUS
                       NOT AT END
                           PERFORM 210-APPLY-ONE-RETURN
                   END-READ
               END-PERFORM
               CLOSE F05-RETURNS-FILE
           END-IF
           IF WS-RETURNS-READ = 0
               MOVE 'NO GATEWAY RETURNS' TO NNL-TEXT
               MOVE NONE-LINE TO F09-REGISTER-RECORD
               WRITE F09-REGISTER-RECORD
           END-IF
           .

       210-APPLY-ONE-RETURN.
           MOVE 'N' TO WS-HST-FOUND-SWITCH
           SET HST-IDX TO 1
           SEARCH HISTORY-ENTRY
               WHEN HST-T-ID(HST-IDX) = RTN-NOTICE-ID
                   AND HST-T-FAILED(HST-IDX)
                   SET WS-HST-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-HST-FOUND
               ADD 1 TO WS-RETURNS-READ
               SET HST-IDX TO 1
               SEARCH HISTORY-ENTRY
                   WHEN HST-T-ID(HST-IDX) = RTN-NOTICE-ID
                       AND HST-T-SENT(HST-IDX)
                       SET WS-HST-FOUND TO TRUE
               END-SEARCH
               IF WS-HST-FOUND
                   MOVE HST-T-NOTICE(HST-IDX) TO WS-NOTICE
                   PERFORM 350-FIND-PROGRAM
                   MOVE RTN-NOTICE-ID TO WS-ROUTE-ID-9
                   MOVE HST-T-CHANNEL(HST-IDX) TO WS-ROUTE-CHANNEL
                   MOVE 'F' TO WS-ROUTE-STATUS
                   MOVE RTN-REASON TO WS-ROUTE-REASON
                   PERFORM 320-FIND-RECIPIENT
                   PERFORM 600-WRITE-HISTORY
                   PERFORM 700-PRINT-DETAIL
                   IF WS-ROUTE-CHANNEL = 'P'
                       ADD 1 TO WS-FAILED-COUNT
                       PERFORM 360-COUNT-BY-PROGRAM
                   ELSE
                       SET WS-FORCE-POST TO TRUE
                       PERFORM 330-CHOOSE-CHANNEL
                       MOVE 'N' TO WS-FORCE-POST-SWITCH
                       PERFORM 340-DELIVER-NOTICE
                   END-IF
               ELSE
                   MOVE RTN-NOTICE-ID TO URL-NOTICE-ID
                   MOVE RTN-REASON TO URL-REASON
                   MOVE UNKNOWN-RETURN-LINE TO F09-REGISTER-RECORD
                   WRITE F09-REGISTER-RECORD
                   ADD 1 TO WS-UNKNOWN-RETURNS
               END-IF
           END-IF
           .

       300-ROUTE-NOTIFICATIONS.
           MOVE SPACES TO F09-REGISTER-RECORD
           WRITE F09-REGISTER-RECORD
           MOVE 'NOTICES ROUTED' TO SCL-TEXT
           MOVE SECTION-LINE TO F09-REGISTER-RECORD
           WRITE F09-REGISTER-RECORD
           MOVE NOTICE-HEADING-LINE TO F09-REGISTER-RECORD
           WRITE F09-REGISTER-RECORD
           OPEN INPUT F01-NOTIFICATION-FILE
           IF WS-NOTIFY-FILE-STATUS = '00'
               PERFORM UNTIL WS-NOTIFY-FILE-STATUS NOT = '00'
                   READ F01-NOTIFICATION-FILE INTO WS-NOTICE
                       AT END
                           MOVE '10' TO WS-NOTIFY-FILE-STATUS
                       NOT AT END
                           IF WS-NOTICE NOT = SPACES
                               PERFORM 310-ROUTE-ONE-NOTICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F01-NOTIFICATION-FILE
           END-IF
           IF WS-NOTICES-READ = 0
               MOVE 'NO NOTICES TO ROUTE' TO NNL-TEXT
               MOVE NONE-LINE TO F09-REGISTER-RECORD
               WRITE F09-REGISTER-RECORD
           END-IF
           .

      *A notice already sent is skipped; anything else is routed,
      *including one that failed on an earlier night.
       310-ROUTE-ONE-NOTICE.
           ADD 1 TO WS-NOTICES-READ
           PERFORM 350-FIND-PROGRAM
           MOVE 'N' TO WS-HST-FOUND-SWITCH
           SET HST-IDX TO 1
           SEARCH HISTORY-ENTRY
               WHEN HST-T-KEY(HST-IDX) = WN-KEY
                   AND HST-T-SENT(HST-IDX)
                   SET WS-HST-FOUND TO TRUE
           END-SEARCH
           IF WS-HST-FOUND
               ADD 1 TO WS-SKIPPED-COUNT
               IF WS-PGM-FOUND
                   ADD 1 TO PGM-T-SKIPPED(PGM-IDX)
               END-IF
           ELSE
               PERFORM 320-FIND-RECIPIENT
               PERFORM 330-CHOOSE-CHANNEL
               PERFORM 340-DELIVER-NOTICE
           END-IF
           .

      *Customers are found by customer ID; students by student ID,
      *or by last name and initials where the notice has no ID.
      *A student is addressed by the name on the student record; a
      *customer by the name on the notice, or the master's where
      *the notice has none.
       320-FIND-RECIPIENT.
           MOVE 'N' TO WS-RCP-FOUND-SWITCH
           MOVE SPACES TO WS-RECIPIENT
           EVALUATE TRUE
               WHEN WN-TO-CUSTOMER
                   SET CUS-IDX TO 1
                   SEARCH CUSTOMER-ENTRY
                       WHEN CUS-T-ID(CUS-IDX) = WN-RECIPIENT-ID
                           SET WS-RCP-FOUND TO TRUE
                           MOVE CUS-T-ID(CUS-IDX) TO WS-RCP-ID
                           MOVE CUS-T-NAME(CUS-IDX) TO WS-RCP-NAME
                           MOVE CUS-T-ADDRESS(CUS-IDX)
                               TO WS-RCP-ADDRESS
                           MOVE CUS-T-EMAIL(CUS-IDX) TO WS-RCP-EMAIL
                           MOVE CUS-T-MOBILE(CUS-IDX)
                               TO WS-RCP-MOBILE
                           MOVE CUS-T-CHANNEL(CUS-IDX)
                               TO WS-RCP-CHANNEL
                           MOVE CUS-T-EMAIL-OPTIN(CUS-IDX)
                               TO WS-RCP-EMAIL-OPTIN
                           MOVE CUS-T-TEXT-OPTIN(CUS-IDX)
                               TO WS-RCP-TEXT-OPTIN
                   END-SEARCH
               WHEN WN-TO-STUDENT
                   SET STU-IDX TO 1
                   IF WN-RECIPIENT-ID NOT = SPACES
                       SEARCH STUDENT-ENTRY
                           WHEN STU-T-ID(STU-IDX) = WN-RECIPIENT-ID
                               SET WS-RCP-FOUND TO TRUE
                       END-SEARCH
                   ELSE
                       SEARCH STUDENT-ENTRY
                           WHEN STU-T-NAME(STU-IDX)
                               = WN-RECIPIENT-NAME(1:17)
                               SET WS-RCP-FOUND TO TRUE
                       END-SEARCH
                   END-IF
                   IF WS-RCP-FOUND
                       MOVE STU-T-ID(STU-IDX) TO WS-RCP-ID
                       STRING FUNCTION TRIM(STU-T-LAST-NAME(STU-IDX))
                              ' ' STU-T-INITIALS(STU-IDX)
                           DELIMITED BY SIZE
                           INTO WS-RCP-NAME
                       MOVE STU-T-EMAIL(STU-IDX) TO WS-RCP-EMAIL
                       MOVE STU-T-MOBILE(STU-IDX) TO WS-RCP-MOBILE
                       MOVE STU-T-CHANNEL(STU-IDX)
                           TO WS-RCP-CHANNEL
                       MOVE STU-T-EMAIL-OPTIN(STU-IDX)
                           TO WS-RCP-EMAIL-OPTIN
                       MOVE STU-T-TEXT-OPTIN(STU-IDX)
                           TO WS-RCP-TEXT-OPTIN
                   END-IF
           END-EVALUATE
           IF WN-RECIPIENT-NAME NOT = SPACES
               AND (WN-TO-CUSTOMER OR NOT WS-RCP-FOUND)
               MOVE WN-RECIPIENT-NAME TO WS-RCP-NAME
           END-IF
           IF NOT WS-RCP-FOUND
               MOVE WN-RECIPIENT-ID TO WS-RCP-ID
           END-IF
           .

      *E-mail or text where the recipient asked for it and has
      *both the address or number and the opt-in; otherwise post,
      *noting why. A returned e-mail or text is forced to post.
      *A customer letter needs a postal address; students are
      *reached by campus mail.
       330-CHOOSE-CHANNEL.
           MOVE SPACE TO WS-ROUTE-CHANNEL
           MOVE 'S' TO WS-ROUTE-STATUS
           MOVE SPACES TO WS-ROUTE-REASON
           IF NOT WS-RCP-FOUND
               MOVE 'F' TO WS-ROUTE-STATUS
               MOVE 'RECIPIENT NOT ON FILE' TO WS-ROUTE-REASON
           ELSE
               IF WS-FORCE-POST
                   MOVE 'RETURNED - SENT BY POST' TO WS-ROUTE-REASON
               ELSE
                   EVALUATE TRUE
                       WHEN WS-RCP-WANTS-EMAIL
                           AND WS-RCP-EMAIL = SPACES
                           MOVE 'NO E-MAIL ADDRESS - BY POST'
                               TO WS-ROUTE-REASON
                       WHEN WS-RCP-WANTS-EMAIL
                           AND WS-RCP-EMAIL-OPTIN NOT = 'Y'
                           MOVE 'NO E-MAIL OPT-IN - BY POST'
                               TO WS-ROUTE-REASON
                       WHEN WS-RCP-WANTS-EMAIL
                           MOVE 'E' TO WS-ROUTE-CHANNEL
                       WHEN WS-RCP-WANTS-TEXT
                           AND WS-RCP-MOBILE = SPACES
                           MOVE 'NO MOBILE NUMBER - BY POST'
                               TO WS-ROUTE-REASON
                       WHEN WS-RCP-WANTS-TEXT
                           AND WS-RCP-TEXT-OPTIN NOT = 'Y'
                           MOVE 'NO TEXT OPT-IN - BY POST'
                               TO WS-ROUTE-REASON
                       WHEN WS-RCP-WANTS-TEXT
                           MOVE 'T' TO WS-ROUTE-CHANNEL
                   END-EVALUATE
               END-IF
               IF WS-ROUTE-CHANNEL = SPACE
                   MOVE 'P' TO WS-ROUTE-CHANNEL
                   IF WN-TO-CUSTOMER
                       AND WS-RCP-ADDRESS = SPACES
                       MOVE 'F' TO WS-ROUTE-STATUS
                       MOVE 'NO POSTAL ADDRESS ON FILE'
                           TO WS-ROUTE-REASON
                   END-IF
               END-IF
           END-IF
           .

      *Numbers the notice, sends it by its channel and records it.
       340-DELIVER-NOTICE.
           ADD 1 TO WS-LAST-SEQUENCE
           MOVE WS-LAST-SEQUENCE TO WS-RID-SEQ
           IF WS-ROUTE-SENT
               EVALUATE WS-ROUTE-CHANNEL
                   WHEN 'E'
                       PERFORM 500-WRITE-EMAIL
                   WHEN 'T'
                       PERFORM 510-WRITE-TEXT
                   WHEN OTHER
                       PERFORM 520-WRITE-LETTER
               END-EVALUATE
           ELSE
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           ADD 1 TO WS-ROUTED-TOTAL
           PERFORM 360-COUNT-BY-PROGRAM
           PERFORM 600-WRITE-HISTORY
           PERFORM 700-PRINT-DETAIL
           .

       350-FIND-PROGRAM.
           MOVE 'N' TO WS-PGM-FOUND-SWITCH
           SET PGM-IDX TO 1
           SEARCH PROGRAM-ENTRY
               WHEN PGM-T-NAME(PGM-IDX) = WN-PROGRAM
                   SET WS-PGM-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-PGM-FOUND
               AND WS-PROGRAM-COUNT < MAX-PROGRAMS
               ADD 1 TO WS-PROGRAM-COUNT
               SET PGM-IDX TO WS-PROGRAM-COUNT
               MOVE WN-PROGRAM TO PGM-T-NAME(PGM-IDX)
               MOVE 0 TO PGM-T-EMAIL(PGM-IDX)
               MOVE 0 TO PGM-T-TEXT(PGM-IDX)
               MOVE 0 TO PGM-T-POST(PGM-IDX)
               MOVE 0 TO PGM-T-FAILED(PGM-IDX)
               MOVE 0 TO PGM-T-SKIPPED(PGM-IDX)
               SET WS-PGM-FOUND TO TRUE
           END-IF
           .

       360-COUNT-BY-PROGRAM.
           IF WS-PGM-FOUND
               IF WS-ROUTE-FAILED
                   ADD 1 TO PGM-T-FAILED(PGM-IDX)
               ELSE
                   EVALUATE WS-ROUTE-CHANNEL
                       WHEN 'E'
                           ADD 1 TO PGM-T-EMAIL(PGM-IDX)
                       WHEN 'T'
                           ADD 1 TO PGM-T-TEXT(PGM-IDX)
                       WHEN OTHER
                           ADD 1 TO PGM-T-POST(PGM-IDX)
                   END-EVALUATE
               END-IF
           END-IF
           .

       400-PRINT-SUMMARY.
           MOVE SPACES TO F09-REGISTER-RECORD
           WRITE F09-REGISTER-RECORD
           MOVE 'NOTICES BY PROGRAM AND CHANNEL' TO SCL-TEXT
           MOVE SECTION-LINE TO F09-REGISTER-RECORD
           WRITE F09-REGISTER-RECORD
           MOVE SUMMARY-HEADING-LINE TO F09-REGISTER-RECORD
           WRITE F09-REGISTER-RECORD
           PERFORM VARYING PGM-IDX FROM 1 BY 1
                   UNTIL PGM-IDX > WS-PROGRAM-COUNT
               MOVE PGM-T-NAME(PGM-IDX)    TO SDL-PROGRAM
               MOVE PGM-T-EMAIL(PGM-IDX)   TO SDL-EMAIL
               MOVE PGM-T-TEXT(PGM-IDX)    TO SDL-TEXT
               MOVE PGM-T-POST(PGM-IDX)    TO SDL-POST
               MOVE PGM-T-FAILED(PGM-IDX)  TO SDL-FAILED
               MOVE PGM-T-SKIPPED(PGM-IDX) TO SDL-SKIPPED
               MOVE SUMMARY-DETAIL-LINE TO F09-REGISTER-RECORD
               WRITE F09-REGISTER-RECORD
           END-PERFORM
           MOVE 'TOTAL'          TO SDL-PROGRAM
           MOVE WS-SENT-EMAIL    TO SDL-EMAIL
           MOVE WS-SENT-TEXT     TO SDL-TEXT
           MOVE WS-SENT-POST     TO SDL-POST
           MOVE WS-FAILED-COUNT  TO SDL-FAILED
           MOVE WS-SKIPPED-COUNT TO SDL-SKIPPED
           MOVE SUMMARY-DETAIL-LINE TO F09-REGISTER-RECORD
           WRITE F09-REGISTER-RECORD
           MOVE SPACES TO F09-REGISTER-RECORD
           WRITE F09-REGISTER-RECORD
           MOVE WS-NOTICES-READ  TO RTL-READ
           MOVE WS-ROUTED-TOTAL  TO RTL-ROUTED
           MOVE WS-FAILED-COUNT  TO RTL-FAILED
           MOVE WS-SKIPPED-COUNT TO RTL-SKIPPED
           MOVE WS-RETURNS-READ  TO RTL-RETURNS
           MOVE REGISTER-TRAILER-LINE TO F09-REGISTER-RECORD
           WRITE F09-REGISTER-RECORD
           .

       500-WRITE-EMAIL.
           MOVE WS-ROUTE-ID-9 TO EML-NOTICE-ID
           MOVE WS-RCP-EMAIL  TO EML-ADDRESS
           MOVE WS-RCP-NAME   TO EML-NAME
           MOVE WN-SUBJECT    TO EML-SUBJECT
           MOVE WN-MESSAGE    TO EML-MESSAGE
           WRITE F06-EMAIL-RECORD
           ADD 1 TO WS-SENT-EMAIL
           .

       510-WRITE-TEXT.
           MOVE WS-ROUTE-ID-9 TO TXT-NOTICE-ID
           MOVE WS-RCP-MOBILE TO TXT-MOBILE
           MOVE SPACES TO TXT-MESSAGE
           STRING FUNCTION TRIM(WN-SUBJECT) ': ' WN-MESSAGE
               DELIMITED BY SIZE
               INTO TXT-MESSAGE
           WRITE F07-TEXT-RECORD
           ADD 1 TO WS-SENT-TEXT
           .

      *One letter: notice ID and date, the recipient's name and
      *postal address (or student ID for campus mail), subject
      *and reference, and the message broken at a space across
      *two lines.
       520-WRITE-LETTER.
           MOVE LETTER-RULE-LINE TO F08-LETTER-RECORD
           WRITE F08-LETTER-RECORD
           MOVE WS-ROUTE-ID-9 TO LHL-NOTICE-ID
           MOVE WS-TODAYS-DATE-8 TO WS-EDIT-IN-DATE
           PERFORM 800-EDIT-DATE
           MOVE WS-EDIT-DATE TO LHL-DATE
           MOVE LETTER-HEAD-LINE TO F08-LETTER-RECORD
           WRITE F08-LETTER-RECORD
           MOVE SPACES TO F08-LETTER-RECORD
           WRITE F08-LETTER-RECORD
           MOVE WS-RCP-NAME TO LTL-TEXT
           MOVE LETTER-TEXT-LINE TO F08-LETTER-RECORD
           WRITE F08-LETTER-RECORD
           IF WN-TO-STUDENT
               MOVE WS-RCP-ID TO LSL-STUDENT-ID
               MOVE LETTER-STUDENT-LINE TO F08-LETTER-RECORD
           ELSE
               MOVE WS-RCP-ADDRESS TO LTL-TEXT
               MOVE LETTER-TEXT-LINE TO F08-LETTER-RECORD
           END-IF
           WRITE F08-LETTER-RECORD
           MOVE SPACES TO F08-LETTER-RECORD
           WRITE F08-LETTER-RECORD
           MOVE WN-SUBJECT TO LJL-SUBJECT
           MOVE WN-REFERENCE TO LJL-REFERENCE
           MOVE LETTER-SUBJECT-LINE TO F08-LETTER-RECORD
           WRITE F08-LETTER-RECORD
           MOVE SPACES TO F08-LETTER-RECORD
           WRITE F08-LETTER-RECORD
           PERFORM 530-SPLIT-MESSAGE
           MOVE WS-BODY-LINE-1 TO LTL-TEXT
           MOVE LETTER-TEXT-LINE TO F08-LETTER-RECORD
           WRITE F08-LETTER-RECORD
           IF WS-BODY-LINE-2 NOT = SPACES
               MOVE WS-BODY-LINE-2 TO LTL-TEXT
               MOVE LETTER-TEXT-LINE TO F08-LETTER-RECORD
               WRITE F08-LETTER-RECORD
           END-IF
           MOVE SPACES TO F08-LETTER-RECORD
           WRITE F08-LETTER-RECORD
           ADD 1 TO WS-SENT-POST
           .

      *Breaks at the last space that fits the letter width; a
      *message with no space late enough is cut at the width.
       530-SPLIT-MESSAGE.
           MOVE WS-LETTER-WIDTH TO WS-BREAK
           PERFORM UNTIL WS-BREAK < WS-LETTER-MIN-BREAK
                   OR WN-MESSAGE(WS-BREAK + 1:1) = SPACE
               SUBTRACT 1 FROM WS-BREAK
           END-PERFORM
           IF WS-BREAK < WS-LETTER-MIN-BREAK
               MOVE WS-LETTER-WIDTH TO WS-BREAK
           END-IF
           MOVE WN-MESSAGE(1:WS-BREAK) TO WS-BODY-LINE-1
           MOVE WN-MESSAGE(WS-BREAK + 1:) TO WS-BODY-LINE-2
           IF WS-BODY-LINE-2(1:1) = SPACE
               MOVE WN-MESSAGE(WS-BREAK + 2:) TO WS-BODY-LINE-2
           END-IF
           .

      *Appends the history entry and remembers it, so the same
      *notice met again tonight is not sent twice.
       600-WRITE-HISTORY.
           MOVE WS-ROUTE-ID      TO HST-NOTICE-ID
           MOVE WS-TODAYS-DATE-8 TO HST-ROUTE-DATE
           MOVE WS-ROUTE-CHANNEL TO HST-CHANNEL
           MOVE WS-ROUTE-STATUS  TO HST-STATUS
           MOVE WS-ROUTE-REASON  TO HST-REASON
           MOVE WS-NOTICE        TO HST-NOTICE
           WRITE F04-HISTORY-RECORD
           IF WS-HISTORY-COUNT < MAX-HISTORY
               ADD 1 TO WS-HISTORY-COUNT
               SET HST-IDX TO WS-HISTORY-COUNT
               MOVE WS-ROUTE-ID-9    TO HST-T-ID(HST-IDX)
               MOVE WS-ROUTE-CHANNEL TO HST-T-CHANNEL(HST-IDX)
               MOVE WS-ROUTE-STATUS  TO HST-T-STATUS(HST-IDX)
               MOVE WS-NOTICE        TO HST-T-NOTICE(HST-IDX)
           END-IF
           .

       700-PRINT-DETAIL.
           MOVE WS-ROUTE-ID-9     TO NDL-NOTICE-ID
           MOVE WN-PROGRAM        TO NDL-PROGRAM
           MOVE WN-NOTICE-TYPE    TO NDL-TYPE
           MOVE WN-RECIPIENT-TYPE TO NDL-RECIPIENT-TYPE
           MOVE WS-RCP-ID         TO NDL-RECIPIENT-ID
           MOVE WS-RCP-NAME       TO NDL-NAME
           MOVE WN-REFERENCE      TO NDL-REFERENCE
           MOVE WS-ROUTE-CHANNEL  TO NDL-CHANNEL
           MOVE WS-ROUTE-STATUS   TO NDL-STATUS
           MOVE WS-ROUTE-REASON   TO NDL-REASON
           MOVE NOTICE-DETAIL-LINE TO F09-REGISTER-RECORD
           WRITE F09-REGISTER-RECORD
           .

       800-EDIT-DATE.
           MOVE WS-EDIT-IN-MM   TO WS-EDIT-MM
           MOVE WS-EDIT-IN-DD   TO WS-EDIT-DD
           MOVE WS-EDIT-IN-CCYY TO WS-EDIT-CCYY
           .

      *Appends one line to the shared end-of-day operations log
      *recording this run's start/end time and notices routed.
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
           MOVE WS-ROUTED-TOTAL TO OPL-RECORD-COUNT
           OPEN EXTEND F10-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F10-OPS-LOG-FILE
               CLOSE F10-OPS-LOG-FILE
               OPEN EXTEND F10-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F10-OPS-LOG-RECORD
           WRITE F10-OPS-LOG-RECORD
           CLOSE F10-OPS-LOG-FILE
           .
