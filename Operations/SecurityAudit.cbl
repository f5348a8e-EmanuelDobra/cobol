       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECAUDIT.

      *Quarterly security audit across the suite's maintenance
      *journals. Sensitive changes are spread over parmmaint.jnl
      *(parameter and rate files, rate approvals), rentmaint.jnl
      *(contract adds, updates and deletes), gradechg.jnl (grade
      *changes) and RENTADJ's credit history (credit memos and who
      *approved them); this run merges them into one report by
      *operator and date and flags what the auditors ask about:
      *  - a grade change authorized by initials that carry no
      *    grade authority on gradeauth.dat;
      *  - a parameter change keyed outside the business day, or
      *    on a weekend or company-wide closed day on the shared
      *    business calendar;
      *  - every contract deleted through RENTMAINT;
      *  - an operator who approved an item they also changed - a
      *    credit memo they keyed, a credit on a contract they
      *    added or updated, or a rate card for a car type whose
      *    rate limits they set;
      *  - activity under an ID no longer on operators.dat.
      *The audit period, business hours and revoke threshold come
      *from secauditparams.dat; with no period given the last full
      *calendar quarter is audited. After the merged listing comes
      *every operator ID not used within the threshold - last
      *used is the later of its last accepted sign-on on
      *signon.log and its last journaled action - for ops to
      *revoke. Any flag or revocation ends the run with the
      *warning code 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Audit period, business hours and revoke threshold.
           SELECT F01-PARAMETER-FILE
                                   ASSIGN TO 'secauditparams.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-PARAM-FILE-STATUS.

      *Operator master, same file and authority levels RENTMAINT
      *signs operators on with.
           SELECT F02-OPERATOR-FILE
                                   ASSIGN TO 'operators.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-OPERATOR-FILE-STATUS.

      *Grade-change initials: who each set of initials belongs to
      *and whether it carries grade authority.
           SELECT F03-GRADE-AUTH-FILE
                                   ASSIGN TO 'gradeauth.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-GRADE-AUTH-STATUS.

      *Sign-on attempts RENTMAINT and PARMMNT append.
           SELECT F04-SIGNON-LOG-FILE
                                   ASSIGN TO 'signon.log'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-SIGNON-LOG-STATUS.

           SELECT F05-PARM-JOURNAL-FILE
                                   ASSIGN TO 'parmmaint.jnl'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-PARM-JNL-STATUS.

           SELECT F06-RENT-JOURNAL-FILE
                                   ASSIGN TO 'rentmaint.jnl'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-RENT-JNL-STATUS.

           SELECT F07-GRADE-JOURNAL-FILE
                                   ASSIGN TO 'gradechg.jnl'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-GRADE-JNL-STATUS.

      *Every credit memo RENTADJ has issued, with its keyer and
      *approver.
           SELECT F08-CREDIT-HISTORY-FILE
                                   ASSIGN TO 'credithistory.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-CREDIT-HIST-STATUS.

      *Shared business calendar PARMMNT maintains.
           SELECT F09-CALENDAR-FILE
                                   ASSIGN TO 'bizcalendar.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-CALENDAR-FILE-STATUS.

           SELECT F10-AUDIT-REPORT-FILE
                                   ASSIGN TO 'secaudit.rpt'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Work file backing the SORT below, the TRANSCRIPT SD/OUTPUT
      *PROCEDURE pattern with an input procedure in front.
           SELECT SD-SORT-FILE     ASSIGN TO 'secaudit.tmp'.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F11-OPS-LOG-FILE ASSIGN TO 'opslog.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-OPSLOG-FILE-STATUS.

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT F12-RUN-LOCK-FILE
                                   ASSIGN TO 'runlock.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-RUN-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Zero dates audit the last full calendar quarter; hours are
      *HHMM, a change at or after the end time being after hours.
       FD  F01-PARAMETER-FILE
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS F01-PARAMETER-RECORD.
       01  F01-PARAMETER-RECORD.
           05  SAP-FROM-DATE       PIC 9(8).
           05  SAP-TO-DATE         PIC 9(8).
           05  SAP-DAY-START       PIC 9(4).
           05  SAP-DAY-END         PIC 9(4).
           05  SAP-REVOKE-DAYS     PIC 9(3).

      *Same 17-byte layout RENTMAINT reads; the password is not
      *needed here.
       FD  F02-OPERATOR-FILE
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS F02-OPERATOR-RECORD.
       01  F02-OPERATOR-RECORD.
           05  OPR-IN-ID           PIC X(8).
           05  FILLER              PIC X(8).
           05  OPR-IN-AUTHORITY    PIC 9.

       FD  F03-GRADE-AUTH-FILE
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS F03-GRADE-AUTH-RECORD.
       01  F03-GRADE-AUTH-RECORD.
           05  GRA-INITIALS        PIC X(3).
           05  GRA-OPERATOR-ID     PIC X(8).
           05  GRA-GRADE-AUTHORITY PIC X.

      *Same 31-byte layout RENTMAINT and PARMMNT append.
       FD  F04-SIGNON-LOG-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS F04-SIGNON-LOG-RECORD.
       01  F04-SIGNON-LOG-RECORD.
           05  SGN-DATE            PIC 9(8).
           05  SGN-TIME            PIC 9(6).
           05  SGN-PROGRAM         PIC X(8).
           05  SGN-OPERATOR-ID     PIC X(8).
           05  SGN-RESULT          PIC X.
               88  SGN-ACCEPTED              VALUE 'S'.

      *Same 194-byte layout PARMMNT journals with.
       FD  F05-PARM-JOURNAL-FILE
           RECORD CONTAINS 194 CHARACTERS
           DATA RECORD IS F05-PARM-JOURNAL-RECORD.
       01  F05-PARM-JOURNAL-RECORD.
           05  PJN-DATE            PIC 9(8).
           05  PJN-TIME            PIC 9(6).
           05  PJN-FILE-ID         PIC X(12).
           05  PJN-OPERATOR-ID     PIC X(8).
           05  PJN-BEFORE-IMAGE    PIC X(80).
           05  PJN-AFTER-IMAGE     PIC X(80).

      *Same 286-byte layout RENTMAINT journals with.
       FD  F06-RENT-JOURNAL-FILE
           RECORD CONTAINS 286 CHARACTERS
           DATA RECORD IS F06-RENT-JOURNAL-RECORD.
       01  F06-RENT-JOURNAL-RECORD.
           05  RJN-DATE            PIC 9(8).
           05  RJN-TIME            PIC 9(6).
           05  RJN-ACTION          PIC X.
               88  RJN-INQUIRY               VALUE 'I'.
               88  RJN-ADD                   VALUE 'A'.
               88  RJN-UPDATE                VALUE 'U'.
               88  RJN-DELETE                VALUE 'D'.
           05  RJN-CONTRACT-NO     PIC 9(6).
           05  RJN-BEFORE-IMAGE    PIC X(127).
           05  RJN-AFTER-IMAGE     PIC X(127).
           05  RJN-OPERATOR-ID     PIC X(8).
           05  FILLER              PIC X(3).

      *Same 65-byte layout GRDCHG journals with.
       FD  F07-GRADE-JOURNAL-FILE
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS F07-GRADE-JOURNAL-RECORD.
       01  F07-GRADE-JOURNAL-RECORD.
           05  GJN-DATE            PIC 9(8).
           05  GJN-TIME            PIC 9(6).
           05  GJN-STUDENT-ID      PIC X(5).
           05  GJN-COURSE          PIC X(7).
           05  GJN-BEFORE-IMAGE    PIC X(18).
           05  GJN-AFTER-IMAGE     PIC X(18).
           05  GJN-INITIALS        PIC X(3).

      *Same 62-byte layout RENTADJ appends.
       FD  F08-CREDIT-HISTORY-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS F08-CREDIT-HISTORY-RECORD.
       01  F08-CREDIT-HISTORY-RECORD.
           05  CMH-MEMO-NO         PIC 9(6).
           05  CMH-CONTRACT-NO     PIC 9(6).
           05  CMH-CUSTOMER-ID     PIC 9(6).
           05  CMH-DEBTOR-TYPE     PIC X.
           05  CMH-REASON-CODE     PIC X.
           05  CMH-PRETAX-AMOUNT   PIC 9(7)V99.
           05  CMH-TAX-AMOUNT      PIC 9(7)V99.
           05  CMH-DATE            PIC 9(8).
           05  CMH-OPERATOR-ID     PIC X(8).
           05  CMH-APPROVER-ID     PIC X(8).

      *Same 42-byte layout PARMMNT keeps; only company-wide
      *closures bear on parameter changes.
       FD  F09-CALENDAR-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS F09-CALENDAR-RECORD.
       01  F09-CALENDAR-RECORD.
           05  CAL-IN-DATE         PIC 9(8).
           05  CAL-IN-LOCATION     PIC X(4).
           05  CAL-IN-DESCRIPTION  PIC X(30).

       FD  F10-AUDIT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F10-AUDIT-REPORT-RECORD.
       01  F10-AUDIT-REPORT-RECORD PIC X(132).

      *One merged journal event: who, when, where from, what was
      *done to which item, and the flag raised against it (zero
      *for none).
       SD  SD-SORT-FILE.
       01  SD-SORT-RECORD.
           05  SD-OPERATOR-ID      PIC X(8).
           05  SD-DATE             PIC 9(8).
           05  SD-TIME             PIC 9(6).
           05  SD-SOURCE           PIC X(8).
           05  SD-ACTION           PIC X(8).
           05  SD-ITEM             PIC X(24).
           05  SD-FLAG-CODE        PIC 9.

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F11-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F11-OPS-LOG-RECORD.
       01  F11-OPS-LOG-RECORD      PIC X(132).

      *One record: who holds the suite run lock and since when.
       FD  F12-RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F12-RUN-LOCK-RECORD.
       01  F12-RUN-LOCK-RECORD.
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

       01  WS-PARAM-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-OPERATOR-FILE-STATUS PIC XX    VALUE SPACES.
       01  WS-GRADE-AUTH-STATUS    PIC XX    VALUE SPACES.
       01  WS-SIGNON-LOG-STATUS    PIC XX    VALUE SPACES.
       01  WS-PARM-JNL-STATUS      PIC XX    VALUE SPACES.
       01  WS-RENT-JNL-STATUS      PIC XX    VALUE SPACES.
       01  WS-GRADE-JNL-STATUS     PIC XX    VALUE SPACES.
       01  WS-CREDIT-HIST-STATUS   PIC XX    VALUE SPACES.
       01  WS-CALENDAR-FILE-STATUS PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-SORT-EOF-SWITCH      PIC X     VALUE 'N'.
           88  WS-SORT-EOF                   VALUE 'Y'.

      *Audit controls, defaulted here when the parameter file is
      *absent or a field is not numeric.
       01  WS-FROM-DATE            PIC 9(8)  VALUE 0.
       01  WS-TO-DATE              PIC 9(8)  VALUE 0.
       01  WS-DAY-START            PIC 9(4)  VALUE 0800.
       01  WS-DAY-END              PIC 9(4)  VALUE 1800.
       01  WS-REVOKE-DAYS          PIC 9(3)  VALUE 090.

      *Quarter arithmetic for the default audit period.
       01  WS-QUARTER-START.
           05  WS-QTR-CCYY         PIC 9(4).
           05  WS-QTR-MM           PIC 99.
           05  WS-QTR-DD           PIC 99.
       01  WS-QUARTER-START-NUM REDEFINES WS-QUARTER-START
                                   PIC 9(8).

       01  MAX-OPERATORS           PIC 9(2)  VALUE 50.
       01  OPERATOR-TABLE-AREA.
           05  WS-OPERATOR-COUNT   PIC 9(2)  VALUE 0.
           05  OPERATOR-ENTRY OCCURS 0 TO 50 TIMES
                   DEPENDING ON WS-OPERATOR-COUNT
                   INDEXED BY OPR-IDX.
               10  OPR-ID          PIC X(8).
               10  OPR-AUTHORITY   PIC 9.
               10  OPR-LAST-SIGNON PIC 9(8).
               10  OPR-LAST-ACTION PIC 9(8).

      *Initials as they appear on gradechg.jnl.
       01  MAX-GRADE-AUTHS         PIC 9(3)  VALUE 200.
       01  GRADE-AUTH-TABLE-AREA.
           05  WS-GRADE-AUTH-COUNT PIC 9(3)  VALUE 0.
           05  GRADE-AUTH-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-GRADE-AUTH-COUNT
                   INDEXED BY GAU-IDX.
               10  GAU-INITIALS    PIC X(3).
               10  GAU-OPERATOR-ID PIC X(8).
               10  GAU-GRADE-AUTHORITY PIC X.
                   88  GAU-HAS-GRADE-AUTHORITY VALUE 'Y'.

       01  MAX-CALENDAR-DAYS       PIC 9(4)  VALUE 1000.
       01  CALENDAR-TABLE-AREA.
           05  WS-CALENDAR-COUNT   PIC 9(4)  VALUE 0.
           05  CALENDAR-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-CALENDAR-COUNT
                   INDEXED BY CAL-IDX.
               10  CAL-DAY-NUMBER  PIC 9(7).

      *Items each operator changed, for the approved-own-change
      *test: 'L' a car type's rate limits, 'C' a contract added or
      *updated. Kept across all dates, since a change made before
      *the audit period still conflicts with an approval inside it.
       01  MAX-CHANGE-KEYS         PIC 9(5)  VALUE 5000.
       01  CHANGE-KEY-TABLE-AREA.
           05  WS-CHANGE-KEY-COUNT PIC 9(5)  VALUE 0.
           05  CHANGE-KEY-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-CHANGE-KEY-COUNT
                   INDEXED BY CHK-IDX.
               10  CHK-TYPE        PIC X.
               10  CHK-KEY         PIC X(8).
               10  CHK-OPERATOR-ID PIC X(8).
       01  WS-WORK-CHANGE-KEY.
           05  WS-WORK-CHK-TYPE    PIC X.
           05  WS-WORK-CHK-KEY     PIC X(8).
           05  WS-WORK-CHK-OPERATOR PIC X(8).
       01  WS-CHK-FOUND-SWITCH     PIC X     VALUE 'N'.
           88  WS-CHK-FOUND                  VALUE 'Y'.
       01  WS-WORK-CONTRACT-NO     PIC 9(6)  VALUE 0.

      *Flag wording, by flag code.
       01  FLAG-TEXT-VALUES.
           05  FILLER              PIC X(30)
                 VALUE 'GRADE CHANGE WITHOUT AUTHORITY'.
           05  FILLER              PIC X(30)
                 VALUE 'PARM CHANGE OUTSIDE HOURS'.
           05  FILLER              PIC X(30)
                 VALUE 'PARM CHANGE ON CLOSED DAY'.
           05  FILLER              PIC X(30)
                 VALUE 'CONTRACT DELETED'.
           05  FILLER              PIC X(30)
                 VALUE 'APPROVED OWN CHANGE'.
           05  FILLER              PIC X(30)
                 VALUE 'OPERATOR NOT ON FILE'.
       01  FLAG-TEXT-TABLE REDEFINES FLAG-TEXT-VALUES.
           05  FLAG-TEXT           PIC X(30) OCCURS 6 TIMES.
       01  FLAG-COUNT-TABLE.
           05  WS-FLAG-COUNT       PIC 9(5)  VALUE 0 OCCURS 6 TIMES.
       01  WS-FLAG-SUB             PIC 9     VALUE 0.
       01  WS-NO-AUTHORITY-FLAG    PIC 9     VALUE 1.
       01  WS-AFTER-HOURS-FLAG     PIC 9     VALUE 2.
       01  WS-CLOSED-DAY-FLAG      PIC 9     VALUE 3.
       01  WS-DELETE-FLAG          PIC 9     VALUE 4.
       01  WS-OWN-APPROVAL-FLAG    PIC 9     VALUE 5.
       01  WS-NOT-ON-FILE-FLAG     PIC 9     VALUE 6.

      *The event being built for release to the sort.
       01  WS-EVENT.
           05  WS-EVT-OPERATOR-ID  PIC X(8).
           05  WS-EVT-DATE         PIC 9(8).
           05  WS-EVT-TIME         PIC 9(6).
           05  WS-EVT-SOURCE       PIC X(8).
           05  WS-EVT-ACTION       PIC X(8).
           05  WS-EVT-ITEM         PIC X(24).
           05  WS-EVT-FLAG-CODE    PIC 9.
       01  WS-EVT-TIME-PARTS REDEFINES WS-EVENT.
           05  FILLER              PIC X(16).
           05  WS-EVT-HHMM         PIC 9(4).
           05  FILLER              PIC X(43).
       01  WS-EVT-ON-FILE-SWITCH   PIC X     VALUE 'N'.
           88  WS-EVT-ON-FILE                VALUE 'Y'.
           88  WS-EVT-NOT-ON-FILE            VALUE 'N'.
       01  WS-KEY-IMAGE            PIC X(80) VALUE SPACES.

      *Business-day test work fields.
       01  WS-BDC-TEST-DAY         PIC 9(7)  VALUE 0.
       01  WS-BDC-WEEKDAY          PIC 9     VALUE 0.
       01  WS-BDC-DAY-SWITCH       PIC X     VALUE 'Y'.
           88  WS-BDC-OPEN-DAY               VALUE 'Y'.
           88  WS-BDC-CLOSED-DAY             VALUE 'N'.

      *Operator control break on the merged listing.
       01  WS-PRIOR-OPERATOR       PIC X(8)  VALUE SPACES.
       01  WS-FIRST-EVENT-SWITCH   PIC X     VALUE 'Y'.
           88  WS-FIRST-EVENT                VALUE 'Y'.
       01  WS-OPERATOR-EVENTS      PIC 9(5)  VALUE 0.
       01  WS-OPERATOR-FLAGGED     PIC 9(5)  VALUE 0.

      *Revocation work fields.
       01  WS-LAST-USED            PIC 9(8)  VALUE 0.
       01  WS-DAYS-IDLE            PIC 9(6)  VALUE 0.

       01  RUN-TOTALS.
           05  WS-EVENT-COUNT      PIC 9(7)  VALUE 0.
           05  WS-FLAGGED-COUNT    PIC 9(7)  VALUE 0.
           05  WS-OPERATOR-LISTED  PIC 9(5)  VALUE 0.
           05  WS-REVOKE-COUNT     PIC 9(5)  VALUE 0.

       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY      PIC 9(4).
           05  WS-TODAYS-MM        PIC 9(2).
           05  WS-TODAYS-DD        PIC 9(2).
       01  WS-TODAYS-DATE-NUM REDEFINES WS-TODAYS-DATE PIC 9(8).

      *Date editing for the report, ccyymmdd to mm/dd/ccyy.
       01  WS-EDIT-DATE-IN         PIC 9(8)  VALUE 0.
       01  WS-EDIT-DATE-IN-PARTS REDEFINES WS-EDIT-DATE-IN.
           05  WS-EDIT-IN-CCYY     PIC 9(4).
           05  WS-EDIT-IN-MM       PIC 99.
           05  WS-EDIT-IN-DD       PIC 99.
       01  WS-EDIT-DATE-OUT.
           05  WS-EDIT-OUT-MM      PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  WS-EDIT-OUT-DD      PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  WS-EDIT-OUT-CCYY    PIC 9999.

       01  RUN-DATE-LINE.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  RDL-RUN-MM          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  RDL-RUN-DD          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  RDL-RUN-CCYY        PIC 9999.
           05  FILLER              PIC X(111) VALUE SPACES.

       01  REPORT-TITLE-LINE.
           05  FILLER              PIC X(50) VALUE SPACES.
           05  FILLER              PIC X(21)
                 VALUE 'SECURITY AUDIT REPORT'.
           05  FILLER              PIC X(61) VALUE SPACES.
       01  REPORT-PERIOD-LINE.
           05  FILLER              PIC X(14) VALUE 'AUDIT PERIOD: '.
           05  RPL-FROM-DATE       PIC X(10).
           05  FILLER              PIC X(6)  VALUE ' THRU '.
           05  RPL-TO-DATE         PIC X(10).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(16) VALUE 'BUSINESS HOURS: '.
           05  RPL-DAY-START       PIC 9(4).
           05  FILLER              PIC X     VALUE '-'.
           05  RPL-DAY-END         PIC 9(4).
           05  FILLER              PIC X(62) VALUE SPACES.
       01  REPORT-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'DATE'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'TIME'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'SOURCE'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'ACTION'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(24) VALUE 'ITEM'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(30) VALUE 'EXCEPTION'.
           05  FILLER              PIC X(32) VALUE SPACES.
       01  OPERATOR-HEADER-LINE.
           05  FILLER              PIC X(10) VALUE 'OPERATOR: '.
           05  OHL-OPERATOR-ID     PIC X(8).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE 'AUTHORITY: '.
           05  OHL-AUTHORITY       PIC X(12).
           05  FILLER              PIC X(88) VALUE SPACES.
       01  EVENT-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EDL-DATE            PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EDL-HH              PIC 99.
           05  FILLER              PIC X     VALUE ':'.
           05  EDL-MI              PIC 99.
           05  FILLER              PIC X     VALUE ':'.
           05  EDL-SS              PIC 99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EDL-SOURCE          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EDL-ACTION          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EDL-ITEM            PIC X(24).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EDL-FLAG            PIC X(30).
           05  FILLER              PIC X(32) VALUE SPACES.
       01  WS-EVT-TIME-EDIT        PIC 9(6)  VALUE 0.
       01  WS-EVT-TIME-EDIT-PARTS REDEFINES WS-EVT-TIME-EDIT.
           05  WS-EVT-EDIT-HH      PIC 99.
           05  WS-EVT-EDIT-MI      PIC 99.
           05  WS-EVT-EDIT-SS      PIC 99.
       01  OPERATOR-TRAILER-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'EVENTS: '.
           05  OTL-EVENTS          PIC ZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE 'FLAGGED: '.
           05  OTL-FLAGGED         PIC ZZZZ9.
           05  FILLER              PIC X(98) VALUE SPACES.
       01  NO-EVENTS-LINE.
           05  FILLER              PIC X(40)
                 VALUE 'NO JOURNALED CHANGES IN THE AUDIT PERIOD'.
           05  FILLER              PIC X(92) VALUE SPACES.
       01  REVOKE-TITLE-LINE.
           05  FILLER              PIC X(37)
                 VALUE 'OPERATOR IDS TO REVOKE - NOT USED IN '.
           05  RTL-REVOKE-DAYS     PIC ZZ9.
           05  FILLER              PIC X(5)  VALUE ' DAYS'.
           05  FILLER              PIC X(87) VALUE SPACES.
       01  REVOKE-HEADING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'OPERATOR'.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE 'AUTHORITY'.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE 'LAST USED'.
           05  FILLER              PIC X(9)  VALUE 'DAYS IDLE'.
           05  FILLER              PIC X(84) VALUE SPACES.
       01  REVOKE-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RDT-OPERATOR-ID     PIC X(8).
           05  FILLER              PIC X(7)  VALUE SPACES.
           05  RDT-AUTHORITY       PIC 9.
           05  FILLER              PIC X(7)  VALUE SPACES.
           05  RDT-LAST-USED       PIC X(14).
           05  RDT-DAYS-IDLE       PIC X(9).
           05  FILLER              PIC X(84) VALUE SPACES.
       01  WS-DAYS-IDLE-EDIT       PIC ZZZZZ9.
       01  NO-REVOKES-LINE.
           05  FILLER              PIC X(40)
                 VALUE '  NONE - EVERY OPERATOR ID USED RECENTLY'.
           05  FILLER              PIC X(92) VALUE SPACES.
       01  SUMMARY-TITLE-LINE.
           05  FILLER              PIC X(18)
                 VALUE 'EXCEPTION SUMMARY'.
           05  FILLER              PIC X(114) VALUE SPACES.
       01  SUMMARY-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SDL-FLAG            PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SDL-COUNT           PIC ZZZZ9.
           05  FILLER              PIC X(93) VALUE SPACES.
       01  RUN-TRAILER-LINE.
           05  FILLER              PIC X(8)  VALUE 'EVENTS: '.
           05  RTR-EVENTS          PIC ZZZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE 'FLAGGED: '.
           05  RTR-FLAGGED         PIC ZZZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE 'OPERATORS: '.
           05  RTR-OPERATORS       PIC ZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(13) VALUE 'TO REVOKE: '.
           05  RTR-REVOKES         PIC ZZZZ9.
           05  FILLER              PIC X(58) VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'SECAUDIT'.
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
           PERFORM 100-READ-AUDIT-PARMS
           PERFORM 110-LOAD-OPERATORS
           PERFORM 115-LOAD-GRADE-AUTHORITY
           PERFORM 120-LOAD-SIGN-ONS
           PERFORM 130-LOAD-BUSINESS-CALENDAR
           PERFORM 150-LOAD-CHANGE-KEYS
           OPEN OUTPUT F10-AUDIT-REPORT-FILE
           PERFORM 200-WRITE-REPORT-HEADINGS
           SORT SD-SORT-FILE
               ON ASCENDING KEY SD-OPERATOR-ID
               ON ASCENDING KEY SD-DATE
               ON ASCENDING KEY SD-TIME
               INPUT PROCEDURE IS 300-RELEASE-AUDIT-EVENTS
               OUTPUT PROCEDURE IS 400-PRINT-AUDIT-EVENTS
           PERFORM 500-LIST-REVOCATIONS
           PERFORM 600-WRITE-SUMMARY
           CLOSE F10-AUDIT-REPORT-FILE
           IF WS-FLAGGED-COUNT > 0 OR WS-REVOKE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 096-RELEASE-RUN-LOCK
           STOP RUN.

      *Takes the suite run lock before anything is opened, so the
      *journals are not read while a batch program is appending
      *to them. A live lock refuses the run with the severe
      *condition code; a lock from a prior day, or older than the
      *stale limit, is left over from a crashed run and is taken
      *over.
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
                   ' - SECAUDIT NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F12-RUN-LOCK-FILE
           MOVE 'SECAUDIT' TO LCK-PROGRAM
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

      *Captures the run start time before any file is opened, so
      *the end-of-day operations log entry reflects this run's
      *true start.
       097-CAPTURE-START-TIME.
           ACCEPT WS-RUN-START-TIME FROM TIME
           .

       099-GET-TODAYS-DATE.
           ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAYS-MM   TO RDL-RUN-MM
           MOVE WS-TODAYS-DD   TO RDL-RUN-DD
           MOVE WS-TODAYS-CCYY TO RDL-RUN-CCYY.

      *Audit controls. With no period keyed, the period is the
      *last full calendar quarter before today - the auditors'
      *quarterly pull run in the first days of the next quarter.
       100-READ-AUDIT-PARMS.
           OPEN INPUT F01-PARAMETER-FILE
           IF WS-PARAM-FILE-STATUS = '00'
               READ F01-PARAMETER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SAP-FROM-DATE IS NUMERIC
                           MOVE SAP-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF SAP-TO-DATE IS NUMERIC
                           MOVE SAP-TO-DATE TO WS-TO-DATE
                       END-IF
                       IF SAP-DAY-START IS NUMERIC
                           AND SAP-DAY-START < 2400
                           MOVE SAP-DAY-START TO WS-DAY-START
                       END-IF
                       IF SAP-DAY-END IS NUMERIC
                           AND SAP-DAY-END > WS-DAY-START
                           AND SAP-DAY-END <= 2400
                           MOVE SAP-DAY-END TO WS-DAY-END
                       END-IF
                       IF SAP-REVOKE-DAYS IS NUMERIC
                           AND SAP-REVOKE-DAYS > 0
                           MOVE SAP-REVOKE-DAYS TO WS-REVOKE-DAYS
                       END-IF
               END-READ
               CLOSE F01-PARAMETER-FILE
           END-IF
           IF WS-FROM-DATE = 0 OR WS-TO-DATE = 0
               MOVE WS-TODAYS-CCYY TO WS-QTR-CCYY
               COMPUTE WS-QTR-MM =
                   ((WS-TODAYS-MM - 1) / 3) * 3 + 1
               MOVE 1 TO WS-QTR-DD
               COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-QUARTER-START-NUM)
                    - 1)
               IF WS-QTR-MM = 1
                   SUBTRACT 1 FROM WS-QTR-CCYY
                   MOVE 10 TO WS-QTR-MM
               ELSE
                   SUBTRACT 3 FROM WS-QTR-MM
               END-IF
               MOVE WS-QUARTER-START-NUM TO WS-FROM-DATE
           END-IF
           .

      *Every operator ID on file, with its authority; last use is
      *filled in from the sign-on log and the journals.
       110-LOAD-OPERATORS.
           OPEN INPUT F02-OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS = '00'
               PERFORM UNTIL WS-OPERATOR-FILE-STATUS NOT = '00'
                   READ F02-OPERATOR-FILE
                       AT END
                           MOVE '10' TO WS-OPERATOR-FILE-STATUS
                       NOT AT END
                           IF WS-OPERATOR-COUNT < MAX-OPERATORS
                               ADD 1 TO WS-OPERATOR-COUNT
                               MOVE OPR-IN-ID
                                   TO OPR-ID(WS-OPERATOR-COUNT)
                               IF OPR-IN-AUTHORITY IS NUMERIC
                                   MOVE OPR-IN-AUTHORITY
                                     TO OPR-AUTHORITY(WS-OPERATOR-COUNT)
                               ELSE
                                   MOVE 0
                                     TO OPR-AUTHORITY(WS-OPERATOR-COUNT)
                               END-IF
                               MOVE 0
                                 TO OPR-LAST-SIGNON(WS-OPERATOR-COUNT)
                               MOVE 0
                                 TO OPR-LAST-ACTION(WS-OPERATOR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F02-OPERATOR-FILE
           END-IF.

      *Without the file no initials carry grade authority, so every
      *grade change is flagged rather than passed unchecked.
       115-LOAD-GRADE-AUTHORITY.
           OPEN INPUT F03-GRADE-AUTH-FILE
           IF WS-GRADE-AUTH-STATUS = '00'
               PERFORM UNTIL WS-GRADE-AUTH-STATUS NOT = '00'
                   READ F03-GRADE-AUTH-FILE
                       AT END
                           MOVE '10' TO WS-GRADE-AUTH-STATUS
                       NOT AT END
                           IF WS-GRADE-AUTH-COUNT < MAX-GRADE-AUTHS
                               ADD 1 TO WS-GRADE-AUTH-COUNT
                               MOVE GRA-INITIALS
                                   TO GAU-INITIALS(WS-GRADE-AUTH-COUNT)
                               MOVE GRA-OPERATOR-ID TO
                                   GAU-OPERATOR-ID(WS-GRADE-AUTH-COUNT)
                               MOVE GRA-GRADE-AUTHORITY TO
                                 GAU-GRADE-AUTHORITY
                                   (WS-GRADE-AUTH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F03-GRADE-AUTH-FILE
           END-IF.

      *Latest accepted sign-on per operator ID on file.
       120-LOAD-SIGN-ONS.
           OPEN INPUT F04-SIGNON-LOG-FILE
           IF WS-SIGNON-LOG-STATUS = '00'
               PERFORM UNTIL WS-SIGNON-LOG-STATUS NOT = '00'
                   READ F04-SIGNON-LOG-FILE
                       AT END
                           MOVE '10' TO WS-SIGNON-LOG-STATUS
                       NOT AT END
                           IF SGN-ACCEPTED AND SGN-DATE IS NUMERIC
                              AND WS-OPERATOR-COUNT > 0
                               SET OPR-IDX TO 1
                               SEARCH OPERATOR-ENTRY
                                   AT END CONTINUE
                                   WHEN OPR-ID(OPR-IDX)
                                       = SGN-OPERATOR-ID
                                       IF SGN-DATE
                                         > OPR-LAST-SIGNON(OPR-IDX)
                                           MOVE SGN-DATE TO
                                             OPR-LAST-SIGNON(OPR-IDX)
                                       END-IF
                               END-SEARCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F04-SIGNON-LOG-FILE
           END-IF.

      *Company-wide closed days only; a branch or college closure
      *does not close the parameter desk.
       130-LOAD-BUSINESS-CALENDAR.
           OPEN INPUT F09-CALENDAR-FILE
           IF WS-CALENDAR-FILE-STATUS = '00'
               PERFORM UNTIL WS-CALENDAR-FILE-STATUS NOT = '00'
                   READ F09-CALENDAR-FILE
                       AT END
                           MOVE '10' TO WS-CALENDAR-FILE-STATUS
                       NOT AT END
                           IF CAL-IN-DATE IS NUMERIC
                              AND CAL-IN-DATE > 16010101
                              AND CAL-IN-LOCATION = SPACES
                              AND WS-CALENDAR-COUNT < MAX-CALENDAR-DAYS
                               ADD 1 TO WS-CALENDAR-COUNT
                               COMPUTE CAL-DAY-NUMBER
                                   (WS-CALENDAR-COUNT) =
                                   FUNCTION INTEGER-OF-DATE
                                       (CAL-IN-DATE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F09-CALENDAR-FILE
           END-IF
           .

      *First pass over the two journals that record changes to
      *items someone may later approve: rate limits set on
      *PARMMNT, and contracts added or updated on RENTMAINT.
       150-LOAD-CHANGE-KEYS.
           OPEN INPUT F05-PARM-JOURNAL-FILE
           IF WS-PARM-JNL-STATUS = '00'
               PERFORM UNTIL WS-PARM-JNL-STATUS NOT = '00'
                   READ F05-PARM-JOURNAL-FILE
                       AT END
                           MOVE '10' TO WS-PARM-JNL-STATUS
                       NOT AT END
                           IF PJN-FILE-ID = 'RATELIMITS'
                               MOVE 'L' TO WS-WORK-CHK-TYPE
                               MOVE SPACES TO WS-WORK-CHK-KEY
                               IF PJN-AFTER-IMAGE = SPACES
                                   MOVE PJN-BEFORE-IMAGE(1:1)
                                       TO WS-WORK-CHK-KEY
                               ELSE
                                   MOVE PJN-AFTER-IMAGE(1:1)
                                       TO WS-WORK-CHK-KEY
                               END-IF
                               MOVE PJN-OPERATOR-ID
                                   TO WS-WORK-CHK-OPERATOR
                               PERFORM 155-NOTE-CHANGE-KEY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F05-PARM-JOURNAL-FILE
           END-IF
           OPEN INPUT F06-RENT-JOURNAL-FILE
           IF WS-RENT-JNL-STATUS = '00'
               PERFORM UNTIL WS-RENT-JNL-STATUS NOT = '00'
                   READ F06-RENT-JOURNAL-FILE
                       AT END
                           MOVE '10' TO WS-RENT-JNL-STATUS
                       NOT AT END
                           IF RJN-ADD OR RJN-UPDATE
                               MOVE 'C' TO WS-WORK-CHK-TYPE
                               MOVE RJN-CONTRACT-NO
                                   TO WS-WORK-CONTRACT-NO
                               MOVE WS-WORK-CONTRACT-NO
                                   TO WS-WORK-CHK-KEY
                               MOVE RJN-OPERATOR-ID
                                   TO WS-WORK-CHK-OPERATOR
                               PERFORM 155-NOTE-CHANGE-KEY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F06-RENT-JOURNAL-FILE
           END-IF
           .

      *Adds the work key to the table unless it is already there.
       155-NOTE-CHANGE-KEY.
           PERFORM 160-FIND-CHANGE-KEY
           IF NOT WS-CHK-FOUND
               AND WS-CHANGE-KEY-COUNT < MAX-CHANGE-KEYS
               ADD 1 TO WS-CHANGE-KEY-COUNT
               MOVE WS-WORK-CHANGE-KEY
                   TO CHANGE-KEY-ENTRY(WS-CHANGE-KEY-COUNT)
           END-IF
           .

       160-FIND-CHANGE-KEY.
           MOVE 'N' TO WS-CHK-FOUND-SWITCH
           IF WS-CHANGE-KEY-COUNT > 0
               SET CHK-IDX TO 1
               SEARCH CHANGE-KEY-ENTRY
                   AT END CONTINUE
                   WHEN CHANGE-KEY-ENTRY(CHK-IDX) = WS-WORK-CHANGE-KEY
                       MOVE 'Y' TO WS-CHK-FOUND-SWITCH
               END-SEARCH
           END-IF
           .

       200-WRITE-REPORT-HEADINGS.
           MOVE RUN-DATE-LINE TO F10-AUDIT-REPORT-RECORD
           WRITE F10-AUDIT-REPORT-RECORD
           MOVE REPORT-TITLE-LINE TO F10-AUDIT-REPORT-RECORD
           WRITE F10-AUDIT-REPORT-RECORD
           MOVE WS-FROM-DATE TO WS-EDIT-DATE-IN
           PERFORM 690-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO RPL-FROM-DATE
           MOVE WS-TO-DATE TO WS-EDIT-DATE-IN
           PERFORM 690-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO RPL-TO-DATE
           MOVE WS-DAY-START TO RPL-DAY-START
           MOVE WS-DAY-END   TO RPL-DAY-END
           MOVE REPORT-PERIOD-LINE TO F10-AUDIT-REPORT-RECORD
           WRITE F10-AUDIT-REPORT-RECORD
           MOVE SPACES TO F10-AUDIT-REPORT-RECORD
           WRITE F10-AUDIT-REPORT-RECORD
           MOVE REPORT-HEADING-LINE TO F10-AUDIT-REPORT-RECORD
           WRITE F10-AUDIT-REPORT-RECORD
           .

      *Input procedure for the SORT: every journaled change in the
      *audit period, from each journal in turn, flagged as it is
      *released. Every record read, in the period or not, counts
      *toward its operator's last use.
       300-RELEASE-AUDIT-EVENTS.
           PERFORM 310-RELEASE-PARM-CHANGES
           PERFORM 320-RELEASE-RENTAL-CHANGES
           PERFORM 330-RELEASE-GRADE-CHANGES
           PERFORM 340-RELEASE-CREDIT-MEMOS
           .

      *Parameter and rate file changes. A rate card journaled
      *under RENTALRATES is an approved YIELDREC recommendation,
      *and one under PROPOSEDRATE a rejected one.
       310-RELEASE-PARM-CHANGES.
           OPEN INPUT F05-PARM-JOURNAL-FILE
           IF WS-PARM-JNL-STATUS = '00'
               PERFORM UNTIL WS-PARM-JNL-STATUS NOT = '00'
                   READ F05-PARM-JOURNAL-FILE
                       AT END
                           MOVE '10' TO WS-PARM-JNL-STATUS
                       NOT AT END
                           PERFORM 315-BUILD-PARM-EVENT
                   END-READ
               END-PERFORM
               CLOSE F05-PARM-JOURNAL-FILE
           END-IF
           .

       315-BUILD-PARM-EVENT.
           MOVE PJN-OPERATOR-ID TO WS-EVT-OPERATOR-ID
           MOVE PJN-DATE        TO WS-EVT-DATE
           MOVE PJN-TIME        TO WS-EVT-TIME
           MOVE 'PARMMNT'       TO WS-EVT-SOURCE
           MOVE 0               TO WS-EVT-FLAG-CODE
           EVALUATE PJN-FILE-ID
               WHEN 'RENTALRATES'
                   MOVE 'APPROVE' TO WS-EVT-ACTION
               WHEN 'PROPOSEDRATE'
                   MOVE 'REJECT'  TO WS-EVT-ACTION
               WHEN OTHER
                   MOVE 'CHANGE'  TO WS-EVT-ACTION
           END-EVALUATE
      *Single-record files have no key worth showing; the rest
      *show the leading key bytes of the image changed.
           MOVE SPACES TO WS-EVT-ITEM
           MOVE PJN-FILE-ID TO WS-EVT-ITEM(1:12)
           IF PJN-AFTER-IMAGE = SPACES
               MOVE PJN-BEFORE-IMAGE TO WS-KEY-IMAGE
           ELSE
               MOVE PJN-AFTER-IMAGE TO WS-KEY-IMAGE
           END-IF
           EVALUATE PJN-FILE-ID
               WHEN 'RENTALPARMS'
               WHEN 'VALCARPARMS'
               WHEN 'LOYALTYPARMS'
                   CONTINUE
               WHEN OTHER
                   MOVE WS-KEY-IMAGE(1:11) TO WS-EVT-ITEM(14:11)
           END-EVALUATE
           PERFORM 350-NOTE-OPERATOR-ACTIVITY
           PERFORM 360-TEST-BUSINESS-DAY
           MOVE 'N' TO WS-CHK-FOUND-SWITCH
           IF PJN-FILE-ID = 'RENTALRATES'
               MOVE 'L' TO WS-WORK-CHK-TYPE
               MOVE SPACES TO WS-WORK-CHK-KEY
               MOVE WS-KEY-IMAGE(1:1) TO WS-WORK-CHK-KEY
               MOVE PJN-OPERATOR-ID TO WS-WORK-CHK-OPERATOR
               PERFORM 160-FIND-CHANGE-KEY
           END-IF
           EVALUATE TRUE
               WHEN WS-EVT-NOT-ON-FILE
                   MOVE WS-NOT-ON-FILE-FLAG TO WS-EVT-FLAG-CODE
               WHEN WS-CHK-FOUND
                   MOVE WS-OWN-APPROVAL-FLAG TO WS-EVT-FLAG-CODE
               WHEN WS-BDC-CLOSED-DAY
                   MOVE WS-CLOSED-DAY-FLAG TO WS-EVT-FLAG-CODE
               WHEN WS-EVT-HHMM < WS-DAY-START
               WHEN WS-EVT-HHMM >= WS-DAY-END
                   MOVE WS-AFTER-HOURS-FLAG TO WS-EVT-FLAG-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 370-RELEASE-EVENT
           .

      *Contract maintenance. Inquiries change nothing and are not
      *listed, though they still count as use of the ID.
       320-RELEASE-RENTAL-CHANGES.
           OPEN INPUT F06-RENT-JOURNAL-FILE
           IF WS-RENT-JNL-STATUS = '00'
               PERFORM UNTIL WS-RENT-JNL-STATUS NOT = '00'
                   READ F06-RENT-JOURNAL-FILE
                       AT END
                           MOVE '10' TO WS-RENT-JNL-STATUS
                       NOT AT END
                           PERFORM 325-BUILD-RENTAL-EVENT
                   END-READ
               END-PERFORM
               CLOSE F06-RENT-JOURNAL-FILE
           END-IF
           .

       325-BUILD-RENTAL-EVENT.
           MOVE RJN-OPERATOR-ID TO WS-EVT-OPERATOR-ID
           MOVE RJN-DATE        TO WS-EVT-DATE
           MOVE RJN-TIME        TO WS-EVT-TIME
           MOVE 'RENTMAIN'      TO WS-EVT-SOURCE
           MOVE 0               TO WS-EVT-FLAG-CODE
           MOVE SPACES          TO WS-EVT-ITEM
           MOVE 'CONTRACT '     TO WS-EVT-ITEM(1:9)
           MOVE RJN-CONTRACT-NO TO WS-WORK-CONTRACT-NO
           MOVE WS-WORK-CONTRACT-NO TO WS-EVT-ITEM(10:6)
           PERFORM 350-NOTE-OPERATOR-ACTIVITY
           EVALUATE TRUE
               WHEN RJN-ADD
                   MOVE 'ADD'    TO WS-EVT-ACTION
               WHEN RJN-UPDATE
                   MOVE 'UPDATE' TO WS-EVT-ACTION
               WHEN RJN-DELETE
                   MOVE 'DELETE' TO WS-EVT-ACTION
                   MOVE WS-DELETE-FLAG TO WS-EVT-FLAG-CODE
               WHEN OTHER
                   MOVE SPACES   TO WS-EVT-ACTION
           END-EVALUATE
           IF WS-EVT-NOT-ON-FILE
               MOVE WS-NOT-ON-FILE-FLAG TO WS-EVT-FLAG-CODE
           END-IF
           IF WS-EVT-ACTION NOT = SPACES
               PERFORM 370-RELEASE-EVENT
           END-IF
           .

      *Grade changes carry the authorizing initials only; they are
      *listed under the operator ID gradeauth.dat gives them, or
      *under the bare initials when they are not on it.
       330-RELEASE-GRADE-CHANGES.
           OPEN INPUT F07-GRADE-JOURNAL-FILE
           IF WS-GRADE-JNL-STATUS = '00'
               PERFORM UNTIL WS-GRADE-JNL-STATUS NOT = '00'
                   READ F07-GRADE-JOURNAL-FILE
                       AT END
                           MOVE '10' TO WS-GRADE-JNL-STATUS
                       NOT AT END
                           PERFORM 335-BUILD-GRADE-EVENT
                   END-READ
               END-PERFORM
               CLOSE F07-GRADE-JOURNAL-FILE
           END-IF
           .

       335-BUILD-GRADE-EVENT.
           MOVE GJN-INITIALS    TO WS-EVT-OPERATOR-ID
           MOVE GJN-DATE        TO WS-EVT-DATE
           MOVE GJN-TIME        TO WS-EVT-TIME
           MOVE 'GRDCHG'        TO WS-EVT-SOURCE
           MOVE 'GRADE'         TO WS-EVT-ACTION
           MOVE WS-NO-AUTHORITY-FLAG TO WS-EVT-FLAG-CODE
           MOVE SPACES          TO WS-EVT-ITEM
           MOVE GJN-STUDENT-ID  TO WS-EVT-ITEM(1:5)
           MOVE GJN-COURSE      TO WS-EVT-ITEM(7:7)
           IF WS-GRADE-AUTH-COUNT > 0
               SET GAU-IDX TO 1
               SEARCH GRADE-AUTH-ENTRY
                   AT END CONTINUE
                   WHEN GAU-INITIALS(GAU-IDX) = GJN-INITIALS
                       IF GAU-OPERATOR-ID(GAU-IDX) NOT = SPACES
                           MOVE GAU-OPERATOR-ID(GAU-IDX)
                               TO WS-EVT-OPERATOR-ID
                       END-IF
                       IF GAU-HAS-GRADE-AUTHORITY(GAU-IDX)
                           MOVE 0 TO WS-EVT-FLAG-CODE
                       END-IF
               END-SEARCH
           END-IF
           PERFORM 350-NOTE-OPERATOR-ACTIVITY
           PERFORM 370-RELEASE-EVENT
           .

      *Each credit memo is listed under the operator who keyed it,
      *and again under its approver when one was needed. The
      *approval is flagged when the approver keyed the memo, or
      *added or updated the contract it credits.
       340-RELEASE-CREDIT-MEMOS.
           OPEN INPUT F08-CREDIT-HISTORY-FILE
           IF WS-CREDIT-HIST-STATUS = '00'
               PERFORM UNTIL WS-CREDIT-HIST-STATUS NOT = '00'
                   READ F08-CREDIT-HISTORY-FILE
                       AT END
                           MOVE '10' TO WS-CREDIT-HIST-STATUS
                       NOT AT END
                           PERFORM 345-BUILD-CREDIT-EVENTS
                   END-READ
               END-PERFORM
               CLOSE F08-CREDIT-HISTORY-FILE
           END-IF
           .

       345-BUILD-CREDIT-EVENTS.
           MOVE CMH-OPERATOR-ID TO WS-EVT-OPERATOR-ID
           MOVE CMH-DATE        TO WS-EVT-DATE
           MOVE 0               TO WS-EVT-TIME
           MOVE 'RENTADJ'       TO WS-EVT-SOURCE
           MOVE 'CREDIT'        TO WS-EVT-ACTION
           MOVE 0               TO WS-EVT-FLAG-CODE
           MOVE SPACES          TO WS-EVT-ITEM
           MOVE 'CONTRACT '     TO WS-EVT-ITEM(1:9)
           MOVE CMH-CONTRACT-NO TO WS-WORK-CONTRACT-NO
           MOVE WS-WORK-CONTRACT-NO TO WS-EVT-ITEM(10:6)
           MOVE ' M'            TO WS-EVT-ITEM(16:2)
           MOVE CMH-MEMO-NO     TO WS-WORK-CONTRACT-NO
           MOVE WS-WORK-CONTRACT-NO TO WS-EVT-ITEM(18:6)
           PERFORM 350-NOTE-OPERATOR-ACTIVITY
           IF WS-EVT-NOT-ON-FILE
               MOVE WS-NOT-ON-FILE-FLAG TO WS-EVT-FLAG-CODE
           END-IF
           PERFORM 370-RELEASE-EVENT
           IF CMH-APPROVER-ID NOT = SPACES
               MOVE CMH-APPROVER-ID TO WS-EVT-OPERATOR-ID
               MOVE 'APPROVE'       TO WS-EVT-ACTION
               MOVE 0               TO WS-EVT-FLAG-CODE
               PERFORM 350-NOTE-OPERATOR-ACTIVITY
               MOVE 'C' TO WS-WORK-CHK-TYPE
               MOVE CMH-CONTRACT-NO TO WS-WORK-CONTRACT-NO
               MOVE WS-WORK-CONTRACT-NO TO WS-WORK-CHK-KEY
               MOVE CMH-APPROVER-ID TO WS-WORK-CHK-OPERATOR
               PERFORM 160-FIND-CHANGE-KEY
               EVALUATE TRUE
                   WHEN WS-EVT-NOT-ON-FILE
                       MOVE WS-NOT-ON-FILE-FLAG TO WS-EVT-FLAG-CODE
                   WHEN CMH-APPROVER-ID = CMH-OPERATOR-ID
                   WHEN WS-CHK-FOUND
                       MOVE WS-OWN-APPROVAL-FLAG TO WS-EVT-FLAG-CODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 370-RELEASE-EVENT
           END-IF
           .

      *Finds the event's operator on file and moves its last use
      *forward to the event date.
       350-NOTE-OPERATOR-ACTIVITY.
           SET WS-EVT-NOT-ON-FILE TO TRUE
           IF WS-OPERATOR-COUNT > 0
               SET OPR-IDX TO 1
               SEARCH OPERATOR-ENTRY
                   AT END CONTINUE
                   WHEN OPR-ID(OPR-IDX) = WS-EVT-OPERATOR-ID
                       SET WS-EVT-ON-FILE TO TRUE
                       IF WS-EVT-DATE IS NUMERIC
                          AND WS-EVT-DATE > OPR-LAST-ACTION(OPR-IDX)
                           MOVE WS-EVT-DATE
                               TO OPR-LAST-ACTION(OPR-IDX)
                       END-IF
               END-SEARCH
           END-IF
           .

      *A weekend or company-wide closed day; weekday 1 is Monday.
       360-TEST-BUSINESS-DAY.
           SET WS-BDC-OPEN-DAY TO TRUE
           IF WS-EVT-DATE IS NUMERIC AND WS-EVT-DATE > 16010101
               COMPUTE WS-BDC-TEST-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-EVT-DATE)
               COMPUTE WS-BDC-WEEKDAY =
                   FUNCTION MOD(WS-BDC-TEST-DAY - 1, 7) + 1
               IF WS-BDC-WEEKDAY > 5
                   SET WS-BDC-CLOSED-DAY TO TRUE
               ELSE
                   IF WS-CALENDAR-COUNT > 0
                       SET CAL-IDX TO 1
                       SEARCH CALENDAR-ENTRY
                           AT END CONTINUE
                           WHEN CAL-DAY-NUMBER(CAL-IDX)
                               = WS-BDC-TEST-DAY
                               SET WS-BDC-CLOSED-DAY TO TRUE
                       END-SEARCH
                   END-IF
               END-IF
           END-IF
           .

      *Only events dated inside the audit period reach the sort.
       370-RELEASE-EVENT.
           IF WS-EVT-DATE IS NUMERIC
              AND WS-EVT-DATE >= WS-FROM-DATE
              AND WS-EVT-DATE <= WS-TO-DATE
               MOVE WS-EVENT TO SD-SORT-RECORD
               RELEASE SD-SORT-RECORD
           END-IF
           .

      *Output procedure for the SORT: the merged events by
      *operator and date, with an operator control break.
       400-PRINT-AUDIT-EVENTS.
           PERFORM 410-RETURN-SORTED-EVENT
           PERFORM UNTIL WS-SORT-EOF
               IF WS-FIRST-EVENT
                  OR SD-OPERATOR-ID NOT = WS-PRIOR-OPERATOR
                   IF NOT WS-FIRST-EVENT
                       PERFORM 430-CLOSE-OPERATOR-BLOCK
                   END-IF
                   PERFORM 420-START-NEW-OPERATOR
               END-IF
               PERFORM 440-PRINT-ONE-EVENT
               PERFORM 410-RETURN-SORTED-EVENT
           END-PERFORM
           IF WS-FIRST-EVENT
               MOVE SPACES TO F10-AUDIT-REPORT-RECORD
               WRITE F10-AUDIT-REPORT-RECORD
               MOVE NO-EVENTS-LINE TO F10-AUDIT-REPORT-RECORD
               WRITE F10-AUDIT-REPORT-RECORD
           ELSE
               PERFORM 430-CLOSE-OPERATOR-BLOCK
           END-IF.

       410-RETURN-SORTED-EVENT.
           RETURN SD-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

       420-START-NEW-OPERATOR.
           MOVE 'N' TO WS-FIRST-EVENT-SWITCH
           MOVE SD-OPERATOR-ID TO WS-PRIOR-OPERATOR
           ADD 1 TO WS-OPERATOR-LISTED
           MOVE 0 TO WS-OPERATOR-EVENTS
           MOVE 0 TO WS-OPERATOR-FLAGGED
           MOVE SD-OPERATOR-ID TO OHL-OPERATOR-ID
           MOVE 'NOT ON FILE' TO OHL-AUTHORITY
           IF WS-OPERATOR-COUNT > 0
               SET OPR-IDX TO 1
               SEARCH OPERATOR-ENTRY
                   AT END CONTINUE
                   WHEN OPR-ID(OPR-IDX) = SD-OPERATOR-ID
                       MOVE SPACES TO OHL-AUTHORITY
                       MOVE OPR-AUTHORITY(OPR-IDX)
                           TO OHL-AUTHORITY(1:1)
               END-SEARCH
           END-IF
           MOVE SPACES TO F10-AUDIT-REPORT-RECORD
           WRITE F10-AUDIT-REPORT-RECORD
           MOVE OPERATOR-HEADER-LINE TO F10-AUDIT-REPORT-RECORD
           WRITE F10-AUDIT-REPORT-RECORD.

       430-CLOSE-OPERATOR-BLOCK.
           MOVE WS-OPERATOR-EVENTS  TO OTL-EVENTS
           MOVE WS-OPERATOR-FLAGGED TO OTL-FLAGGED
           MOVE OPERATOR-TRAILER-LINE TO F10-AUDIT-REPORT-RECORD
           WRITE F10-AUDIT-REPORT-RECORD.

       440-PRINT-ONE-EVENT.
           ADD 1 TO WS-EVENT-COUNT
           ADD 1 TO WS-OPERATOR-EVENTS
           MOVE SD-DATE TO WS-EDIT-DATE-IN
           PERFORM 690-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO EDL-DATE
           MOVE SD-TIME TO WS-EVT-TIME-EDIT
           MOVE WS-EVT-EDIT-HH TO EDL-HH
           MOVE WS-EVT-EDIT-MI TO EDL-MI
           MOVE WS-EVT-EDIT-SS TO EDL-SS
           MOVE SD-SOURCE TO EDL-SOURCE
           MOVE SD-ACTION TO EDL-ACTION
           MOVE SD-ITEM   TO EDL-ITEM
           MOVE SPACES    TO EDL-FLAG
           IF SD-FLAG-CODE > 0
               MOVE SD-FLAG-CODE TO WS-FLAG-SUB
               MOVE FLAG-TEXT(WS-FLAG-SUB) TO EDL-FLAG
               ADD 1 TO WS-FLAG-COUNT(WS-FLAG-SUB)
               ADD 1 TO WS-FLAGGED-COUNT
               ADD 1 TO WS-OPERATOR-FLAGGED
           END-IF
           MOVE EVENT-DETAIL-LINE TO F10-AUDIT-REPORT-RECORD
           WRITE F10-AUDIT-REPORT-RECORD.

      *Operator IDs on file not used within the revoke threshold:
      *last use is the later of the last accepted sign-on and the
      *last journaled action. An ID with neither on record is
      *listed as never used.
       500-LIST-REVOCATIONS.
           MOVE WS-REVOKE-DAYS TO RTL-REVOKE-DAYS
           MOVE SPACES TO F10-AUDIT-REPORT-RECORD
           WRITE F10-AUDIT-REPORT-RECORD
           MOVE REVOKE-TITLE-LINE TO F10-AUDIT-REPORT-RECORD
           WRITE F10-AUDIT-REPORT-RECORD
           MOVE REVOKE-HEADING-LINE TO F10-AUDIT-REPORT-RECORD
           WRITE F10-AUDIT-REPORT-RECORD
           PERFORM VARYING OPR-IDX FROM 1 BY 1
               UNTIL OPR-IDX > WS-OPERATOR-COUNT
               MOVE OPR-LAST-SIGNON(OPR-IDX) TO WS-LAST-USED
               IF OPR-LAST-ACTION(OPR-IDX) > WS-LAST-USED
                   MOVE OPR-LAST-ACTION(OPR-IDX) TO WS-LAST-USED
               END-IF
               MOVE 0 TO WS-DAYS-IDLE
               IF WS-LAST-USED > 16010101
                  AND WS-LAST-USED < WS-TODAYS-DATE-NUM
                   COMPUTE WS-DAYS-IDLE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE-NUM)
                     - FUNCTION INTEGER-OF-DATE(WS-LAST-USED)
               END-IF
               IF WS-LAST-USED <= 16010101
                  OR WS-DAYS-IDLE > WS-REVOKE-DAYS
                   PERFORM 510-PRINT-ONE-REVOCATION
               END-IF
           END-PERFORM
           IF WS-REVOKE-COUNT = 0
               MOVE NO-REVOKES-LINE TO F10-AUDIT-REPORT-RECORD
               WRITE F10-AUDIT-REPORT-RECORD
           END-IF.

       510-PRINT-ONE-REVOCATION.
           ADD 1 TO WS-REVOKE-COUNT
           MOVE OPR-ID(OPR-IDX)        TO RDT-OPERATOR-ID
           MOVE OPR-AUTHORITY(OPR-IDX) TO RDT-AUTHORITY
           IF WS-LAST-USED <= 16010101
               MOVE 'NEVER'  TO RDT-LAST-USED
               MOVE SPACES   TO RDT-DAYS-IDLE
           ELSE
               MOVE WS-LAST-USED TO WS-EDIT-DATE-IN
               PERFORM 690-EDIT-DATE
               MOVE WS-EDIT-DATE-OUT TO RDT-LAST-USED
               MOVE WS-DAYS-IDLE TO WS-DAYS-IDLE-EDIT
               MOVE WS-DAYS-IDLE-EDIT TO RDT-DAYS-IDLE
           END-IF
           MOVE REVOKE-DETAIL-LINE TO F10-AUDIT-REPORT-RECORD
           WRITE F10-AUDIT-REPORT-RECORD.

       600-WRITE-SUMMARY.
           MOVE SPACES TO F10-AUDIT-REPORT-RECORD
           WRITE F10-AUDIT-REPORT-RECORD
           MOVE SUMMARY-TITLE-LINE TO F10-AUDIT-REPORT-RECORD
           WRITE F10-AUDIT-REPORT-RECORD
           PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
               UNTIL WS-FLAG-SUB > 6
               MOVE FLAG-TEXT(WS-FLAG-SUB)     TO SDL-FLAG
               MOVE WS-FLAG-COUNT(WS-FLAG-SUB) TO SDL-COUNT
               MOVE SUMMARY-DETAIL-LINE TO F10-AUDIT-REPORT-RECORD
               WRITE F10-AUDIT-REPORT-RECORD
           END-PERFORM
           MOVE WS-EVENT-COUNT     TO RTR-EVENTS
           MOVE WS-FLAGGED-COUNT   TO RTR-FLAGGED
           MOVE WS-OPERATOR-LISTED TO RTR-OPERATORS
           MOVE WS-REVOKE-COUNT    TO RTR-REVOKES
           MOVE SPACES TO F10-AUDIT-REPORT-RECORD
           WRITE F10-AUDIT-REPORT-RECORD
           MOVE RUN-TRAILER-LINE TO F10-AUDIT-REPORT-RECORD
           WRITE F10-AUDIT-REPORT-RECORD.

       690-EDIT-DATE.
           MOVE WS-EDIT-IN-MM   TO WS-EDIT-OUT-MM
           MOVE WS-EDIT-IN-DD   TO WS-EDIT-OUT-DD
           MOVE WS-EDIT-IN-CCYY TO WS-EDIT-OUT-CCYY.

      *Appends one line to the shared end-of-day operations log
      *recording this run's start/end time and events listed.
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
           MOVE WS-EVENT-COUNT  TO OPL-RECORD-COUNT
           OPEN EXTEND F11-OPS-LOG-FILE
           IF WS-OPSLOG-FILE-STATUS = '35'
               OPEN OUTPUT F11-OPS-LOG-FILE
               CLOSE F11-OPS-LOG-FILE
               OPEN EXTEND F11-OPS-LOG-FILE
           END-IF
           MOVE OPS-LOG-LINE TO F11-OPS-LOG-RECORD
           WRITE F11-OPS-LOG-RECORD
           CLOSE F11-OPS-LOG-FILE
           .
