       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARTACCNV.
       AUTHOR. JANIS.

      *One-time conversion of the art files from the painting name
      *to the accession number as their key. Every piece on the
      *current master is given a permanent accession number - the
      *conversion year plus a sequence in master-file order, the
      *same year-plus-sequence form the inventory run assigns to
      *each acquisition from now on - and every name-keyed file is
      *rewritten with the number in front of the old record:
      *arttrans, artloans, artworkorders, exhibitions, and the
      *artcount walk-through. artpremiums.dat is keyed on value
      *band, not piece, and is left alone.
      *A title shared by two master records cannot say which piece
      *a name-keyed row meant, so those rows go to the first
      *record with the name, and every piece sharing the name is
      *listed for curator review; rows naming no master piece carry
      *zeros and are listed as well. The .new files are promoted
      *over the .dat files overnight, same as every carried file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *The 78-byte name-keyed master and its accession-keyed
      *replacement.
           SELECT F01-OLD-MASTER-FILE
                                   ASSIGN TO 'artmaster.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-OLD-MASTER-STATUS.

           SELECT F02-NEW-MASTER-FILE
                                   ASSIGN TO 'artmaster.new'
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F03-OLD-TRANS-FILE
                                   ASSIGN TO 'arttrans.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-OLD-TRANS-STATUS.

           SELECT F04-NEW-TRANS-FILE
                                   ASSIGN TO 'arttrans.new'
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F05-OLD-LOAN-FILE
                                   ASSIGN TO 'artloans.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-OLD-LOAN-STATUS.

           SELECT F06-NEW-LOAN-FILE
                                   ASSIGN TO 'artloans.new'
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F07-OLD-ORDER-FILE
                                   ASSIGN TO 'artworkorders.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-OLD-ORDER-STATUS.

           SELECT F08-NEW-ORDER-FILE
                                   ASSIGN TO 'artworkorders.new'
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F09-OLD-EXHIBIT-FILE
                                   ASSIGN TO 'exhibitions.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-OLD-EXHIBIT-STATUS.

           SELECT F10-NEW-EXHIBIT-FILE
                                   ASSIGN TO 'exhibitions.new'
                                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F11-OLD-COUNT-FILE
                                   ASSIGN TO 'artcount.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-OLD-COUNT-STATUS.

           SELECT F12-NEW-COUNT-FILE
                                   ASSIGN TO 'artcount.new'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *The accession register and curator-review listing.
           SELECT F13-REVIEW-FILE  ASSIGN TO 'accessionreview.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
           SELECT F14-OPS-LOG-FILE ASSIGN TO 'opslog.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-OPSLOG-FILE-STATUS.

      *Suite-wide run lock: one live lock across the batch
      *programs, taken at startup and deleted at end of job.
           SELECT F15-RUN-LOCK-FILE
                                   ASSIGN TO 'runlock.dat'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS
                                       WS-RUN-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-OLD-MASTER-FILE
           RECORD CONTAINS 78 CHARACTERS
           DATA RECORD IS F01-OLD-MASTER-RECORD.
       01  F01-OLD-MASTER-RECORD.
           05  OMS-NAME            PIC X(25).
           05  OMS-ARTIST          PIC X(20).
           05  FILLER              PIC X(33).

       FD  F02-NEW-MASTER-FILE
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS F02-NEW-MASTER-RECORD.
       01  F02-NEW-MASTER-RECORD.
           05  NMS-ACCESSION-NO    PIC 9(8).
           05  NMS-OLD-RECORD      PIC X(78).

       FD  F03-OLD-TRANS-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS F03-OLD-TRANS-RECORD.
       01  F03-OLD-TRANS-RECORD.
           05  OTR-NAME            PIC X(25).
           05  FILLER              PIC X(50).

       FD  F04-NEW-TRANS-FILE
           RECORD CONTAINS 83 CHARACTERS
           DATA RECORD IS F04-NEW-TRANS-RECORD.
       01  F04-NEW-TRANS-RECORD.
           05  NTR-ACCESSION-NO    PIC 9(8).
           05  NTR-OLD-RECORD      PIC X(75).

       FD  F05-OLD-LOAN-FILE
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS F05-OLD-LOAN-RECORD.
       01  F05-OLD-LOAN-RECORD.
           05  OLN-NAME            PIC X(25).
           05  FILLER              PIC X(29).

       FD  F06-NEW-LOAN-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS F06-NEW-LOAN-RECORD.
       01  F06-NEW-LOAN-RECORD.
           05  NLN-ACCESSION-NO    PIC 9(8).
           05  NLN-OLD-RECORD      PIC X(54).

       FD  F07-OLD-ORDER-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS F07-OLD-ORDER-RECORD.
       01  F07-OLD-ORDER-RECORD.
           05  OWO-PIECE-NAME      PIC X(25).
           05  FILLER              PIC X(50).

       FD  F08-NEW-ORDER-FILE
           RECORD CONTAINS 83 CHARACTERS
           DATA RECORD IS F08-NEW-ORDER-RECORD.
       01  F08-NEW-ORDER-RECORD.
           05  NWO-ACCESSION-NO    PIC 9(8).
           05  NWO-OLD-RECORD      PIC X(75).

      *The show code leads the exhibition record; the accession
      *number goes in after it, ahead of the piece name.
       FD  F09-OLD-EXHIBIT-FILE
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS F09-OLD-EXHIBIT-RECORD.
       01  F09-OLD-EXHIBIT-RECORD.
           05  OEX-SHOW-CODE       PIC X(6).
           05  OEX-REST.
               10  OEX-PIECE-NAME  PIC X(25).
               10  FILLER          PIC X(36).

       FD  F10-NEW-EXHIBIT-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS F10-NEW-EXHIBIT-RECORD.
       01  F10-NEW-EXHIBIT-RECORD.
           05  NEX-SHOW-CODE       PIC X(6).
           05  NEX-ACCESSION-NO    PIC 9(8).
           05  NEX-REST            PIC X(61).

       FD  F11-OLD-COUNT-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS F11-OLD-COUNT-RECORD.
       01  F11-OLD-COUNT-RECORD.
           05  OCT-NAME            PIC X(25).
           05  FILLER              PIC X(15).

       FD  F12-NEW-COUNT-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS F12-NEW-COUNT-RECORD.
       01  F12-NEW-COUNT-RECORD.
           05  NCT-ACCESSION-NO    PIC 9(8).
           05  NCT-OLD-RECORD      PIC X(40).

       FD  F13-REVIEW-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F13-REVIEW-RECORD.
       01  F13-REVIEW-RECORD       PIC X(100).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  F14-OPS-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F14-OPS-LOG-RECORD.
       01  F14-OPS-LOG-RECORD      PIC X(132).

      *One record: who holds the suite run lock and since when.
       FD  F15-RUN-LOCK-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F15-RUN-LOCK-RECORD.
       01  F15-RUN-LOCK-RECORD.
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
       01  WS-OLD-MASTER-STATUS    PIC XX    VALUE SPACES.
       01  WS-OLD-TRANS-STATUS     PIC XX    VALUE SPACES.
       01  WS-OLD-LOAN-STATUS      PIC XX    VALUE SPACES.
       01  WS-OLD-ORDER-STATUS     PIC XX    VALUE SPACES.
       01  WS-OLD-EXHIBIT-STATUS   PIC XX    VALUE SPACES.
       01  WS-OLD-COUNT-STATUS     PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS   PIC XX    VALUE SPACES.

      *Every master piece with the number this run gave it. The
      *duplicate flag is set on each piece whose name another
      *master record also carries.
       01  MAX-PIECES              PIC 9(4)  VALUE 500.
       01  WS-PIECE-FOUND-SWITCH   PIC X     VALUE 'N'.
           88  WS-PIECE-FOUND                VALUE 'Y'.
       01  PIECE-TABLE-AREA.
           05  WS-PIECE-COUNT      PIC 9(4)  VALUE 0.
           05  PIECE-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-PIECE-COUNT
                   INDEXED BY PCE-IDX.
               10  PCE-ACCESSION   PIC 9(8).
               10  PCE-NAME        PIC X(25).
               10  PCE-ARTIST      PIC X(20).
               10  PCE-DUP-SWITCH  PIC X.
                   88  PCE-DUPLICATE   VALUE 'Y'.

      *Accession number being built: conversion year, then the
      *sequence in master-file order.
       01  WS-NEW-ACCESSION.
           05  WS-NEW-ACC-YEAR     PIC 9(4).
           05  WS-NEW-ACC-SEQ      PIC 9(4).
       01  WS-NEW-ACCESSION-NO REDEFINES WS-NEW-ACCESSION
                                   PIC 9(8).

      *Name-to-number lookup for the name-keyed files.
       01  WS-LOOKUP-NAME          PIC X(25) VALUE SPACES.
       01  WS-LOOKUP-FILE          PIC X(12) VALUE SPACES.
       01  WS-LOOKUP-ACCESSION     PIC 9(8)  VALUE 0.
       01  WS-SUB                  PIC 9(4)  VALUE 0.

      *Name-keyed rows that matched no master piece, for the
      *review listing.
       01  MAX-UNMATCHED           PIC 9(3)  VALUE 200.
       01  UNMATCHED-TABLE-AREA.
           05  WS-UNMATCHED-COUNT  PIC 9(3)  VALUE 0.
           05  UNMATCHED-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-UNMATCHED-COUNT
                   INDEXED BY UNM-IDX.
               10  UNM-FILE        PIC X(12).
               10  UNM-NAME        PIC X(25).

       01  RUN-COUNTERS.
           05  WS-ROWS-CONVERTED   PIC 9(7)  VALUE 0.
           05  WS-DUPLICATES       PIC 9(4)  VALUE 0.
           05  WS-ROWS-UNMATCHED   PIC 9(5)  VALUE 0.

       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY      PIC 9(4).
           05  WS-TODAYS-MM        PIC 9(2).
           05  WS-TODAYS-DD        PIC 9(2).

       01  W01-RUN-DATE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  W01-RUN-MM          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  W01-RUN-DD          PIC 99.
           05  FILLER              PIC X     VALUE '/'.
           05  W01-RUN-CCYY        PIC 9999.
           05  FILLER              PIC X(78) VALUE SPACES.

       01  W02-TITLE-LINE.
           05  FILLER              PIC X(32) VALUE SPACES.
           05  FILLER              PIC X(36)
                 VALUE 'ACCESSION NUMBER CONVERSION REGISTER'.
           05  FILLER              PIC X(32) VALUE SPACES.
       01  W03-SECTION-LINE.
           05  W03-SECTION-TEXT    PIC X(50).
           05  FILLER              PIC X(50) VALUE SPACES.
       01  W04-HEADING-LINE.
           05  FILLER              PIC X(10) VALUE 'ACCESSION'.
           05  FILLER              PIC X(27) VALUE 'NAME'.
           05  FILLER              PIC X(22) VALUE 'ARTIST'.
           05  FILLER              PIC X(41) VALUE 'REVIEW'.
       01  W05-PIECE-LINE.
           05  W05-ACCESSION       PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W05-NAME            PIC X(25).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W05-ARTIST          PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  W05-NOTE            PIC X(41).
       01  W06-UNMATCHED-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  W06-NAME            PIC X(25).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE 'FILE:   '.
           05  W06-FILE            PIC X(12).
           05  FILLER              PIC X(43) VALUE SPACES.
       01  W07-TRAILER-LINE.
           05  FILLER              PIC X(8)  VALUE 'PIECES: '.
           05  W07-PIECES          PIC Z,ZZ9.
           05  FILLER              PIC X(18)
                 VALUE '  ROWS CONVERTED: '.
           05  W07-CONVERTED       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(19)
                 VALUE '  DUPLICATE NAMES: '.
           05  W07-DUPLICATES      PIC Z,ZZ9.
           05  FILLER              PIC X(13)
                 VALUE '  UNMATCHED: '.
           05  W07-UNMATCHED       PIC ZZ,ZZ9.
           05  FILLER              PIC X(17) VALUE SPACES.

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
           05  OPL-PROGRAM-ID      PIC X(8)  VALUE 'ARTACCNV'.
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
           PERFORM 110-NUMBER-THE-MASTER
           PERFORM 120-FLAG-DUPLICATE-NAMES
           PERFORM 130-CONVERT-TRANSACTIONS
           PERFORM 140-CONVERT-LOANS
           PERFORM 150-CONVERT-WORK-ORDERS
           PERFORM 160-CONVERT-EXHIBITIONS
           PERFORM 170-CONVERT-COUNT-FILE
           PERFORM 300-WRITE-REVIEW-LISTING
      *Suite severity standard: anything for the curator to
      *review sets condition 4.
           IF WS-DUPLICATES > 0 OR WS-ROWS-UNMATCHED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 900-WRITE-OPERATIONS-LOG
           PERFORM 096-RELEASE-RUN-LOCK
           STOP RUN.

      *Takes the suite run lock before anything is opened. A live
      *lock means another batch program is mid-run - converting
      *under it would rewrite files that run is still posting to -
      *so the run refuses with the severe condition code. A lock
      *from a prior day, or older than the stale limit, is left
      *over from a crashed run and is taken over.
       095-TAKE-RUN-LOCK.
           ACCEPT WS-LOCK-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-NOW-TIME-FULL FROM TIME
           MOVE 'N' TO WS-LOCK-LIVE-SWITCH
           OPEN INPUT F15-RUN-LOCK-FILE
           IF WS-RUN-LOCK-STATUS = '00'
               READ F15-RUN-LOCK-FILE
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
               CLOSE F15-RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-IS-LIVE
               DISPLAY 'RUN LOCK HELD BY ' WS-LOCK-HOLDER
                   ' - ARTACCNV NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F15-RUN-LOCK-FILE
           MOVE 'ARTACCNV' TO LCK-PROGRAM
           MOVE WS-LOCK-NOW-DATE TO LCK-DATE
           MOVE WS-LOCK-NOW-TIME TO LCK-TIME
           MOVE WS-LOCK-NOW-DATE TO WS-LID-DATE
           MOVE WS-LOCK-NOW-TIME TO WS-LID-TIME
           MOVE WS-LOCK-IDENTITY TO LCK-IDENTITY
           WRITE F15-RUN-LOCK-RECORD
           CLOSE F15-RUN-LOCK-FILE
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
           MOVE WS-TODAYS-MM   TO W01-RUN-MM
           MOVE WS-TODAYS-DD   TO W01-RUN-DD
           MOVE WS-TODAYS-CCYY TO W01-RUN-CCYY.

      *Numbers every master piece in file order and writes the
      *accession-keyed master. The sequence carries on from here
      *for this year's acquisitions, since the inventory run takes
      *the next number after the highest one on file.
       110-NUMBER-THE-MASTER.
           MOVE WS-TODAYS-CCYY TO WS-NEW-ACC-YEAR
           MOVE 0 TO WS-NEW-ACC-SEQ
           OPEN INPUT F01-OLD-MASTER-FILE
           IF WS-OLD-MASTER-STATUS = '00'
               OPEN OUTPUT F02-NEW-MASTER-FILE
               PERFORM UNTIL WS-OLD-MASTER-STATUS NOT = '00'
                   READ F01-OLD-MASTER-FILE
                       AT END
                           MOVE '10' TO WS-OLD-MASTER-STATUS
                       NOT AT END
                           PERFORM 115-NUMBER-ONE-PIECE
                   END-READ
               END-PERFORM
               CLOSE F01-OLD-MASTER-FILE
                     F02-NEW-MASTER-FILE
           END-IF.

       115-NUMBER-ONE-PIECE.
           ADD 1 TO WS-NEW-ACC-SEQ
           IF WS-PIECE-COUNT < MAX-PIECES
               ADD 1 TO WS-PIECE-COUNT
               MOVE WS-NEW-ACCESSION-NO
                   TO PCE-ACCESSION(WS-PIECE-COUNT)
               MOVE OMS-NAME   TO PCE-NAME(WS-PIECE-COUNT)
               MOVE OMS-ARTIST TO PCE-ARTIST(WS-PIECE-COUNT)
               MOVE 'N'        TO PCE-DUP-SWITCH(WS-PIECE-COUNT)
           END-IF
           MOVE WS-NEW-ACCESSION-NO   TO NMS-ACCESSION-NO
           MOVE F01-OLD-MASTER-RECORD TO NMS-OLD-RECORD
           WRITE F02-NEW-MASTER-RECORD
           ADD 1 TO WS-ROWS-CONVERTED.

      *Flags both halves of every name shared by two master
      *records; the name-keyed rows for such a title can only be
      *posted to the first of them.
       120-FLAG-DUPLICATE-NAMES.
           PERFORM VARYING PCE-IDX FROM 2 BY 1
               UNTIL PCE-IDX > WS-PIECE-COUNT
               PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= PCE-IDX
                   IF PCE-NAME(WS-SUB) = PCE-NAME(PCE-IDX)
                       MOVE 'Y' TO PCE-DUP-SWITCH(WS-SUB)
                       MOVE 'Y' TO PCE-DUP-SWITCH(PCE-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING PCE-IDX FROM 1 BY 1
               UNTIL PCE-IDX > WS-PIECE-COUNT
               IF PCE-DUPLICATE(PCE-IDX)
                   ADD 1 TO WS-DUPLICATES
               END-IF
           END-PERFORM.

       130-CONVERT-TRANSACTIONS.
           OPEN INPUT F03-OLD-TRANS-FILE
           IF WS-OLD-TRANS-STATUS = '00'
               OPEN OUTPUT F04-NEW-TRANS-FILE
               MOVE 'ARTTRANS' TO WS-LOOKUP-FILE
               PERFORM UNTIL WS-OLD-TRANS-STATUS NOT = '00'
                   READ F03-OLD-TRANS-FILE
                       AT END
                           MOVE '10' TO WS-OLD-TRANS-STATUS
                       NOT AT END
                           MOVE OTR-NAME TO WS-LOOKUP-NAME
                           PERFORM 200-LOOK-UP-ACCESSION
                           MOVE WS-LOOKUP-ACCESSION
                               TO NTR-ACCESSION-NO
                           MOVE F03-OLD-TRANS-RECORD
                               TO NTR-OLD-RECORD
                           WRITE F04-NEW-TRANS-RECORD
                   END-READ
               END-PERFORM
               CLOSE F03-OLD-TRANS-FILE
                     F04-NEW-TRANS-FILE
           END-IF.

       140-CONVERT-LOANS.
           OPEN INPUT F05-OLD-LOAN-FILE
           IF WS-OLD-LOAN-STATUS = '00'
               OPEN OUTPUT F06-NEW-LOAN-FILE
               MOVE 'ARTLOANS' TO WS-LOOKUP-FILE
               PERFORM UNTIL WS-OLD-LOAN-STATUS NOT = '00'
                   READ F05-OLD-LOAN-FILE
                       AT END
                           MOVE '10' TO WS-OLD-LOAN-STATUS
                       NOT AT END
                           MOVE OLN-NAME TO WS-LOOKUP-NAME
                           PERFORM 200-LOOK-UP-ACCESSION
                           MOVE WS-LOOKUP-ACCESSION
                               TO NLN-ACCESSION-NO
                           MOVE F05-OLD-LOAN-RECORD
                               TO NLN-OLD-RECORD
                           WRITE F06-NEW-LOAN-RECORD
                   END-READ
               END-PERFORM
               CLOSE F05-OLD-LOAN-FILE
                     F06-NEW-LOAN-FILE
           END-IF.

       150-CONVERT-WORK-ORDERS.
           OPEN INPUT F07-OLD-ORDER-FILE
           IF WS-OLD-ORDER-STATUS = '00'
               OPEN OUTPUT F08-NEW-ORDER-FILE
               MOVE 'WORKORDERS' TO WS-LOOKUP-FILE
               PERFORM UNTIL WS-OLD-ORDER-STATUS NOT = '00'
                   READ F07-OLD-ORDER-FILE
                       AT END
                           MOVE '10' TO WS-OLD-ORDER-STATUS
                       NOT AT END
                           MOVE OWO-PIECE-NAME TO WS-LOOKUP-NAME
                           PERFORM 200-LOOK-UP-ACCESSION
                           MOVE WS-LOOKUP-ACCESSION
                               TO NWO-ACCESSION-NO
                           MOVE F07-OLD-ORDER-RECORD
                               TO NWO-OLD-RECORD
                           WRITE F08-NEW-ORDER-RECORD
                   END-READ
               END-PERFORM
               CLOSE F07-OLD-ORDER-FILE
                     F08-NEW-ORDER-FILE
           END-IF.

       160-CONVERT-EXHIBITIONS.
           OPEN INPUT F09-OLD-EXHIBIT-FILE
           IF WS-OLD-EXHIBIT-STATUS = '00'
               OPEN OUTPUT F10-NEW-EXHIBIT-FILE
               MOVE 'EXHIBITIONS' TO WS-LOOKUP-FILE
               PERFORM UNTIL WS-OLD-EXHIBIT-STATUS NOT = '00'
                   READ F09-OLD-EXHIBIT-FILE
                       AT END
                           MOVE '10' TO WS-OLD-EXHIBIT-STATUS
                       NOT AT END
                           MOVE OEX-PIECE-NAME TO WS-LOOKUP-NAME
                           PERFORM 200-LOOK-UP-ACCESSION
                           MOVE OEX-SHOW-CODE TO NEX-SHOW-CODE
                           MOVE WS-LOOKUP-ACCESSION
                               TO NEX-ACCESSION-NO
                           MOVE OEX-REST TO NEX-REST
                           WRITE F10-NEW-EXHIBIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE F09-OLD-EXHIBIT-FILE
                     F10-NEW-EXHIBIT-FILE
           END-IF.

       170-CONVERT-COUNT-FILE.
           OPEN INPUT F11-OLD-COUNT-FILE
           IF WS-OLD-COUNT-STATUS = '00'
               OPEN OUTPUT F12-NEW-COUNT-FILE
               MOVE 'ARTCOUNT' TO WS-LOOKUP-FILE
               PERFORM UNTIL WS-OLD-COUNT-STATUS NOT = '00'
                   READ F11-OLD-COUNT-FILE
                       AT END
                           MOVE '10' TO WS-OLD-COUNT-STATUS
                       NOT AT END
                           MOVE OCT-NAME TO WS-LOOKUP-NAME
                           PERFORM 200-LOOK-UP-ACCESSION
                           MOVE WS-LOOKUP-ACCESSION
                               TO NCT-ACCESSION-NO
                           MOVE F11-OLD-COUNT-RECORD
                               TO NCT-OLD-RECORD
                           WRITE F12-NEW-COUNT-RECORD
                   END-READ
               END-PERFORM
               CLOSE F11-OLD-COUNT-FILE
                     F12-NEW-COUNT-FILE
           END-IF.

      *The first master record carrying the name wins; a name on
      *no master record converts with zeros and is listed.
       200-LOOK-UP-ACCESSION.
           ADD 1 TO WS-ROWS-CONVERTED
           MOVE 0 TO WS-LOOKUP-ACCESSION
           MOVE 'N' TO WS-PIECE-FOUND-SWITCH
           IF WS-PIECE-COUNT > 0
               SET PCE-IDX TO 1
               SEARCH PIECE-ENTRY
                   AT END CONTINUE
                   WHEN PCE-NAME(PCE-IDX) = WS-LOOKUP-NAME
                       MOVE 'Y' TO WS-PIECE-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF WS-PIECE-FOUND
               MOVE PCE-ACCESSION(PCE-IDX) TO WS-LOOKUP-ACCESSION
           ELSE
               ADD 1 TO WS-ROWS-UNMATCHED
               IF WS-UNMATCHED-COUNT < MAX-UNMATCHED
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE WS-LOOKUP-FILE
                       TO UNM-FILE(WS-UNMATCHED-COUNT)
                   MOVE WS-LOOKUP-NAME
                       TO UNM-NAME(WS-UNMATCHED-COUNT)
               END-IF
           END-IF.

      *The register of every number assigned, then the two review
      *sections: titles shared by more than one piece, and
      *name-keyed rows that matched no piece at all.
       300-WRITE-REVIEW-LISTING.
           OPEN OUTPUT F13-REVIEW-FILE
           MOVE W01-RUN-DATE-LINE TO F13-REVIEW-RECORD
           WRITE F13-REVIEW-RECORD
           MOVE W02-TITLE-LINE TO F13-REVIEW-RECORD
           WRITE F13-REVIEW-RECORD
           MOVE SPACES TO F13-REVIEW-RECORD
           WRITE F13-REVIEW-RECORD
           MOVE W04-HEADING-LINE TO F13-REVIEW-RECORD
           WRITE F13-REVIEW-RECORD
           PERFORM 310-LIST-ONE-PIECE
               VARYING PCE-IDX FROM 1 BY 1
               UNTIL PCE-IDX > WS-PIECE-COUNT
           MOVE SPACES TO F13-REVIEW-RECORD
           WRITE F13-REVIEW-RECORD
           MOVE 'DUPLICATE NAMES FOR CURATOR REVIEW'
               TO W03-SECTION-TEXT
           MOVE W03-SECTION-LINE TO F13-REVIEW-RECORD
           WRITE F13-REVIEW-RECORD
           PERFORM 320-LIST-ONE-DUPLICATE
               VARYING PCE-IDX FROM 1 BY 1
               UNTIL PCE-IDX > WS-PIECE-COUNT
           MOVE SPACES TO F13-REVIEW-RECORD
           WRITE F13-REVIEW-RECORD
           MOVE 'ROWS MATCHING NO MASTER PIECE' TO W03-SECTION-TEXT
           MOVE W03-SECTION-LINE TO F13-REVIEW-RECORD
           WRITE F13-REVIEW-RECORD
           PERFORM 330-LIST-ONE-UNMATCHED
               VARYING UNM-IDX FROM 1 BY 1
               UNTIL UNM-IDX > WS-UNMATCHED-COUNT
           MOVE SPACES TO F13-REVIEW-RECORD
           WRITE F13-REVIEW-RECORD
           MOVE WS-PIECE-COUNT     TO W07-PIECES
           MOVE WS-ROWS-CONVERTED  TO W07-CONVERTED
           MOVE WS-DUPLICATES      TO W07-DUPLICATES
           MOVE WS-ROWS-UNMATCHED  TO W07-UNMATCHED
           MOVE W07-TRAILER-LINE TO F13-REVIEW-RECORD
           WRITE F13-REVIEW-RECORD
           CLOSE F13-REVIEW-FILE.

       310-LIST-ONE-PIECE.
           MOVE PCE-ACCESSION(PCE-IDX) TO W05-ACCESSION
           MOVE PCE-NAME(PCE-IDX)      TO W05-NAME
           MOVE PCE-ARTIST(PCE-IDX)    TO W05-ARTIST
           IF PCE-DUPLICATE(PCE-IDX)
               MOVE 'DUPLICATE NAME' TO W05-NOTE
           ELSE
               MOVE SPACES TO W05-NOTE
           END-IF
           MOVE W05-PIECE-LINE TO F13-REVIEW-RECORD
           WRITE F13-REVIEW-RECORD.

      *Each piece sharing a title, with the number its name-keyed
      *history was posted to, so the curator can re-point any row
      *that belongs to the other piece.
       320-LIST-ONE-DUPLICATE.
           IF PCE-DUPLICATE(PCE-IDX)
               MOVE PCE-ACCESSION(PCE-IDX) TO W05-ACCESSION
               MOVE PCE-NAME(PCE-IDX)      TO W05-NAME
               MOVE PCE-ARTIST(PCE-IDX)    TO W05-ARTIST
               MOVE PCE-NAME(PCE-IDX)      TO WS-LOOKUP-NAME
               SET WS-SUB TO PCE-IDX
               SET PCE-IDX TO 1
               SEARCH PIECE-ENTRY
                   AT END CONTINUE
                   WHEN PCE-NAME(PCE-IDX) = WS-LOOKUP-NAME
                       MOVE SPACES TO W05-NOTE
                       STRING 'HISTORY POSTED TO '
                           PCE-ACCESSION(PCE-IDX)
                           DELIMITED BY SIZE INTO W05-NOTE
               END-SEARCH
               SET PCE-IDX TO WS-SUB
               MOVE W05-PIECE-LINE TO F13-REVIEW-RECORD
               WRITE F13-REVIEW-RECORD
           END-IF.

       330-LIST-ONE-UNMATCHED.
           MOVE UNM-NAME(UNM-IDX) TO W06-NAME
           MOVE UNM-FILE(UNM-IDX) TO W06-FILE
           MOVE W06-UNMATCHED-LINE TO F13-REVIEW-RECORD
           WRITE F13-REVIEW-RECORD.

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
           MOVE WS-ROWS-CONVERTED TO OPL-RECORD-COUNT
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
