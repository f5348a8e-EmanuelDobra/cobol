      *TUITPAY posts that night, and prints a withdrawal register
      *showing the grade action and the money action together - so
      *the two offices stop reconciling each other by phone.
      *Scholarship aid is earned only in proportion to the share of
      *the term the student attended; the unearned part of each
      *scholarship posted on aidpostings.dat goes back to its fund
      *on scholfunds.dat, is charged back to the student through
      *the same bill stream, and is laid out on a return-of-aid
      *worksheet for the aid office.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REGISTER-FILE     ASSIGN TO 'withdrawregister.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *Same 35-byte layout TUIT6COM writes aidpostings.dat with:
      *the term's scholarships as the billing run actually posted
      *them, one record per student and fund.
           SELECT AID-POSTING-FILE  ASSIGN TO 'aidpostings.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-AID-POSTING-STATUS.

      *Same 25-byte scholarship fund master TUIT6COM carries.
           SELECT FUND-FILE         ASSIGN TO 'scholfunds.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-FUND-FILE-STATUS.

      *The rewritten fund master with the returned aid taken back
      *off each fund's commitments; the overnight procedure moves
      *it over scholfunds.dat once the run ends clean.
           SELECT FUND-OUT-FILE     ASSIGN TO 'scholfunds.new'
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WORKSHEET-FILE    ASSIGN TO 'aidreturnsheet.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *Shared end-of-day operations log, appended to by every batch
      *program in the suite.
      *Integrity seals the carried-forward masters' rewriters
           DATA RECORD IS REGISTER-RECORD.
       01  REGISTER-RECORD          PIC X(100).

       FD  AID-POSTING-FILE
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS AID-POSTING-RECORD.
       01  AID-POSTING-RECORD.
           05  AID-FUND-CODE        PIC X(4).
           05  AID-LAST-NAME        PIC X(15).
           05  AID-INITIALS         PIC XX.
           05  AID-AMOUNT           PIC 9(6).
           05  AID-DATE             PIC 9(8).

       FD  FUND-FILE
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS FUND-RECORD.
       01  FUND-RECORD.
           05  FND-IN-CODE          PIC X(4).
           05  FND-IN-BUDGET        PIC 9(7).
           05  FND-IN-COMMITTED     PIC 9(7).
           05  FND-IN-DISBURSED     PIC 9(7).

       FD  FUND-OUT-FILE
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS FUND-OUT-RECORD.
       01  FUND-OUT-RECORD.
           05  FND-OUT-CODE         PIC X(4).
           05  FND-OUT-BUDGET       PIC 9(7).
           05  FND-OUT-COMMITTED    PIC 9(7).
           05  FND-OUT-DISBURSED    PIC 9(7).

       FD  WORKSHEET-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WORKSHEET-RECORD.
       01  WORKSHEET-RECORD         PIC X(100).

      *One line is appended here at the end of every run, across
      *every program in the suite.
       FD  OPS-LOG-FILE
       01  WS-BALANCE-FILE-STATUS   PIC XX    VALUE SPACES.
       01  WS-CREDIT-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-AID-POSTING-STATUS    PIC XX    VALUE SPACES.
       01  WS-FUND-FILE-STATUS      PIC XX    VALUE SPACES.

      *Term window, same defaults TUITADJ falls back to when
      *termdates.dat is absent.
               10  WDT-COURSES-W    PIC 9(2).
               10  WDT-REFUND-PCT   PIC 9(3).
               10  WDT-CREDIT       PIC 9(6).
               10  WDT-DAYS-ATTENDED PIC 9(3).
               10  WDT-EARNED-PCT   PIC 9(3).
               10  WDT-AID-POSTED   PIC 9(6).
               10  WDT-AID-RETURNED PIC 9(6).

      *The balance master in memory, for the amount the refund
      *percentage applies against.
           05  WS-ELAPSED-PCT       PIC 9(3)  VALUE 0.
           05  WS-REFUND-PCT        PIC 9(3)  VALUE 0.

      *Return of aid: the share of each scholarship earned is the
      *share of the term elapsed at withdrawal, until the cut-off;
      *a student who stays past the cut-off has earned it all.
       01  WS-AID-EARNED-CUTOFF     PIC 9(3)  VALUE 60.
       01  WS-EARNED-PCT            PIC 9(3)  VALUE 0.

      *The term's scholarship postings in memory, matched to each
      *withdrawal by name and initials as the balance is.
       01  MAX-AID-POSTINGS         PIC 9(4)  VALUE 3000.
       01  AID-TABLE-AREA.
           05  WS-AID-COUNT         PIC 9(4)  VALUE 0.
           05  AID-ENTRY OCCURS 0 TO 3000 TIMES
                   DEPENDING ON WS-AID-COUNT
                   INDEXED BY AID-IDX.
               10  AIT-FUND-CODE    PIC X(4).
               10  AIT-LAST-NAME    PIC X(15).
               10  AIT-INITIALS     PIC XX.
               10  AIT-AMOUNT       PIC 9(6).
               10  AIT-EARNED       PIC 9(6).
               10  AIT-RETURNED     PIC 9(6).

      *Fund ledger in memory; returned aid comes back off the
      *fund's commitments. With no fund master on hand nothing is
      *rewritten, the same as the billing run.
       01  MAX-FUNDS                PIC 9(2)  VALUE 10.
       01  WS-FND-FOUND-SWITCH      PIC X     VALUE 'N'.
           88  WS-FUND-FOUND                  VALUE 'Y'.
       01  FUND-TABLE-AREA.
           05  WS-FUND-COUNT        PIC 9(2)  VALUE 0.
           05  FUND-ENTRY OCCURS 0 TO 10 TIMES
                   DEPENDING ON WS-FUND-COUNT
                   INDEXED BY FND-IDX.
               10  FND-CODE         PIC X(4).
               10  FND-BUDGET       PIC 9(7).
               10  FND-COMMITTED    PIC 9(7).
               10  FND-DISBURSED    PIC 9(7).
               10  FND-RETURNED     PIC 9(7).

       01  WS-W-FOUND-SWITCH        PIC X     VALUE 'N'.
           88  WS-W-FOUND                     VALUE 'Y'.

           05  WS-GRADES-POSTED     PIC 9(4)  VALUE 0.
           05  WS-CREDITS-WRITTEN   PIC 9(3)  VALUE 0.
           05  WS-CREDIT-DOLLARS    PIC 9(8)  VALUE 0.
           05  WS-CHARGEBACKS-WRITTEN PIC 9(3) VALUE 0.
           05  WS-AID-RETURN-DOLLARS PIC 9(8) VALUE 0.

       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY       PIC 9(4).
           05  FILLER               PIC X(9)   VALUE 'W GRADES '.
           05  FILLER               PIC X(9)   VALUE 'REFUND % '.
           05  FILLER               PIC X(7)   VALUE 'CREDIT '.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  FILLER               PIC X(10)  VALUE 'AID RETURN'.
           05  FILLER               PIC X(26)  VALUE SPACES.
       01  REG-DETAIL-LINE.
           05  RGD-STUDENT-ID       PIC X(5).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  RGD-REFUND-PCT       PIC ZZ9.
           05  FILLER               PIC X(4)   VALUE SPACES.
           05  RGD-CREDIT           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(5)   VALUE SPACES.
           05  RGD-AID-RETURNED     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(26)  VALUE SPACES.
       01  REG-TRAILER-LINE.
           05  FILLER               PIC X(14)
                 VALUE 'WITHDRAWALS:  '.
           05  FILLER               PIC X(19)
                 VALUE '  CREDITS ISSUED: $'.
           05  RGT-CREDITS          PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(17)
                 VALUE '  AID RETURNED: $'.
           05  RGT-AID-RETURNED     PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(16)  VALUE SPACES.

      *Return-of-aid worksheet: a block per withdrawn student who
      *had scholarship aid posted this term.
       01  WKS-TITLE-LINE.
           05  FILLER               PIC X(35)  VALUE SPACES.
           05  FILLER               PIC X(25)
                 VALUE 'RETURN OF AID WORKSHEET  '.
           05  FILLER               PIC X(40)  VALUE SPACES.
       01  WKS-STUDENT-LINE.
           05  FILLER               PIC X(9)   VALUE 'STUDENT: '.
           05  WKS-STUDENT-ID       PIC X(5).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  WKS-LAST-NAME        PIC X(15).
           05  FILLER               PIC X      VALUE SPACES.
           05  WKS-INITIALS         PIC XX.
           05  FILLER               PIC X(13)
                 VALUE '  WITHDRAWN: '.
           05  WKS-DATE             PIC 9(8).
           05  FILLER               PIC X(45)  VALUE SPACES.
       01  WKS-TERM-LINE.
           05  FILLER               PIC X(4)   VALUE SPACES.
           05  FILLER               PIC X(15)  VALUE 'DAYS ATTENDED: '.
           05  WKS-DAYS-ATTENDED    PIC ZZ9.
           05  FILLER               PIC X(4)   VALUE ' OF '.
           05  WKS-TERM-LENGTH      PIC ZZ9.
           05  FILLER               PIC X(17)
                 VALUE '   TERM ELAPSED: '.
           05  WKS-ELAPSED-PCT      PIC ZZ9.
           05  FILLER               PIC X(16)
                 VALUE '%   AID EARNED: '.
           05  WKS-EARNED-PCT       PIC ZZ9.
           05  FILLER               PIC X(2)   VALUE '% '.
           05  WKS-CUTOFF-NOTE      PIC X(20).
           05  FILLER               PIC X(10)  VALUE SPACES.
       01  WKS-HEADING-LINE.
           05  FILLER               PIC X(4)   VALUE SPACES.
           05  FILLER               PIC X(4)   VALUE 'FUND'.
           05  FILLER               PIC X(5)   VALUE SPACES.
           05  FILLER               PIC X(9)   VALUE 'DISBURSED'.
           05  FILLER               PIC X(12)  VALUE '      EARNED'.
           05  FILLER               PIC X(12)  VALUE '    RETURNED'.
           05  FILLER               PIC X(54)  VALUE SPACES.
       01  WKS-FUND-LINE.
           05  FILLER               PIC X(4)   VALUE SPACES.
           05  WKS-FUND-CODE        PIC X(4).
           05  FILLER               PIC X(7)   VALUE SPACES.
           05  WKS-DISBURSED        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(5)   VALUE SPACES.
           05  WKS-EARNED           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(5)   VALUE SPACES.
           05  WKS-RETURNED         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(54)  VALUE SPACES.
       01  WKS-TOTAL-LINE.
           05  FILLER               PIC X(4)   VALUE SPACES.
           05  FILLER               PIC X(11)  VALUE 'TOTAL      '.
           05  WKS-TOTAL-DISBURSED  PIC ZZZ,ZZ9.
           05  FILLER               PIC X(5)   VALUE SPACES.
           05  WKS-TOTAL-EARNED     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(5)   VALUE SPACES.
           05  WKS-TOTAL-RETURNED   PIC ZZZ,ZZ9.
           05  FILLER               PIC X(54)  VALUE SPACES.
       01  WKS-CHARGEBACK-LINE.
           05  FILLER               PIC X(4)   VALUE SPACES.
           05  FILLER               PIC X(30)
                 VALUE 'CHARGED BACK TO STUDENT:     $'.
           05  WKS-CHARGEBACK       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(59)  VALUE SPACES.
       01  WKS-TRAILER-LINE.
           05  FILLER               PIC X(20)
                 VALUE 'STUDENTS WITH AID:  '.
           05  WKT-STUDENTS         PIC ZZ9.
           05  FILLER               PIC X(19)
                 VALUE '  AID RETURNED:   $'.
           05  WKT-RETURNED         PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(49)  VALUE SPACES.
       01  WS-WKS-STUDENTS          PIC 9(3)  VALUE 0.
       01  WS-WKS-DISBURSED         PIC 9(6)  VALUE 0.
       01  WS-WKS-EARNED            PIC 9(6)  VALUE 0.

      *Start/end timestamps and detail line for the shared
      *end-of-day operations log.
           PERFORM READ-TERM-DATES
           PERFORM LOAD-WITHDRAWALS
           PERFORM LOAD-BALANCE-MASTER
           PERFORM LOAD-AID-POSTINGS
           PERFORM LOAD-FUND-MASTER
           PERFORM POST-W-GRADES
           PERFORM COMPUTE-REFUNDS
           PERFORM WRITE-CREDITS
           PERFORM WRITE-FUND-MASTER
           PERFORM WRITE-REGISTER
           PERFORM WRITE-AID-WORKSHEETS
           PERFORM WRITE-OPERATIONS-LOG
           PERFORM RELEASE-RUN-LOCK
           STOP RUN.
                                   WDT-REFUND-PCT(WS-WITHDRAWAL-COUNT)
                               MOVE 0 TO
                                   WDT-CREDIT(WS-WITHDRAWAL-COUNT)
                               MOVE 0 TO
                                   WDT-DAYS-ATTENDED
                                       (WS-WITHDRAWAL-COUNT)
                               MOVE 0 TO
                                   WDT-EARNED-PCT(WS-WITHDRAWAL-COUNT)
                               MOVE 0 TO
                                   WDT-AID-POSTED(WS-WITHDRAWAL-COUNT)
                               MOVE 0 TO
                                   WDT-AID-RETURNED
                                       (WS-WITHDRAWAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VERIFY-MASTER-SEAL
           END-IF.

       LOAD-AID-POSTINGS.
           OPEN INPUT AID-POSTING-FILE
           IF WS-AID-POSTING-STATUS = '00'
               PERFORM UNTIL WS-AID-POSTING-STATUS NOT = '00'
                   READ AID-POSTING-FILE
                       AT END
                           MOVE '10' TO WS-AID-POSTING-STATUS
                       NOT AT END
                           IF WS-AID-COUNT < MAX-AID-POSTINGS
                               ADD 1 TO WS-AID-COUNT
                               MOVE AID-FUND-CODE
                                   TO AIT-FUND-CODE(WS-AID-COUNT)
                               MOVE AID-LAST-NAME
                                   TO AIT-LAST-NAME(WS-AID-COUNT)
                               MOVE AID-INITIALS
                                   TO AIT-INITIALS(WS-AID-COUNT)
                               MOVE AID-AMOUNT
                                   TO AIT-AMOUNT(WS-AID-COUNT)
                               MOVE 0 TO AIT-EARNED(WS-AID-COUNT)
                               MOVE 0 TO AIT-RETURNED(WS-AID-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AID-POSTING-FILE
           END-IF.

       LOAD-FUND-MASTER.
           OPEN INPUT FUND-FILE
           IF WS-FUND-FILE-STATUS = '00'
               PERFORM UNTIL WS-FUND-FILE-STATUS NOT = '00'
                   READ FUND-FILE
                       AT END
                           MOVE '10' TO WS-FUND-FILE-STATUS
                       NOT AT END
                           IF WS-FUND-COUNT < MAX-FUNDS
                               ADD 1 TO WS-FUND-COUNT
                               MOVE FND-IN-CODE
                                   TO FND-CODE(WS-FUND-COUNT)
                               MOVE FND-IN-BUDGET
                                   TO FND-BUDGET(WS-FUND-COUNT)
                               MOVE FND-IN-COMMITTED
                                   TO FND-COMMITTED(WS-FUND-COUNT)
                               MOVE FND-IN-DISBURSED
                                   TO FND-DISBURSED(WS-FUND-COUNT)
                               MOVE 0 TO FND-RETURNED(WS-FUND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUND-FILE
           END-IF.

      *Proves the carried master just loaded still matches the
      *seal its last rewriter left: same record count, same
      *amount hash. A truncated or half-written file from a bad
               AND WS-REFUND-PCT > 0
               COMPUTE WDT-CREDIT(WDR-IDX) ROUNDED =
                   BLT-AMOUNT(BAL-IDX) * WS-REFUND-PCT / 100
           END-IF
           MOVE WS-DAYS-ELAPSED TO WDT-DAYS-ATTENDED(WDR-IDX)
           IF WS-ELAPSED-PCT > WS-AID-EARNED-CUTOFF
               MOVE 100 TO WS-EARNED-PCT
           ELSE
               MOVE WS-ELAPSED-PCT TO WS-EARNED-PCT
           END-IF
           MOVE WS-EARNED-PCT TO WDT-EARNED-PCT(WDR-IDX)
           PERFORM COMPUTE-AID-RETURN
               VARYING AID-IDX FROM 1 BY 1
               UNTIL AID-IDX > WS-AID-COUNT.

      *Splits one of the student's scholarship postings into the
      *earned part, which stays on the account, and the unearned
      *part, which goes back to the fund and is charged back.
       COMPUTE-AID-RETURN.
           IF AIT-LAST-NAME(AID-IDX) = WDT-LAST-NAME(WDR-IDX)
               AND AIT-INITIALS(AID-IDX) = WDT-INITIALS(WDR-IDX)
               COMPUTE AIT-EARNED(AID-IDX) ROUNDED =
                   AIT-AMOUNT(AID-IDX) * WS-EARNED-PCT / 100
               COMPUTE AIT-RETURNED(AID-IDX) =
                   AIT-AMOUNT(AID-IDX) - AIT-EARNED(AID-IDX)
               ADD AIT-AMOUNT(AID-IDX) TO WDT-AID-POSTED(WDR-IDX)
               ADD AIT-RETURNED(AID-IDX) TO WDT-AID-RETURNED(WDR-IDX)
               IF AIT-RETURNED(AID-IDX) > 0
                   PERFORM RETURN-AID-TO-FUND
               END-IF
           END-IF.

       RETURN-AID-TO-FUND.
           MOVE 'N' TO WS-FND-FOUND-SWITCH
           IF WS-FUND-COUNT > 0
               SET FND-IDX TO 1
               SEARCH FUND-ENTRY
                   AT END CONTINUE
                   WHEN FND-CODE(FND-IDX) = AIT-FUND-CODE(AID-IDX)
                       MOVE 'Y' TO WS-FND-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF WS-FUND-FOUND
               ADD AIT-RETURNED(AID-IDX) TO FND-RETURNED(FND-IDX)
               IF FND-COMMITTED(FND-IDX) > AIT-RETURNED(AID-IDX)
                   SUBTRACT AIT-RETURNED(AID-IDX)
                       FROM FND-COMMITTED(FND-IDX)
               ELSE
                   MOVE 0 TO FND-COMMITTED(FND-IDX)
               END-IF
           END-IF.

       FIND-STUDENT-BALANCE.
               MOVE WDT-CREDIT(WDR-IDX) TO CRD-BILL-AMOUNT
               MOVE WS-TODAYS-DATE-8 TO CRD-BILL-DATE
               WRITE CREDIT-RECORD
           END-IF
      *The unearned aid is owed back by the student, so it goes
      *onto the balance as a charge alongside the refund credit.
           IF WDT-AID-RETURNED(WDR-IDX) > 0
               ADD 1 TO WS-CHARGEBACKS-WRITTEN
               ADD WDT-AID-RETURNED(WDR-IDX) TO WS-AID-RETURN-DOLLARS
               MOVE WDT-LAST-NAME(WDR-IDX) TO CRD-LAST-NAME
               MOVE WDT-INITIALS(WDR-IDX)  TO CRD-INITIALS
               PERFORM FIND-STUDENT-BALANCE
               IF WS-BAL-FOUND
                   MOVE BLT-COLLEGE-CODE(BAL-IDX)
                       TO CRD-COLLEGE-CODE
               ELSE
                   MOVE SPACES TO CRD-COLLEGE-CODE
               END-IF
               MOVE '+' TO CRD-BILL-SIGN
               MOVE WDT-AID-RETURNED(WDR-IDX) TO CRD-BILL-AMOUNT
               MOVE WS-TODAYS-DATE-8 TO CRD-BILL-DATE
               WRITE CREDIT-RECORD
           END-IF.

      *The fund master carried forward with this run's returns.
       WRITE-FUND-MASTER.
           IF WS-FUND-COUNT > 0
               OPEN OUTPUT FUND-OUT-FILE
               PERFORM VARYING FND-IDX FROM 1 BY 1
                   UNTIL FND-IDX > WS-FUND-COUNT
                   MOVE FND-CODE(FND-IDX)      TO FND-OUT-CODE
                   MOVE FND-BUDGET(FND-IDX)    TO FND-OUT-BUDGET
                   MOVE FND-COMMITTED(FND-IDX) TO FND-OUT-COMMITTED
                   MOVE FND-DISBURSED(FND-IDX) TO FND-OUT-DISBURSED
                   WRITE FUND-OUT-RECORD
               END-PERFORM
               CLOSE FUND-OUT-FILE
           END-IF.

      *The grade action and the money action on one line per
           MOVE WS-WITHDRAWALS-READ TO RGT-WITHDRAWALS
           MOVE WS-GRADES-POSTED    TO RGT-GRADES
           MOVE WS-CREDIT-DOLLARS   TO RGT-CREDITS
           MOVE WS-AID-RETURN-DOLLARS TO RGT-AID-RETURNED
           MOVE REG-TRAILER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           CLOSE REGISTER-FILE.
           MOVE WDT-COURSES-W(WDR-IDX)  TO RGD-COURSES-W
           MOVE WDT-REFUND-PCT(WDR-IDX) TO RGD-REFUND-PCT
           MOVE WDT-CREDIT(WDR-IDX)     TO RGD-CREDIT
           MOVE WDT-AID-RETURNED(WDR-IDX) TO RGD-AID-RETURNED
           MOVE REG-DETAIL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD.

      *One worksheet block per withdrawn student with aid posted:
      *attendance, the earned percentage, and each fund's split.
       WRITE-AID-WORKSHEETS.
           OPEN OUTPUT WORKSHEET-FILE
           MOVE RUN-DATE-LINE TO WORKSHEET-RECORD
           WRITE WORKSHEET-RECORD
           MOVE WKS-TITLE-LINE TO WORKSHEET-RECORD
           WRITE WORKSHEET-RECORD
           PERFORM WRITE-ONE-WORKSHEET
               VARYING WDR-IDX FROM 1 BY 1
               UNTIL WDR-IDX > WS-WITHDRAWAL-COUNT
           MOVE SPACES TO WORKSHEET-RECORD
           WRITE WORKSHEET-RECORD
           MOVE WS-WKS-STUDENTS       TO WKT-STUDENTS
           MOVE WS-AID-RETURN-DOLLARS TO WKT-RETURNED
           MOVE WKS-TRAILER-LINE TO WORKSHEET-RECORD
           WRITE WORKSHEET-RECORD
           CLOSE WORKSHEET-FILE.

       WRITE-ONE-WORKSHEET.
           IF WDT-AID-POSTED(WDR-IDX) > 0
               ADD 1 TO WS-WKS-STUDENTS
               MOVE SPACES TO WORKSHEET-RECORD
               WRITE WORKSHEET-RECORD
               MOVE WDT-STUDENT-ID(WDR-IDX) TO WKS-STUDENT-ID
               MOVE WDT-LAST-NAME(WDR-IDX)  TO WKS-LAST-NAME
               MOVE WDT-INITIALS(WDR-IDX)   TO WKS-INITIALS
               MOVE WDT-DATE(WDR-IDX)       TO WKS-DATE
               MOVE WKS-STUDENT-LINE TO WORKSHEET-RECORD
               WRITE WORKSHEET-RECORD
               MOVE WDT-DAYS-ATTENDED(WDR-IDX) TO WKS-DAYS-ATTENDED
               MOVE WS-TERM-LENGTH TO WKS-TERM-LENGTH
               COMPUTE WS-ELAPSED-PCT ROUNDED =
                   WDT-DAYS-ATTENDED(WDR-IDX) * 100 / WS-TERM-LENGTH
               MOVE WS-ELAPSED-PCT TO WKS-ELAPSED-PCT
               MOVE WDT-EARNED-PCT(WDR-IDX) TO WKS-EARNED-PCT
               IF WS-ELAPSED-PCT > WS-AID-EARNED-CUTOFF
                   MOVE '(PAST CUT-OFF)' TO WKS-CUTOFF-NOTE
               ELSE
                   MOVE SPACES TO WKS-CUTOFF-NOTE
               END-IF
               MOVE WKS-TERM-LINE TO WORKSHEET-RECORD
               WRITE WORKSHEET-RECORD
               MOVE WKS-HEADING-LINE TO WORKSHEET-RECORD
               WRITE WORKSHEET-RECORD
               MOVE 0 TO WS-WKS-DISBURSED
               MOVE 0 TO WS-WKS-EARNED
               PERFORM WRITE-ONE-WORKSHEET-FUND
                   VARYING AID-IDX FROM 1 BY 1
                   UNTIL AID-IDX > WS-AID-COUNT
               MOVE WS-WKS-DISBURSED TO WKS-TOTAL-DISBURSED
               MOVE WS-WKS-EARNED TO WKS-TOTAL-EARNED
               MOVE WDT-AID-RETURNED(WDR-IDX) TO WKS-TOTAL-RETURNED
               MOVE WKS-TOTAL-LINE TO WORKSHEET-RECORD
               WRITE WORKSHEET-RECORD
               MOVE WDT-AID-RETURNED(WDR-IDX) TO WKS-CHARGEBACK
               MOVE WKS-CHARGEBACK-LINE TO WORKSHEET-RECORD
               WRITE WORKSHEET-RECORD
           END-IF.

       WRITE-ONE-WORKSHEET-FUND.
           IF AIT-LAST-NAME(AID-IDX) = WDT-LAST-NAME(WDR-IDX)
               AND AIT-INITIALS(AID-IDX) = WDT-INITIALS(WDR-IDX)
               ADD AIT-AMOUNT(AID-IDX) TO WS-WKS-DISBURSED
               ADD AIT-EARNED(AID-IDX) TO WS-WKS-EARNED
               MOVE AIT-FUND-CODE(AID-IDX) TO WKS-FUND-CODE
               MOVE AIT-AMOUNT(AID-IDX)    TO WKS-DISBURSED
               MOVE AIT-EARNED(AID-IDX)    TO WKS-EARNED
               MOVE AIT-RETURNED(AID-IDX)  TO WKS-RETURNED
               MOVE WKS-FUND-LINE TO WORKSHEET-RECORD
               WRITE WORKSHEET-RECORD
           END-IF.

      *Appends one line to the shared end-of-day operations log
      *recording this run's start/end time and records processed.
      *OPEN EXTEND adds to the file instead of overwriting it, so
