      *through to dropadd.dat in the shape TUITADJ's billing pass
      *reads. Section enrollment counts carry forward in their own
      *master.
      *Each section's meeting days, times, and room ride on the
      *capacity table. Every student's registered sections carry
      *forward in a schedule master, so an add that meets at the
      *same time as a section already on the student's schedule is
      *rejected instead of billed, rooms booked for two sections
      *at once are flagged, and each student with an accepted add
      *gets a printed schedule.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                        WS-REG-TRANS-STATUS.

      *Course-capacity table, keyed by course like
      *coursecredits.dat: seats per section, with the section's
      *meeting pattern and room.
           SELECT CAPACITY-FILE     ASSIGN TO 'coursecap.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
           SELECT ACCEPTED-FILE     ASSIGN TO 'dropadd.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *Carried student schedules: one record per student and
      *registered section, absent on the very first run.
           SELECT SCHEDULE-IN-FILE  ASSIGN TO 'studentsched.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS
                                        WS-SCHEDULE-IN-STATUS.

           SELECT SCHEDULE-OUT-FILE ASSIGN TO 'studentsched.new'
                                    ORGANIZATION IS LINE SEQUENTIAL.

      *Printed schedules for the students registered this run.
           SELECT SCHEDULE-PRINT-FILE
                                    ASSIGN TO 'schedprint.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE       ASSIGN TO 'regfrontreport.dat'
                                    ORGANIZATION IS LINE SEQUENTIAL.

           05  RGT-CREDITS          PIC 9(2).
           05  RGT-DATE             PIC 9(8).

      *Meeting days are positional, M T W R F S U in that order,
      *with a space for a day the section does not meet; times are
      *24-hour HHMM. A section with no days (the old ten-byte
      *record) is unscheduled and never conflicts.
       FD  CAPACITY-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS CAPACITY-RECORD.
       01  CAPACITY-RECORD.
           05  CAP-IN-COURSE        PIC X(7).
           05  CAP-IN-SEATS         PIC 9(3).
           05  CAP-IN-DAYS          PIC X(7).
           05  CAP-IN-START         PIC 9(4).
           05  CAP-IN-END           PIC 9(4).
           05  CAP-IN-ROOM          PIC X(6).

       FD  ENROLL-IN-FILE
           RECORD CONTAINS 10 CHARACTERS
           05  DA-CREDITS           PIC 9(2).
           05  DA-DATE              PIC 9(8).

       FD  SCHEDULE-IN-FILE
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS SCHEDULE-IN-RECORD.
       01  SCHEDULE-IN-RECORD.
           05  SCI-LAST-NAME        PIC X(15).
           05  SCI-INITIALS         PIC XX.
           05  SCI-COURSE           PIC X(7).

       FD  SCHEDULE-OUT-FILE
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS SCHEDULE-OUT-RECORD.
       01  SCHEDULE-OUT-RECORD.
           05  SCO-LAST-NAME        PIC X(15).
           05  SCO-INITIALS         PIC XX.
           05  SCO-COURSE           PIC X(7).

       FD  SCHEDULE-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SCHEDULE-PRINT-RECORD.
       01  SCHEDULE-PRINT-RECORD    PIC X(80).

       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REPORT-RECORD.
       01  WS-ENROLL-IN-STATUS      PIC XX    VALUE SPACES.
       01  WS-WAITLIST-IN-STATUS    PIC XX    VALUE SPACES.
       01  WS-OPSLOG-FILE-STATUS    PIC XX    VALUE SPACES.
       01  WS-SCHEDULE-IN-STATUS    PIC XX    VALUE SPACES.

      *Capacity and running enrollment per course. A course with
      *no capacity record is unrestricted, the behavior before the
               10  CRS-ENROLLED     PIC 9(3).
               10  CRS-CAPPED-SWITCH PIC X.
                   88  CRS-CAPPED       VALUE 'Y'.
               10  CRS-DAYS         PIC X(7).
               10  CRS-START        PIC 9(4).
               10  CRS-END          PIC 9(4).
               10  CRS-ROOM         PIC X(6).
               10  CRS-TIMED-SWITCH PIC X.
                   88  CRS-TIMED        VALUE 'Y'.

      *The waitlist in memory, loaded in file order and appended
      *to at the tail, so first come stays first served.
           88  WS-PROMOTED-ONE                VALUE 'Y'.
       01  WS-WORK-COURSE           PIC X(7)  VALUE SPACES.

      *Every student's registered sections in memory. A drop marks
      *the row gone; the rewrite leaves gone rows behind.
       01  MAX-SCHEDULE-ROWS        PIC 9(4)  VALUE 5000.
       01  SCHEDULE-TABLE-AREA.
           05  WS-SCHEDULE-COUNT    PIC 9(4)  VALUE 0.
           05  SCHEDULE-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-SCHEDULE-COUNT
                   INDEXED BY SCH-IDX.
               10  SCH-LAST-NAME    PIC X(15).
               10  SCH-INITIALS     PIC XX.
               10  SCH-COURSE       PIC X(7).
               10  SCH-GONE-SWITCH  PIC X.
                   88  SCH-GONE         VALUE 'Y'.

      *Students with an add accepted or promoted this run, each of
      *whom gets a printed schedule at the end.
       01  MAX-SCHEDULED-STUDENTS   PIC 9(3)  VALUE 500.
       01  WS-TCH-FOUND-SWITCH      PIC X     VALUE 'N'.
           88  WS-TCH-FOUND                   VALUE 'Y'.
       01  TOUCHED-TABLE-AREA.
           05  WS-TOUCHED-COUNT     PIC 9(3)  VALUE 0.
           05  TOUCHED-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-TOUCHED-COUNT
                   INDEXED BY TCH-IDX.
               10  TCH-LAST-NAME    PIC X(15).
               10  TCH-INITIALS     PIC XX.

      *Meeting-overlap work fields: two meeting patterns overlap
      *when they share a day and each starts before the other
      *ends.
       01  WS-CHK-LAST-NAME         PIC X(15) VALUE SPACES.
       01  WS-CHK-INITIALS          PIC XX    VALUE SPACES.
       01  WS-CHK-COURSE            PIC X(7)  VALUE SPACES.
       01  WS-CONFLICT-COURSE       PIC X(7)  VALUE SPACES.
       01  WS-CONFLICT-SWITCH       PIC X     VALUE 'N'.
           88  WS-TIME-CONFLICT               VALUE 'Y'.
       01  WS-SAVED-CRS-SUB         PIC 9(3)  VALUE 0.
       01  WS-CAND-TIMED-SWITCH     PIC X     VALUE 'N'.
           88  WS-CAND-TIMED                  VALUE 'Y'.
       01  WS-MEET-A-DAYS           PIC X(7)  VALUE SPACES.
       01  WS-MEET-A-DAY-TABLE REDEFINES WS-MEET-A-DAYS.
           05  WS-MEET-A-DAY        PIC X     OCCURS 7 TIMES.
       01  WS-MEET-A-START          PIC 9(4)  VALUE 0.
       01  WS-MEET-A-END            PIC 9(4)  VALUE 0.
       01  WS-MEET-B-DAYS           PIC X(7)  VALUE SPACES.
       01  WS-MEET-B-DAY-TABLE REDEFINES WS-MEET-B-DAYS.
           05  WS-MEET-B-DAY        PIC X     OCCURS 7 TIMES.
       01  WS-MEET-B-START          PIC 9(4)  VALUE 0.
       01  WS-MEET-B-END            PIC 9(4)  VALUE 0.
       01  WS-DAY-SUB               PIC 9     VALUE 0.
       01  WS-OVERLAP-SWITCH        PIC X     VALUE 'N'.
           88  WS-MEETINGS-OVERLAP            VALUE 'Y'.
       01  WS-ROOM-SUB-1            PIC 9(3)  VALUE 0.
       01  WS-ROOM-SUB-2            PIC 9(3)  VALUE 0.
       01  WS-TIME-HHMM             PIC 9(4)  VALUE 0.
       01  WS-TIME-PARTS REDEFINES WS-TIME-HHMM.
           05  WS-TIME-HH           PIC 99.
           05  WS-TIME-MM           PIC 99.

       01  RUN-COUNTERS.
           05  WS-TRANS-READ        PIC 9(5)  VALUE 0.
           05  WS-ADDS-ACCEPTED     PIC 9(5)  VALUE 0.
           05  WS-DROPS-ACCEPTED    PIC 9(5)  VALUE 0.
           05  WS-ADDS-WAITLISTED   PIC 9(5)  VALUE 0.
           05  WS-PROMOTIONS        PIC 9(5)  VALUE 0.
           05  WS-ADDS-CONFLICTED   PIC 9(5)  VALUE 0.
           05  WS-ROOM-DOUBLES      PIC 9(5)  VALUE 0.

       01  WS-TODAYS-DATE.
           05  WS-TODAYS-CCYY       PIC 9(4).
           05  FILLER               PIC X(13)
                 VALUE '  PROMOTED:  '.
           05  RPT-PROMOTED         PIC Z,ZZ9.
           05  FILLER               PIC X(13)
                 VALUE '  CONFLICTS: '.
           05  RPT-CONFLICTS        PIC Z,ZZ9.
           05  FILLER               PIC X(19)  VALUE SPACES.
       01  RPT-ROOM-LINE.
           05  FILLER               PIC X(20)
                 VALUE 'ROOM DOUBLE-BOOKED: '.
           05  RPR-ROOM             PIC X(6).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  RPR-COURSE-1         PIC X(7).
           05  FILLER               PIC X(5)   VALUE ' AND '.
           05  RPR-COURSE-2         PIC X(7).
           05  FILLER               PIC X(53)  VALUE SPACES.

      *Printed student schedule, one block per student.
       01  SPL-SEPARATOR-LINE.
           05  FILLER               PIC X(60)  VALUE ALL '-'.
           05  FILLER               PIC X(20)  VALUE SPACES.
       01  SPL-STUDENT-LINE.
           05  FILLER               PIC X(9)   VALUE 'STUDENT: '.
           05  SPL-LAST-NAME        PIC X(15).
           05  FILLER               PIC X      VALUE SPACES.
           05  SPL-INITIALS         PIC XX.
           05  FILLER               PIC X(21)
                 VALUE '   CLASS SCHEDULE AS '.
           05  FILLER               PIC X(4)   VALUE 'OF  '.
           05  SPL-RUN-MM           PIC 99.
           05  FILLER               PIC X      VALUE '/'.
           05  SPL-RUN-DD           PIC 99.
           05  FILLER               PIC X      VALUE '/'.
           05  SPL-RUN-CCYY         PIC 9999.
           05  FILLER               PIC X(18)  VALUE SPACES.
       01  SPL-HEADING-LINE.
           05  FILLER               PIC X(4)   VALUE SPACES.
           05  FILLER               PIC X(9)   VALUE 'COURSE   '.
           05  FILLER               PIC X(9)   VALUE 'DAYS     '.
           05  FILLER               PIC X(15)  VALUE 'TIME           '.
           05  FILLER               PIC X(6)   VALUE 'ROOM  '.
           05  FILLER               PIC X(37)  VALUE SPACES.
       01  SPL-COURSE-LINE.
           05  FILLER               PIC X(4)   VALUE SPACES.
           05  SPL-COURSE           PIC X(7).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  SPL-DAYS             PIC X(7).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  SPL-TIMES.
               10  SPL-START-HH     PIC 99.
               10  SPL-START-COLON  PIC X.
               10  SPL-START-MM     PIC 99.
               10  SPL-TIME-DASH    PIC X(3).
               10  SPL-END-HH       PIC 99.
               10  SPL-END-COLON    PIC X.
               10  SPL-END-MM       PIC 99.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  SPL-ROOM             PIC X(6).
           05  FILLER               PIC X(37)  VALUE SPACES.

      *Start/end timestamps and detail line for the shared
           PERFORM LOAD-CAPACITY-TABLE
           PERFORM LOAD-ENROLLMENT-COUNTS
           PERFORM LOAD-WAITLIST
           PERFORM LOAD-SCHEDULES
           OPEN OUTPUT ACCEPTED-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE RUN-DATE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM CHECK-ROOM-BOOKINGS
           PERFORM PROCESS-TRANSACTIONS
           PERFORM REWRITE-ENROLLMENT
           PERFORM REWRITE-WAITLIST
           PERFORM REWRITE-SCHEDULES
           PERFORM PRINT-SCHEDULES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ADDS-ACCEPTED   TO RPT-ADDS
           MOVE WS-DROPS-ACCEPTED  TO RPT-DROPS
           MOVE WS-ADDS-WAITLISTED TO RPT-WAITLISTED
           MOVE WS-PROMOTIONS      TO RPT-PROMOTED
           MOVE WS-ADDS-CONFLICTED TO RPT-CONFLICTS
           MOVE RPT-TRAILER-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE ACCEPTED-FILE
                                   TO CRS-ENROLLED(WS-COURSE-COUNT)
                               MOVE 'Y' TO
                                   CRS-CAPPED-SWITCH(WS-COURSE-COUNT)
                               PERFORM LOAD-MEETING-PATTERN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-IN-FILE
           END-IF.

      *A section is timed only when it has meeting days and a
      *start before its end; anything less is treated as to be
      *announced.
       LOAD-MEETING-PATTERN.
           MOVE CAP-IN-DAYS TO CRS-DAYS(WS-COURSE-COUNT)
           MOVE CAP-IN-ROOM TO CRS-ROOM(WS-COURSE-COUNT)
           MOVE 0 TO CRS-START(WS-COURSE-COUNT)
           MOVE 0 TO CRS-END(WS-COURSE-COUNT)
           MOVE 'N' TO CRS-TIMED-SWITCH(WS-COURSE-COUNT)
           IF CAP-IN-DAYS NOT = SPACES
               AND CAP-IN-START IS NUMERIC
               AND CAP-IN-END IS NUMERIC
               AND CAP-IN-START < CAP-IN-END
               MOVE CAP-IN-START TO CRS-START(WS-COURSE-COUNT)
               MOVE CAP-IN-END   TO CRS-END(WS-COURSE-COUNT)
               MOVE 'Y' TO CRS-TIMED-SWITCH(WS-COURSE-COUNT)
           END-IF.

      *A course that shows up with enrollment but no capacity
      *record tracks its count but restricts nothing.
       FIND-OR-ADD-COURSE.
               MOVE 0 TO CRS-SEATS(CRS-IDX)
               MOVE 0 TO CRS-ENROLLED(CRS-IDX)
               MOVE 'N' TO CRS-CAPPED-SWITCH(CRS-IDX)
               MOVE SPACES TO CRS-DAYS(CRS-IDX)
               MOVE 0 TO CRS-START(CRS-IDX)
               MOVE 0 TO CRS-END(CRS-IDX)
               MOVE SPACES TO CRS-ROOM(CRS-IDX)
               MOVE 'N' TO CRS-TIMED-SWITCH(CRS-IDX)
               MOVE 'Y' TO WS-CRS-FOUND-SWITCH
           END-IF.

               CLOSE WAITLIST-IN-FILE
           END-IF.

       LOAD-SCHEDULES.
           OPEN INPUT SCHEDULE-IN-FILE
           IF WS-SCHEDULE-IN-STATUS = '00'
               PERFORM UNTIL WS-SCHEDULE-IN-STATUS NOT = '00'
                   READ SCHEDULE-IN-FILE
                       AT END
                           MOVE '10' TO WS-SCHEDULE-IN-STATUS
                       NOT AT END
                           IF WS-SCHEDULE-COUNT < MAX-SCHEDULE-ROWS
                               ADD 1 TO WS-SCHEDULE-COUNT
                               MOVE SCI-LAST-NAME
                                   TO SCH-LAST-NAME(WS-SCHEDULE-COUNT)
                               MOVE SCI-INITIALS
                                   TO SCH-INITIALS(WS-SCHEDULE-COUNT)
                               MOVE SCI-COURSE
                                   TO SCH-COURSE(WS-SCHEDULE-COUNT)
                               MOVE 'N' TO
                                   SCH-GONE-SWITCH(WS-SCHEDULE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-IN-FILE
           END-IF.

      *Every pair of timed sections sharing a room is tested for
      *overlapping meetings; each clash is listed ahead of the
      *transactions and sets the exceptions condition code.
       CHECK-ROOM-BOOKINGS.
           PERFORM VARYING WS-ROOM-SUB-1 FROM 1 BY 1
               UNTIL WS-ROOM-SUB-1 > WS-COURSE-COUNT
               IF CRS-TIMED(WS-ROOM-SUB-1)
                   AND CRS-ROOM(WS-ROOM-SUB-1) NOT = SPACES
                   PERFORM CHECK-ONE-ROOM-PAIRING
               END-IF
           END-PERFORM
           IF WS-ROOM-DOUBLES > 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 4 TO RETURN-CODE
           END-IF.

       CHECK-ONE-ROOM-PAIRING.
           MOVE CRS-DAYS(WS-ROOM-SUB-1)  TO WS-MEET-A-DAYS
           MOVE CRS-START(WS-ROOM-SUB-1) TO WS-MEET-A-START
           MOVE CRS-END(WS-ROOM-SUB-1)   TO WS-MEET-A-END
           PERFORM VARYING WS-ROOM-SUB-2 FROM WS-ROOM-SUB-1 BY 1
               UNTIL WS-ROOM-SUB-2 > WS-COURSE-COUNT
               IF WS-ROOM-SUB-2 > WS-ROOM-SUB-1
                   AND CRS-TIMED(WS-ROOM-SUB-2)
                   AND CRS-ROOM(WS-ROOM-SUB-2)
                       = CRS-ROOM(WS-ROOM-SUB-1)
                   MOVE CRS-DAYS(WS-ROOM-SUB-2)  TO WS-MEET-B-DAYS
                   MOVE CRS-START(WS-ROOM-SUB-2) TO WS-MEET-B-START
                   MOVE CRS-END(WS-ROOM-SUB-2)   TO WS-MEET-B-END
                   PERFORM TEST-MEETING-OVERLAP
                   IF WS-MEETINGS-OVERLAP
                       ADD 1 TO WS-ROOM-DOUBLES
                       MOVE CRS-ROOM(WS-ROOM-SUB-1)   TO RPR-ROOM
                       MOVE CRS-COURSE(WS-ROOM-SUB-1) TO RPR-COURSE-1
                       MOVE CRS-COURSE(WS-ROOM-SUB-2) TO RPR-COURSE-2
                       MOVE RPT-ROOM-LINE TO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
               END-IF
           END-PERFORM.

      *Sets WS-MEETINGS-OVERLAP when meeting A and meeting B share
      *a day and their times overlap; back-to-back meetings, one
      *ending the minute the other starts, do not.
       TEST-MEETING-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-SWITCH
           IF WS-MEET-A-START < WS-MEET-B-END
               AND WS-MEET-B-START < WS-MEET-A-END
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
                   IF WS-MEET-A-DAY(WS-DAY-SUB) NOT = SPACE
                       AND WS-MEET-B-DAY(WS-DAY-SUB) NOT = SPACE
                       SET WS-MEETINGS-OVERLAP TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *Tests the section at CRS-IDX against every section still on
      *the schedule of the student in WS-CHK-LAST-NAME and
      *WS-CHK-INITIALS, naming the first clash found. CRS-IDX is
      *left pointing at the candidate section on the way out.
       CHECK-TIME-CONFLICT.
           MOVE 'N' TO WS-CONFLICT-SWITCH
           MOVE SPACES TO WS-CONFLICT-COURSE
           IF WS-CRS-FOUND AND CRS-TIMED(CRS-IDX)
               SET WS-SAVED-CRS-SUB TO CRS-IDX
               MOVE CRS-COURSE(CRS-IDX) TO WS-CHK-COURSE
               MOVE CRS-DAYS(CRS-IDX)   TO WS-MEET-A-DAYS
               MOVE CRS-START(CRS-IDX)  TO WS-MEET-A-START
               MOVE CRS-END(CRS-IDX)    TO WS-MEET-A-END
               PERFORM CHECK-ONE-SCHEDULE-ROW
                   VARYING SCH-IDX FROM 1 BY 1
                   UNTIL SCH-IDX > WS-SCHEDULE-COUNT
                       OR WS-TIME-CONFLICT
               SET CRS-IDX TO WS-SAVED-CRS-SUB
           END-IF.

       CHECK-ONE-SCHEDULE-ROW.
           IF SCH-LAST-NAME(SCH-IDX) = WS-CHK-LAST-NAME
               AND SCH-INITIALS(SCH-IDX) = WS-CHK-INITIALS
               AND NOT SCH-GONE(SCH-IDX)
               AND SCH-COURSE(SCH-IDX) NOT = WS-CHK-COURSE
               MOVE 'N' TO WS-CRS-FOUND-SWITCH
               SET CRS-IDX TO 1
               SEARCH COURSE-ENTRY
                   AT END CONTINUE
                   WHEN CRS-COURSE(CRS-IDX) = SCH-COURSE(SCH-IDX)
                       MOVE 'Y' TO WS-CRS-FOUND-SWITCH
               END-SEARCH
               IF WS-CRS-FOUND AND CRS-TIMED(CRS-IDX)
                   MOVE CRS-DAYS(CRS-IDX)  TO WS-MEET-B-DAYS
                   MOVE CRS-START(CRS-IDX) TO WS-MEET-B-START
                   MOVE CRS-END(CRS-IDX)   TO WS-MEET-B-END
                   PERFORM TEST-MEETING-OVERLAP
                   IF WS-MEETINGS-OVERLAP
                       SET WS-TIME-CONFLICT TO TRUE
                       MOVE SCH-COURSE(SCH-IDX) TO WS-CONFLICT-COURSE
                   END-IF
               END-IF
               MOVE 'Y' TO WS-CRS-FOUND-SWITCH
           END-IF.

      *Puts a section on the student's schedule and marks the
      *student for a printed schedule.
       ADD-TO-SCHEDULE.
           IF WS-SCHEDULE-COUNT < MAX-SCHEDULE-ROWS
               ADD 1 TO WS-SCHEDULE-COUNT
               MOVE WS-CHK-LAST-NAME
                   TO SCH-LAST-NAME(WS-SCHEDULE-COUNT)
               MOVE WS-CHK-INITIALS
                   TO SCH-INITIALS(WS-SCHEDULE-COUNT)
               MOVE WS-WORK-COURSE
                   TO SCH-COURSE(WS-SCHEDULE-COUNT)
               MOVE 'N' TO SCH-GONE-SWITCH(WS-SCHEDULE-COUNT)
           END-IF
           MOVE 'N' TO WS-TCH-FOUND-SWITCH
           IF WS-TOUCHED-COUNT > 0
               SET TCH-IDX TO 1
               SEARCH TOUCHED-ENTRY
                   AT END CONTINUE
                   WHEN TCH-LAST-NAME(TCH-IDX) = WS-CHK-LAST-NAME
                       AND TCH-INITIALS(TCH-IDX) = WS-CHK-INITIALS
                       MOVE 'Y' TO WS-TCH-FOUND-SWITCH
               END-SEARCH
           END-IF
           IF NOT WS-TCH-FOUND
               AND WS-TOUCHED-COUNT < MAX-SCHEDULED-STUDENTS
               ADD 1 TO WS-TOUCHED-COUNT
               MOVE WS-CHK-LAST-NAME
                   TO TCH-LAST-NAME(WS-TOUCHED-COUNT)
               MOVE WS-CHK-INITIALS
                   TO TCH-INITIALS(WS-TOUCHED-COUNT)
           END-IF.

      *A drop takes the section off the student's schedule.
       REMOVE-FROM-SCHEDULE.
           PERFORM VARYING SCH-IDX FROM 1 BY 1
               UNTIL SCH-IDX > WS-SCHEDULE-COUNT
               IF SCH-LAST-NAME(SCH-IDX) = RGT-LAST-NAME
                   AND SCH-INITIALS(SCH-IDX) = RGT-INITIALS
                   AND SCH-COURSE(SCH-IDX) = RGT-COURSE
                   MOVE 'Y' TO SCH-GONE-SWITCH(SCH-IDX)
               END-IF
           END-PERFORM.

       PROCESS-TRANSACTIONS.
           OPEN INPUT REG-TRANS-FILE
           IF WS-REG-TRANS-STATUS = '00'
           IF WS-CRS-FOUND AND CRS-ENROLLED(CRS-IDX) > 0
               SUBTRACT 1 FROM CRS-ENROLLED(CRS-IDX)
           END-IF
           PERFORM REMOVE-FROM-SCHEDULE
           MOVE RGT-LAST-NAME TO DA-LAST-NAME
           MOVE RGT-INITIALS  TO DA-INITIALS
           MOVE 'D'           TO DA-ACTION
           WRITE REPORT-RECORD
           PERFORM PROMOTE-FROM-WAITLIST.

      *An add that clashes with the student's schedule is turned
      *away outright - waitlisting it would only promote the
      *clash later.
       PROCESS-ONE-ADD.
           MOVE RGT-COURSE TO WS-WORK-COURSE
           PERFORM FIND-OR-ADD-COURSE
           MOVE RGT-LAST-NAME TO WS-CHK-LAST-NAME
           MOVE RGT-INITIALS  TO WS-CHK-INITIALS
           PERFORM CHECK-TIME-CONFLICT
           IF WS-TIME-CONFLICT
               PERFORM REJECT-ONE-ADD
           ELSE
               IF WS-CRS-FOUND
                   AND CRS-CAPPED(CRS-IDX)
                   AND CRS-ENROLLED(CRS-IDX) >= CRS-SEATS(CRS-IDX)
                   PERFORM WAITLIST-ONE-ADD
               ELSE
                   PERFORM ACCEPT-ONE-ADD
               END-IF
           END-IF.

       REJECT-ONE-ADD.
           ADD 1 TO WS-ADDS-CONFLICTED
           MOVE 'REJECTED   ' TO RPA-ACTION
           MOVE RGT-LAST-NAME TO RPA-LAST-NAME
           MOVE RGT-INITIALS  TO RPA-INITIALS
           MOVE RGT-COURSE    TO RPA-COURSE
           MOVE SPACES TO RPA-NOTE
           STRING 'TIME CONFLICT WITH ' DELIMITED BY SIZE
                  WS-CONFLICT-COURSE    DELIMITED BY SIZE
               INTO RPA-NOTE
           MOVE RPT-ACTION-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       ACCEPT-ONE-ADD.
           ADD 1 TO WS-ADDS-ACCEPTED
           IF WS-CRS-FOUND
               ADD 1 TO CRS-ENROLLED(CRS-IDX)
           END-IF
           PERFORM ADD-TO-SCHEDULE
           MOVE RGT-LAST-NAME TO DA-LAST-NAME
           MOVE RGT-INITIALS  TO DA-INITIALS
           MOVE 'A'           TO DA-ACTION
           END-IF.

      *Walks the waitlist front to back for the course that just
      *freed a seat; the first entry still waiting gets it. A
      *waiting student who has since registered for something at
      *the same time comes off the waitlist instead, and the seat
      *passes to the next in line.
       PROMOTE-FROM-WAITLIST.
           MOVE 'N' TO WS-PROMOTED-ONE-SWITCH
           PERFORM VARYING WS-PROMOTE-SUB FROM 1 BY 1
                   OR WS-PROMOTED-ONE
               IF WLT-COURSE(WS-PROMOTE-SUB) = WS-WORK-COURSE
                   AND NOT WLT-GONE(WS-PROMOTE-SUB)
                   MOVE WLT-LAST-NAME(WS-PROMOTE-SUB)
                       TO WS-CHK-LAST-NAME
                   MOVE WLT-INITIALS(WS-PROMOTE-SUB)
                       TO WS-CHK-INITIALS
                   PERFORM CHECK-TIME-CONFLICT
                   IF WS-TIME-CONFLICT
                       PERFORM DROP-CONFLICTED-WAITER
                   ELSE
                       PERFORM PROMOTE-ONE-STUDENT
                   END-IF
               END-IF
           END-PERFORM.

       DROP-CONFLICTED-WAITER.
           ADD 1 TO WS-ADDS-CONFLICTED
           MOVE 'Y' TO WLT-GONE-SWITCH(WS-PROMOTE-SUB)
           MOVE 'UNWAITLISTD' TO RPA-ACTION
           MOVE WLT-LAST-NAME(WS-PROMOTE-SUB) TO RPA-LAST-NAME
           MOVE WLT-INITIALS(WS-PROMOTE-SUB)  TO RPA-INITIALS
           MOVE WLT-COURSE(WS-PROMOTE-SUB)    TO RPA-COURSE
           MOVE SPACES TO RPA-NOTE
           STRING 'TIME CONFLICT WITH ' DELIMITED BY SIZE
                  WS-CONFLICT-COURSE    DELIMITED BY SIZE
               INTO RPA-NOTE
           MOVE RPT-ACTION-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       PROMOTE-ONE-STUDENT.
           SET WS-PROMOTED-ONE TO TRUE
           ADD 1 TO WS-PROMOTIONS
           IF WS-CRS-FOUND
               ADD 1 TO CRS-ENROLLED(CRS-IDX)
           END-IF
           PERFORM ADD-TO-SCHEDULE
           MOVE WLT-LAST-NAME(WS-PROMOTE-SUB) TO DA-LAST-NAME
           MOVE WLT-INITIALS(WS-PROMOTE-SUB)  TO DA-INITIALS
           MOVE 'A' TO DA-ACTION
           END-PERFORM
           CLOSE WAITLIST-OUT-FILE.

       REWRITE-SCHEDULES.
           OPEN OUTPUT SCHEDULE-OUT-FILE
           PERFORM VARYING SCH-IDX FROM 1 BY 1
               UNTIL SCH-IDX > WS-SCHEDULE-COUNT
               IF NOT SCH-GONE(SCH-IDX)
                   MOVE SCH-LAST-NAME(SCH-IDX) TO SCO-LAST-NAME
                   MOVE SCH-INITIALS(SCH-IDX)  TO SCO-INITIALS
                   MOVE SCH-COURSE(SCH-IDX)    TO SCO-COURSE
                   WRITE SCHEDULE-OUT-RECORD
               END-IF
           END-PERFORM
           CLOSE SCHEDULE-OUT-FILE.

      *One schedule block per student registered this run, listing
      *every section now on the student's schedule.
       PRINT-SCHEDULES.
           OPEN OUTPUT SCHEDULE-PRINT-FILE
           MOVE WS-TODAYS-MM   TO SPL-RUN-MM
           MOVE WS-TODAYS-DD   TO SPL-RUN-DD
           MOVE WS-TODAYS-CCYY TO SPL-RUN-CCYY
           PERFORM PRINT-ONE-SCHEDULE
               VARYING TCH-IDX FROM 1 BY 1
               UNTIL TCH-IDX > WS-TOUCHED-COUNT
           CLOSE SCHEDULE-PRINT-FILE.

       PRINT-ONE-SCHEDULE.
           MOVE SPL-SEPARATOR-LINE TO SCHEDULE-PRINT-RECORD
           WRITE SCHEDULE-PRINT-RECORD
           MOVE TCH-LAST-NAME(TCH-IDX) TO SPL-LAST-NAME
           MOVE TCH-INITIALS(TCH-IDX)  TO SPL-INITIALS
           MOVE SPL-STUDENT-LINE TO SCHEDULE-PRINT-RECORD
           WRITE SCHEDULE-PRINT-RECORD
           MOVE SPL-HEADING-LINE TO SCHEDULE-PRINT-RECORD
           WRITE SCHEDULE-PRINT-RECORD
           PERFORM VARYING SCH-IDX FROM 1 BY 1
               UNTIL SCH-IDX > WS-SCHEDULE-COUNT
               IF SCH-LAST-NAME(SCH-IDX) = TCH-LAST-NAME(TCH-IDX)
                   AND SCH-INITIALS(SCH-IDX) = TCH-INITIALS(TCH-IDX)
                   AND NOT SCH-GONE(SCH-IDX)
                   PERFORM PRINT-ONE-SCHEDULE-LINE
               END-IF
           END-PERFORM.

       PRINT-ONE-SCHEDULE-LINE.
           MOVE SCH-COURSE(SCH-IDX) TO SPL-COURSE
           MOVE SCH-COURSE(SCH-IDX) TO WS-WORK-COURSE
           PERFORM FIND-OR-ADD-COURSE
           IF WS-CRS-FOUND AND CRS-TIMED(CRS-IDX)
               MOVE CRS-DAYS(CRS-IDX) TO SPL-DAYS
               MOVE CRS-START(CRS-IDX) TO WS-TIME-HHMM
               MOVE WS-TIME-HH TO SPL-START-HH
               MOVE ':' TO SPL-START-COLON
               MOVE WS-TIME-MM TO SPL-START-MM
               MOVE ' - ' TO SPL-TIME-DASH
               MOVE CRS-END(CRS-IDX) TO WS-TIME-HHMM
               MOVE WS-TIME-HH TO SPL-END-HH
               MOVE ':' TO SPL-END-COLON
               MOVE WS-TIME-MM TO SPL-END-MM
               MOVE CRS-ROOM(CRS-IDX) TO SPL-ROOM
           ELSE
               MOVE 'TBA' TO SPL-DAYS
               MOVE SPACES TO SPL-TIMES
               MOVE SPACES TO SPL-ROOM
           END-IF
           MOVE SPL-COURSE-LINE TO SCHEDULE-PRINT-RECORD
           WRITE SCHEDULE-PRINT-RECORD.

      *Appends one line to the shared end-of-day operations log
      *recording this run's start/end time and records processed.
      *OPEN EXTEND adds to the file instead of overwriting it, so
