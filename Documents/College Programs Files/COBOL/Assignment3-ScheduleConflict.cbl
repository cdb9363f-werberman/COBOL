      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly check of the term's SECTION-SCHEDULE master
      *          that SCHEDULE-MAINT keeps. Three listings come out
      *          of it: every section whose room seats fewer than
      *          the catalog's CAT-CAPACITY lets enroll (or whose
      *          room or course has gone missing), every room booked
      *          for two sections that meet on a shared day at
      *          overlapping times, and every student enrolled in
      *          two sections that meet at overlapping times, found
      *          by sorting COURSE-ENROLLMENT into student order and
      *          testing each student's scheduled courses pairwise.
      *          Enrollments in courses the schedule does not carry
      *          cannot clash and are only counted.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SCHEDULE-CONFLICT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-SCHEDULE
           ASSIGN TO WS-SCHEDULE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SCH-COURSE-CODE
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT ROOM-MASTER
           ASSIGN TO WS-ROOM-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ROM-ROOM-CODE
               FILE STATUS IS WS-ROOM-STATUS.

           SELECT COURSE-CATALOG
           ASSIGN TO WS-CATALOG-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAT-COURSE-CODE
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT COURSE-ENROLLMENT
           ASSIGN TO WS-ENROLLMENT-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ENR-COURSE-KEY.

      *> The enrollment file is keyed course-then-student; the
      *> timetable check needs each student's courses together.
           SELECT STUDENT-SORT-FILE
           ASSIGN TO "SORTWK3".

           SELECT CAPACITY-EXCEPTIONS
           ASSIGN TO WS-CAPACITY-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DOUBLE-BOOKINGS
           ASSIGN TO WS-BOOKING-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TIMETABLE-CONFLICTS
           ASSIGN TO WS-TIMETABLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  SECTION-SCHEDULE.
           01 SCHEDULE-RECORD.
               COPY SCHREC.

       FD  ROOM-MASTER.
           01 ROOM-RECORD.
               COPY ROMREC.

       FD  COURSE-CATALOG.
           01 CATALOG-RECORD.
               COPY CATREC.

       FD  COURSE-ENROLLMENT.
           01 ENROLLMENT-RECORD.
               COPY ENRREC.

       SD  STUDENT-SORT-FILE.
           01 SORT-ENROLL-RECORD.
               05 SORT-ENR-COURSE-CODE PIC X(7).
               05 SORT-ENR-STUDENT-NUMBER PIC 9(6).
               05 SORT-ENR-STUDENT-NAME PIC X(40).
               05 SORT-ENR-PROGRAM-OF-STUDY PIC X(5).
               05 SORT-ENR-COURSE-AVERAGE PIC 9(3).

       FD  CAPACITY-EXCEPTIONS.
           01 CAPACITY-LINE PIC X(80).

       FD  DOUBLE-BOOKINGS.
           01 BOOKING-LINE PIC X(80).

       FD  TIMETABLE-CONFLICTS.
           01 TIMETABLE-LINE PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FIELDS.
           05 WS-SCHEDULE-STATUS PIC X(2).
           05 WS-ROOM-STATUS PIC X(2).
           05 WS-CATALOG-STATUS PIC X(2).
           05 WS-SCHEDULE-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-SECTIONS VALUE 'Y'.
           05 SORT-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-SORT-RECORDS VALUE 'Y'.
           05 WS-FIRST-STUDENT-SW PIC X(1) VALUE 'Y'.
               88 FIRST-STUDENT VALUE 'Y'.
           05 WS-OVERLAP-SW PIC X(1).
               88 SECTIONS-OVERLAP VALUE 'Y'.
               88 SECTIONS-DO-NOT-OVERLAP VALUE 'N'.

       01 WS-FILE-PATH-FIELDS.
           05 WS-BASE-PATH PIC X(40).
           05 WS-BASE-PATH-LEN PIC 9(2).
           05 WS-TERM PIC X(10).
           05 WS-SCHEDULE-PATH PIC X(80).
           05 WS-ROOM-PATH PIC X(80).
           05 WS-CATALOG-PATH PIC X(80).
           05 WS-ENROLLMENT-PATH PIC X(80).
           05 WS-CAPACITY-PATH PIC X(80).
           05 WS-BOOKING-PATH PIC X(80).
           05 WS-TIMETABLE-PATH PIC X(80).

      *> The whole term's schedule, loaded once in course-code
      *> order; the room and student checks both work from it.
       01 WS-SECTION-TABLE-FIELDS.
           05 WS-SECTION-COUNT PIC 9(4) VALUE 0.
           05 WS-SECTION-MAX PIC 9(4) VALUE 500.
           05 WS-SECTION-IDX PIC 9(4).
           05 WS-OTHER-IDX PIC 9(4).
           05 WS-FOUND-IDX PIC 9(4).
           05 WS-SECTION-ENTRY OCCURS 500 TIMES.
               10 WS-SEC-COURSE-CODE PIC X(7).
               10 WS-SEC-MEETING-DAYS PIC X(7).
               10 FILLER REDEFINES WS-SEC-MEETING-DAYS.
                   15 WS-SEC-MEETING-DAY PIC X(1) OCCURS 7 TIMES.
               10 WS-SEC-START-TIME PIC 9(4).
               10 WS-SEC-END-TIME PIC 9(4).
               10 WS-SEC-ROOM-CODE PIC X(6).

      *> The two schedule-table entries 3100-TEST-OVERLAP compares.
       01 WS-OVERLAP-FIELDS.
           05 WS-TEST-A-IDX PIC 9(4).
           05 WS-TEST-B-IDX PIC 9(4).
           05 WS-DAY-IDX PIC 9(1).

      *> One student's scheduled courses, as schedule-table
      *> subscripts, gathered across the student's sort records.
       01 WS-STUDENT-FIELDS.
           05 WS-PRIOR-STUDENT PIC 9(6).
           05 WS-PRIOR-NAME PIC X(40).
           05 WS-STU-COURSE-COUNT PIC 9(2) VALUE 0.
           05 WS-STU-COURSE-MAX PIC 9(2) VALUE 20.
           05 WS-STU-IDX PIC 9(2).
           05 WS-STU-OTHER-IDX PIC 9(2).
           05 WS-STU-SECTION-IDX PIC 9(4) OCCURS 20 TIMES.

       01 WS-RUN-TOTALS.
           05 WS-CAPACITY-COUNT PIC 9(6) VALUE 0.
           05 WS-BOOKING-COUNT PIC 9(6) VALUE 0.
           05 WS-CONFLICT-COUNT PIC 9(6) VALUE 0.
           05 WS-STUDENT-COUNT PIC 9(6) VALUE 0.
           05 WS-UNSCHEDULED-COUNT PIC 9(6) VALUE 0.

       01 CAP-HEADING.
           05 FILLER PIC X(30) VALUE "ROOM CAPACITY EXCEPTIONS  TERM".
           05 FILLER PIC X(2) VALUE ": ".
           05 CAP-HDG-TERM PIC X(10).
           05 FILLER PIC X(38) VALUE SPACES.

       01 CAP-DETAIL-LINE.
           05 CDL-COURSE-CODE PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CDL-ROOM-CODE PIC X(6).
           05 FILLER PIC X(8) VALUE "  SEATS ".
           05 CDL-SEATS PIC ZZ9.
           05 FILLER PIC X(11) VALUE "  CAPACITY ".
           05 CDL-CAPACITY PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CDL-REASON PIC X(30).
           05 FILLER PIC X(8) VALUE SPACES.

       01 BKG-HEADING.
           05 FILLER PIC X(30) VALUE "ROOM DOUBLE-BOOKINGS  TERM: ".
           05 BKG-HDG-TERM PIC X(10).
           05 FILLER PIC X(40) VALUE SPACES.

       01 BKG-DETAIL-LINE.
           05 BDL-ROOM-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BDL-COURSE-A PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 BDL-DAYS-A PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 BDL-START-A PIC 9(4).
           05 FILLER PIC X(1) VALUE "-".
           05 BDL-END-A PIC 9(4).
           05 FILLER PIC X(6) VALUE " WITH ".
           05 BDL-COURSE-B PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 BDL-DAYS-B PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 BDL-START-B PIC 9(4).
           05 FILLER PIC X(1) VALUE "-".
           05 BDL-END-B PIC 9(4).
           05 FILLER PIC X(16) VALUE SPACES.

       01 TTC-HEADING.
           05 FILLER PIC X(29) VALUE "STUDENT TIMETABLE CONFLICTS  ".
           05 FILLER PIC X(6) VALUE "TERM: ".
           05 TTC-HDG-TERM PIC X(10).
           05 FILLER PIC X(35) VALUE SPACES.

       01 TTC-DETAIL-LINE.
           05 TDL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TDL-STUDENT-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TDL-COURSE-A PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TDL-DAYS-A PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TDL-START-A PIC 9(4).
           05 FILLER PIC X(6) VALUE " WITH ".
           05 TDL-COURSE-B PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TDL-DAYS-B PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TDL-START-B PIC 9(4).
           05 FILLER PIC X(4) VALUE SPACES.

       01 REG-TOTAL-LINE.
           05 RTL-LABEL PIC X(22).
           05 RTL-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(51) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM 0050-BUILD-FILE-PATHS.
           PERFORM 1000-LOAD-SCHEDULE.
           PERFORM 2000-CHECK-ROOM-CAPACITY.
           PERFORM 3000-CHECK-DOUBLE-BOOKINGS.
           OPEN OUTPUT TIMETABLE-CONFLICTS.
           MOVE WS-TERM TO TTC-HDG-TERM.
           WRITE TIMETABLE-LINE FROM TTC-HEADING.
           SORT STUDENT-SORT-FILE
               ON ASCENDING KEY SORT-ENR-STUDENT-NUMBER
               ON ASCENDING KEY SORT-ENR-COURSE-CODE
               USING COURSE-ENROLLMENT
               OUTPUT PROCEDURE IS 4000-CHECK-STUDENT-TIMETABLES.
           MOVE "STUDENTS CHECKED:" TO RTL-LABEL.
           MOVE WS-STUDENT-COUNT TO RTL-COUNT.
           WRITE TIMETABLE-LINE FROM REG-TOTAL-LINE.
           MOVE "TIMETABLE CONFLICTS:" TO RTL-LABEL.
           MOVE WS-CONFLICT-COUNT TO RTL-COUNT.
           WRITE TIMETABLE-LINE FROM REG-TOTAL-LINE.
           MOVE "UNSCHEDULED ENROLLED:" TO RTL-LABEL.
           MOVE WS-UNSCHEDULED-COUNT TO RTL-COUNT.
           WRITE TIMETABLE-LINE FROM REG-TOTAL-LINE.
           CLOSE TIMETABLE-CONFLICTS.
           DISPLAY "SCHEDULE CONFLICT CHECK - SECTIONS "
               WS-SECTION-COUNT
               " CAPACITY " WS-CAPACITY-COUNT
               " DOUBLE-BOOKED " WS-BOOKING-COUNT
               " TIMETABLE " WS-CONFLICT-COUNT.
           STOP RUN.

       0050-BUILD-FILE-PATHS.
      **
      * Resolves the data directory and term/semester from the
      * environment, falling back to the historical hard-coded data
      * directory and a generic term when they are not set, and
      * builds each file's ASSIGN TO path from them so a run for one
      * term never collides with another term's files.
      **
           MOVE "C:\SJunk\" TO WS-BASE-PATH.
           ACCEPT WS-BASE-PATH FROM ENVIRONMENT "COLLEGE-DATA-PATH"
               ON EXCEPTION
                   MOVE "C:\SJunk\" TO WS-BASE-PATH
           END-ACCEPT.
      *> COLLEGE-DATA-PATH may be set by an operator without a
      *> trailing directory separator; append one so a file name
      *> never gets glued onto the directory name below.
           COMPUTE WS-BASE-PATH-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-BASE-PATH)).
           IF WS-BASE-PATH-LEN > 0
               IF WS-BASE-PATH (WS-BASE-PATH-LEN:1) NOT = "\"
                  AND WS-BASE-PATH (WS-BASE-PATH-LEN:1) NOT = "/"
                   ADD 1 TO WS-BASE-PATH-LEN
                   MOVE "\" TO WS-BASE-PATH (WS-BASE-PATH-LEN:1)
               END-IF
           END-IF.
           MOVE "DEFAULT" TO WS-TERM.
           ACCEPT WS-TERM FROM ENVIRONMENT "COLLEGE-TERM"
               ON EXCEPTION
                   MOVE "DEFAULT" TO WS-TERM
           END-ACCEPT.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "SECTION-SCHEDULE-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-SCHEDULE-PATH.
      *> Rooms and the catalog are master data shared by every
      *> term, so only the directory is parameterized on them.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "ROOM-MASTER.TXT" DELIMITED BY SIZE
               INTO WS-ROOM-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "COURSE-CATALOG-MASTER.TXT" DELIMITED BY SIZE
               INTO WS-CATALOG-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "COURSE-ENROLLMENT-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-ENROLLMENT-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "ROOM-CAPACITY-EXCEPTIONS-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-CAPACITY-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "ROOM-DOUBLE-BOOKINGS-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-BOOKING-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "TIMETABLE-CONFLICTS-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-TIMETABLE-PATH.

       1000-LOAD-SCHEDULE.
      **
      * Loads the term's schedule into the section table. Without
      * a schedule there is nothing to check, so a missing master
      * stops the run.
      **
           OPEN INPUT SECTION-SCHEDULE.
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN SECTION SCHEDULE, STATUS "
                   WS-SCHEDULE-STATUS
                   " - BUILD IT WITH SCHEDULE MAINTENANCE"
               STOP RUN
           END-IF.
           PERFORM UNTIL NO-MORE-SECTIONS
               READ SECTION-SCHEDULE
                   AT END MOVE 'Y' TO WS-SCHEDULE-EOF-FLAG
                   NOT AT END
                       PERFORM 1100-STORE-SECTION
               END-READ
           END-PERFORM.
           CLOSE SECTION-SCHEDULE.

       1100-STORE-SECTION.
      **
      * Adds the section just read to the table.
      **
           IF WS-SECTION-COUNT < WS-SECTION-MAX
               ADD 1 TO WS-SECTION-COUNT
               MOVE SCH-COURSE-CODE
                   TO WS-SEC-COURSE-CODE (WS-SECTION-COUNT)
               MOVE SCH-MEETING-DAYS
                   TO WS-SEC-MEETING-DAYS (WS-SECTION-COUNT)
               MOVE SCH-START-TIME
                   TO WS-SEC-START-TIME (WS-SECTION-COUNT)
               MOVE SCH-END-TIME
                   TO WS-SEC-END-TIME (WS-SECTION-COUNT)
               MOVE SCH-ROOM-CODE
                   TO WS-SEC-ROOM-CODE (WS-SECTION-COUNT)
           ELSE
               DISPLAY "SECTION TABLE FULL, DROPPED "
                   SCH-COURSE-CODE
           END-IF.

       1200-FIND-SECTION.
      **
      * Looks up SORT-ENR-COURSE-CODE in the section table, leaving
      * its subscript in WS-FOUND-IDX, or zero when the course is
      * not scheduled.
      **
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-SECTION-IDX FROM 1 BY 1
               UNTIL WS-SECTION-IDX > WS-SECTION-COUNT
                  OR WS-FOUND-IDX > 0
               IF WS-SEC-COURSE-CODE (WS-SECTION-IDX) =
                       SORT-ENR-COURSE-CODE
                   MOVE WS-SECTION-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       2000-CHECK-ROOM-CAPACITY.
      **
      * Reads each section's room and catalog entry by key and lists
      * the section when its room seats fewer than the catalog lets
      * enroll, or when the room or the course has left its master
      * since the section was keyed.
      **
           OPEN INPUT ROOM-MASTER.
           IF WS-ROOM-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN ROOM MASTER, STATUS "
                   WS-ROOM-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT COURSE-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CATALOG MASTER, STATUS "
                   WS-CATALOG-STATUS
                   " - BUILD IT WITH CATALOG MAINTENANCE"
               CLOSE ROOM-MASTER
               STOP RUN
           END-IF.
           OPEN OUTPUT CAPACITY-EXCEPTIONS.
           MOVE WS-TERM TO CAP-HDG-TERM.
           WRITE CAPACITY-LINE FROM CAP-HEADING.
           PERFORM VARYING WS-SECTION-IDX FROM 1 BY 1
               UNTIL WS-SECTION-IDX > WS-SECTION-COUNT
               PERFORM 2100-CHECK-ONE-SECTION
           END-PERFORM.
           MOVE "CAPACITY EXCEPTIONS:" TO RTL-LABEL.
           MOVE WS-CAPACITY-COUNT TO RTL-COUNT.
           WRITE CAPACITY-LINE FROM REG-TOTAL-LINE.
           CLOSE ROOM-MASTER.
           CLOSE COURSE-CATALOG.
           CLOSE CAPACITY-EXCEPTIONS.

       2100-CHECK-ONE-SECTION.
      **
      * Tests one section's room against its course's capacity.
      **
           MOVE SPACES TO CDL-REASON.
           MOVE 0 TO CDL-SEATS.
           MOVE 0 TO CDL-CAPACITY.
           MOVE WS-SEC-COURSE-CODE (WS-SECTION-IDX) TO CAT-COURSE-CODE.
           READ COURSE-CATALOG
               INVALID KEY
                   MOVE "COURSE NOT ON CATALOG" TO CDL-REASON
               NOT INVALID KEY
                   MOVE CAT-CAPACITY TO CDL-CAPACITY
           END-READ.
           MOVE WS-SEC-ROOM-CODE (WS-SECTION-IDX) TO ROM-ROOM-CODE.
           READ ROOM-MASTER
               INVALID KEY
                   MOVE "ROOM NOT ON ROOM MASTER" TO CDL-REASON
               NOT INVALID KEY
                   MOVE ROM-SEAT-COUNT TO CDL-SEATS
                   IF CDL-REASON = SPACES AND
                      ROM-SEAT-COUNT < CAT-CAPACITY
                       MOVE "ROOM SEATS BELOW CAPACITY" TO CDL-REASON
                   END-IF
           END-READ.
           IF CDL-REASON NOT = SPACES
               MOVE WS-SEC-COURSE-CODE (WS-SECTION-IDX)
                   TO CDL-COURSE-CODE
               MOVE WS-SEC-ROOM-CODE (WS-SECTION-IDX) TO CDL-ROOM-CODE
               WRITE CAPACITY-LINE FROM CAP-DETAIL-LINE
               ADD 1 TO WS-CAPACITY-COUNT
           END-IF.

       3000-CHECK-DOUBLE-BOOKINGS.
      **
      * Tests every pair of sections roomed together for a shared
      * meeting day at overlapping times. Each pair is tested once.
      **
           OPEN OUTPUT DOUBLE-BOOKINGS.
           MOVE WS-TERM TO BKG-HDG-TERM.
           WRITE BOOKING-LINE FROM BKG-HEADING.
           PERFORM VARYING WS-SECTION-IDX FROM 1 BY 1
               UNTIL WS-SECTION-IDX > WS-SECTION-COUNT
               PERFORM VARYING WS-OTHER-IDX FROM WS-SECTION-IDX BY 1
                   UNTIL WS-OTHER-IDX > WS-SECTION-COUNT
                   IF WS-OTHER-IDX > WS-SECTION-IDX AND
                      WS-SEC-ROOM-CODE (WS-OTHER-IDX) =
                           WS-SEC-ROOM-CODE (WS-SECTION-IDX)
                       MOVE WS-SECTION-IDX TO WS-TEST-A-IDX
                       MOVE WS-OTHER-IDX TO WS-TEST-B-IDX
                       PERFORM 3100-TEST-OVERLAP
                       IF SECTIONS-OVERLAP
                           PERFORM 3200-WRITE-DOUBLE-BOOKING
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE "DOUBLE-BOOKINGS:" TO RTL-LABEL.
           MOVE WS-BOOKING-COUNT TO RTL-COUNT.
           WRITE BOOKING-LINE FROM REG-TOTAL-LINE.
           CLOSE DOUBLE-BOOKINGS.

       3100-TEST-OVERLAP.
      **
      * Two sections clash when some day position carries a meeting
      * in both and each starts before the other ends. End times
      * are exclusive, so a section ending at 1000 and one starting
      * at 1000 do not clash.
      **
           SET SECTIONS-DO-NOT-OVERLAP TO TRUE.
           IF WS-SEC-START-TIME (WS-TEST-A-IDX) <
                  WS-SEC-END-TIME (WS-TEST-B-IDX) AND
              WS-SEC-START-TIME (WS-TEST-B-IDX) <
                  WS-SEC-END-TIME (WS-TEST-A-IDX)
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7 OR SECTIONS-OVERLAP
                   IF WS-SEC-MEETING-DAY (WS-TEST-A-IDX, WS-DAY-IDX)
                           NOT = '-' AND
                      WS-SEC-MEETING-DAY (WS-TEST-A-IDX, WS-DAY-IDX)
                           NOT = SPACE AND
                      WS-SEC-MEETING-DAY (WS-TEST-B-IDX, WS-DAY-IDX)
                           NOT = '-' AND
                      WS-SEC-MEETING-DAY (WS-TEST-B-IDX, WS-DAY-IDX)
                           NOT = SPACE
                       SET SECTIONS-OVERLAP TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       3200-WRITE-DOUBLE-BOOKING.
      **
      * Lists one room double-booking.
      **
           MOVE WS-SEC-ROOM-CODE (WS-TEST-A-IDX) TO BDL-ROOM-CODE.
           MOVE WS-SEC-COURSE-CODE (WS-TEST-A-IDX) TO BDL-COURSE-A.
           MOVE WS-SEC-MEETING-DAYS (WS-TEST-A-IDX) TO BDL-DAYS-A.
           MOVE WS-SEC-START-TIME (WS-TEST-A-IDX) TO BDL-START-A.
           MOVE WS-SEC-END-TIME (WS-TEST-A-IDX) TO BDL-END-A.
           MOVE WS-SEC-COURSE-CODE (WS-TEST-B-IDX) TO BDL-COURSE-B.
           MOVE WS-SEC-MEETING-DAYS (WS-TEST-B-IDX) TO BDL-DAYS-B.
           MOVE WS-SEC-START-TIME (WS-TEST-B-IDX) TO BDL-START-B.
           MOVE WS-SEC-END-TIME (WS-TEST-B-IDX) TO BDL-END-B.
           WRITE BOOKING-LINE FROM BKG-DETAIL-LINE.
           ADD 1 TO WS-BOOKING-COUNT.

       4000-CHECK-STUDENT-TIMETABLES.
      **
      * SORT output procedure: gathers each student's scheduled
      * courses across the student's sort records and, on the
      * student break, tests them pairwise.
      **
           PERFORM UNTIL NO-MORE-SORT-RECORDS
               RETURN STUDENT-SORT-FILE INTO SORT-ENROLL-RECORD
                   AT END MOVE 'Y' TO SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 4100-PROCESS-SORT-RECORD
               END-RETURN
           END-PERFORM.
           IF NOT FIRST-STUDENT
               PERFORM 4200-END-STUDENT
           END-IF.

       4100-PROCESS-SORT-RECORD.
      **
      * Drives the per-student control break and adds the course
      * to the student's list when the schedule carries it.
      **
           IF NOT FIRST-STUDENT AND
              SORT-ENR-STUDENT-NUMBER NOT = WS-PRIOR-STUDENT
               PERFORM 4200-END-STUDENT
           END-IF.
           IF FIRST-STUDENT OR
              SORT-ENR-STUDENT-NUMBER NOT = WS-PRIOR-STUDENT
               MOVE 'N' TO WS-FIRST-STUDENT-SW
               MOVE SORT-ENR-STUDENT-NUMBER TO WS-PRIOR-STUDENT
               MOVE SORT-ENR-STUDENT-NAME TO WS-PRIOR-NAME
               MOVE 0 TO WS-STU-COURSE-COUNT
               ADD 1 TO WS-STUDENT-COUNT
           END-IF.
           PERFORM 1200-FIND-SECTION.
           IF WS-FOUND-IDX = 0
               ADD 1 TO WS-UNSCHEDULED-COUNT
           ELSE
               IF WS-STU-COURSE-COUNT < WS-STU-COURSE-MAX
                   ADD 1 TO WS-STU-COURSE-COUNT
                   MOVE WS-FOUND-IDX
                       TO WS-STU-SECTION-IDX (WS-STU-COURSE-COUNT)
               ELSE
                   DISPLAY "STUDENT COURSE TABLE FULL, DROPPED "
                       SORT-ENR-COURSE-CODE " FOR "
                       SORT-ENR-STUDENT-NUMBER
               END-IF
           END-IF.

       4200-END-STUDENT.
      **
      * Tests every pair of the finished student's scheduled
      * courses and lists each clash.
      **
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
               UNTIL WS-STU-IDX > WS-STU-COURSE-COUNT
               PERFORM VARYING WS-STU-OTHER-IDX FROM WS-STU-IDX BY 1
                   UNTIL WS-STU-OTHER-IDX > WS-STU-COURSE-COUNT
                   IF WS-STU-OTHER-IDX > WS-STU-IDX
                       MOVE WS-STU-SECTION-IDX (WS-STU-IDX)
                           TO WS-TEST-A-IDX
                       MOVE WS-STU-SECTION-IDX (WS-STU-OTHER-IDX)
                           TO WS-TEST-B-IDX
                       PERFORM 3100-TEST-OVERLAP
                       IF SECTIONS-OVERLAP
                           PERFORM 4300-WRITE-TIMETABLE-CONFLICT
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       4300-WRITE-TIMETABLE-CONFLICT.
      **
      * Lists one student's clashing pair of sections.
      **
           MOVE WS-PRIOR-STUDENT TO TDL-STUDENT-NUMBER.
           MOVE WS-PRIOR-NAME TO TDL-STUDENT-NAME.
           MOVE WS-SEC-COURSE-CODE (WS-TEST-A-IDX) TO TDL-COURSE-A.
           MOVE WS-SEC-MEETING-DAYS (WS-TEST-A-IDX) TO TDL-DAYS-A.
           MOVE WS-SEC-START-TIME (WS-TEST-A-IDX) TO TDL-START-A.
           MOVE WS-SEC-COURSE-CODE (WS-TEST-B-IDX) TO TDL-COURSE-B.
           MOVE WS-SEC-MEETING-DAYS (WS-TEST-B-IDX) TO TDL-DAYS-B.
           MOVE WS-SEC-START-TIME (WS-TEST-B-IDX) TO TDL-START-B.
           WRITE TIMETABLE-LINE FROM TTC-DETAIL-LINE.
           ADD 1 TO WS-CONFLICT-COUNT.
      ** add other procedures here
       END PROGRAM SCHEDULE-CONFLICT.
