      *          not in the catalog - or whose course the registrar
      *          has deactivated - land on an unknown-course
      *          exception listing for the registrar to clean up.
      *          Each course heading also carries the section's
      *          meeting days and times, room, and instructor from
      *          the term's SECTION-SCHEDULE master SCHEDULE-MAINT
      *          maintains, or says the course is not scheduled.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ENR-COURSE-KEY.

      *> OPTIONAL so a term whose schedule has not been keyed yet
      *> still gets its rosters - every heading then reads not
      *> scheduled.
           SELECT OPTIONAL SECTION-SCHEDULE
           ASSIGN TO WS-SCHEDULE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SCH-COURSE-CODE
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT ROSTER-REPORT
           ASSIGN TO WS-ROSTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           01 ENROLLMENT-RECORD.
               COPY ENRREC.

       FD  SECTION-SCHEDULE.
           01 SCHEDULE-RECORD.
               COPY SCHREC.

       FD  ROSTER-REPORT.
           01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FIELDS.
           05 WS-CATALOG-STATUS PIC X(2).
           05 WS-SCHEDULE-STATUS PIC X(2).
           05 WS-ENROLL-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-ENROLLMENTS VALUE 'Y'.
           05 WS-FIRST-RECORD-SW PIC X(1) VALUE 'Y'.
           05 WS-TERM PIC X(10).
           05 WS-CATALOG-PATH PIC X(80).
           05 WS-ENROLLMENT-PATH PIC X(80).
           05 WS-SCHEDULE-PATH PIC X(80).
           05 WS-ROSTER-PATH PIC X(80).
           05 WS-UNKNOWN-PATH PIC X(80).

           05 CRS-HDG-CREDITS PIC Z9.
           05 FILLER PIC X(10) VALUE SPACES.

       01 COURSE-HDG-LINE-2.
           05 FILLER PIC X(9) VALUE "  MEETS: ".
           05 CRS-HDG-DAYS PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 CRS-HDG-START-TIME PIC 9(4).
           05 FILLER PIC X(1) VALUE "-".
           05 CRS-HDG-END-TIME PIC 9(4).
           05 FILLER PIC X(8) VALUE "  ROOM: ".
           05 CRS-HDG-ROOM PIC X(6).
           05 FILLER PIC X(9) VALUE "  INSTR: ".
           05 CRS-HDG-INSTRUCTOR PIC X(20).
           05 FILLER PIC X(11) VALUE SPACES.

       01 UNSCHEDULED-HDG-LINE.
           05 FILLER PIC X(40)
               VALUE "  MEETS: NOT ON THE SECTION SCHEDULE".
           05 FILLER PIC X(40) VALUE SPACES.

       01 ROSTER-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-STUDENT-NUMBER PIC 9(6).
               STOP RUN
           END-IF.
           OPEN INPUT COURSE-ENROLLMENT.
           OPEN INPUT SECTION-SCHEDULE.
           IF WS-SCHEDULE-STATUS NOT = "00" AND
              WS-SCHEDULE-STATUS NOT = "05"
               DISPLAY "CANNOT OPEN SECTION SCHEDULE, STATUS "
                   WS-SCHEDULE-STATUS
               CLOSE COURSE-ENROLLMENT
               CLOSE COURSE-CATALOG
               STOP RUN
           END-IF.
           OPEN OUTPUT ROSTER-REPORT.
           OPEN OUTPUT UNKNOWN-COURSE-FILE.
           MOVE WS-TERM TO HDG-TERM.
           WRITE RPT-LINE FROM RUN-TOTAL-LINE.
           CLOSE COURSE-ENROLLMENT.
           CLOSE COURSE-CATALOG.
           CLOSE SECTION-SCHEDULE.
           CLOSE ROSTER-REPORT.
           CLOSE UNKNOWN-COURSE-FILE.
           DISPLAY "CLASS ROSTER - SECTIONS " WS-SECTION-COUNT
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-ENROLLMENT-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "SECTION-SCHEDULE-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-SCHEDULE-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "CLASS-ROSTER-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
       2100-START-COURSE.
      **
      * Opens the roster page for the course just encountered: looks
      * it up in the catalog and prints the page heading, with the
      * section's meeting line under it. A course missing from the
      * catalog gets no page - its enrollments are routed to the
      * unknown-course listing instead.
      **
           PERFORM 1100-FIND-CATALOG-ENTRY.
           IF CATALOG-FOUND
               MOVE CAT-DEPARTMENT TO CRS-HDG-DEPARTMENT
               MOVE CAT-CREDIT-HOURS TO CRS-HDG-CREDITS
               WRITE RPT-LINE FROM COURSE-HDG-LINE-1
               PERFORM 2150-PRINT-MEETING-LINE
           END-IF.

       2150-PRINT-MEETING-LINE.
      **
      * Reads the course's section from the term's schedule by key
      * and prints when and where it meets and who teaches it, or
      * flags it as not scheduled so the registrar can see the gap
      * on the roster itself.
      **
           MOVE WS-PRIOR-COURSE TO SCH-COURSE-CODE.
           READ SECTION-SCHEDULE
               INVALID KEY
                   MOVE UNSCHEDULED-HDG-LINE TO RPT-LINE
               NOT INVALID KEY
                   MOVE SCH-MEETING-DAYS TO CRS-HDG-DAYS
                   MOVE SCH-START-TIME TO CRS-HDG-START-TIME
                   MOVE SCH-END-TIME TO CRS-HDG-END-TIME
                   MOVE SCH-ROOM-CODE TO CRS-HDG-ROOM
                   MOVE SCH-INSTRUCTOR TO CRS-HDG-INSTRUCTOR
                   MOVE COURSE-HDG-LINE-2 TO RPT-LINE
           END-READ.
           WRITE RPT-LINE.

       2200-ACCUMULATE-STUDENT.
      **
      * Writes the student's roster detail line (catalog courses
