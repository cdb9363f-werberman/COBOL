      *          fields, waitlist entry deleted - producing the
      *          notification listing of who got in that the
      *          registrar posts. Queue order, not grades or
      *          program, decides who gets the seat. Seats ADD-DROP
      *          released through the SEAT-RELEASE queue are listed
      *          against each course - a released seat in a course
      *          with nobody waiting is called out so the registrar
      *          can reopen it for adds - and the queue is emptied
      *          once reported.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS WTL-COURSE-KEY
               FILE STATUS IS WS-WAITLIST-STATUS.

      *> OPTIONAL: a term with no drops since the last run has no
      *> release queue.
           SELECT OPTIONAL SEAT-RELEASE
           ASSIGN TO WS-RELEASE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

           SELECT PROMOTION-LISTING
           ASSIGN TO WS-LISTING-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           01 WAITLIST-RECORD.
               COPY WTLREC.

       FD  SEAT-RELEASE.
           01 RELEASE-RECORD.
               COPY SRLREC.

       FD  PROMOTION-LISTING.
           01 LST-LINE PIC X(80).
      *-----------------------
           05 WS-ENROLLMENT-STATUS PIC X(2).
           05 WS-WAITLIST-STATUS PIC X(2).
           05 WS-CATALOG-STATUS PIC X(2).
           05 WS-RELEASE-STATUS PIC X(2).
           05 WS-RELEASE-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-RELEASE-RECORDS VALUE 'Y'.
           05 WS-WTL-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-WTL-RECORDS VALUE 'Y'.
           05 WS-COUNT-EOF-FLAG PIC X(1).
           05 WS-ENROLLMENT-PATH PIC X(80).
           05 WS-WAITLIST-PATH PIC X(80).
           05 WS-LISTING-PATH PIC X(80).
           05 WS-RELEASE-PATH PIC X(80).

       01 WS-CATALOG-LOOKUP-FIELDS.
           05 WS-CAT-FOUND-SW PIC X(1).
               10 WS-QUE-PROMOTED-SW PIC X(1).
                   88 QUEUE-ENTRY-PROMOTED VALUE 'Y'.

      *> The drops ADD-DROP queued since the last run, one entry per
      *> course with the number of seats released in it.
       01 WS-RELEASE-TABLE-FIELDS.
           05 WS-RELEASE-COUNT PIC 9(3) VALUE 0.
           05 WS-RELEASE-MAX PIC 9(3) VALUE 200.
           05 WS-REL-IDX PIC 9(3).
           05 WS-REL-HIT PIC 9(3).
           05 WS-RELEASE-ENTRY OCCURS 200 TIMES.
               10 WS-REL-COURSE PIC X(7).
               10 WS-REL-SEATS PIC 9(3).
               10 WS-REL-WAITLIST-SW PIC X(1).
                   88 RELEASE-HAS-WAITLIST VALUE 'Y'.

       01 WS-PROMOTE-FIELDS.
           05 WS-WORK-COURSE PIC X(7).
           05 WS-COURSE-HEADCOUNT PIC 9(5).
           05 WS-COURSE-COUNT PIC 9(5) VALUE 0.
           05 WS-PROMOTED-COUNT PIC 9(5) VALUE 0.
           05 WS-STILL-WAITING-COUNT PIC 9(5) VALUE 0.
           05 WS-SEATS-RELEASED-COUNT PIC 9(5) VALUE 0.
           05 WS-NO-WAITLIST-COUNT PIC 9(5) VALUE 0.

       01 LST-HEADING.
           05 FILLER PIC X(40)
           05 FILLER PIC X(17) VALUE "  STILL WAITING: ".
           05 LTL-WAITING PIC ZZZZ9.
           05 FILLER PIC X(43) VALUE SPACES.

       01 LST-RELEASE-LINE.
           05 LRL-COURSE-CODE PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "SEATS RELEASED BY DROPS: ".
           05 LRL-SEATS PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LRL-NOTE PIC X(30).
           05 FILLER PIC X(11) VALUE SPACES.

       01 LST-RELEASE-TOTAL-LINE.
           05 FILLER PIC X(16) VALUE "SEATS RELEASED: ".
           05 LRT-RELEASED PIC ZZZZ9.
           05 FILLER PIC X(31)
               VALUE "  IN COURSES WITH NO WAITLIST: ".
           05 LRT-NO-WAITLIST PIC ZZZZ9.
           05 FILLER PIC X(23) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               CLOSE COURSE-ENROLLMENT
               STOP RUN
           END-IF.
           PERFORM 1500-LOAD-SEAT-RELEASES.
           OPEN OUTPUT PROMOTION-LISTING.
           MOVE WS-TERM TO LST-HDG-TERM.
           WRITE LST-LINE FROM LST-HEADING.
           PERFORM 2000-WALK-WAITLIST-COURSES.
           PERFORM 4000-LIST-UNWAITLISTED-SEATS.
           MOVE WS-PROMOTED-COUNT TO LTL-PROMOTED.
           MOVE WS-STILL-WAITING-COUNT TO LTL-WAITING.
           WRITE LST-LINE FROM LST-TOTAL-LINE.
           MOVE WS-SEATS-RELEASED-COUNT TO LRT-RELEASED.
           MOVE WS-NO-WAITLIST-COUNT TO LRT-NO-WAITLIST.
           WRITE LST-LINE FROM LST-RELEASE-TOTAL-LINE.
           CLOSE PROMOTION-LISTING.
           PERFORM 4500-CLEAR-SEAT-RELEASES.
           CLOSE WAITLIST.
           CLOSE COURSE-ENROLLMENT.
           CLOSE COURSE-CATALOG.
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-LISTING-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "SEAT-RELEASE-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-RELEASE-PATH.

       1100-FIND-CATALOG-ENTRY.
      **
                   END-IF
           END-READ.

       1500-LOAD-SEAT-RELEASES.
      **
      * Loads the seat-release queue ADD-DROP appends to, totalled
      * by course. Courses past the table's capacity are called out
      * and simply not reported - the seats themselves are still
      * filled, since promotion counts the headcount directly.
      **
           OPEN INPUT SEAT-RELEASE.
           IF WS-RELEASE-STATUS NOT = "00" AND
              WS-RELEASE-STATUS NOT = "05"
               DISPLAY "CANNOT OPEN SEAT-RELEASE QUEUE, STATUS "
                   WS-RELEASE-STATUS
               CLOSE WAITLIST
               CLOSE COURSE-ENROLLMENT
               CLOSE COURSE-CATALOG
               STOP RUN
           END-IF.
           PERFORM UNTIL NO-MORE-RELEASE-RECORDS
               READ SEAT-RELEASE
                   AT END MOVE 'Y' TO WS-RELEASE-EOF-FLAG
                   NOT AT END
                       PERFORM 1550-STORE-SEAT-RELEASE
               END-READ
           END-PERFORM.
           CLOSE SEAT-RELEASE.

       1550-STORE-SEAT-RELEASE.
      **
      * Adds one released seat to its course's table entry,
      * opening an entry the first time the course is seen.
      **
           ADD 1 TO WS-SEATS-RELEASED-COUNT.
           MOVE 0 TO WS-REL-HIT.
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
               UNTIL WS-REL-IDX > WS-RELEASE-COUNT OR WS-REL-HIT > 0
               IF WS-REL-COURSE (WS-REL-IDX) = SRL-COURSE-CODE
                   MOVE WS-REL-IDX TO WS-REL-HIT
               END-IF
           END-PERFORM.
           IF WS-REL-HIT > 0
               ADD 1 TO WS-REL-SEATS (WS-REL-HIT)
           ELSE
               IF WS-RELEASE-COUNT < WS-RELEASE-MAX
                   ADD 1 TO WS-RELEASE-COUNT
                   MOVE SRL-COURSE-CODE
                       TO WS-REL-COURSE (WS-RELEASE-COUNT)
                   MOVE 1 TO WS-REL-SEATS (WS-RELEASE-COUNT)
                   MOVE 'N' TO WS-REL-WAITLIST-SW (WS-RELEASE-COUNT)
               ELSE
                   DISPLAY "SEAT RELEASE TABLE FULL, DROPPED "
                       SRL-COURSE-CODE
               END-IF
           END-IF.

       2000-WALK-WAITLIST-COURSES.
      **
      * Walks the waitlist in key order, gathering each course's
      * consumed by the walk.
      **
           ADD 1 TO WS-COURSE-COUNT.
           PERFORM 3600-LIST-RELEASED-SEATS.
           PERFORM 3100-COUNT-COURSE-HEADCOUNT.
           PERFORM 3200-COMPUTE-OPEN-SEATS.
           PERFORM UNTIL WS-OPEN-SEATS <= 0
                       WS-WORK-COURSE " "
                       WS-QUE-STUDENT (WS-QUE-PICK)
           END-DELETE.

       3600-LIST-RELEASED-SEATS.
      **
      * Lists the seats drops released in the course being
      * settled, ahead of the promotions that fill them, and marks
      * the course as having a waitlist.
      **
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
               UNTIL WS-REL-IDX > WS-RELEASE-COUNT
               IF WS-REL-COURSE (WS-REL-IDX) = WS-WORK-COURSE
                   MOVE 'Y' TO WS-REL-WAITLIST-SW (WS-REL-IDX)
                   MOVE WS-WORK-COURSE TO LRL-COURSE-CODE
                   MOVE WS-REL-SEATS (WS-REL-IDX) TO LRL-SEATS
                   MOVE "FILLED FROM WAITLIST BELOW" TO LRL-NOTE
                   WRITE LST-LINE FROM LST-RELEASE-LINE
               END-IF
           END-PERFORM.

       4000-LIST-UNWAITLISTED-SEATS.
      **
      * Lists the released seats in courses nobody is waiting
      * for - open for adds again rather than promotion.
      **
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
               UNTIL WS-REL-IDX > WS-RELEASE-COUNT
               IF NOT RELEASE-HAS-WAITLIST (WS-REL-IDX)
                   ADD WS-REL-SEATS (WS-REL-IDX)
                       TO WS-NO-WAITLIST-COUNT
                   MOVE WS-REL-COURSE (WS-REL-IDX) TO LRL-COURSE-CODE
                   MOVE WS-REL-SEATS (WS-REL-IDX) TO LRL-SEATS
                   MOVE "NO WAITLIST - OPEN FOR ADDS" TO LRL-NOTE
                   WRITE LST-LINE FROM LST-RELEASE-LINE
               END-IF
           END-PERFORM.

       4500-CLEAR-SEAT-RELEASES.
      **
      * Empties the seat-release queue now that every release in
      * it has been reported and its seat offered to the waitlist.
      * ADD-DROP keeps appending to the emptied file.
      **
           OPEN OUTPUT SEAT-RELEASE.
           CLOSE SEAT-RELEASE.
      ** add other procedures here
       END PROGRAM WAITLIST-PROMOTE.
