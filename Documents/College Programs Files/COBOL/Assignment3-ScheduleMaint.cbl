      ******************************************************************
      * Author:
      * Date:
      * Purpose: Online maintenance for the term's SECTION-SCHEDULE
      *          master and the ROOM-MASTER it rooms sections in, in
      *          the mold of CATALOG-MAINT. The catalog says what a
      *          course is; this says when and where it meets -
      *          meeting days, start and end times, room, and
      *          instructor, keyed on course code. Sections are
      *          added, changed, and deleted with field edits (the
      *          course on the catalog, real days and times, start
      *          before end, the room on the room master, an
      *          instructor named), and rooms are added or changed
      *          with their seat counts. The operator signs on against
      *          OPERATOR-SECURITY and must hold the schedule
      *          maintenance grant; failures and refusals go to the
      *          SECURITY-VIOLATIONS log. Every change is echoed to
      *          an audit file with before and after images, the
      *          operator id, and a timestamp. A section roomed
      *          below its catalog capacity is warned about here and
      *          listed nightly by SCHEDULE-CONFLICT.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SCHEDULE-MAINT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> OPTIONAL so the first maintenance session of a term can
      *> create the term's schedule master.
           SELECT OPTIONAL SECTION-SCHEDULE
           ASSIGN TO WS-SCHEDULE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SCH-COURSE-CODE
               FILE STATUS IS WS-SCHEDULE-STATUS.

      *> OPTIONAL so the first session ever can create the room
      *> master.
           SELECT OPTIONAL ROOM-MASTER
           ASSIGN TO WS-ROOM-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ROM-ROOM-CODE
               FILE STATUS IS WS-ROOM-STATUS.

           SELECT COURSE-CATALOG
           ASSIGN TO WS-CATALOG-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CAT-COURSE-CODE
               FILE STATUS IS WS-CATALOG-STATUS.

      *> OPTIONAL so the first session can OPEN EXTEND an audit
      *> file that does not exist yet.
           SELECT OPTIONAL SCHEDULE-AUDIT
           ASSIGN TO WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

      *> The sign-on file; I-O so a failed password can be counted
      *> toward the lockout and a good one can clear the count.
           SELECT OPERATOR-SECURITY
           ASSIGN TO WS-OPERATOR-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

      *> OPTIONAL so the first violation ever can create the log.
           SELECT OPTIONAL SECURITY-LOG
           ASSIGN TO WS-SECURITY-LOG-PATH
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

       FD  SCHEDULE-AUDIT.
           01 AUDIT-RECORD.
               05 AUD-TIMESTAMP PIC 9(14).
               05 AUD-OPERATOR PIC X(8).
      *> The course code for a section change, the room code for a
      *> room change.
               05 AUD-RECORD-KEY PIC X(7).
               05 AUD-FIELD-NAME PIC X(20).
               05 AUD-BEFORE-IMAGE PIC X(30).
               05 AUD-AFTER-IMAGE PIC X(30).

       FD  OPERATOR-SECURITY.
           01 OPERATOR-RECORD.
               COPY OPRREC.

       FD  SECURITY-LOG.
           01 SECURITY-LOG-RECORD.
               COPY SECREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FIELDS.
           05 WS-SCHEDULE-STATUS PIC X(2).
           05 WS-ROOM-STATUS PIC X(2).
           05 WS-CATALOG-STATUS PIC X(2).
           05 WS-SESSION-DONE-SW PIC X(1) VALUE 'N'.
               88 SESSION-DONE VALUE 'Y'.

       01 WS-FILE-PATH-FIELDS.
           05 WS-BASE-PATH PIC X(40).
           05 WS-BASE-PATH-LEN PIC 9(2).
           05 WS-TERM PIC X(10).
           05 WS-SCHEDULE-PATH PIC X(80).
           05 WS-ROOM-PATH PIC X(80).
           05 WS-CATALOG-PATH PIC X(80).
           05 WS-AUDIT-PATH PIC X(80).
           05 WS-OPERATOR-PATH PIC X(80).
           05 WS-SECURITY-LOG-PATH PIC X(80).

       01 WS-OPERATOR-FIELDS.
           05 WS-OPERATOR-ID PIC X(8).
           05 WS-OPERATOR-STATUS PIC X(2).
           05 WS-PASSWORD-IN PIC X(8).
           05 WS-SIGNON-SW PIC X(1) VALUE 'N'.
               88 OPERATOR-SIGNED-ON VALUE 'Y'.
           05 WS-SIGNON-TRIES PIC 9(1) VALUE 0.
      *> Sign-on attempts allowed per session, and bad passwords in
      *> a row before the id is locked out.
           05 WS-SIGNON-TRIES-MAX PIC 9(1) VALUE 3.
           05 WS-LOCKOUT-LIMIT PIC 9(2) VALUE 3.
      *> The signed-on operator's grants, copied off the security
      *> record so the file need not stay open all session.
           05 WS-OPR-PERMISSIONS.
               10 WS-PERM-STUDENT-INQUIRY PIC X(1).
               10 WS-PERM-STUDENT-CHANGE PIC X(1).
               10 WS-PERM-HOLD-TYPES PIC X(3).
               10 WS-PERM-CATALOG-MAINT PIC X(1).
               10 WS-PERM-REJECT-RELEASE PIC X(1).
               10 WS-PERM-SECURITY-ADMIN PIC X(1).
               10 WS-PERM-AID-MAINT PIC X(1).
               10 WS-PERM-SCHEDULE-MAINT PIC X(1).
                   88 MAY-MAINTAIN-SCHEDULE VALUE 'Y'.
               10 WS-PERM-TERM-CLOSE PIC X(1).
           05 WS-SEC-CODE PIC X(2).
           05 WS-SEC-FUNCTION PIC X(20).
           05 WS-SEC-OBJECT PIC X(10).

       01 WS-MAINT-FIELDS.
           05 WS-ACTION-CODE PIC X(1).
           05 WS-WANTED-COURSE PIC X(7).
           05 WS-WANTED-ROOM PIC X(6).
           05 WS-INPUT-VALUE PIC X(30).
           05 WS-NUMBER-DISPLAY PIC ZZ9.
           05 WS-TIME-DISPLAY PIC 9(4).

       01 WS-EDIT-FIELDS.
           05 WS-VALID-SW PIC X(1).
               88 SECTION-FIELDS-VALID VALUE 'Y'.
               88 SECTION-FIELDS-INVALID VALUE 'N'.
           05 WS-ROOM-FOUND-SW PIC X(1).
               88 ROOM-FOUND VALUE 'Y'.
               88 ROOM-NOT-FOUND VALUE 'N'.
           05 WS-DAY-IDX PIC 9(1).
           05 WS-MEETING-DAY-COUNT PIC 9(1).
      *> The day letter each SCH-MEETING-DAYS position must carry
      *> when the section meets that day.
           05 WS-DAY-LETTERS PIC X(7) VALUE "MTWRFSU".
           05 FILLER REDEFINES WS-DAY-LETTERS.
               10 WS-DAY-LETTER PIC X(1) OCCURS 7 TIMES.
           05 WS-CHECK-TIME PIC 9(4).
           05 FILLER REDEFINES WS-CHECK-TIME.
               10 WS-CHECK-HOUR PIC 9(2).
               10 WS-CHECK-MINUTE PIC 9(2).

       01 WS-AUDIT-FIELDS.
           05 WS-AUD-RECORD-KEY PIC X(7).
           05 WS-AUD-FIELD-NAME PIC X(20).
           05 WS-AUD-BEFORE PIC X(30).
           05 WS-AUD-AFTER PIC X(30).

      *> Field changes keyed during a C command are buffered here
      *> and reach the audit file only after the edits pass and the
      *> REWRITE lands, the rule CATALOG-MAINT follows. One slot
      *> per maintainable field.
       01 WS-PENDING-AUDIT-FIELDS.
           05 WS-PEND-AUD-COUNT PIC 9(1) VALUE 0.
           05 WS-PEND-AUD-IDX PIC 9(1).
           05 WS-PEND-AUD-ENTRY OCCURS 5 TIMES.
               10 WS-PEND-FIELD-NAME PIC X(20).
               10 WS-PEND-BEFORE PIC X(30).
               10 WS-PEND-AFTER PIC X(30).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM 0050-BUILD-FILE-PATHS.
           DISPLAY "SECTION SCHEDULE MAINTENANCE - TERM " WS-TERM.
           PERFORM 0100-SIGN-ON-OPERATOR.
           IF NOT MAY-MAINTAIN-SCHEDULE
               MOVE "SCHEDULE-MAINT" TO WS-SEC-FUNCTION
               MOVE SPACES TO WS-SEC-OBJECT
               PERFORM 0180-REFUSE-FUNCTION
               CLOSE SECURITY-LOG
               STOP RUN
           END-IF.
           OPEN INPUT COURSE-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CATALOG MASTER, STATUS "
                   WS-CATALOG-STATUS
                   " - BUILD IT WITH CATALOG MAINTENANCE"
               CLOSE SECURITY-LOG
               STOP RUN
           END-IF.
           OPEN I-O SECTION-SCHEDULE.
           IF WS-SCHEDULE-STATUS NOT = "00" AND
              WS-SCHEDULE-STATUS NOT = "05"
               DISPLAY "CANNOT OPEN SECTION SCHEDULE, STATUS "
                   WS-SCHEDULE-STATUS
               CLOSE COURSE-CATALOG
               CLOSE SECURITY-LOG
               STOP RUN
           END-IF.
           OPEN I-O ROOM-MASTER.
           IF WS-ROOM-STATUS NOT = "00" AND
              WS-ROOM-STATUS NOT = "05"
               DISPLAY "CANNOT OPEN ROOM MASTER, STATUS "
                   WS-ROOM-STATUS
               CLOSE SECTION-SCHEDULE
               CLOSE COURSE-CATALOG
               CLOSE SECURITY-LOG
               STOP RUN
           END-IF.
           OPEN EXTEND SCHEDULE-AUDIT.
           PERFORM UNTIL SESSION-DONE
               PERFORM 1000-PROCESS-ONE-COMMAND
           END-PERFORM.
           CLOSE SECTION-SCHEDULE.
           CLOSE ROOM-MASTER.
           CLOSE COURSE-CATALOG.
           CLOSE SCHEDULE-AUDIT.
           CLOSE SECURITY-LOG.
           DISPLAY "SCHEDULE MAINTENANCE SESSION ENDED".
           STOP RUN.

       0050-BUILD-FILE-PATHS.
      **
      * Resolves the data directory and term/semester from the
      * environment, falling back to the historical hard-coded data
      * directory and a generic term when they are not set, and
      * builds each file's ASSIGN TO path from them.
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
      *> Sections meet at different times every term, so the
      *> schedule and its audit trail are term-suffixed; the rooms
      *> and the catalog are shared by every term.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "SECTION-SCHEDULE-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-SCHEDULE-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "ROOM-MASTER.TXT" DELIMITED BY SIZE
               INTO WS-ROOM-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "COURSE-CATALOG-MASTER.TXT" DELIMITED BY SIZE
               INTO WS-CATALOG-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "SCHEDULE-AUDIT-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-AUDIT-PATH.
      *> The operators and their violations are not term data
      *> either.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "OPERATOR-SECURITY.TXT" DELIMITED BY SIZE
               INTO WS-OPERATOR-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "SECURITY-VIOLATIONS.TXT" DELIMITED BY SIZE
               INTO WS-SECURITY-LOG-PATH.

       0100-SIGN-ON-OPERATOR.
      **
      * Signs the operator on against OPERATOR-SECURITY: the id
      * must be on file and active, and the password must match.
      * Every failure is logged as a violation, and a run of bad
      * passwords locks the id until the supervisor resets it. The
      * session ends after a few failed tries.
      **
           OPEN I-O OPERATOR-SECURITY.
           IF WS-OPERATOR-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN OPERATOR-SECURITY, STATUS "
                   WS-OPERATOR-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND SECURITY-LOG.
           PERFORM UNTIL OPERATOR-SIGNED-ON OR
                   WS-SIGNON-TRIES >= WS-SIGNON-TRIES-MAX
               ADD 1 TO WS-SIGNON-TRIES
               PERFORM 0150-ATTEMPT-SIGN-ON
           END-PERFORM.
           CLOSE OPERATOR-SECURITY.
           IF NOT OPERATOR-SIGNED-ON
               DISPLAY "SIGN-ON REFUSED - SESSION ENDED"
               CLOSE SECURITY-LOG
               STOP RUN
           END-IF.

       0150-ATTEMPT-SIGN-ON.
      **
      * One sign-on try. The console never says whether it was the
      * id or the password that failed; the log does.
      **
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID.
           DISPLAY "PASSWORD: " WITH NO ADVANCING.
           ACCEPT WS-PASSWORD-IN.
           MOVE SPACES TO WS-SEC-CODE.
           MOVE "SIGN-ON" TO WS-SEC-FUNCTION.
           MOVE SPACES TO WS-SEC-OBJECT.
           MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID.
           READ OPERATOR-SECURITY
               INVALID KEY
                   MOVE "UN" TO WS-SEC-CODE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OPR-ACTIVE-FLAG = 'L'
                           MOVE "LO" TO WS-SEC-CODE
                       WHEN OPR-ACTIVE-FLAG NOT = 'A'
                           MOVE "RV" TO WS-SEC-CODE
                       WHEN OPR-PASSWORD NOT = WS-PASSWORD-IN
                           PERFORM 0160-COUNT-BAD-PASSWORD
                       WHEN OTHER
                           PERFORM 0170-ACCEPT-SIGN-ON
                   END-EVALUATE
           END-READ.
           IF NOT OPERATOR-SIGNED-ON
               IF WS-SEC-CODE = "LK" OR WS-SEC-CODE = "LO"
                   DISPLAY "OPERATOR ID LOCKED - SEE THE SUPERVISOR"
               ELSE
                   DISPLAY "SIGN-ON FAILED"
               END-IF
               PERFORM 0190-LOG-VIOLATION
           END-IF.

       0160-COUNT-BAD-PASSWORD.
      **
      * Counts a bad password against the id, locking it once the
      * count reaches the limit.
      **
           ADD 1 TO OPR-FAILED-COUNT.
           IF OPR-FAILED-COUNT >= WS-LOCKOUT-LIMIT
               MOVE 'L' TO OPR-ACTIVE-FLAG
               MOVE FUNCTION CURRENT-DATE (1:8) TO OPR-LOCKED-DATE
               MOVE "LK" TO WS-SEC-CODE
           ELSE
               MOVE "PW" TO WS-SEC-CODE
           END-IF.
           REWRITE OPERATOR-RECORD
           INVALID KEY
               DISPLAY "CANNOT REWRITE OPERATOR-SECURITY, STATUS "
                   WS-OPERATOR-STATUS
           END-REWRITE.

       0170-ACCEPT-SIGN-ON.
      **
      * A good sign-on clears the bad-password count, stamps the
      * date, and takes the operator's grants for the session.
      **
           MOVE 0 TO OPR-FAILED-COUNT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO OPR-LAST-SIGNON-DATE.
           REWRITE OPERATOR-RECORD
           INVALID KEY
               DISPLAY "CANNOT REWRITE OPERATOR-SECURITY, STATUS "
                   WS-OPERATOR-STATUS
           END-REWRITE.
           MOVE OPR-PERMISSIONS TO WS-OPR-PERMISSIONS.
           MOVE 'Y' TO WS-SIGNON-SW.
           DISPLAY "SIGNED ON - " OPR-OPERATOR-NAME.

       0180-REFUSE-FUNCTION.
      **
      * Refuses a function the operator is not granted and logs the
      * attempt; the caller names the function and its object.
      **
           DISPLAY "NOT AUTHORIZED FOR " WS-SEC-FUNCTION.
           MOVE "NA" TO WS-SEC-CODE.
           PERFORM 0190-LOG-VIOLATION.

       0190-LOG-VIOLATION.
      **
      * Appends one line to the SECURITY-VIOLATIONS log.
      **
           MOVE FUNCTION CURRENT-DATE (1:14) TO SEC-TIMESTAMP.
           MOVE "SCHEDULE-MAINT" TO SEC-PROGRAM.
           MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID.
           MOVE WS-SEC-CODE TO SEC-VIOLATION-CODE.
           MOVE WS-SEC-FUNCTION TO SEC-FUNCTION.
           MOVE WS-SEC-OBJECT TO SEC-OBJECT.
           WRITE SECURITY-LOG-RECORD.

       1000-PROCESS-ONE-COMMAND.
      **
      * Prompts for one command and dispatches it.
      **
           DISPLAY " ".
           DISPLAY "ACTION (A=ADD SECTION C=CHANGE SECTION"
               " D=DELETE SECTION R=ROOM X=END): "
               WITH NO ADVANCING.
           ACCEPT WS-ACTION-CODE.
           MOVE FUNCTION UPPER-CASE(WS-ACTION-CODE)
               TO WS-ACTION-CODE.
           EVALUATE WS-ACTION-CODE
               WHEN 'A'
                   PERFORM 2000-ADD-SECTION
               WHEN 'C'
                   PERFORM 3000-CHANGE-SECTION
               WHEN 'D'
                   PERFORM 4000-DELETE-SECTION
               WHEN 'R'
                   PERFORM 6000-MAINTAIN-ROOM
               WHEN 'X'
                   MOVE 'Y' TO WS-SESSION-DONE-SW
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED ACTION"
           END-EVALUATE.

       1100-ACCEPT-COURSE-CODE.
      **
      * Prompts for the course code a section command works on.
      **
           DISPLAY "COURSE CODE: " WITH NO ADVANCING.
           ACCEPT WS-WANTED-COURSE.
           MOVE FUNCTION UPPER-CASE(WS-WANTED-COURSE)
               TO WS-WANTED-COURSE.

       1200-FIND-ROOM.
      **
      * Reads SCH-ROOM-CODE's entry from the room master by key.
      **
           SET ROOM-NOT-FOUND TO TRUE.
           MOVE SCH-ROOM-CODE TO ROM-ROOM-CODE.
           READ ROOM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ROOM-FOUND TO TRUE
           END-READ.

       2000-ADD-SECTION.
      **
      * Schedules a course: it must be an offered course on the
      * catalog, every field is prompted and edited, and the
      * indexed key makes a second schedule for the same course a
      * refused WRITE.
      **
           PERFORM 1100-ACCEPT-COURSE-CODE.
           MOVE WS-WANTED-COURSE TO CAT-COURSE-CODE.
           READ COURSE-CATALOG
               INVALID KEY
                   MOVE 'I' TO CAT-STATUS
           END-READ.
           IF WS-WANTED-COURSE = SPACES OR CAT-STATUS = 'I'
               DISPLAY "COURSE " WS-WANTED-COURSE
                   " IS NOT AN OFFERED CATALOG COURSE"
           ELSE
               MOVE SPACES TO SCHEDULE-RECORD
               MOVE WS-WANTED-COURSE TO SCH-COURSE-CODE
               PERFORM 2100-PROMPT-ALL-FIELDS
               PERFORM 5000-VALIDATE-SECTION-FIELDS
               IF SECTION-FIELDS-VALID
                   WRITE SCHEDULE-RECORD
                   INVALID KEY
                       DISPLAY "COURSE " WS-WANTED-COURSE
                           " IS ALREADY SCHEDULED"
                   NOT INVALID KEY
                       MOVE SCH-COURSE-CODE TO WS-AUD-RECORD-KEY
                       MOVE "SECTION-ADDED" TO WS-AUD-FIELD-NAME
                       MOVE SPACES TO WS-AUD-BEFORE
                       PERFORM 2200-FORMAT-MEETING-IMAGE
                       PERFORM 8000-WRITE-AUDIT
                       DISPLAY "SECTION ADDED"
                       PERFORM 5500-WARN-ROOM-CAPACITY
                   END-WRITE
               END-IF
           END-IF.

       2100-PROMPT-ALL-FIELDS.
      **
      * Prompts every maintainable field for an add.
      **
           DISPLAY "MEETING DAYS (MTWRFSU, - FOR NO MEETING): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-VALUE)
               TO SCH-MEETING-DAYS.
           DISPLAY "START TIME (HHMM): " WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           COMPUTE SCH-START-TIME =
               FUNCTION NUMVAL(WS-INPUT-VALUE).
           DISPLAY "END TIME (HHMM): " WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           COMPUTE SCH-END-TIME =
               FUNCTION NUMVAL(WS-INPUT-VALUE).
           DISPLAY "ROOM: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-VALUE)
               TO SCH-ROOM-CODE.
           DISPLAY "INSTRUCTOR: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           MOVE WS-INPUT-VALUE TO SCH-INSTRUCTOR.

       2200-FORMAT-MEETING-IMAGE.
      **
      * Builds the audit image of a whole section - days, times,
      * and room - in WS-AUD-AFTER.
      **
           MOVE SPACES TO WS-AUD-AFTER.
           STRING SCH-MEETING-DAYS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SCH-START-TIME DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   SCH-END-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SCH-ROOM-CODE DELIMITED BY SIZE
               INTO WS-AUD-AFTER.

       3000-CHANGE-SECTION.
      **
      * Changes a section field by field - blank keeps - with the
      * whole record re-edited before the rewrite, and the keyed
      * changes audited only once the REWRITE lands, the same rule
      * CATALOG-MAINT's C command follows.
      **
           PERFORM 1100-ACCEPT-COURSE-CODE.
           MOVE WS-WANTED-COURSE TO SCH-COURSE-CODE.
           READ SECTION-SCHEDULE
               INVALID KEY
                   DISPLAY "COURSE " WS-WANTED-COURSE
                       " NOT SCHEDULED"
               NOT INVALID KEY
                   MOVE 0 TO WS-PEND-AUD-COUNT
                   PERFORM 3100-DISPLAY-SECTION
                   PERFORM 3200-PROMPT-CHANGES
                   PERFORM 5000-VALIDATE-SECTION-FIELDS
                   IF SECTION-FIELDS-VALID
                       REWRITE SCHEDULE-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED, STATUS "
                               WS-SCHEDULE-STATUS
                       NOT INVALID KEY
                           PERFORM 3400-FLUSH-PENDING-AUDITS
                           DISPLAY "SECTION UPDATED"
                           PERFORM 5500-WARN-ROOM-CAPACITY
                       END-REWRITE
                   ELSE
                       DISPLAY "CHANGES REFUSED - RETRIEVE THE"
                           " SECTION AND KEY THEM AGAIN"
                   END-IF
           END-READ.

       3100-DISPLAY-SECTION.
      **
      * Shows the retrieved section.
      **
           DISPLAY "COURSE:     " SCH-COURSE-CODE.
           DISPLAY "DAYS:       " SCH-MEETING-DAYS.
           DISPLAY "START:      " SCH-START-TIME.
           DISPLAY "END:        " SCH-END-TIME.
           DISPLAY "ROOM:       " SCH-ROOM-CODE.
           DISPLAY "INSTRUCTOR: " SCH-INSTRUCTOR.

       3200-PROMPT-CHANGES.
      **
      * Prompts each field's replacement, blank to keep, buffering
      * an audit image for every field actually changed.
      **
           MOVE WS-WANTED-COURSE TO WS-AUD-RECORD-KEY.
           MOVE SCH-MEETING-DAYS TO WS-AUD-BEFORE.
           DISPLAY "NEW MEETING DAYS (BLANK TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           IF WS-INPUT-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-INPUT-VALUE)
                   TO SCH-MEETING-DAYS
               MOVE SCH-MEETING-DAYS TO WS-AUD-AFTER
               MOVE "MEETING-DAYS" TO WS-AUD-FIELD-NAME
               PERFORM 3250-BUFFER-AUDIT-LINE
           END-IF.
           MOVE SCH-START-TIME TO WS-AUD-BEFORE.
           DISPLAY "NEW START TIME (BLANK TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           IF WS-INPUT-VALUE NOT = SPACES
               COMPUTE SCH-START-TIME =
                   FUNCTION NUMVAL(WS-INPUT-VALUE)
               MOVE SCH-START-TIME TO WS-AUD-AFTER
               MOVE "START-TIME" TO WS-AUD-FIELD-NAME
               PERFORM 3250-BUFFER-AUDIT-LINE
           END-IF.
           MOVE SCH-END-TIME TO WS-AUD-BEFORE.
           DISPLAY "NEW END TIME (BLANK TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           IF WS-INPUT-VALUE NOT = SPACES
               COMPUTE SCH-END-TIME =
                   FUNCTION NUMVAL(WS-INPUT-VALUE)
               MOVE SCH-END-TIME TO WS-AUD-AFTER
               MOVE "END-TIME" TO WS-AUD-FIELD-NAME
               PERFORM 3250-BUFFER-AUDIT-LINE
           END-IF.
           MOVE SCH-ROOM-CODE TO WS-AUD-BEFORE.
           DISPLAY "NEW ROOM (BLANK TO KEEP): " WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           IF WS-INPUT-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-INPUT-VALUE)
                   TO SCH-ROOM-CODE
               MOVE SCH-ROOM-CODE TO WS-AUD-AFTER
               MOVE "ROOM" TO WS-AUD-FIELD-NAME
               PERFORM 3250-BUFFER-AUDIT-LINE
           END-IF.
           MOVE SCH-INSTRUCTOR TO WS-AUD-BEFORE.
           DISPLAY "NEW INSTRUCTOR (BLANK TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           IF WS-INPUT-VALUE NOT = SPACES
               MOVE WS-INPUT-VALUE TO SCH-INSTRUCTOR
               MOVE SCH-INSTRUCTOR TO WS-AUD-AFTER
               MOVE "INSTRUCTOR" TO WS-AUD-FIELD-NAME
               PERFORM 3250-BUFFER-AUDIT-LINE
           END-IF.

       3250-BUFFER-AUDIT-LINE.
      **
      * Holds one field change's audit image until the REWRITE
      * proves the change real. One slot exists per maintainable
      * field, so the table cannot overflow.
      **
           ADD 1 TO WS-PEND-AUD-COUNT.
           MOVE WS-AUD-FIELD-NAME
               TO WS-PEND-FIELD-NAME (WS-PEND-AUD-COUNT).
           MOVE WS-AUD-BEFORE
               TO WS-PEND-BEFORE (WS-PEND-AUD-COUNT).
           MOVE WS-AUD-AFTER
               TO WS-PEND-AFTER (WS-PEND-AUD-COUNT).

       3400-FLUSH-PENDING-AUDITS.
      **
      * The change landed on the master; write its buffered audit
      * lines to the trail.
      **
           PERFORM VARYING WS-PEND-AUD-IDX FROM 1 BY 1
               UNTIL WS-PEND-AUD-IDX > WS-PEND-AUD-COUNT
               MOVE WS-PEND-FIELD-NAME (WS-PEND-AUD-IDX)
                   TO WS-AUD-FIELD-NAME
               MOVE WS-PEND-BEFORE (WS-PEND-AUD-IDX)
                   TO WS-AUD-BEFORE
               MOVE WS-PEND-AFTER (WS-PEND-AUD-IDX)
                   TO WS-AUD-AFTER
               PERFORM 8000-WRITE-AUDIT
           END-PERFORM.
           MOVE 0 TO WS-PEND-AUD-COUNT.

       4000-DELETE-SECTION.
      **
      * Takes a course off the term's schedule. Unlike a catalog
      * course there is no history to keep - the schedule is the
      * term's plan, and the audit line carries the deleted
      * meeting as its before image.
      **
           PERFORM 1100-ACCEPT-COURSE-CODE.
           MOVE WS-WANTED-COURSE TO SCH-COURSE-CODE.
           READ SECTION-SCHEDULE
               INVALID KEY
                   DISPLAY "COURSE " WS-WANTED-COURSE
                       " NOT SCHEDULED"
               NOT INVALID KEY
                   PERFORM 2200-FORMAT-MEETING-IMAGE
                   MOVE WS-AUD-AFTER TO WS-AUD-BEFORE
                   DELETE SECTION-SCHEDULE RECORD
                       INVALID KEY
                           DISPLAY "DELETE FAILED, STATUS "
                               WS-SCHEDULE-STATUS
                       NOT INVALID KEY
                           MOVE WS-WANTED-COURSE TO WS-AUD-RECORD-KEY
                           MOVE "SECTION-DELETED" TO WS-AUD-FIELD-NAME
                           MOVE SPACES TO WS-AUD-AFTER
                           PERFORM 8000-WRITE-AUDIT
                           DISPLAY "SECTION DELETED"
                   END-DELETE
           END-READ.

       5000-VALIDATE-SECTION-FIELDS.
      **
      * The section edits: every day position its own letter or
      * '-' with at least one meeting day, real 24-hour times with
      * the start before the end, the room on the room master, and
      * an instructor named. Reports every failing edit, the
      * CATALOG-MAINT convention. A blank day position is taken as
      * '-', so trailing dashes need not be keyed - "MTWRF" is a
      * weekday section - but each letter must still sit in its
      * own position.
      **
           SET SECTION-FIELDS-VALID TO TRUE.
           MOVE 0 TO WS-MEETING-DAY-COUNT.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 7
               IF SCH-MEETING-DAY (WS-DAY-IDX) = SPACE
                   MOVE '-' TO SCH-MEETING-DAY (WS-DAY-IDX)
               END-IF
               IF SCH-MEETING-DAY (WS-DAY-IDX) =
                       WS-DAY-LETTER (WS-DAY-IDX)
                   ADD 1 TO WS-MEETING-DAY-COUNT
               ELSE
                   IF SCH-MEETING-DAY (WS-DAY-IDX) NOT = '-'
                       SET SECTION-FIELDS-INVALID TO TRUE
                       DISPLAY "EDIT - DAY POSITION " WS-DAY-IDX
                           " MUST BE " WS-DAY-LETTER (WS-DAY-IDX)
                           " OR -"
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MEETING-DAY-COUNT = 0
               SET SECTION-FIELDS-INVALID TO TRUE
               DISPLAY "EDIT - AT LEAST ONE MEETING DAY REQUIRED"
           END-IF.
           MOVE SCH-START-TIME TO WS-CHECK-TIME.
           IF WS-CHECK-HOUR > 23 OR WS-CHECK-MINUTE > 59
               SET SECTION-FIELDS-INVALID TO TRUE
               DISPLAY "EDIT - START TIME IS NOT A 24-HOUR HHMM TIME"
           END-IF.
           MOVE SCH-END-TIME TO WS-CHECK-TIME.
           IF WS-CHECK-HOUR > 23 OR WS-CHECK-MINUTE > 59
               SET SECTION-FIELDS-INVALID TO TRUE
               DISPLAY "EDIT - END TIME IS NOT A 24-HOUR HHMM TIME"
           END-IF.
           IF SCH-START-TIME NOT < SCH-END-TIME
               SET SECTION-FIELDS-INVALID TO TRUE
               DISPLAY "EDIT - START TIME MUST BE BEFORE END TIME"
           END-IF.
           PERFORM 1200-FIND-ROOM.
           IF ROOM-NOT-FOUND
               SET SECTION-FIELDS-INVALID TO TRUE
               DISPLAY "EDIT - ROOM '" SCH-ROOM-CODE
                   "' NOT ON ROOM MASTER"
           END-IF.
           IF SCH-INSTRUCTOR = SPACES
               SET SECTION-FIELDS-INVALID TO TRUE
               DISPLAY "EDIT - INSTRUCTOR REQUIRED"
           END-IF.

       5500-WARN-ROOM-CAPACITY.
      **
      * Warns the clerk when the section's room seats fewer than
      * the catalog lets enroll. It is a warning, not a refusal -
      * the registrar may mean to lower the capacity next - and
      * the nightly SCHEDULE-CONFLICT run lists it until fixed.
      **
           MOVE SCH-COURSE-CODE TO CAT-COURSE-CODE.
           READ COURSE-CATALOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 1200-FIND-ROOM
                   IF ROOM-FOUND AND ROM-SEAT-COUNT < CAT-CAPACITY
                       DISPLAY "WARNING - ROOM " SCH-ROOM-CODE
                           " SEATS " ROM-SEAT-COUNT
                           " BUT CATALOG CAPACITY IS " CAT-CAPACITY
                   END-IF
           END-READ.

       6000-MAINTAIN-ROOM.
      **
      * Adds a room, or changes an existing room's description and
      * seat count, auditing each field changed. A room must seat
      * at least one.
      **
           DISPLAY "ROOM CODE: " WITH NO ADVANCING.
           ACCEPT WS-WANTED-ROOM.
           MOVE FUNCTION UPPER-CASE(WS-WANTED-ROOM) TO WS-WANTED-ROOM.
           IF WS-WANTED-ROOM = SPACES
               DISPLAY "ROOM CODE REQUIRED"
           ELSE
               MOVE WS-WANTED-ROOM TO ROM-ROOM-CODE
               MOVE WS-WANTED-ROOM TO WS-AUD-RECORD-KEY
               READ ROOM-MASTER
                   INVALID KEY
                       PERFORM 6100-ADD-ROOM
                   NOT INVALID KEY
                       PERFORM 6200-CHANGE-ROOM
               END-READ
           END-IF.

       6100-ADD-ROOM.
      **
      * Prompts a new room's fields and writes it.
      **
           MOVE SPACES TO ROOM-RECORD.
           MOVE WS-WANTED-ROOM TO ROM-ROOM-CODE.
           DISPLAY "NEW ROOM - DESCRIPTION: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           MOVE WS-INPUT-VALUE TO ROM-DESCRIPTION.
           DISPLAY "SEATS: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           COMPUTE ROM-SEAT-COUNT = FUNCTION NUMVAL(WS-INPUT-VALUE).
           IF ROM-SEAT-COUNT = 0
               DISPLAY "EDIT - SEAT COUNT REQUIRED"
           ELSE
               WRITE ROOM-RECORD
               INVALID KEY
                   DISPLAY "ROOM " WS-WANTED-ROOM " ALREADY ON FILE"
               NOT INVALID KEY
                   MOVE "ROOM-ADDED" TO WS-AUD-FIELD-NAME
                   MOVE SPACES TO WS-AUD-BEFORE
                   MOVE ROM-SEAT-COUNT TO WS-NUMBER-DISPLAY
                   MOVE WS-NUMBER-DISPLAY TO WS-AUD-AFTER
                   PERFORM 8000-WRITE-AUDIT
                   DISPLAY "ROOM ADDED"
               END-WRITE
           END-IF.

       6200-CHANGE-ROOM.
      **
      * Changes an existing room - blank keeps - auditing once the
      * REWRITE lands.
      **
           MOVE 0 TO WS-PEND-AUD-COUNT.
           MOVE ROM-SEAT-COUNT TO WS-NUMBER-DISPLAY.
           DISPLAY "ROOM:  " ROM-ROOM-CODE " " ROM-DESCRIPTION.
           DISPLAY "SEATS: " WS-NUMBER-DISPLAY.
           MOVE ROM-DESCRIPTION TO WS-AUD-BEFORE.
           DISPLAY "NEW DESCRIPTION (BLANK TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           IF WS-INPUT-VALUE NOT = SPACES
               MOVE WS-INPUT-VALUE TO ROM-DESCRIPTION
               MOVE ROM-DESCRIPTION TO WS-AUD-AFTER
               MOVE "DESCRIPTION" TO WS-AUD-FIELD-NAME
               PERFORM 3250-BUFFER-AUDIT-LINE
           END-IF.
           MOVE ROM-SEAT-COUNT TO WS-NUMBER-DISPLAY.
           MOVE WS-NUMBER-DISPLAY TO WS-AUD-BEFORE.
           DISPLAY "NEW SEAT COUNT (BLANK TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           IF WS-INPUT-VALUE NOT = SPACES
               COMPUTE ROM-SEAT-COUNT =
                   FUNCTION NUMVAL(WS-INPUT-VALUE)
               MOVE ROM-SEAT-COUNT TO WS-NUMBER-DISPLAY
               MOVE WS-NUMBER-DISPLAY TO WS-AUD-AFTER
               MOVE "SEAT-COUNT" TO WS-AUD-FIELD-NAME
               PERFORM 3250-BUFFER-AUDIT-LINE
           END-IF.
           IF ROM-SEAT-COUNT = 0
               DISPLAY "EDIT - SEAT COUNT REQUIRED - CHANGES REFUSED"
           ELSE
               REWRITE ROOM-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED, STATUS " WS-ROOM-STATUS
               NOT INVALID KEY
                   PERFORM 3400-FLUSH-PENDING-AUDITS
                   DISPLAY "ROOM UPDATED"
               END-REWRITE
           END-IF.

       8000-WRITE-AUDIT.
      **
      * Writes one audit line - who changed what, when, and the
      * field image before and after - the same trail CATALOG-MAINT
      * keeps for the catalog.
      **
           MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE WS-AUD-RECORD-KEY TO AUD-RECORD-KEY.
           MOVE WS-AUD-FIELD-NAME TO AUD-FIELD-NAME.
           MOVE WS-AUD-BEFORE TO AUD-BEFORE-IMAGE.
           MOVE WS-AUD-AFTER TO AUD-AFTER-IMAGE.
           WRITE AUDIT-RECORD.
      ** add other procedures here
       END PROGRAM SCHEDULE-MAINT.
