      *          including the COURSE-TABLE, and corrects individual
      *          fields in place with REWRITE - no converter rerun.
      *          Every change is echoed to an audit file with the
      *          before and after images, the operator id, and
      *          a timestamp. Retrieving a student first shows any
      *          active registrar holds from STUDENT-HOLDS, and the
      *          H command places or releases academic and
      *          administrative holds - financial holds belong to
      *          the nightly HOLD-UPDATE aging run and are shown but
      *          never maintained here. Every session signs on
      *          against the OPERATOR-SECURITY file by operator id
      *          and password; an inquiry-only operator can view but
      *          not change, and holds are maintained only for the
      *          hold types the operator is granted. Failed sign-ons
      *          and refused functions go to the SECURITY-VIOLATIONS
      *          log, and repeated bad passwords lock the id out.
      *          Once TERM-CLOSE has closed the term the session is
      *          inquiry-only until the term is reopened.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLDS-STATUS.

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

      *> TERM-CLOSE's record of the term; no file (status 35) is a
      *> term that has never been closed.
           SELECT TERM-STATUS-FILE
           ASSIGN TO WS-TERM-STATUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-FILE-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FD  STUDENT-HOLDS.
           01 HOLD-RECORD.
               COPY HLDREC.

       FD  OPERATOR-SECURITY.
           01 OPERATOR-RECORD.
               COPY OPRREC.

       FD  SECURITY-LOG.
           01 SECURITY-LOG-RECORD.
               COPY SECREC.

       FD  TERM-STATUS-FILE.
           01 TERM-STATUS-RECORD.
               COPY TRMREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FIELDS.
           05 WS-STUDENT-DONE-SW PIC X(1) VALUE 'N'.
               88 STUDENT-DONE VALUE 'Y'.
           05 WS-COURSE-IDX PIC 9(2).
           05 WS-TRM-FILE-STATUS PIC X(2).
           05 WS-TERM-CLOSED-SW PIC X(1) VALUE 'N'.
               88 TERM-IS-CLOSED VALUE 'Y'.

       01 WS-FILE-PATH-FIELDS.
           05 WS-BASE-PATH PIC X(40).
           05 WS-CONVERTED-PATH PIC X(80).
           05 WS-AUDIT-PATH PIC X(80).
           05 WS-HOLDS-PATH PIC X(80).
           05 WS-OPERATOR-PATH PIC X(80).
           05 WS-SECURITY-LOG-PATH PIC X(80).
           05 WS-TERM-STATUS-PATH PIC X(80).

       01 WS-HOLD-FIELDS.
           05 WS-HOLDS-STATUS PIC X(2).
               10 WS-HOLD-TYPE-ENTRY OCCURS 3 TIMES PIC X(1).
           05 WS-HOLD-TYPE-IN PIC X(1).
           05 WS-HOLD-ACTION PIC X(1).
           05 WS-HOLD-PERM-CNT PIC 9(1).
           05 WS-TODAY-DATE PIC 9(8).

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
                   88 MAY-VIEW-STUDENT VALUE 'Y'.
               10 WS-PERM-STUDENT-CHANGE PIC X(1).
                   88 MAY-CHANGE-STUDENT VALUE 'Y'.
               10 WS-PERM-HOLD-TYPES PIC X(3).
               10 WS-PERM-CATALOG-MAINT PIC X(1).
               10 WS-PERM-REJECT-RELEASE PIC X(1).
               10 WS-PERM-SECURITY-ADMIN PIC X(1).
               10 WS-PERM-AID-MAINT PIC X(1).
               10 WS-PERM-SCHEDULE-MAINT PIC X(1).
               10 WS-PERM-TERM-CLOSE PIC X(1).
           05 WS-SEC-CODE PIC X(2).
           05 WS-SEC-FUNCTION PIC X(20).
           05 WS-SEC-OBJECT PIC X(10).

       01 WS-INQUIRY-FIELDS.
           05 WS-WANTED-STUDENT PIC 9(6).
      **
           PERFORM 0050-BUILD-FILE-PATHS.
           DISPLAY "STUDENT MAINTENANCE - TERM " WS-TERM.
           PERFORM 0070-CHECK-TERM-STATUS.
           PERFORM 0100-SIGN-ON-OPERATOR.
      *> Every grant this program honors includes the right to look
      *> a student up; an operator with none of them has no
      *> business in the session at all.
           IF NOT MAY-VIEW-STUDENT AND NOT MAY-CHANGE-STUDENT AND
              WS-PERM-HOLD-TYPES = SPACES
               MOVE "STUDENT-MAINT" TO WS-SEC-FUNCTION
               MOVE SPACES TO WS-SEC-OBJECT
               PERFORM 0180-REFUSE-FUNCTION
               CLOSE SECURITY-LOG
               STOP RUN
           END-IF.
           OPEN I-O CONVERTED.
           IF WS-CONVERTED-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CONVERTED, STATUS "
                   WS-CONVERTED-STATUS
               CLOSE SECURITY-LOG
               STOP RUN
           END-IF.
      *> EXTEND so one term's audit trail accumulates across every
                   WS-HOLDS-STATUS
               CLOSE CONVERTED
               CLOSE MAINT-AUDIT
               CLOSE SECURITY-LOG
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           CLOSE CONVERTED.
           CLOSE MAINT-AUDIT.
           CLOSE STUDENT-HOLDS.
           CLOSE SECURITY-LOG.
           DISPLAY "STUDENT MAINTENANCE SESSION ENDED".
           STOP RUN.

           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "STUDENT-HOLDS.TXT" DELIMITED BY SIZE
               INTO WS-HOLDS-PATH.
      *> The operators and their violations are not term data
      *> either.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "OPERATOR-SECURITY.TXT" DELIMITED BY SIZE
               INTO WS-OPERATOR-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "SECURITY-VIOLATIONS.TXT" DELIMITED BY SIZE
               INTO WS-SECURITY-LOG-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "TERM-STATUS-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-TERM-STATUS-PATH.

       0070-CHECK-TERM-STATUS.
      **
      * Reads the term-status record TERM-CLOSE keeps. A closed
      * term's files are final - its grades are archived and its
      * audit trail fully posted - so the session may look but not
      * change anything until the term is reopened.
      **
           MOVE 'N' TO WS-TERM-CLOSED-SW.
           OPEN INPUT TERM-STATUS-FILE.
           IF WS-TRM-FILE-STATUS = "00"
               READ TERM-STATUS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TRM-STATUS = 'C'
                           MOVE 'Y' TO WS-TERM-CLOSED-SW
                       END-IF
               END-READ
               CLOSE TERM-STATUS-FILE
           END-IF.
           IF TERM-IS-CLOSED
               DISPLAY "TERM " WS-TERM " IS CLOSED - INQUIRY ONLY"
           END-IF.

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
           MOVE "STUDENT-MAINT" TO SEC-PROGRAM.
           MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID.
           MOVE WS-SEC-CODE TO SEC-VIOLATION-CODE.
           MOVE WS-SEC-FUNCTION TO SEC-FUNCTION.
           MOVE WS-SEC-OBJECT TO SEC-OBJECT.
           WRITE SECURITY-LOG-RECORD.

       1000-PROCESS-ONE-STUDENT.
      **
      * Prompts for one field change, applies it to the record in the
      * file buffer, audits the before/after images, and rewrites the
      * record. 'X' releases the student and returns to the student
      * prompt. A field change needs the student-change grant; the
      * hold grants are checked by type in 2600. A closed term
      * takes no changes of any kind: even a hold change would
      * land on the closed term's audit trail.
      **
           DISPLAY "CHANGE (T=TUITION N=NAME P=PROGRAM C=COURSE"
               " H=HOLDS X=DONE): " WITH NO ADVANCING.
           ACCEPT WS-FIELD-CODE.
           IF TERM-IS-CLOSED AND
              WS-FIELD-CODE NOT = 'X' AND WS-FIELD-CODE NOT = 'x'
               DISPLAY "TERM " WS-TERM " IS CLOSED - NO CHANGES"
           ELSE
      *> Only a course change names a course; every other audit
      *> line leaves the trailing course-code column blank.
               MOVE SPACES TO WS-AUD-COURSE-CODE
               MOVE STUDENT-NUMBER OF INDX-STUDENT-RECORD
                   TO WS-SEC-OBJECT
               EVALUATE WS-FIELD-CODE
                   WHEN 'T'
                   WHEN 't'
                       IF MAY-CHANGE-STUDENT
                           PERFORM 2100-CHANGE-TUITION
                           PERFORM 2900-REWRITE-STUDENT
                       ELSE
                           MOVE "CHANGE TUITION" TO WS-SEC-FUNCTION
                           PERFORM 0180-REFUSE-FUNCTION
                       END-IF
                   WHEN 'N'
                   WHEN 'n'
                       IF MAY-CHANGE-STUDENT
                           PERFORM 2200-CHANGE-NAME
                           PERFORM 2900-REWRITE-STUDENT
                       ELSE
                           MOVE "CHANGE NAME" TO WS-SEC-FUNCTION
                           PERFORM 0180-REFUSE-FUNCTION
                       END-IF
                   WHEN 'P'
                   WHEN 'p'
                       IF MAY-CHANGE-STUDENT
                           PERFORM 2300-CHANGE-PROGRAM
                           PERFORM 2900-REWRITE-STUDENT
                       ELSE
                           MOVE "CHANGE PROGRAM" TO WS-SEC-FUNCTION
                           PERFORM 0180-REFUSE-FUNCTION
                       END-IF
                   WHEN 'C'
                   WHEN 'c'
                       IF MAY-CHANGE-STUDENT
                           PERFORM 2400-CHANGE-COURSE
                       ELSE
                           MOVE "CHANGE COURSE" TO WS-SEC-FUNCTION
                           PERFORM 0180-REFUSE-FUNCTION
                       END-IF
                   WHEN 'H'
                   WHEN 'h'
                       PERFORM 2600-MAINTAIN-HOLDS
                   WHEN 'X'
                   WHEN 'x'
                       MOVE 'Y' TO WS-STUDENT-DONE-SW
                   WHEN OTHER
                       DISPLAY "UNRECOGNIZED FIELD CODE"
               END-EVALUATE
           END-IF.

       2100-CHANGE-TUITION.
      **
      * the retrieved student and audits the change. Financial
      * holds are the nightly aging run's to place and release -
      * maintaining one here would just be undone (or reimposed)
      * tonight, so the type is refused. Otherwise the operator must
      * hold the grant for the type asked for.
      **
           DISPLAY "HOLD TYPE (A=ACADEMIC D=ADMINISTRATIVE): "
               WITH NO ADVANCING.
           IF WS-HOLD-TYPE-IN NOT = 'A' AND
              WS-HOLD-TYPE-IN NOT = 'D'
               DISPLAY "UNRECOGNIZED HOLD TYPE"
           ELSE
           MOVE 0 TO WS-HOLD-PERM-CNT
           INSPECT WS-PERM-HOLD-TYPES TALLYING WS-HOLD-PERM-CNT
               FOR ALL WS-HOLD-TYPE-IN
           IF WS-HOLD-PERM-CNT = 0
               MOVE SPACES TO WS-SEC-FUNCTION
               STRING "HOLD MAINT TYPE " DELIMITED BY SIZE
                       WS-HOLD-TYPE-IN DELIMITED BY SIZE
                   INTO WS-SEC-FUNCTION
               PERFORM 0180-REFUSE-FUNCTION
           ELSE
               DISPLAY "ACTION (P=PLACE R=RELEASE): "
                   WITH NO ADVANCING
                       DISPLAY "UNRECOGNIZED HOLD ACTION"
               END-EVALUATE
           END-IF
           END-IF
           END-IF.

       2700-PLACE-HOLD.
      **
      * Places (or reactivates) the chosen hold type, stamped with
      * today's date and the operator id, and audits it.
      **
           PERFORM 2850-FETCH-HOLD.
           IF HOLD-FOUND AND HLD-STATUS = 'A'
