      ******************************************************************
      * Author:
      * Date:
      * Purpose: Online maintenance for the OPERATOR-SECURITY sign-on
      *          file, in the mold of CATALOG-MAINT, for the
      *          registrar's supervisor. Adds operators with their
      *          password and grants (student inquiry, student field
      *          changes, hold maintenance by hold type, catalog
      *          maintenance, reject release, this program's own
      *          security grant, award maintenance, section schedule
      *          maintenance, and term close and reopen), changes an
      *          operator's grants, revokes an operator, and resets a
      *          forgotten password or a lockout. The supervisor
      *          signs on like every other operator and must hold
      *          the security grant; failures and refusals go to the
      *          SECURITY-VIOLATIONS log. Every change is echoed to
      *          an audit file with before and after images
      *          (passwords never appear), the supervisor's id, and
      *          a timestamp. A revoked operator stays on file so the
      *          audit trails keep naming a real person. On an empty
      *          file the session enrolls the first supervisor
      *          instead of signing on.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. OPERATOR-MAINT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> OPTIONAL so the very first session can create the file and
      *> enroll the first supervisor; DYNAMIC for keyed maintenance
      *> and the L listing.
           SELECT OPTIONAL OPERATOR-SECURITY
           ASSIGN TO WS-OPERATOR-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

      *> OPTIONAL so the first violation ever can create the log.
           SELECT OPTIONAL SECURITY-LOG
           ASSIGN TO WS-SECURITY-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

      *> OPTIONAL so the first session can OPEN EXTEND an audit
      *> file that does not exist yet.
           SELECT OPTIONAL OPERATOR-AUDIT
           ASSIGN TO WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  OPERATOR-SECURITY.
           01 OPERATOR-RECORD.
               COPY OPRREC.

       FD  SECURITY-LOG.
           01 SECURITY-LOG-RECORD.
               COPY SECREC.

       FD  OPERATOR-AUDIT.
           01 AUDIT-RECORD.
               05 AUD-TIMESTAMP PIC 9(14).
               05 AUD-OPERATOR PIC X(8).
               05 AUD-TARGET-ID PIC X(8).
               05 AUD-FIELD-NAME PIC X(20).
               05 AUD-BEFORE-IMAGE PIC X(30).
               05 AUD-AFTER-IMAGE PIC X(30).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FIELDS.
           05 WS-OPERATOR-STATUS PIC X(2).
           05 WS-SESSION-DONE-SW PIC X(1) VALUE 'N'.
               88 SESSION-DONE VALUE 'Y'.
           05 WS-LIST-EOF-FLAG PIC X(1).
               88 NO-MORE-OPERATORS VALUE 'Y'.
           05 WS-EMPTY-FILE-SW PIC X(1) VALUE 'N'.
               88 NO-OPERATORS-ON-FILE VALUE 'Y'.

       01 WS-FILE-PATH-FIELDS.
           05 WS-BASE-PATH PIC X(40).
           05 WS-BASE-PATH-LEN PIC 9(2).
           05 WS-TERM PIC X(10).
           05 WS-OPERATOR-PATH PIC X(80).
           05 WS-SECURITY-LOG-PATH PIC X(80).
           05 WS-AUDIT-PATH PIC X(80).

       01 WS-OPERATOR-FIELDS.
           05 WS-OPERATOR-ID PIC X(8).
           05 WS-PASSWORD-IN PIC X(8).
           05 WS-SIGNON-SW PIC X(1) VALUE 'N'.
               88 OPERATOR-SIGNED-ON VALUE 'Y'.
           05 WS-SIGNON-TRIES PIC 9(1) VALUE 0.
      *> Sign-on attempts allowed per session, and bad passwords in
      *> a row before the id is locked out.
           05 WS-SIGNON-TRIES-MAX PIC 9(1) VALUE 3.
           05 WS-LOCKOUT-LIMIT PIC 9(2) VALUE 3.
      *> The signed-on supervisor's grants, copied off the security
      *> record before the maintenance reads overlay it.
           05 WS-OPR-PERMISSIONS.
               10 WS-PERM-STUDENT-INQUIRY PIC X(1).
               10 WS-PERM-STUDENT-CHANGE PIC X(1).
               10 WS-PERM-HOLD-TYPES PIC X(3).
               10 WS-PERM-CATALOG-MAINT PIC X(1).
               10 WS-PERM-REJECT-RELEASE PIC X(1).
               10 WS-PERM-SECURITY-ADMIN PIC X(1).
                   88 MAY-ADMINISTER-SECURITY VALUE 'Y'.
               10 WS-PERM-AID-MAINT PIC X(1).
               10 WS-PERM-SCHEDULE-MAINT PIC X(1).
               10 WS-PERM-TERM-CLOSE PIC X(1).
           05 WS-SEC-CODE PIC X(2).
           05 WS-SEC-FUNCTION PIC X(20).
           05 WS-SEC-OBJECT PIC X(10).

       01 WS-MAINT-FIELDS.
           05 WS-ACTION-CODE PIC X(1).
           05 WS-WANTED-OPERATOR PIC X(8).
           05 WS-INPUT-VALUE PIC X(30).
           05 WS-GRANT-PROMPT PIC X(30).
           05 WS-GRANT-VALUE PIC X(1).
           05 WS-HOLD-TYPE-IDX PIC 9(1).
           05 WS-VALID-SW PIC X(1).
               88 OPERATOR-FIELDS-VALID VALUE 'Y'.
               88 OPERATOR-FIELDS-INVALID VALUE 'N'.
      *> The hold types an operator may be granted - the ones
      *> STUDENT-MAINT maintains. Financial holds belong to the
      *> nightly aging run and are nobody's to grant.
           05 WS-HOLD-TYPE-CHECK PIC X(1).
               88 GRANTABLE-HOLD-TYPE VALUE "A", "D", " ".
           05 WS-OLD-PERMISSIONS PIC X(11).

       01 WS-AUDIT-FIELDS.
           05 WS-AUD-FIELD-NAME PIC X(20).
           05 WS-AUD-BEFORE PIC X(30).
           05 WS-AUD-AFTER PIC X(30).

       01 WS-LIST-LINE.
           05 LST-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LST-OPERATOR-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LST-ACTIVE-FLAG PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LST-PERMISSIONS PIC X(11).
           05 FILLER PIC X(7) VALUE "  LAST ".
           05 LST-LAST-SIGNON PIC 9(8).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM 0050-BUILD-FILE-PATHS.
           DISPLAY "OPERATOR SECURITY MAINTENANCE".
           OPEN I-O OPERATOR-SECURITY.
           IF WS-OPERATOR-STATUS NOT = "00" AND
              WS-OPERATOR-STATUS NOT = "05"
               DISPLAY "CANNOT OPEN OPERATOR-SECURITY, STATUS "
                   WS-OPERATOR-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND SECURITY-LOG.
           OPEN EXTEND OPERATOR-AUDIT.
           PERFORM 0080-CHECK-FOR-OPERATORS.
           IF NO-OPERATORS-ON-FILE
               PERFORM 0090-ENROLL-FIRST-SUPERVISOR
           ELSE
               PERFORM 0100-SIGN-ON-OPERATOR
               IF OPERATOR-SIGNED-ON
                   IF MAY-ADMINISTER-SECURITY
                       PERFORM UNTIL SESSION-DONE
                           PERFORM 1000-PROCESS-ONE-COMMAND
                       END-PERFORM
                   ELSE
                       MOVE "OPERATOR-MAINT" TO WS-SEC-FUNCTION
                       MOVE SPACES TO WS-SEC-OBJECT
                       PERFORM 0180-REFUSE-FUNCTION
                   END-IF
               ELSE
                   DISPLAY "SIGN-ON REFUSED - SESSION ENDED"
               END-IF
           END-IF.
           CLOSE OPERATOR-AUDIT.
           CLOSE SECURITY-LOG.
           CLOSE OPERATOR-SECURITY.
           DISPLAY "OPERATOR SECURITY SESSION ENDED".
           STOP RUN.

       0050-BUILD-FILE-PATHS.
      **
      * Resolves the data directory and term/semester from the
      * environment, falling back to the historical hard-coded data
      * directory and a generic term when they are not set, and
      * builds each file's ASSIGN TO path from them. The operators
      * span every term, so none of these files are term-suffixed.
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
                   "OPERATOR-SECURITY.TXT" DELIMITED BY SIZE
               INTO WS-OPERATOR-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "SECURITY-VIOLATIONS.TXT" DELIMITED BY SIZE
               INTO WS-SECURITY-LOG-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "OPERATOR-AUDIT.TXT" DELIMITED BY SIZE
               INTO WS-AUDIT-PATH.

       0080-CHECK-FOR-OPERATORS.
      **
      * Finds out whether anybody is on file yet.
      **
           MOVE LOW-VALUES TO OPR-OPERATOR-ID.
           START OPERATOR-SECURITY KEY IS NOT LESS THAN OPR-OPERATOR-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EMPTY-FILE-SW
           END-START.

       0090-ENROLL-FIRST-SUPERVISOR.
      **
      * An empty file has nobody to sign on as, so the session
      * enrolls the first supervisor - security grant included -
      * and ends; that supervisor signs on next session and adds
      * everyone else. Once anybody is on file this path is closed.
      **
           DISPLAY "NO OPERATORS ON FILE - ENROLLING THE FIRST"
               " SUPERVISOR".
           PERFORM 2100-ACCEPT-OPERATOR-ID.
           MOVE WS-WANTED-OPERATOR TO WS-OPERATOR-ID.
           IF WS-WANTED-OPERATOR = SPACES
               DISPLAY "OPERATOR ID REQUIRED"
           ELSE
               PERFORM 2200-PROMPT-NEW-OPERATOR
               MOVE 'Y' TO OPR-PERM-SECURITY-ADMIN
               PERFORM 5000-VALIDATE-OPERATOR-FIELDS
               IF OPERATOR-FIELDS-VALID
                   PERFORM 2300-WRITE-NEW-OPERATOR
               END-IF
           END-IF.

       0100-SIGN-ON-OPERATOR.
      **
      * Signs the supervisor on, the same rules every maintenance
      * program applies: the id must be on file and active, and the
      * password must match. Every failure is logged as a violation,
      * and a run of bad passwords locks the id.
      **
           PERFORM UNTIL OPERATOR-SIGNED-ON OR
                   WS-SIGNON-TRIES >= WS-SIGNON-TRIES-MAX
               ADD 1 TO WS-SIGNON-TRIES
               PERFORM 0150-ATTEMPT-SIGN-ON
           END-PERFORM.

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
           MOVE "OPERATOR-MAINT" TO SEC-PROGRAM.
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
           DISPLAY "ACTION (A=ADD C=CHANGE GRANTS V=REVOKE"
               " R=RESET L=LIST X=END): " WITH NO ADVANCING.
           ACCEPT WS-ACTION-CODE.
           MOVE FUNCTION UPPER-CASE(WS-ACTION-CODE)
               TO WS-ACTION-CODE.
           EVALUATE WS-ACTION-CODE
               WHEN 'A'
                   PERFORM 2000-ADD-OPERATOR
               WHEN 'C'
                   PERFORM 3000-CHANGE-GRANTS
               WHEN 'V'
                   PERFORM 4000-REVOKE-OPERATOR
               WHEN 'R'
                   PERFORM 4500-RESET-OPERATOR
               WHEN 'L'
                   PERFORM 6000-LIST-OPERATORS
               WHEN 'X'
                   MOVE 'Y' TO WS-SESSION-DONE-SW
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED ACTION"
           END-EVALUATE.

       2000-ADD-OPERATOR.
      **
      * Adds an operator: name, first password, and every grant
      * prompted, edited, and written active. The indexed key makes
      * a duplicate id a refused WRITE.
      **
           PERFORM 2100-ACCEPT-OPERATOR-ID.
           IF WS-WANTED-OPERATOR = SPACES
               DISPLAY "OPERATOR ID REQUIRED"
           ELSE
               PERFORM 2200-PROMPT-NEW-OPERATOR
               PERFORM 5000-VALIDATE-OPERATOR-FIELDS
               IF OPERATOR-FIELDS-VALID
                   PERFORM 2300-WRITE-NEW-OPERATOR
               END-IF
           END-IF.

       2100-ACCEPT-OPERATOR-ID.
      **
      * Prompts for the operator id a command works on.
      **
           DISPLAY "OPERATOR ID TO MAINTAIN: " WITH NO ADVANCING.
           ACCEPT WS-WANTED-OPERATOR.
           MOVE FUNCTION UPPER-CASE(WS-WANTED-OPERATOR)
               TO WS-WANTED-OPERATOR.

       2200-PROMPT-NEW-OPERATOR.
      **
      * Prompts every field for a new operator.
      **
           MOVE SPACES TO OPERATOR-RECORD.
           MOVE WS-WANTED-OPERATOR TO OPR-OPERATOR-ID.
           DISPLAY "NAME: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           MOVE WS-INPUT-VALUE TO OPR-OPERATOR-NAME.
           DISPLAY "FIRST PASSWORD: " WITH NO ADVANCING.
           ACCEPT WS-PASSWORD-IN.
           MOVE WS-PASSWORD-IN TO OPR-PASSWORD.
      *> A new operator starts with nothing granted; blank answers
      *> keep it that way.
           MOVE 'N' TO OPR-PERM-STUDENT-INQUIRY.
           MOVE 'N' TO OPR-PERM-STUDENT-CHANGE.
           MOVE SPACES TO OPR-PERM-HOLD-TYPES.
           MOVE 'N' TO OPR-PERM-CATALOG-MAINT.
           MOVE 'N' TO OPR-PERM-REJECT-RELEASE.
           MOVE 'N' TO OPR-PERM-SECURITY-ADMIN.
           MOVE 'N' TO OPR-PERM-AID-MAINT.
           MOVE 'N' TO OPR-PERM-SCHEDULE-MAINT.
           MOVE 'N' TO OPR-PERM-TERM-CLOSE.
           PERFORM 3200-PROMPT-GRANTS.

       2300-WRITE-NEW-OPERATOR.
      **
      * Writes the new operator active with a clean sign-on history
      * and audits the addition.
      **
           MOVE 'A' TO OPR-ACTIVE-FLAG.
           MOVE 0 TO OPR-FAILED-COUNT.
           MOVE 0 TO OPR-LAST-SIGNON-DATE.
           MOVE 0 TO OPR-LOCKED-DATE.
           MOVE WS-OPERATOR-ID TO OPR-ADDED-BY.
           MOVE FUNCTION CURRENT-DATE (1:8) TO OPR-ADDED-DATE.
           MOVE SPACES TO OPR-REVOKED-BY.
           MOVE 0 TO OPR-REVOKED-DATE.
           WRITE OPERATOR-RECORD
           INVALID KEY
               DISPLAY "OPERATOR " WS-WANTED-OPERATOR
                   " ALREADY ON FILE"
           NOT INVALID KEY
               MOVE "OPERATOR-ADDED" TO WS-AUD-FIELD-NAME
               MOVE SPACES TO WS-AUD-BEFORE
               MOVE OPR-OPERATOR-NAME TO WS-AUD-AFTER
               PERFORM 8000-WRITE-AUDIT
               MOVE "PERMISSIONS" TO WS-AUD-FIELD-NAME
               MOVE OPR-PERMISSIONS TO WS-AUD-AFTER
               PERFORM 8000-WRITE-AUDIT
               DISPLAY "OPERATOR ADDED"
           END-WRITE.

       3000-CHANGE-GRANTS.
      **
      * Changes an operator's grants, blank keeping each one. The
      * supervisor cannot change their own grants - nobody removes
      * the last security grant on file by accident.
      **
           PERFORM 2100-ACCEPT-OPERATOR-ID.
           IF WS-WANTED-OPERATOR = WS-OPERATOR-ID
               DISPLAY "ANOTHER SUPERVISOR MUST CHANGE YOUR GRANTS"
           ELSE
               MOVE WS-WANTED-OPERATOR TO OPR-OPERATOR-ID
               READ OPERATOR-SECURITY
                   INVALID KEY
                       DISPLAY "OPERATOR " WS-WANTED-OPERATOR
                           " NOT ON FILE"
                   NOT INVALID KEY
                       PERFORM 3100-DISPLAY-OPERATOR
                       MOVE OPR-PERMISSIONS TO WS-OLD-PERMISSIONS
                       PERFORM 3200-PROMPT-GRANTS
                       PERFORM 5000-VALIDATE-OPERATOR-FIELDS
                       IF OPERATOR-FIELDS-VALID
                           PERFORM 3300-REWRITE-GRANTS
                       ELSE
                           DISPLAY "CHANGES REFUSED - RETRIEVE THE"
                               " OPERATOR AND KEY THEM AGAIN"
                       END-IF
               END-READ
           END-IF.

       3100-DISPLAY-OPERATOR.
      **
      * Shows the retrieved operator - never the password.
      **
           DISPLAY "ID:       " OPR-OPERATOR-ID.
           DISPLAY "NAME:     " OPR-OPERATOR-NAME.
           DISPLAY "STATUS:   " OPR-ACTIVE-FLAG.
           DISPLAY "INQUIRY:  " OPR-PERM-STUDENT-INQUIRY
               "  CHANGE: " OPR-PERM-STUDENT-CHANGE
               "  HOLDS: " OPR-PERM-HOLD-TYPES.
           DISPLAY "CATALOG:  " OPR-PERM-CATALOG-MAINT
               "  REJECTS: " OPR-PERM-REJECT-RELEASE
               "  SECURITY: " OPR-PERM-SECURITY-ADMIN.
           DISPLAY "AWARDS:   " OPR-PERM-AID-MAINT
               "  SCHEDULE: " OPR-PERM-SCHEDULE-MAINT
               "  TERM CLOSE: " OPR-PERM-TERM-CLOSE.
           DISPLAY "LAST ON:  " OPR-LAST-SIGNON-DATE
               "  BAD PASSWORDS: " OPR-FAILED-COUNT.

       3200-PROMPT-GRANTS.
      **
      * Prompts each grant, blank to keep the current one.
      **
           MOVE "STUDENT INQUIRY (Y/N): " TO WS-GRANT-PROMPT.
           MOVE OPR-PERM-STUDENT-INQUIRY TO WS-GRANT-VALUE.
           PERFORM 3250-PROMPT-ONE-GRANT.
           MOVE WS-GRANT-VALUE TO OPR-PERM-STUDENT-INQUIRY.
           MOVE "STUDENT CHANGES (Y/N): " TO WS-GRANT-PROMPT.
           MOVE OPR-PERM-STUDENT-CHANGE TO WS-GRANT-VALUE.
           PERFORM 3250-PROMPT-ONE-GRANT.
           MOVE WS-GRANT-VALUE TO OPR-PERM-STUDENT-CHANGE.
           DISPLAY "HOLD TYPES (A, D, AD, N=NONE): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-INPUT-VALUE.
           ACCEPT WS-INPUT-VALUE.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-VALUE) TO WS-INPUT-VALUE.
           IF WS-INPUT-VALUE = "N"
               MOVE SPACES TO OPR-PERM-HOLD-TYPES
           ELSE
               IF WS-INPUT-VALUE NOT = SPACES
                   MOVE WS-INPUT-VALUE TO OPR-PERM-HOLD-TYPES
               END-IF
           END-IF.
           MOVE "CATALOG MAINTENANCE (Y/N): " TO WS-GRANT-PROMPT.
           MOVE OPR-PERM-CATALOG-MAINT TO WS-GRANT-VALUE.
           PERFORM 3250-PROMPT-ONE-GRANT.
           MOVE WS-GRANT-VALUE TO OPR-PERM-CATALOG-MAINT.
           MOVE "REJECT RELEASE (Y/N): " TO WS-GRANT-PROMPT.
           MOVE OPR-PERM-REJECT-RELEASE TO WS-GRANT-VALUE.
           PERFORM 3250-PROMPT-ONE-GRANT.
           MOVE WS-GRANT-VALUE TO OPR-PERM-REJECT-RELEASE.
           MOVE "SECURITY ADMIN (Y/N): " TO WS-GRANT-PROMPT.
           MOVE OPR-PERM-SECURITY-ADMIN TO WS-GRANT-VALUE.
           PERFORM 3250-PROMPT-ONE-GRANT.
           MOVE WS-GRANT-VALUE TO OPR-PERM-SECURITY-ADMIN.
           MOVE "AWARD MAINTENANCE (Y/N): " TO WS-GRANT-PROMPT.
           MOVE OPR-PERM-AID-MAINT TO WS-GRANT-VALUE.
           PERFORM 3250-PROMPT-ONE-GRANT.
           MOVE WS-GRANT-VALUE TO OPR-PERM-AID-MAINT.
           MOVE "SCHEDULE MAINTENANCE (Y/N): " TO WS-GRANT-PROMPT.
           MOVE OPR-PERM-SCHEDULE-MAINT TO WS-GRANT-VALUE.
           PERFORM 3250-PROMPT-ONE-GRANT.
           MOVE WS-GRANT-VALUE TO OPR-PERM-SCHEDULE-MAINT.
           MOVE "TERM CLOSE/REOPEN (Y/N): " TO WS-GRANT-PROMPT.
           MOVE OPR-PERM-TERM-CLOSE TO WS-GRANT-VALUE.
           PERFORM 3250-PROMPT-ONE-GRANT.
           MOVE WS-GRANT-VALUE TO OPR-PERM-TERM-CLOSE.

       3250-PROMPT-ONE-GRANT.
      **
      * Prompts one Y/N grant; blank keeps the value passed in.
      **
           DISPLAY WS-GRANT-PROMPT WITH NO ADVANCING.
           MOVE SPACES TO WS-INPUT-VALUE.
           ACCEPT WS-INPUT-VALUE.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-VALUE) TO WS-INPUT-VALUE.
           IF WS-INPUT-VALUE NOT = SPACES
               MOVE WS-INPUT-VALUE (1:1) TO WS-GRANT-VALUE
           END-IF.

       3300-REWRITE-GRANTS.
      **
      * Rewrites the changed grants and audits the before and after
      * grant images.
      **
           REWRITE OPERATOR-RECORD
           INVALID KEY
               DISPLAY "REWRITE FAILED, STATUS " WS-OPERATOR-STATUS
           NOT INVALID KEY
               IF OPR-PERMISSIONS NOT = WS-OLD-PERMISSIONS
                   MOVE "PERMISSIONS" TO WS-AUD-FIELD-NAME
                   MOVE WS-OLD-PERMISSIONS TO WS-AUD-BEFORE
                   MOVE OPR-PERMISSIONS TO WS-AUD-AFTER
                   PERFORM 8000-WRITE-AUDIT
               END-IF
               DISPLAY "GRANTS UPDATED"
           END-REWRITE.

       4000-REVOKE-OPERATOR.
      **
      * Revokes an operator. The record stays on file, marked
      * revoked with who did it and when, so the audit trails still
      * resolve the id; sign-on refuses it from now on.
      **
           PERFORM 2100-ACCEPT-OPERATOR-ID.
           IF WS-WANTED-OPERATOR = WS-OPERATOR-ID
               DISPLAY "ANOTHER SUPERVISOR MUST REVOKE YOUR ID"
           ELSE
               MOVE WS-WANTED-OPERATOR TO OPR-OPERATOR-ID
               READ OPERATOR-SECURITY
                   INVALID KEY
                       DISPLAY "OPERATOR " WS-WANTED-OPERATOR
                           " NOT ON FILE"
                   NOT INVALID KEY
                       IF OPR-ACTIVE-FLAG = 'R'
                           DISPLAY "OPERATOR ALREADY REVOKED"
                       ELSE
                           MOVE OPR-ACTIVE-FLAG TO WS-AUD-BEFORE
                           MOVE 'R' TO OPR-ACTIVE-FLAG
                           MOVE WS-OPERATOR-ID TO OPR-REVOKED-BY
                           MOVE FUNCTION CURRENT-DATE (1:8)
                               TO OPR-REVOKED-DATE
                           REWRITE OPERATOR-RECORD
                           INVALID KEY
                               DISPLAY "REWRITE FAILED, STATUS "
                                   WS-OPERATOR-STATUS
                           NOT INVALID KEY
                               MOVE 'R' TO WS-AUD-AFTER
                               MOVE "STATUS" TO WS-AUD-FIELD-NAME
                               PERFORM 8000-WRITE-AUDIT
                               DISPLAY "OPERATOR REVOKED"
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       4500-RESET-OPERATOR.
      **
      * Gives an operator a new password and clears any lockout -
      * the way back in from a forgotten password, a lockout, or a
      * revocation the supervisor is undoing. The audit shows the
      * status movement; the password itself is never written.
      **
           PERFORM 2100-ACCEPT-OPERATOR-ID.
           MOVE WS-WANTED-OPERATOR TO OPR-OPERATOR-ID.
           READ OPERATOR-SECURITY
               INVALID KEY
                   DISPLAY "OPERATOR " WS-WANTED-OPERATOR
                       " NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "NEW PASSWORD: " WITH NO ADVANCING
                   MOVE SPACES TO WS-PASSWORD-IN
                   ACCEPT WS-PASSWORD-IN
                   IF WS-PASSWORD-IN = SPACES
                       DISPLAY "PASSWORD REQUIRED - NOT RESET"
                   ELSE
                       MOVE OPR-ACTIVE-FLAG TO WS-AUD-BEFORE
                       MOVE WS-PASSWORD-IN TO OPR-PASSWORD
                       MOVE 'A' TO OPR-ACTIVE-FLAG
                       MOVE 0 TO OPR-FAILED-COUNT
                       MOVE 0 TO OPR-LOCKED-DATE
                       MOVE SPACES TO OPR-REVOKED-BY
                       MOVE 0 TO OPR-REVOKED-DATE
                       REWRITE OPERATOR-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED, STATUS "
                               WS-OPERATOR-STATUS
                       NOT INVALID KEY
                           MOVE 'A' TO WS-AUD-AFTER
                           MOVE "PASSWORD-RESET" TO WS-AUD-FIELD-NAME
                           PERFORM 8000-WRITE-AUDIT
                           DISPLAY "OPERATOR RESET"
                       END-REWRITE
                   END-IF
           END-READ.

       5000-VALIDATE-OPERATOR-FIELDS.
      **
      * The edits an operator record must pass: a name and a
      * password present, every grant Y or N, and only grantable
      * hold types. Reports every failing edit at once.
      **
           SET OPERATOR-FIELDS-VALID TO TRUE.
           IF OPR-OPERATOR-NAME = SPACES
               SET OPERATOR-FIELDS-INVALID TO TRUE
               DISPLAY "EDIT - NAME REQUIRED"
           END-IF.
           IF OPR-PASSWORD = SPACES
               SET OPERATOR-FIELDS-INVALID TO TRUE
               DISPLAY "EDIT - PASSWORD REQUIRED"
           END-IF.
           IF (OPR-PERM-STUDENT-INQUIRY NOT = 'Y' AND
               OPR-PERM-STUDENT-INQUIRY NOT = 'N') OR
              (OPR-PERM-STUDENT-CHANGE NOT = 'Y' AND
               OPR-PERM-STUDENT-CHANGE NOT = 'N') OR
              (OPR-PERM-CATALOG-MAINT NOT = 'Y' AND
               OPR-PERM-CATALOG-MAINT NOT = 'N') OR
              (OPR-PERM-REJECT-RELEASE NOT = 'Y' AND
               OPR-PERM-REJECT-RELEASE NOT = 'N') OR
              (OPR-PERM-SECURITY-ADMIN NOT = 'Y' AND
               OPR-PERM-SECURITY-ADMIN NOT = 'N') OR
              (OPR-PERM-AID-MAINT NOT = 'Y' AND
               OPR-PERM-AID-MAINT NOT = 'N') OR
              (OPR-PERM-SCHEDULE-MAINT NOT = 'Y' AND
               OPR-PERM-SCHEDULE-MAINT NOT = 'N') OR
              (OPR-PERM-TERM-CLOSE NOT = 'Y' AND
               OPR-PERM-TERM-CLOSE NOT = 'N')
               SET OPERATOR-FIELDS-INVALID TO TRUE
               DISPLAY "EDIT - EVERY GRANT MUST BE Y OR N"
           END-IF.
           PERFORM VARYING WS-HOLD-TYPE-IDX FROM 1 BY 1
               UNTIL WS-HOLD-TYPE-IDX > 3
               MOVE OPR-PERM-HOLD-TYPES (WS-HOLD-TYPE-IDX:1)
                   TO WS-HOLD-TYPE-CHECK
               IF NOT GRANTABLE-HOLD-TYPE
                   SET OPERATOR-FIELDS-INVALID TO TRUE
                   DISPLAY "EDIT - HOLD TYPE '" WS-HOLD-TYPE-CHECK
                       "' CANNOT BE GRANTED"
               END-IF
           END-PERFORM.

       6000-LIST-OPERATORS.
      **
      * Lists every operator on file in id order, with status,
      * grants, and last sign-on - never the password.
      **
           MOVE 'N' TO WS-LIST-EOF-FLAG.
           MOVE LOW-VALUES TO OPR-OPERATOR-ID.
           START OPERATOR-SECURITY KEY IS NOT LESS THAN OPR-OPERATOR-ID
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-EOF-FLAG
           END-START.
           DISPLAY "ID       NAME                           S  GRANTS".
           PERFORM UNTIL NO-MORE-OPERATORS
               READ OPERATOR-SECURITY NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF-FLAG
                   NOT AT END
                       MOVE OPR-OPERATOR-ID TO LST-OPERATOR-ID
                       MOVE OPR-OPERATOR-NAME TO LST-OPERATOR-NAME
                       MOVE OPR-ACTIVE-FLAG TO LST-ACTIVE-FLAG
                       MOVE OPR-PERMISSIONS TO LST-PERMISSIONS
                       MOVE OPR-LAST-SIGNON-DATE TO LST-LAST-SIGNON
                       DISPLAY WS-LIST-LINE
               END-READ
           END-PERFORM.

       8000-WRITE-AUDIT.
      **
      * Writes one audit line - which supervisor changed which
      * operator, when, and the image before and after - the same
      * trail CATALOG-MAINT keeps for the catalog.
      **
           MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE OPR-OPERATOR-ID TO AUD-TARGET-ID.
           MOVE WS-AUD-FIELD-NAME TO AUD-FIELD-NAME.
           MOVE WS-AUD-BEFORE TO AUD-BEFORE-IMAGE.
           MOVE WS-AUD-AFTER TO AUD-AFTER-IMAGE.
           WRITE AUDIT-RECORD.
      ** add other procedures here
       END PROGRAM OPERATOR-MAINT.
