      *          in business days from REJ-REJECT-DATE, and anything
      *          older than five business days lands on the suspense
      *          aging report. Every release is echoed to a register
      *          with the operator's id and a timestamp. Every
      *          session signs on against the OPERATOR-SECURITY file
      *          by operator id and password; an operator without
      *          the reject-release grant can review suspense but
      *          not work it. Failed sign-ons and refusals go to the
      *          SECURITY-VIOLATIONS log, and repeated bad passwords
      *          lock the id out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO WS-CHECKPOINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.

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
               05 CKPT-TUITION-TOTAL PIC 9(9)V99.
               05 CKPT-EXCEPTION-CNTR PIC 9(5).
               05 CKPT-RUN-MODE PIC X(10).

       FD  OPERATOR-SECURITY.
           01 OPERATOR-RECORD.
               COPY OPRREC.

       FD  SECURITY-LOG.
           01 SECURITY-LOG-RECORD.
               COPY SECREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FIELDS.
           05 WS-REGISTER-PATH PIC X(80).
           05 WS-AGE-PATH PIC X(80).
           05 WS-CHECKPOINT-PATH PIC X(80).
           05 WS-OPERATOR-PATH PIC X(80).
           05 WS-SECURITY-LOG-PATH PIC X(80).

       01 WS-OPERATOR-FIELDS.
           05 WS-OPERATOR-ID PIC X(8).
           05 WS-INPUT-VALUE PIC X(40).
           05 WS-COURSE-SLOT PIC 9(1).
           05 WS-AVERAGE-DISPLAY PIC ZZ9.
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
                   88 MAY-RELEASE-REJECTS VALUE 'Y'.
               10 WS-PERM-SECURITY-ADMIN PIC X(1).
               10 WS-PERM-AID-MAINT PIC X(1).
               10 WS-PERM-SCHEDULE-MAINT PIC X(1).
               10 WS-PERM-TERM-CLOSE PIC X(1).
           05 WS-SEC-CODE PIC X(2).
           05 WS-SEC-FUNCTION PIC X(20).
           05 WS-SEC-OBJECT PIC X(10).

       01 WS-AGE-FIELDS.
           05 WS-TODAY-DATE PIC 9(8).
      **
           PERFORM 0050-BUILD-FILE-PATHS.
           DISPLAY "REJECT SUSPENSE WORKBENCH - TERM " WS-TERM.
           PERFORM 0100-SIGN-ON-OPERATOR.
           IF NOT MAY-RELEASE-REJECTS
               DISPLAY "REVIEW ONLY - RECORDS CANNOT BE WORKED"
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "NO SUSPENSE FILE FOR THIS TERM, STATUS "
                   WS-REJECT-STATUS
               CLOSE SECURITY-LOG
               STOP RUN
           END-IF.
           OPEN I-O CONVERTED.
               DISPLAY "CANNOT OPEN CONVERTED, STATUS "
                   WS-CONVERTED-STATUS
               CLOSE REJECT-FILE
               CLOSE SECURITY-LOG
               STOP RUN
           END-IF.
           PERFORM 0300-SCAN-CONVERTED-FILE.
               PERFORM 8700-UPDATE-CHECKPOINT
           END-IF.
           PERFORM 9000-REWRITE-SUSPENSE-FILE.
           CLOSE SECURITY-LOG.
           DISPLAY "SUSPENSE WORKBENCH - WORKED " WS-WORKED-COUNT
               " RELEASED " WS-RELEASED-COUNT
               " KEPT " WS-KEPT-COUNT
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-CHECKPOINT-PATH.
      *> The operators and their violations span every term.
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
           MOVE "REJECT-MAINT" TO SEC-PROGRAM.
           MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID.
           MOVE WS-SEC-CODE TO SEC-VIOLATION-CODE.
           MOVE WS-SEC-FUNCTION TO SEC-FUNCTION.
           MOVE WS-SEC-OBJECT TO SEC-OBJECT.
           WRITE SECURITY-LOG-RECORD.

       0300-SCAN-CONVERTED-FILE.
      **
      * show it with its reason code and business-day age, and let
      * the operator work it or keep it. A worked record that passes
      * the edits is released to CONVERTED; everything else stays on
      * suspense. Working a record needs the reject-release grant -
      * without it the attempt is refused and the record kept.
      **
           MOVE REJ-STUDENT-NUMBER TO WS-STUDENT-NUMBER.
           MOVE REJ-TUITION-OWED TO WS-TUITION-OWED.
           EVALUATE WS-ACTION-CODE
               WHEN 'W'
               WHEN 'w'
                   IF MAY-RELEASE-REJECTS
                       PERFORM 2000-WORK-ONE-REJECT
                   ELSE
                       MOVE "RELEASE REJECT" TO WS-SEC-FUNCTION
                       MOVE WS-STUDENT-NUMBER TO WS-SEC-OBJECT
                       PERFORM 0180-REFUSE-FUNCTION
                       PERFORM 4000-KEEP-ON-SUSPENSE
                   END-IF
               WHEN OTHER
                   PERFORM 4000-KEEP-ON-SUSPENSE
           END-EVALUATE.
