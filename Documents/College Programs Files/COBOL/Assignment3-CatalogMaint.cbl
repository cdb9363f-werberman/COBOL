      *          courses with field edits (credits in range, capacity
      *          not below minimum enrollment, department present),
      *          every keystroke echoed to an audit file with before
      *          and after images, the operator id, and a
      *          timestamp. The L command imports the historical
      *          flat file into the indexed master one time, edits
      *          applied, so the cutover needs no re-keying.
      *          Every session signs on against the
      *          OPERATOR-SECURITY file by operator id and password,
      *          and only an operator granted catalog maintenance
      *          gets past it; failed sign-ons and refusals go to
      *          the SECURITY-VIOLATIONS log, and repeated bad
      *          passwords lock the id out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL CATALOG-AUDIT
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
           05 WS-MASTER-PATH PIC X(80).
           05 WS-FLAT-PATH PIC X(80).
           05 WS-AUDIT-PATH PIC X(80).
           05 WS-OPERATOR-PATH PIC X(80).
           05 WS-SECURITY-LOG-PATH PIC X(80).

       01 WS-OPERATOR-FIELDS.
           05 WS-OPERATOR-ID PIC X(8).
           05 WS-WANTED-COURSE PIC X(7).
           05 WS-INPUT-VALUE PIC X(30).
           05 WS-NUMBER-DISPLAY PIC ZZ9.
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
                   88 MAY-MAINTAIN-CATALOG VALUE 'Y'.
               10 WS-PERM-REJECT-RELEASE PIC X(1).
               10 WS-PERM-SECURITY-ADMIN PIC X(1).
               10 WS-PERM-AID-MAINT PIC X(1).
               10 WS-PERM-SCHEDULE-MAINT PIC X(1).
               10 WS-PERM-TERM-CLOSE PIC X(1).
           05 WS-SEC-CODE PIC X(2).
           05 WS-SEC-FUNCTION PIC X(20).
           05 WS-SEC-OBJECT PIC X(10).

       01 WS-EDIT-FIELDS.
           05 WS-VALID-SW PIC X(1).
      **
           PERFORM 0050-BUILD-FILE-PATHS.
           DISPLAY "COURSE CATALOG MAINTENANCE".
           PERFORM 0100-SIGN-ON-OPERATOR.
      *> Every command here changes the catalog, so the grant is
      *> checked once, before the master is opened.
           IF NOT MAY-MAINTAIN-CATALOG
               MOVE "CATALOG-MAINT" TO WS-SEC-FUNCTION
               MOVE SPACES TO WS-SEC-OBJECT
               PERFORM 0180-REFUSE-FUNCTION
               CLOSE SECURITY-LOG
               STOP RUN
           END-IF.
           OPEN I-O CATALOG-MASTER.
           IF WS-MASTER-STATUS NOT = "00" AND
              WS-MASTER-STATUS NOT = "05"
               DISPLAY "CANNOT OPEN CATALOG MASTER, STATUS "
                   WS-MASTER-STATUS
               CLOSE SECURITY-LOG
               STOP RUN
           END-IF.
           OPEN EXTEND CATALOG-AUDIT.
           END-PERFORM.
           CLOSE CATALOG-MASTER.
           CLOSE CATALOG-AUDIT.
           CLOSE SECURITY-LOG.
           DISPLAY "CATALOG MAINTENANCE SESSION ENDED".
           STOP RUN.

           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "CATALOG-AUDIT.TXT" DELIMITED BY SIZE
               INTO WS-AUDIT-PATH.
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
           MOVE "CATALOG-MAINT" TO SEC-PROGRAM.
           MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID.
           MOVE WS-SEC-CODE TO SEC-VIOLATION-CODE.
           MOVE WS-SEC-FUNCTION TO SEC-FUNCTION.
           MOVE WS-SEC-OBJECT TO SEC-OBJECT.
           WRITE SECURITY-LOG-RECORD.

       1000-PROCESS-ONE-COMMAND.
      **
