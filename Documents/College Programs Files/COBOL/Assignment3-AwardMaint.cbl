      ******************************************************************
      * Author:
      * Date:
      * Purpose: Online maintenance for the AWARD-MASTER the
      *          financial aid office keeps, in the mold of
      *          CATALOG-MAINT. Each award ties a student to a fund
      *          (the award code) with its type - scholarship,
      *          grant, or loan - its amount per term, and the
      *          renewal condition AID-DISBURSE tests every term: a
      *          minimum term average or a required standing. Awards
      *          are added and changed with field edits; an award is
      *          never deleted - it is cancelled, or a suspended one
      *          reinstated, through its status so its history
      *          survives. Reinstating a suspended award waives the
      *          history term it was suspended on, so AID-DISBURSE
      *          does not suspend it again for the same term. The
      *          operator signs on against OPERATOR-SECURITY and must
      *          hold the award maintenance grant; failures and
      *          refusals go to the SECURITY-VIOLATIONS log. Every
      *          change is echoed to an audit file with before and
      *          after images, the operator id, and a timestamp.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. AWARD-MAINT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> OPTIONAL so the first maintenance session can create the
      *> award master.
           SELECT OPTIONAL AWARD-MASTER
           ASSIGN TO WS-AWARD-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AWD-KEY
               FILE STATUS IS WS-AWARD-STATUS.

      *> OPTIONAL so the first session can OPEN EXTEND an audit
      *> file that does not exist yet.
           SELECT OPTIONAL AWARD-AUDIT
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
       FD  AWARD-MASTER.
           01 AWARD-RECORD.
               COPY AWDREC.

       FD  AWARD-AUDIT.
           01 AUDIT-RECORD.
               05 AUD-TIMESTAMP PIC 9(14).
               05 AUD-OPERATOR PIC X(8).
               05 AUD-STUDENT-NUMBER PIC 9(6).
               05 AUD-AWARD-CODE PIC X(8).
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
           05 WS-AWARD-STATUS PIC X(2).
           05 WS-SESSION-DONE-SW PIC X(1) VALUE 'N'.
               88 SESSION-DONE VALUE 'Y'.

       01 WS-FILE-PATH-FIELDS.
           05 WS-BASE-PATH PIC X(40).
           05 WS-BASE-PATH-LEN PIC 9(2).
           05 WS-AWARD-PATH PIC X(80).
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
                   88 MAY-MAINTAIN-AWARDS VALUE 'Y'.
               10 WS-PERM-SCHEDULE-MAINT PIC X(1).
               10 WS-PERM-TERM-CLOSE PIC X(1).
           05 WS-SEC-CODE PIC X(2).
           05 WS-SEC-FUNCTION PIC X(20).
           05 WS-SEC-OBJECT PIC X(10).

       01 WS-MAINT-FIELDS.
           05 WS-ACTION-CODE PIC X(1).
           05 WS-WANTED-STUDENT PIC 9(6).
           05 WS-WANTED-AWARD PIC X(8).
           05 WS-INPUT-VALUE PIC X(30).
           05 WS-AMOUNT-DISPLAY PIC ZZZZZ9.99.
           05 WS-AVERAGE-DISPLAY PIC ZZ9.

       01 WS-EDIT-FIELDS.
           05 WS-VALID-SW PIC X(1).
               88 AWARD-FIELDS-VALID VALUE 'Y'.
               88 AWARD-FIELDS-INVALID VALUE 'N'.
           05 WS-TYPE-CHECK PIC X(1).
               88 VALID-AWARD-TYPE VALUE "S", "G", "L".
           05 WS-CONDITION-CHECK PIC X(1).
               88 VALID-CONDITION-TYPE VALUE "N", "A", "S".
           05 WS-STANDING-CHECK PIC X(1).
               88 VALID-REQUIRED-STANDING VALUE "D", "S".
           05 WS-STATUS-CHECK PIC X(1).
               88 VALID-AWARD-STATUS VALUE "A", "S", "C".

       01 WS-AUDIT-FIELDS.
           05 WS-AUD-FIELD-NAME PIC X(20).
           05 WS-AUD-BEFORE PIC X(30).
           05 WS-AUD-AFTER PIC X(30).

      *> Field changes keyed during a C command are buffered here
      *> and reach the audit file only after the edits pass and the
      *> REWRITE lands, the rule CATALOG-MAINT follows. One slot
      *> per maintainable field, and one for the waived term a
      *> reinstatement sets.
       01 WS-PENDING-AUDIT-FIELDS.
           05 WS-PEND-AUD-COUNT PIC 9(1) VALUE 0.
           05 WS-PEND-AUD-IDX PIC 9(1).
           05 WS-PEND-AUD-ENTRY OCCURS 7 TIMES.
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
           DISPLAY "AWARD MASTER MAINTENANCE".
           PERFORM 0100-SIGN-ON-OPERATOR.
           IF NOT MAY-MAINTAIN-AWARDS
               MOVE "AWARD-MAINT" TO WS-SEC-FUNCTION
               MOVE SPACES TO WS-SEC-OBJECT
               PERFORM 0180-REFUSE-FUNCTION
               CLOSE SECURITY-LOG
               STOP RUN
           END-IF.
           OPEN I-O AWARD-MASTER.
           IF WS-AWARD-STATUS NOT = "00" AND
              WS-AWARD-STATUS NOT = "05"
               DISPLAY "CANNOT OPEN AWARD MASTER, STATUS "
                   WS-AWARD-STATUS
               CLOSE SECURITY-LOG
               STOP RUN
           END-IF.
           OPEN EXTEND AWARD-AUDIT.
           PERFORM UNTIL SESSION-DONE
               PERFORM 1000-PROCESS-ONE-COMMAND
           END-PERFORM.
           CLOSE AWARD-MASTER.
           CLOSE AWARD-AUDIT.
           CLOSE SECURITY-LOG.
           DISPLAY "AWARD MAINTENANCE SESSION ENDED".
           STOP RUN.

       0050-BUILD-FILE-PATHS.
      **
      * Resolves the data directory from the environment, falling
      * back to the historical hard-coded data directory when it is
      * not set, and builds each file's ASSIGN TO path from it.
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
      *> An award renews term after term, so the master and its
      *> audit trail are never term-suffixed.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "AWARD-MASTER.TXT" DELIMITED BY SIZE
               INTO WS-AWARD-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "AWARD-AUDIT.TXT" DELIMITED BY SIZE
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
           MOVE "AWARD-MAINT" TO SEC-PROGRAM.
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
           DISPLAY "ACTION (A=ADD C=CHANGE X=END): "
               WITH NO ADVANCING.
           ACCEPT WS-ACTION-CODE.
           MOVE FUNCTION UPPER-CASE(WS-ACTION-CODE)
               TO WS-ACTION-CODE.
           EVALUATE WS-ACTION-CODE
               WHEN 'A'
                   PERFORM 2000-ADD-AWARD
               WHEN 'C'
                   PERFORM 3000-CHANGE-AWARD
               WHEN 'X'
                   MOVE 'Y' TO WS-SESSION-DONE-SW
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED ACTION"
           END-EVALUATE.

       1100-ACCEPT-AWARD-KEY.
      **
      * Prompts for the student and award code a command works on.
      **
           DISPLAY "STUDENT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           COMPUTE WS-WANTED-STUDENT = FUNCTION NUMVAL(WS-INPUT-VALUE).
           DISPLAY "AWARD CODE: " WITH NO ADVANCING.
           ACCEPT WS-WANTED-AWARD.
           MOVE FUNCTION UPPER-CASE(WS-WANTED-AWARD)
               TO WS-WANTED-AWARD.

       2000-ADD-AWARD.
      **
      * Adds an award, prompting and editing every field. A new
      * award is active and has never disbursed; the indexed key
      * makes a second award of the same fund to the same student
      * a refused WRITE.
      **
           PERFORM 1100-ACCEPT-AWARD-KEY.
           IF WS-WANTED-STUDENT = 0 OR WS-WANTED-AWARD = SPACES
               DISPLAY "STUDENT NUMBER AND AWARD CODE REQUIRED"
           ELSE
               MOVE SPACES TO AWARD-RECORD
               MOVE WS-WANTED-STUDENT TO AWD-STUDENT-NUMBER
               MOVE WS-WANTED-AWARD TO AWD-AWARD-CODE
               MOVE 0 TO AWD-MIN-AVERAGE
               MOVE 'A' TO AWD-STATUS
               PERFORM 2100-PROMPT-ALL-FIELDS
               PERFORM 5000-VALIDATE-AWARD-FIELDS
               IF AWARD-FIELDS-VALID
                   WRITE AWARD-RECORD
                   INVALID KEY
                       DISPLAY "STUDENT " WS-WANTED-STUDENT
                           " ALREADY HOLDS AWARD " WS-WANTED-AWARD
                   NOT INVALID KEY
                       MOVE "AWARD-ADDED" TO WS-AUD-FIELD-NAME
                       MOVE SPACES TO WS-AUD-BEFORE
                       MOVE AWD-TERM-AMOUNT TO WS-AMOUNT-DISPLAY
                       MOVE SPACES TO WS-AUD-AFTER
                       STRING AWD-AWARD-TYPE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                           INTO WS-AUD-AFTER
                       PERFORM 8000-WRITE-AUDIT
                       DISPLAY "AWARD ADDED"
                   END-WRITE
               END-IF
           END-IF.

       2100-PROMPT-ALL-FIELDS.
      **
      * Prompts every maintainable field for an add.
      **
           DISPLAY "AWARD TYPE (S=SCHOLARSHIP G=GRANT L=LOAN): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-VALUE)
               TO AWD-AWARD-TYPE.
           DISPLAY "AMOUNT PER TERM: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           COMPUTE AWD-TERM-AMOUNT = FUNCTION NUMVAL(WS-INPUT-VALUE).
           DISPLAY "RENEWAL CONDITION (N=NONE A=MIN AVERAGE"
               " S=STANDING): " WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-VALUE)
               TO AWD-CONDITION-TYPE.
           EVALUATE AWD-CONDITION-TYPE
               WHEN 'A'
                   DISPLAY "MINIMUM TERM AVERAGE: "
                       WITH NO ADVANCING
                   ACCEPT WS-INPUT-VALUE
                   COMPUTE AWD-MIN-AVERAGE =
                       FUNCTION NUMVAL(WS-INPUT-VALUE)
               WHEN 'S'
                   DISPLAY "REQUIRED STANDING (D=DEAN'S LIST"
                       " S=SATISFACTORY): " WITH NO ADVANCING
                   ACCEPT WS-INPUT-VALUE
                   MOVE FUNCTION UPPER-CASE(WS-INPUT-VALUE)
                       TO AWD-REQUIRED-STANDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-CHANGE-AWARD.
      **
      * Changes an award field by field - blank keeps - with the
      * whole record re-edited before the rewrite, and the keyed
      * changes audited only once the REWRITE lands. Reinstating a
      * suspended award is a status change back to A; it waives the
      * history term the award was suspended on.
      **
           PERFORM 1100-ACCEPT-AWARD-KEY.
           MOVE WS-WANTED-STUDENT TO AWD-STUDENT-NUMBER.
           MOVE WS-WANTED-AWARD TO AWD-AWARD-CODE.
           READ AWARD-MASTER
               INVALID KEY
                   DISPLAY "STUDENT " WS-WANTED-STUDENT
                       " HAS NO AWARD " WS-WANTED-AWARD
               NOT INVALID KEY
                   MOVE 0 TO WS-PEND-AUD-COUNT
                   PERFORM 3100-DISPLAY-AWARD
                   PERFORM 3200-PROMPT-CHANGES
                   PERFORM 5000-VALIDATE-AWARD-FIELDS
                   IF AWARD-FIELDS-VALID
                       REWRITE AWARD-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED, STATUS "
                               WS-AWARD-STATUS
                       NOT INVALID KEY
                           PERFORM 3400-FLUSH-PENDING-AUDITS
                           DISPLAY "AWARD UPDATED"
                       END-REWRITE
                   ELSE
                       DISPLAY "CHANGES REFUSED - RETRIEVE THE"
                           " AWARD AND KEY THEM AGAIN"
                   END-IF
           END-READ.

       3100-DISPLAY-AWARD.
      **
      * Shows the retrieved award.
      **
           MOVE AWD-TERM-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE AWD-MIN-AVERAGE TO WS-AVERAGE-DISPLAY.
           DISPLAY "STUDENT:           " AWD-STUDENT-NUMBER.
           DISPLAY "AWARD CODE:        " AWD-AWARD-CODE.
           DISPLAY "TYPE:              " AWD-AWARD-TYPE.
           DISPLAY "AMOUNT PER TERM:   " WS-AMOUNT-DISPLAY.
           DISPLAY "CONDITION:         " AWD-CONDITION-TYPE.
           DISPLAY "MIN AVERAGE:       " WS-AVERAGE-DISPLAY.
           DISPLAY "REQUIRED STANDING: " AWD-REQUIRED-STANDING.
           DISPLAY "STATUS:            " AWD-STATUS.
           DISPLAY "LAST DISBURSED:    " AWD-LAST-TERM.
           DISPLAY "SUSPENDED ON TERM: " AWD-SUSPENDED-TERM.
           DISPLAY "WAIVED TERM:       " AWD-WAIVED-TERM.

       3200-PROMPT-CHANGES.
      **
      * Prompts each field's replacement, blank to keep, buffering
      * an audit image for every field actually changed.
      **
           MOVE AWD-AWARD-TYPE TO WS-AUD-BEFORE.
           DISPLAY "NEW TYPE (BLANK TO KEEP): " WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           IF WS-INPUT-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-INPUT-VALUE)
                   TO AWD-AWARD-TYPE
               MOVE AWD-AWARD-TYPE TO WS-AUD-AFTER
               MOVE "AWARD-TYPE" TO WS-AUD-FIELD-NAME
               PERFORM 3250-BUFFER-AUDIT-LINE
           END-IF.
           MOVE AWD-TERM-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-AUD-BEFORE.
           DISPLAY "NEW AMOUNT PER TERM (BLANK TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           IF WS-INPUT-VALUE NOT = SPACES
               COMPUTE AWD-TERM-AMOUNT =
                   FUNCTION NUMVAL(WS-INPUT-VALUE)
               MOVE AWD-TERM-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE WS-AMOUNT-DISPLAY TO WS-AUD-AFTER
               MOVE "TERM-AMOUNT" TO WS-AUD-FIELD-NAME
               PERFORM 3250-BUFFER-AUDIT-LINE
           END-IF.
           MOVE AWD-CONDITION-TYPE TO WS-AUD-BEFORE.
           DISPLAY "NEW CONDITION (BLANK TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           IF WS-INPUT-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-INPUT-VALUE)
                   TO AWD-CONDITION-TYPE
               MOVE AWD-CONDITION-TYPE TO WS-AUD-AFTER
               MOVE "CONDITION-TYPE" TO WS-AUD-FIELD-NAME
               PERFORM 3250-BUFFER-AUDIT-LINE
           END-IF.
           MOVE AWD-MIN-AVERAGE TO WS-AVERAGE-DISPLAY.
           MOVE WS-AVERAGE-DISPLAY TO WS-AUD-BEFORE.
           DISPLAY "NEW MIN AVERAGE (BLANK TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           IF WS-INPUT-VALUE NOT = SPACES
               COMPUTE AWD-MIN-AVERAGE =
                   FUNCTION NUMVAL(WS-INPUT-VALUE)
               MOVE AWD-MIN-AVERAGE TO WS-AVERAGE-DISPLAY
               MOVE WS-AVERAGE-DISPLAY TO WS-AUD-AFTER
               MOVE "MIN-AVERAGE" TO WS-AUD-FIELD-NAME
               PERFORM 3250-BUFFER-AUDIT-LINE
           END-IF.
           MOVE AWD-REQUIRED-STANDING TO WS-AUD-BEFORE.
           DISPLAY "NEW REQUIRED STANDING (BLANK TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           IF WS-INPUT-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-INPUT-VALUE)
                   TO AWD-REQUIRED-STANDING
               MOVE AWD-REQUIRED-STANDING TO WS-AUD-AFTER
               MOVE "REQUIRED-STANDING" TO WS-AUD-FIELD-NAME
               PERFORM 3250-BUFFER-AUDIT-LINE
           END-IF.
           MOVE AWD-STATUS TO WS-AUD-BEFORE.
           DISPLAY "NEW STATUS (A=ACTIVE S=SUSPENDED C=CANCELLED,"
               " BLANK TO KEEP): " WITH NO ADVANCING.
           ACCEPT WS-INPUT-VALUE.
           IF WS-INPUT-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-INPUT-VALUE)
                   TO AWD-STATUS
               MOVE AWD-STATUS TO WS-AUD-AFTER
               MOVE "STATUS" TO WS-AUD-FIELD-NAME
               PERFORM 3250-BUFFER-AUDIT-LINE
      *> A reinstatement is the aid office upholding the appeal of
      *> the term the award failed on; that term is waived so the
      *> next disbursement does not suspend the award for it again.
               IF WS-AUD-BEFORE = 'S' AND AWD-STATUS = 'A' AND
                  AWD-SUSPENDED-TERM NOT = SPACES
                   MOVE AWD-WAIVED-TERM TO WS-AUD-BEFORE
                   MOVE AWD-SUSPENDED-TERM TO AWD-WAIVED-TERM
                   MOVE AWD-WAIVED-TERM TO WS-AUD-AFTER
                   MOVE "WAIVED-TERM" TO WS-AUD-FIELD-NAME
                   PERFORM 3250-BUFFER-AUDIT-LINE
               END-IF
           END-IF.

       3250-BUFFER-AUDIT-LINE.
      **
      * Holds one field change's audit image until the REWRITE
      * proves the change real. One slot exists per maintainable
      * field and one for the waived term, so the table cannot
      * overflow.
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

       5000-VALIDATE-AWARD-FIELDS.
      **
      * The award edits: a known type, a non-zero amount, a known
      * renewal condition with its threshold filled in, and a known
      * status. Reports every failing edit, the CATALOG-MAINT
      * convention.
      **
           SET AWARD-FIELDS-VALID TO TRUE.
           MOVE AWD-AWARD-TYPE TO WS-TYPE-CHECK.
           IF NOT VALID-AWARD-TYPE
               SET AWARD-FIELDS-INVALID TO TRUE
               DISPLAY "EDIT - TYPE MUST BE S, G, OR L"
           END-IF.
           IF AWD-TERM-AMOUNT = 0
               SET AWARD-FIELDS-INVALID TO TRUE
               DISPLAY "EDIT - AMOUNT PER TERM REQUIRED"
           END-IF.
           MOVE AWD-CONDITION-TYPE TO WS-CONDITION-CHECK.
           IF NOT VALID-CONDITION-TYPE
               SET AWARD-FIELDS-INVALID TO TRUE
               DISPLAY "EDIT - CONDITION MUST BE N, A, OR S"
           END-IF.
           IF AWD-CONDITION-TYPE = 'A' AND
              (AWD-MIN-AVERAGE = 0 OR AWD-MIN-AVERAGE > 100)
               SET AWARD-FIELDS-INVALID TO TRUE
               DISPLAY "EDIT - MIN AVERAGE MUST BE 1 TO 100"
           END-IF.
           MOVE AWD-REQUIRED-STANDING TO WS-STANDING-CHECK.
           IF AWD-CONDITION-TYPE = 'S' AND
              NOT VALID-REQUIRED-STANDING
               SET AWARD-FIELDS-INVALID TO TRUE
               DISPLAY "EDIT - REQUIRED STANDING MUST BE D OR S"
           END-IF.
           MOVE AWD-STATUS TO WS-STATUS-CHECK.
           IF NOT VALID-AWARD-STATUS
               SET AWARD-FIELDS-INVALID TO TRUE
               DISPLAY "EDIT - STATUS MUST BE A, S, OR C"
           END-IF.

       8000-WRITE-AUDIT.
      **
      * Writes one audit line - who changed what, when, and the
      * field image before and after.
      **
           MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE AWD-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE AWD-AWARD-CODE TO AUD-AWARD-CODE.
           MOVE WS-AUD-FIELD-NAME TO AUD-FIELD-NAME.
           MOVE WS-AUD-BEFORE TO AUD-BEFORE-IMAGE.
           MOVE WS-AUD-AFTER TO AUD-AFTER-IMAGE.
           WRITE AUDIT-RECORD.
      ** add other procedures here
       END PROGRAM AWARD-MAINT.
