      ******************************************************************
      * Author:
      * Date:
      * Purpose: End-of-term close and rollover. CLOSE refuses to
      *          touch anything unless the term is really finished:
      *          every STREAM-CONTROL step on the term's run-control
      *          file complete, a zero discrepancy count on
      *          XREF-AUDIT's control record, GRADE-POST's
      *          checkpoint level with the end of the MAINT-AUDIT
      *          trail, and the term archived in STUDENT-HISTORY.
      *          Once they all hold it archives and deletes what
      *          has aged out - released STUDENT-HOLDS past the
      *          retention period, empty WAITLIST entries, and
      *          zero-balance AR-MASTER accounts with no activity
      *          in that period - marks the term closed on its
      *          TERM-STATUS file (STUDENT-MAINT, GRADE-LOAD,
      *          GRADE-POST, ADD-DROP and the converter honor the
      *          freeze), seeds the next term's run-control file
      *          all-pending, and prints a close certificate of
      *          final file counts and dollar totals for the
      *          registrar and bursar to sign.
      *          REOPEN lifts the freeze, with the operator and a
      *          reason kept on the term-status record; archived
      *          records stay archived. The operator signs on
      *          against OPERATOR-SECURITY and must hold the term
      *          close grant for either; failures and refusals go to
      *          the SECURITY-VIOLATIONS log, and the signed-on id is
      *          the one recorded on the close or reopen.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TERM-CLOSE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> A missing term-status file (status 35) is a term that has
      *> never been closed.
           SELECT TERM-STATUS-FILE
           ASSIGN TO WS-TERM-STATUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-FILE-STATUS.

      *> Read for this term's gate, then opened again under the
      *> next term's path to seed it.
           SELECT RUN-CONTROL-FILE
           ASSIGN TO WS-RUN-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.

           SELECT DISCREPANCY-FILE
           ASSIGN TO WS-DISCREPANCY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCREPANCY-STATUS.

           SELECT MAINT-AUDIT
           ASSIGN TO WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT GRADE-POST-CKPT
           ASSIGN TO WS-GRADE-CKPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-CKPT-STATUS.

           SELECT STUDENT-HISTORY
           ASSIGN TO WS-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HIS-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

      *> RANDOM: the trailer is read by its key and a waitlisted
      *> student is looked up through the alternate index.
           SELECT CONVERTED
           ASSIGN TO WS-CONVERTED-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RECORD-FD-KEY
               ALTERNATE RECORD KEY IS STUDENT-NUMBER
                   OF INDX-STUDENT-RECORD WITH DUPLICATES
               FILE STATUS IS WS-CONVERTED-STATUS.

      *> DYNAMIC: each purge reads its file through in key order
      *> and deletes the aged-out records as it passes them.
           SELECT STUDENT-HOLDS
           ASSIGN TO WS-HOLDS-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT WAITLIST
           ASSIGN TO WS-WAITLIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS WTL-COURSE-KEY
               FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT COURSE-ENROLLMENT
           ASSIGN TO WS-ENROLLMENT-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ENR-COURSE-KEY
               FILE STATUS IS WS-ENROLLMENT-STATUS.

           SELECT AR-MASTER
           ASSIGN TO WS-AR-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AR-STUDENT-NUMBER
               FILE STATUS IS WS-AR-STATUS.

      *> OPTIONAL and EXTEND: a term closed, reopened and closed
      *> again keeps every purge it ever made in the one archive.
           SELECT OPTIONAL TERM-ARCHIVE
           ASSIGN TO WS-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLOSE-CERTIFICATE
           ASSIGN TO WS-CERTIFICATE-PATH
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
       FD  TERM-STATUS-FILE.
           01 TERM-STATUS-RECORD.
               COPY TRMREC.

       FD  RUN-CONTROL-FILE.
           01 RUN-CONTROL-RECORD.
               05 RC-STEP-NAME PIC X(10).
               05 RC-STATUS PIC X(1).
               05 RC-START-TS PIC 9(14).
               05 RC-END-TS PIC 9(14).
               05 RC-RECORD-COUNT PIC 9(7).

       FD  DISCREPANCY-FILE.
           01 DISCREPANCY-RECORD.
               05 DSC-REASON-CODE PIC X(2).
               05 DSC-SOURCE-FILE PIC X(3).
               05 DSC-STUDENT-NUMBER PIC 9(6).
               05 DSC-COURSE-CODE PIC X(7).
               05 DSC-DETAIL PIC X(30).
      *> The control record carries XREF-AUDIT's exception count
      *> at the front of its detail column.
               05 DSC-CONTROL-VIEW REDEFINES DSC-DETAIL.
                   10 DSC-CONTROL-COUNT PIC 9(7).
                   10 FILLER PIC X(23).

       FD  MAINT-AUDIT.
           01 AUDIT-RECORD PIC X(140).

       FD  GRADE-POST-CKPT.
           01 GRADE-CKPT-RECORD.
               05 CKPT-AUDIT-LINES-DONE PIC 9(7).

       FD  STUDENT-HISTORY.
           01 HISTORY-RECORD.
               COPY HISREC.

       FD  CONVERTED
           RECORD IS VARYING IN SIZE FROM 63 TO 153 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           01 INDX-STUDENT-RECORD.
               COPY CNVREC.
           01 CONVERTED-TRAILER-RECORD.
               05 CTL-KEY PIC 9(5).
               05 CTL-RECORD-COUNT PIC 9(6).
               05 CTL-TUITION-TOTAL PIC 9(9)V99.
               05 FILLER PIC X(41).

       FD  STUDENT-HOLDS.
           01 HOLD-RECORD.
               COPY HLDREC.

       FD  WAITLIST.
           01 WAITLIST-RECORD.
               COPY WTLREC.

       FD  COURSE-ENROLLMENT.
           01 ENROLLMENT-RECORD.
               COPY ENRREC.

       FD  AR-MASTER.
           01 AR-MASTER-RECORD.
               COPY ARREC.

      *> One line per purged record: which file it came from, the
      *> term that closed it out, the day, and the record exactly
      *> as it stood on its master file.
       FD  TERM-ARCHIVE.
           01 ARCHIVE-RECORD.
               05 ARC-SOURCE-FILE PIC X(3).
               05 ARC-CLOSING-TERM PIC X(10).
               05 ARC-ARCHIVED-DATE PIC 9(8).
               05 ARC-IMAGE PIC X(90).

       FD  CLOSE-CERTIFICATE.
           01 REG-LINE PIC X(100).

       FD  OPERATOR-SECURITY.
           01 OPERATOR-RECORD.
               COPY OPRREC.

       FD  SECURITY-LOG.
           01 SECURITY-LOG-RECORD.
               COPY SECREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FIELDS.
           05 WS-TRM-FILE-STATUS PIC X(2).
           05 WS-RC-FILE-STATUS PIC X(2).
           05 WS-DISCREPANCY-STATUS PIC X(2).
           05 WS-AUDIT-STATUS PIC X(2).
           05 WS-GRADE-CKPT-STATUS PIC X(2).
           05 WS-HISTORY-STATUS PIC X(2).
           05 WS-CONVERTED-STATUS PIC X(2).
           05 WS-HOLDS-STATUS PIC X(2).
           05 WS-WAITLIST-STATUS PIC X(2).
           05 WS-ENROLLMENT-STATUS PIC X(2).
           05 WS-AR-STATUS PIC X(2).
           05 WS-EOF-FLAG PIC X(1).
               88 NO-MORE-RECORDS VALUE 'Y'.
           05 WS-ENROLLMENT-OPEN-SW PIC X(1) VALUE 'N'.
               88 ENROLLMENT-OPEN VALUE 'Y'.
           05 WS-HOLDS-OPEN-SW PIC X(1) VALUE 'N'.
               88 HOLDS-OPEN VALUE 'Y'.
           05 WS-WAITLIST-OPEN-SW PIC X(1) VALUE 'N'.
               88 WAITLIST-OPEN VALUE 'Y'.
           05 WS-EMPTY-SW PIC X(1).
               88 ENTRY-IS-EMPTY VALUE 'Y'.
               88 ENTRY-IS-LIVE VALUE 'N'.

       01 WS-FILE-PATH-FIELDS.
           05 WS-BASE-PATH PIC X(40).
           05 WS-BASE-PATH-LEN PIC 9(2).
           05 WS-TERM PIC X(10).
           05 WS-TERM-SEQ-TEXT PIC X(5).
           05 WS-TERM-SEQ PIC 9(5).
           05 WS-NEXT-TERM PIC X(10).
           05 WS-TERM-STATUS-PATH PIC X(80).
           05 WS-RUN-CONTROL-PATH PIC X(80).
           05 WS-DISCREPANCY-PATH PIC X(80).
           05 WS-AUDIT-PATH PIC X(80).
           05 WS-GRADE-CKPT-PATH PIC X(80).
           05 WS-HISTORY-PATH PIC X(80).
           05 WS-CONVERTED-PATH PIC X(80).
           05 WS-HOLDS-PATH PIC X(80).
           05 WS-WAITLIST-PATH PIC X(80).
           05 WS-ENROLLMENT-PATH PIC X(80).
           05 WS-AR-MASTER-PATH PIC X(80).
           05 WS-ARCHIVE-PATH PIC X(80).
           05 WS-CERTIFICATE-PATH PIC X(80).
           05 WS-OPERATOR-PATH PIC X(80).
           05 WS-SECURITY-LOG-PATH PIC X(80).

      *> The term's standing as last recorded on its term-status
      *> file, kept here so a close or reopen rewrites the record
      *> without losing the other half of its history.
       01 WS-TERM-STATUS-FIELDS.
           05 WS-TERM-STATE PIC X(1) VALUE 'O'.
               88 TERM-IS-CLOSED VALUE 'C'.
           05 WS-CLOSED-TS PIC 9(14) VALUE 0.
           05 WS-CLOSED-BY PIC X(8) VALUE SPACES.
           05 WS-CLOSED-NEXT-TERM PIC X(10) VALUE SPACES.
           05 WS-REOPENED-TS PIC 9(14) VALUE 0.
           05 WS-REOPENED-BY PIC X(8) VALUE SPACES.
           05 WS-REOPEN-REASON PIC X(30) VALUE SPACES.

       01 WS-OPERATOR-FIELDS.
           05 WS-ACTION PIC X(10).
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
               10 WS-PERM-TERM-CLOSE PIC X(1).
                   88 MAY-CLOSE-TERM VALUE 'Y'.
           05 WS-SEC-CODE PIC X(2).
           05 WS-SEC-FUNCTION PIC X(20).
           05 WS-SEC-OBJECT PIC X(10).
           05 WS-REASON-IN PIC X(30).
           05 WS-RUN-TS PIC 9(14).

      *> The stream's steps, in STREAM-CONTROL's run order; a step
      *> with no record on the run-control file has never run and
      *> stays pending.
       01 WS-STEP-TABLE-FIELDS.
           05 WS-STEP-MAX PIC 9(2) VALUE 9.
           05 WS-STEP-IDX PIC 9(2).
           05 WS-STEP-ENTRY OCCURS 9 TIMES.
               10 WS-STEP-NAME PIC X(10).
               10 WS-STEP-STATUS PIC X(1).
                   88 STEP-COMPLETE VALUE 'C'.
               10 WS-STEP-REC-COUNT PIC 9(7).

       01 WS-GATE-FIELDS.
           05 WS-GATE-SW PIC X(1).
               88 GATES-CLEAR VALUE 'Y'.
               88 GATES-FAILED VALUE 'N'.
           05 WS-GATE-FAIL-COUNT PIC 9(1) VALUE 0.
           05 WS-STEPS-COMPLETE PIC 9(2) VALUE 0.
           05 WS-CONTROL-FOUND-SW PIC X(1) VALUE 'N'.
               88 CONTROL-RECORD-FOUND VALUE 'Y'.
           05 WS-XREF-EXCEPTIONS PIC 9(7) VALUE 0.
           05 WS-AUDIT-LINES PIC 9(7) VALUE 0.
           05 WS-AUDIT-LINES-POSTED PIC 9(7) VALUE 0.
           05 WS-HISTORY-TERM-COUNT PIC 9(7) VALUE 0.

      *> Released holds and inactive zero-balance accounts older
      *> than this many days are archived at close. The registrar
      *> can set a different period through COLLEGE-RETENTION-DAYS.
       01 WS-RETENTION-FIELDS.
           05 WS-RETENTION-TEXT PIC X(5).
           05 WS-RETENTION-DAYS PIC 9(5) VALUE 365.
           05 WS-TODAY-DATE PIC 9(8).
           05 WS-TODAY-DAYS PIC 9(7).
           05 WS-AGE-DAYS PIC S9(7).

       01 WS-SEED-FIELDS.
           05 WS-SEED-SW PIC X(1).
               88 NEXT-TERM-SEEDED VALUE 'Y'.
               88 NEXT-TERM-ALREADY-ON-FILE VALUE 'N'.

       01 WS-RUN-TOTALS.
           05 WS-CONVERTED-COUNT PIC 9(7) VALUE 0.
           05 WS-CONVERTED-TUITION PIC 9(9)V99 VALUE 0.
           05 WS-HOLDS-ACTIVE-COUNT PIC 9(7) VALUE 0.
           05 WS-HOLDS-KEPT-COUNT PIC 9(7) VALUE 0.
           05 WS-HOLDS-PURGED-COUNT PIC 9(7) VALUE 0.
           05 WS-WAITLIST-KEPT-COUNT PIC 9(7) VALUE 0.
           05 WS-WAITLIST-PURGED-COUNT PIC 9(7) VALUE 0.
           05 WS-AR-KEPT-COUNT PIC 9(7) VALUE 0.
           05 WS-AR-KEPT-BALANCE PIC S9(9)V99 VALUE 0.
           05 WS-AR-TERM-COUNT PIC 9(7) VALUE 0.
           05 WS-AR-TERM-CHARGES PIC 9(9)V99 VALUE 0.
           05 WS-AR-TERM-PAYMENTS PIC 9(9)V99 VALUE 0.
           05 WS-AR-PURGED-COUNT PIC 9(7) VALUE 0.
           05 WS-AR-PURGED-BALANCE PIC S9(9)V99 VALUE 0.

       01 REG-HEADING.
           05 FILLER PIC X(30)
               VALUE "TERM CLOSE CERTIFICATE  TERM: ".
           05 REG-HDG-TERM PIC X(10).
           05 FILLER PIC X(9) VALUE "  CLOSED ".
           05 REG-HDG-TS PIC 9(14).
           05 FILLER PIC X(4) VALUE " BY ".
           05 REG-HDG-OPERATOR PIC X(8).
           05 FILLER PIC X(25) VALUE SPACES.

       01 REG-NEXT-TERM-LINE.
           05 FILLER PIC X(11) VALUE "NEXT TERM: ".
           05 RNL-NEXT-TERM PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RNL-SEED-NOTE PIC X(40).
           05 FILLER PIC X(37) VALUE SPACES.

       01 REG-SECTION-LINE.
           05 RSL-TITLE PIC X(40).
           05 FILLER PIC X(60) VALUE SPACES.

       01 REG-COUNT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCL-LABEL PIC X(30).
           05 RCL-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(61) VALUE SPACES.

       01 REG-TOTAL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RTL-LABEL PIC X(22).
           05 RTL-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(9) VALUE "  TOTAL  ".
           05 RTL-AMOUNT PIC -(8)9.99.
           05 FILLER PIC X(48) VALUE SPACES.

       01 REG-SIGNATURE-LINE.
           05 RSG-TITLE PIC X(12).
           05 FILLER PIC X(32)
               VALUE "________________________________".
           05 FILLER PIC X(8) VALUE "  DATE  ".
           05 FILLER PIC X(12) VALUE "____________".
           05 FILLER PIC X(36) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM 0050-BUILD-FILE-PATHS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           PERFORM 0100-LOAD-TERM-STATUS.
           DISPLAY "TERM CLOSE - TERM " WS-TERM.
           IF TERM-IS-CLOSED
               DISPLAY "TERM IS CLOSED SINCE " WS-CLOSED-TS
                   " BY " WS-CLOSED-BY
           END-IF.
           PERFORM 0300-SIGN-ON-OPERATOR.
           IF NOT MAY-CLOSE-TERM
               MOVE "TERM-CLOSE" TO WS-SEC-FUNCTION
               MOVE WS-TERM TO WS-SEC-OBJECT
               PERFORM 0380-REFUSE-FUNCTION
               CLOSE SECURITY-LOG
               STOP RUN
           END-IF.
      *> Nothing past the sign-on is refused, so the log is done
      *> with before the close or reopen starts.
           CLOSE SECURITY-LOG.
           DISPLAY "ACTION (CLOSE/REOPEN/END): " WITH NO ADVANCING.
           ACCEPT WS-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "CLOSE"
                   PERFORM 1000-CLOSE-TERM
               WHEN "REOPEN"
                   PERFORM 8000-REOPEN-TERM
               WHEN "END"
                   DISPLAY "NOTHING DONE"
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED ACTION - NOTHING DONE"
           END-EVALUATE.
           STOP RUN.

       0050-BUILD-FILE-PATHS.
      **
      * Resolves the data directory, term/semester, numeric term
      * sequence and retention period from the environment, falling
      * back to the historical hard-coded data directory and
      * generic values when they are not set, and builds each
      * file's ASSIGN TO path.
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
      *> The term sequence finds this term's records in the
      *> archive, the same value HISTORY-ARCHIVE keys them under;
      *> unset it reads as 00000 and the archive gate fails.
           MOVE "00000" TO WS-TERM-SEQ-TEXT.
           ACCEPT WS-TERM-SEQ-TEXT FROM ENVIRONMENT "COLLEGE-TERM-SEQ"
               ON EXCEPTION
                   MOVE "00000" TO WS-TERM-SEQ-TEXT
           END-ACCEPT.
           COMPUTE WS-TERM-SEQ =
               FUNCTION NUMVAL(WS-TERM-SEQ-TEXT).
           MOVE "00365" TO WS-RETENTION-TEXT.
           ACCEPT WS-RETENTION-TEXT
               FROM ENVIRONMENT "COLLEGE-RETENTION-DAYS"
               ON EXCEPTION
                   MOVE "00365" TO WS-RETENTION-TEXT
           END-ACCEPT.
           COMPUTE WS-RETENTION-DAYS =
               FUNCTION NUMVAL(WS-RETENTION-TEXT).
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "TERM-STATUS-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-TERM-STATUS-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "RUN-CONTROL-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-RUN-CONTROL-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "XREF-DISCREPANCY-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-DISCREPANCY-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "MAINT-AUDIT-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-AUDIT-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "GRADE-POST-CKPT-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-GRADE-CKPT-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "CONVERTED-STUFILE3-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-CONVERTED-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "WAITLIST-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-WAITLIST-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "COURSE-ENROLLMENT-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-ENROLLMENT-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "TERM-CLOSE-ARCHIVE-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-ARCHIVE-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "TERM-CLOSE-CERTIFICATE-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-CERTIFICATE-PATH.
      *> The archive, the holds and the receivables span every
      *> term, so they are never term-suffixed.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "STUDENT-HISTORY.TXT" DELIMITED BY SIZE
               INTO WS-HISTORY-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "STUDENT-HOLDS.TXT" DELIMITED BY SIZE
               INTO WS-HOLDS-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "AR-MASTER.TXT" DELIMITED BY SIZE
               INTO WS-AR-MASTER-PATH.
      *> The operators and their violations are not term data
      *> either.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "OPERATOR-SECURITY.TXT" DELIMITED BY SIZE
               INTO WS-OPERATOR-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "SECURITY-VIOLATIONS.TXT" DELIMITED BY SIZE
               INTO WS-SECURITY-LOG-PATH.

       0100-LOAD-TERM-STATUS.
      **
      * Loads the term's status record. A missing file is a term
      * that has never been closed; any other open failure is
      * fatal, since closing or reopening blind could undo the
      * record of the last one.
      **
           OPEN INPUT TERM-STATUS-FILE.
           EVALUATE WS-TRM-FILE-STATUS
               WHEN "35"
                   MOVE 'O' TO WS-TERM-STATE
               WHEN "00"
                   READ TERM-STATUS-FILE
                       AT END MOVE 'O' TO WS-TERM-STATE
                       NOT AT END
                           MOVE TRM-STATUS TO WS-TERM-STATE
                           MOVE TRM-CLOSED-TS TO WS-CLOSED-TS
                           MOVE TRM-CLOSED-BY TO WS-CLOSED-BY
                           MOVE TRM-NEXT-TERM TO WS-CLOSED-NEXT-TERM
                           MOVE TRM-REOPENED-TS TO WS-REOPENED-TS
                           MOVE TRM-REOPENED-BY TO WS-REOPENED-BY
                           MOVE TRM-REOPEN-REASON
                               TO WS-REOPEN-REASON
                   END-READ
                   CLOSE TERM-STATUS-FILE
               WHEN OTHER
                   DISPLAY "CANNOT OPEN TERM-STATUS, STATUS "
                       WS-TRM-FILE-STATUS
                   STOP RUN
           END-EVALUATE.

       0200-SAVE-TERM-STATUS.
      **
      * Rewrites the single term-status record from the fields
      * above, the close-and-reopen convention the checkpoint files
      * use since LINE SEQUENTIAL has no REWRITE-in-place.
      **
           OPEN OUTPUT TERM-STATUS-FILE.
           MOVE WS-TERM TO TRM-TERM.
           MOVE WS-TERM-STATE TO TRM-STATUS.
           MOVE WS-CLOSED-TS TO TRM-CLOSED-TS.
           MOVE WS-CLOSED-BY TO TRM-CLOSED-BY.
           MOVE WS-CLOSED-NEXT-TERM TO TRM-NEXT-TERM.
           MOVE WS-REOPENED-TS TO TRM-REOPENED-TS.
           MOVE WS-REOPENED-BY TO TRM-REOPENED-BY.
           MOVE WS-REOPEN-REASON TO TRM-REOPEN-REASON.
           WRITE TERM-STATUS-RECORD.
           CLOSE TERM-STATUS-FILE.

       0300-SIGN-ON-OPERATOR.
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
               PERFORM 0350-ATTEMPT-SIGN-ON
           END-PERFORM.
           CLOSE OPERATOR-SECURITY.
           IF NOT OPERATOR-SIGNED-ON
               DISPLAY "SIGN-ON REFUSED - SESSION ENDED"
               CLOSE SECURITY-LOG
               STOP RUN
           END-IF.

       0350-ATTEMPT-SIGN-ON.
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
                           PERFORM 0360-COUNT-BAD-PASSWORD
                       WHEN OTHER
                           PERFORM 0370-ACCEPT-SIGN-ON
                   END-EVALUATE
           END-READ.
           IF NOT OPERATOR-SIGNED-ON
               IF WS-SEC-CODE = "LK" OR WS-SEC-CODE = "LO"
                   DISPLAY "OPERATOR ID LOCKED - SEE THE SUPERVISOR"
               ELSE
                   DISPLAY "SIGN-ON FAILED"
               END-IF
               PERFORM 0390-LOG-VIOLATION
           END-IF.

       0360-COUNT-BAD-PASSWORD.
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

       0370-ACCEPT-SIGN-ON.
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

       0380-REFUSE-FUNCTION.
      **
      * Refuses a function the operator is not granted and logs the
      * attempt; the caller names the function and its object.
      **
           DISPLAY "NOT AUTHORIZED FOR " WS-SEC-FUNCTION.
           MOVE "NA" TO WS-SEC-CODE.
           PERFORM 0390-LOG-VIOLATION.

       0390-LOG-VIOLATION.
      **
      * Appends one line to the SECURITY-VIOLATIONS log.
      **
           MOVE FUNCTION CURRENT-DATE (1:14) TO SEC-TIMESTAMP.
           MOVE "TERM-CLOSE" TO SEC-PROGRAM.
           MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID.
           MOVE WS-SEC-CODE TO SEC-VIOLATION-CODE.
           MOVE WS-SEC-FUNCTION TO SEC-FUNCTION.
           MOVE WS-SEC-OBJECT TO SEC-OBJECT.
           WRITE SECURITY-LOG-RECORD.

       1000-CLOSE-TERM.
      **
      * Closes the term: checks every close condition first and
      * changes nothing unless all of them hold, then purges,
      * marks the term closed, seeds the next term and prints the
      * certificate.
      **
           IF TERM-IS-CLOSED
               DISPLAY "TERM " WS-TERM " IS ALREADY CLOSED"
           ELSE
               DISPLAY "NEXT TERM: " WITH NO ADVANCING
               ACCEPT WS-NEXT-TERM
               MOVE FUNCTION UPPER-CASE(WS-NEXT-TERM) TO WS-NEXT-TERM
               IF WS-NEXT-TERM = SPACES OR WS-NEXT-TERM = WS-TERM
                   DISPLAY "NEXT TERM MUST BE NAMED AND DIFFER FROM "
                       WS-TERM " - NOTHING DONE"
               ELSE
                   MOVE 'Y' TO WS-GATE-SW
                   PERFORM 2000-CHECK-RUN-CONTROL
                   PERFORM 2200-CHECK-XREF-AUDIT
                   PERFORM 2400-CHECK-GRADE-POST
                   PERFORM 2600-CHECK-HISTORY
                   IF GATES-FAILED
                       DISPLAY "TERM CLOSE REFUSED - "
                           WS-GATE-FAIL-COUNT
                           " CONDITION(S) NOT MET, NOTHING CHANGED"
                   ELSE
                       PERFORM 1100-CARRY-OUT-CLOSE
                   END-IF
               END-IF
           END-IF.

       1100-CARRY-OUT-CLOSE.
      **
      * Every close condition holds: archive and purge, freeze the
      * term, seed the next one and print the certificate.
      **
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-TS.
           PERFORM 3000-READ-CONVERTED-TRAILER.
           PERFORM 3100-OPEN-PURGE-FILES.
           OPEN EXTEND TERM-ARCHIVE.
           PERFORM 3200-PURGE-HOLDS.
           PERFORM 3400-PURGE-WAITLIST.
           PERFORM 3600-PURGE-AR-MASTER.
           CLOSE TERM-ARCHIVE.
           CLOSE CONVERTED.
           MOVE 'C' TO WS-TERM-STATE.
           MOVE WS-RUN-TS TO WS-CLOSED-TS.
           MOVE WS-OPERATOR-ID TO WS-CLOSED-BY.
           MOVE WS-NEXT-TERM TO WS-CLOSED-NEXT-TERM.
           PERFORM 0200-SAVE-TERM-STATUS.
           PERFORM 4000-SEED-NEXT-TERM.
           PERFORM 5000-PRINT-CERTIFICATE.
           DISPLAY "TERM " WS-TERM " CLOSED - HOLDS ARCHIVED "
               WS-HOLDS-PURGED-COUNT " WAITLIST "
               WS-WAITLIST-PURGED-COUNT " AR " WS-AR-PURGED-COUNT.

       2000-CHECK-RUN-CONTROL.
      **
      * Every stream step on the term's run-control file must be
      * complete ('C'). A missing file means the stream never ran.
      **
           PERFORM 2050-INIT-STEP-TABLE.
           OPEN INPUT RUN-CONTROL-FILE.
           EVALUATE WS-RC-FILE-STATUS
               WHEN "00"
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL NO-MORE-RECORDS
                       READ RUN-CONTROL-FILE
                           AT END MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               PERFORM 2100-APPLY-RC-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RUN-CONTROL-FILE
               WHEN "35"
                   DISPLAY "NO RUN CONTROL FOR THIS TERM"
               WHEN OTHER
                   DISPLAY "CANNOT OPEN RUN CONTROL, STATUS "
                       WS-RC-FILE-STATUS
           END-EVALUATE.
           MOVE 0 TO WS-STEPS-COMPLETE.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-MAX
               IF STEP-COMPLETE (WS-STEP-IDX)
                   ADD 1 TO WS-STEPS-COMPLETE
               ELSE
                   DISPLAY "STEP " WS-STEP-NAME (WS-STEP-IDX)
                       " NOT COMPLETE, STATUS "
                       WS-STEP-STATUS (WS-STEP-IDX)
               END-IF
           END-PERFORM.
           IF WS-STEPS-COMPLETE < WS-STEP-MAX
               PERFORM 2900-FAIL-GATE
           END-IF.

       2050-INIT-STEP-TABLE.
      **
      * Seeds the step table with the stream's step names, every
      * step pending, the same order STREAM-CONTROL keeps them in.
      **
           MOVE "CONVERTER" TO WS-STEP-NAME (1).
           MOVE "TRANSCRIPT" TO WS-STEP-NAME (2).
           MOVE "SUMMARY" TO WS-STEP-NAME (3).
           MOVE "PAYEDIT" TO WS-STEP-NAME (4).
           MOVE "ARPOST" TO WS-STEP-NAME (5).
           MOVE "BILLING" TO WS-STEP-NAME (6).
           MOVE "EXPLODE" TO WS-STEP-NAME (7).
           MOVE "ROSTER" TO WS-STEP-NAME (8).
           MOVE "XREF" TO WS-STEP-NAME (9).
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-MAX
               MOVE 'P' TO WS-STEP-STATUS (WS-STEP-IDX)
               MOVE 0 TO WS-STEP-REC-COUNT (WS-STEP-IDX)
           END-PERFORM.

       2100-APPLY-RC-RECORD.
      **
      * Applies one run-control record to its step-table entry,
      * matched by step name.
      **
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-MAX
               IF WS-STEP-NAME (WS-STEP-IDX) = RC-STEP-NAME
                   MOVE RC-STATUS TO WS-STEP-STATUS (WS-STEP-IDX)
                   MOVE RC-RECORD-COUNT
                       TO WS-STEP-REC-COUNT (WS-STEP-IDX)
               END-IF
           END-PERFORM.

       2200-CHECK-XREF-AUDIT.
      **
      * XREF-AUDIT's discrepancy file must end in its control
      * record with a zero exception count. A file with no control
      * record was cut short and proves nothing. The figure the
      * operator keyed against the XREF step must be zero as well.
      **
           MOVE 'N' TO WS-CONTROL-FOUND-SW.
           MOVE 0 TO WS-XREF-EXCEPTIONS.
           OPEN INPUT DISCREPANCY-FILE.
           IF WS-DISCREPANCY-STATUS NOT = "00"
               DISPLAY "NO XREF-AUDIT DISCREPANCY FILE, STATUS "
                   WS-DISCREPANCY-STATUS
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL NO-MORE-RECORDS
                   READ DISCREPANCY-FILE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF DSC-REASON-CODE = "CT"
                               MOVE 'Y' TO WS-CONTROL-FOUND-SW
                               MOVE DSC-CONTROL-COUNT
                                   TO WS-XREF-EXCEPTIONS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISCREPANCY-FILE
           END-IF.
           IF NOT CONTROL-RECORD-FOUND
               DISPLAY "XREF-AUDIT CONTROL RECORD NOT FOUND"
               PERFORM 2900-FAIL-GATE
           ELSE
               IF WS-XREF-EXCEPTIONS NOT = 0
                   DISPLAY "XREF-AUDIT REPORTS " WS-XREF-EXCEPTIONS
                       " DISCREPANCIES"
                   PERFORM 2900-FAIL-GATE
               ELSE
                   IF WS-STEP-REC-COUNT (9) NOT = 0
                       DISPLAY "XREF STEP COUNT IS "
                           WS-STEP-REC-COUNT (9) ", NOT ZERO"
                       PERFORM 2900-FAIL-GATE
                   END-IF
               END-IF
           END-IF.

       2400-CHECK-GRADE-POST.
      **
      * GRADE-POST must have posted every line of the term's
      * MAINT-AUDIT trail: its checkpoint position has to equal the
      * trail's line count. No trail at all means no maintenance
      * was keyed, and there is nothing to post.
      **
           MOVE 0 TO WS-AUDIT-LINES.
           OPEN INPUT MAINT-AUDIT.
           IF WS-AUDIT-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL NO-MORE-RECORDS
                   READ MAINT-AUDIT
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END ADD 1 TO WS-AUDIT-LINES
                   END-READ
               END-PERFORM
               CLOSE MAINT-AUDIT
           END-IF.
           MOVE 0 TO WS-AUDIT-LINES-POSTED.
           OPEN INPUT GRADE-POST-CKPT.
           IF WS-GRADE-CKPT-STATUS = "00"
               READ GRADE-POST-CKPT
                   AT END MOVE 0 TO WS-AUDIT-LINES-POSTED
                   NOT AT END
                       MOVE CKPT-AUDIT-LINES-DONE
                           TO WS-AUDIT-LINES-POSTED
               END-READ
               CLOSE GRADE-POST-CKPT
           END-IF.
           IF WS-AUDIT-LINES-POSTED NOT = WS-AUDIT-LINES
               DISPLAY "GRADE-POST HAS POSTED " WS-AUDIT-LINES-POSTED
                   " OF " WS-AUDIT-LINES " MAINT-AUDIT LINES"
               PERFORM 2900-FAIL-GATE
           END-IF.

       2600-CHECK-HISTORY.
      **
      * The term must be archived: STUDENT-HISTORY has to hold at
      * least one record under the term's sequence. The archive is
      * keyed student first, so the term's records are counted on
      * one pass through the whole file.
      **
           MOVE 0 TO WS-HISTORY-TERM-COUNT.
           IF WS-TERM-SEQ = 0
               DISPLAY "COLLEGE-TERM-SEQ NOT SET"
               PERFORM 2900-FAIL-GATE
           ELSE
               OPEN INPUT STUDENT-HISTORY
               IF WS-HISTORY-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN STUDENT-HISTORY, STATUS "
                       WS-HISTORY-STATUS
               ELSE
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL NO-MORE-RECORDS
                       READ STUDENT-HISTORY
                           AT END MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               IF HIS-TERM-SEQ = WS-TERM-SEQ
                                   ADD 1 TO WS-HISTORY-TERM-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STUDENT-HISTORY
               END-IF
               IF WS-HISTORY-TERM-COUNT = 0
                   DISPLAY "TERM " WS-TERM-SEQ
                       " NOT IN STUDENT-HISTORY - RUN HISTORY-ARCHIVE"
                   PERFORM 2900-FAIL-GATE
               END-IF
           END-IF.

       2900-FAIL-GATE.
      **
      * Records one unmet close condition.
      **
           MOVE 'N' TO WS-GATE-SW.
           ADD 1 TO WS-GATE-FAIL-COUNT.

       3000-READ-CONVERTED-TRAILER.
      **
      * Opens CONVERTED for the close and takes the term's final
      * student count and tuition total off its trailer. The file
      * stays open for the waitlist purge's lookups.
      **
           OPEN INPUT CONVERTED.
           IF WS-CONVERTED-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CONVERTED, STATUS "
                   WS-CONVERTED-STATUS
               STOP RUN
           END-IF.
           MOVE 0 TO COURSE-COUNT.
           MOVE 99999 TO CTL-KEY.
           READ CONVERTED
               INVALID KEY
                   DISPLAY "CONVERTED HAS NO TRAILER RECORD"
               NOT INVALID KEY
                   MOVE CTL-RECORD-COUNT TO WS-CONVERTED-COUNT
                   MOVE CTL-TUITION-TOTAL TO WS-CONVERTED-TUITION
           END-READ.

       3100-OPEN-PURGE-FILES.
      **
      * Opens every file the purge deletes from before anything is
      * archived or deleted, so a file that cannot be opened stops
      * the close with nothing purged and the term still open,
      * rather than part-way through. A college that has never
      * placed a hold has no holds file, and a term that never
      * spilled a section has no waitlist; both are simply skipped.
      * The receivables master must be there.
      **
           OPEN I-O STUDENT-HOLDS.
           EVALUATE WS-HOLDS-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-HOLDS-OPEN-SW
               WHEN "35"
                   DISPLAY "NO STUDENT-HOLDS FILE - NO HOLDS TO PURGE"
               WHEN OTHER
                   DISPLAY "CANNOT OPEN STUDENT-HOLDS, STATUS "
                       WS-HOLDS-STATUS " - TERM NOT CLOSED"
                   CLOSE CONVERTED
                   STOP RUN
           END-EVALUATE.
           OPEN I-O WAITLIST.
           IF WS-WAITLIST-STATUS = "00"
               MOVE 'Y' TO WS-WAITLIST-OPEN-SW
           ELSE
               DISPLAY "NO WAITLIST FOR THIS TERM, STATUS "
                   WS-WAITLIST-STATUS
           END-IF.
           OPEN I-O AR-MASTER.
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN AR-MASTER, STATUS " WS-AR-STATUS
                   " - TERM NOT CLOSED"
               IF WAITLIST-OPEN
                   CLOSE WAITLIST
               END-IF
               IF HOLDS-OPEN
                   CLOSE STUDENT-HOLDS
               END-IF
               CLOSE CONVERTED
               STOP RUN
           END-IF.

       3200-PURGE-HOLDS.
      **
      * Archives and deletes released holds whose release date is
      * older than the retention period. Active holds always stay.
      **
           IF HOLDS-OPEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL NO-MORE-RECORDS
                   READ STUDENT-HOLDS NEXT
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END PERFORM 3250-AGE-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE STUDENT-HOLDS
           END-IF.

       3250-AGE-ONE-HOLD.
      **
      * Ages one hold against the retention period and purges it
      * when it has aged out.
      **
           IF HLD-STATUS NOT = 'R'
               ADD 1 TO WS-HOLDS-ACTIVE-COUNT
           ELSE
               MOVE 0 TO WS-AGE-DAYS
               IF HLD-DATE-RELEASED > 0
                   COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS -
                       FUNCTION INTEGER-OF-DATE (HLD-DATE-RELEASED)
               END-IF
               IF WS-AGE-DAYS > WS-RETENTION-DAYS
                   MOVE "HLD" TO ARC-SOURCE-FILE
                   MOVE HOLD-RECORD TO ARC-IMAGE
                   PERFORM 3900-WRITE-ARCHIVE
                   DELETE STUDENT-HOLDS RECORD
                       INVALID KEY
                           DISPLAY "HOLD DELETE FAILED, STATUS "
                               WS-HOLDS-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-HOLDS-PURGED-COUNT
                   END-DELETE
               ELSE
                   ADD 1 TO WS-HOLDS-KEPT-COUNT
               END-IF
           END-IF.

       3400-PURGE-WAITLIST.
      **
      * Archives and deletes empty waitlist entries - ones with
      * nobody in them, ones whose student already holds a seat in
      * the course, and ones whose student is no longer on this
      * term's CONVERTED. Nothing is left for any of them to wait
      * for.
      **
           IF WAITLIST-OPEN
               OPEN INPUT COURSE-ENROLLMENT
               IF WS-ENROLLMENT-STATUS = "00"
                   MOVE 'Y' TO WS-ENROLLMENT-OPEN-SW
               ELSE
                   MOVE 'N' TO WS-ENROLLMENT-OPEN-SW
                   DISPLAY "NO COURSE-ENROLLMENT, STATUS "
                       WS-ENROLLMENT-STATUS
                       " - SEATS NOT CHECKED"
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL NO-MORE-RECORDS
                   READ WAITLIST NEXT
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END PERFORM 3450-CHECK-ONE-ENTRY
                   END-READ
               END-PERFORM
               IF ENROLLMENT-OPEN
                   CLOSE COURSE-ENROLLMENT
               END-IF
               CLOSE WAITLIST
           END-IF.

       3450-CHECK-ONE-ENTRY.
      **
      * Decides whether one waitlist entry is empty and purges it
      * if so.
      **
           MOVE 'N' TO WS-EMPTY-SW.
           IF WTL-STUDENT-NUMBER = 0 OR WTL-STUDENT-NAME = SPACES
               MOVE 'Y' TO WS-EMPTY-SW
           END-IF.
           IF ENTRY-IS-LIVE AND ENROLLMENT-OPEN
               MOVE WTL-COURSE-CODE TO ENR-COURSE-CODE
               MOVE WTL-STUDENT-NUMBER TO ENR-STUDENT-NUMBER
               READ COURSE-ENROLLMENT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-EMPTY-SW
               END-READ
           END-IF.
      *> The trailer overlays its record count on the alternate
      *> key, so a hit on key 99999 is not a student.
           IF ENTRY-IS-LIVE
               MOVE WTL-STUDENT-NUMBER
                   TO STUDENT-NUMBER OF INDX-STUDENT-RECORD
               READ CONVERTED
                   KEY IS STUDENT-NUMBER OF INDX-STUDENT-RECORD
                   INVALID KEY MOVE 'Y' TO WS-EMPTY-SW
                   NOT INVALID KEY
                       IF RECORD-FD-KEY = 99999
                           MOVE 'Y' TO WS-EMPTY-SW
                       END-IF
               END-READ
           END-IF.
           IF ENTRY-IS-EMPTY
               MOVE "WTL" TO ARC-SOURCE-FILE
               MOVE WAITLIST-RECORD TO ARC-IMAGE
               PERFORM 3900-WRITE-ARCHIVE
               DELETE WAITLIST RECORD
                   INVALID KEY
                       DISPLAY "WAITLIST DELETE FAILED, STATUS "
                           WS-WAITLIST-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-WAITLIST-PURGED-COUNT
               END-DELETE
           ELSE
               ADD 1 TO WS-WAITLIST-KEPT-COUNT
           END-IF.

       3600-PURGE-AR-MASTER.
      **
      * Archives and deletes receivables accounts that are settled
      * and dormant: a zero balance, not charged this term, not
      * with the collection agency, and no activity within the
      * retention period. The rest are totalled for the bursar.
      **
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL NO-MORE-RECORDS
               READ AR-MASTER NEXT
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM 3650-AGE-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           CLOSE AR-MASTER.

       3650-AGE-ONE-ACCOUNT.
      **
      * Purges one account if it is settled and dormant; otherwise
      * adds it to the retained totals.
      **
           MOVE 0 TO WS-AGE-DAYS.
           IF AR-LAST-ACTIVITY-DATE > 0
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS -
                   FUNCTION INTEGER-OF-DATE (AR-LAST-ACTIVITY-DATE)
           ELSE
               COMPUTE WS-AGE-DAYS = WS-RETENTION-DAYS + 1
           END-IF.
           IF AR-CURRENT-BALANCE = 0 AND
              AR-LAST-CHARGED-TERM NOT = WS-TERM AND
              AR-COLLECTION-STATUS NOT = 'R' AND
              WS-AGE-DAYS > WS-RETENTION-DAYS
               MOVE "AR " TO ARC-SOURCE-FILE
               MOVE AR-MASTER-RECORD TO ARC-IMAGE
               PERFORM 3900-WRITE-ARCHIVE
               DELETE AR-MASTER RECORD
                   INVALID KEY
                       DISPLAY "AR DELETE FAILED, STATUS "
                           WS-AR-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-AR-PURGED-COUNT
                       ADD AR-CURRENT-BALANCE
                           TO WS-AR-PURGED-BALANCE
               END-DELETE
           ELSE
               ADD 1 TO WS-AR-KEPT-COUNT
               ADD AR-CURRENT-BALANCE TO WS-AR-KEPT-BALANCE
               IF AR-LAST-CHARGED-TERM = WS-TERM
                   ADD 1 TO WS-AR-TERM-COUNT
                   ADD AR-TERM-CHARGES TO WS-AR-TERM-CHARGES
                   ADD AR-TERM-PAYMENTS TO WS-AR-TERM-PAYMENTS
               END-IF
           END-IF.

       3900-WRITE-ARCHIVE.
      **
      * Writes one purged record to the term's close archive; the
      * caller has set the source file and the image.
      **
           MOVE WS-TERM TO ARC-CLOSING-TERM.
           MOVE WS-TODAY-DATE TO ARC-ARCHIVED-DATE.
           WRITE ARCHIVE-RECORD.

       4000-SEED-NEXT-TERM.
      **
      * Writes the next term's run-control file with every stream
      * step pending, so STREAM-CONTROL starts it clean. A file
      * already there belongs to a stream that has begun (or a
      * close run before a reopen) and is left alone.
      **
           MOVE SPACES TO WS-RUN-CONTROL-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "RUN-CONTROL-" DELIMITED BY SIZE
                   WS-NEXT-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-RUN-CONTROL-PATH.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RC-FILE-STATUS = "35"
               MOVE 'Y' TO WS-SEED-SW
               PERFORM 2050-INIT-STEP-TABLE
               OPEN OUTPUT RUN-CONTROL-FILE
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-MAX
                   MOVE WS-STEP-NAME (WS-STEP-IDX) TO RC-STEP-NAME
                   MOVE WS-STEP-STATUS (WS-STEP-IDX) TO RC-STATUS
                   MOVE 0 TO RC-START-TS
                   MOVE 0 TO RC-END-TS
                   MOVE 0 TO RC-RECORD-COUNT
                   WRITE RUN-CONTROL-RECORD
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           ELSE
               MOVE 'N' TO WS-SEED-SW
               IF WS-RC-FILE-STATUS = "00"
                   CLOSE RUN-CONTROL-FILE
               END-IF
               DISPLAY "RUN CONTROL FOR " WS-NEXT-TERM
                   " ALREADY ON FILE - LEFT AS IT IS"
           END-IF.

       5000-PRINT-CERTIFICATE.
      **
      * Prints the close certificate: the close conditions as they
      * stood, the final file counts and dollar totals, what was
      * archived, and signature lines for the registrar and bursar.
      **
           OPEN OUTPUT CLOSE-CERTIFICATE.
           MOVE WS-TERM TO REG-HDG-TERM.
           MOVE WS-RUN-TS TO REG-HDG-TS.
           MOVE WS-OPERATOR-ID TO REG-HDG-OPERATOR.
           WRITE REG-LINE FROM REG-HEADING.
           MOVE WS-NEXT-TERM TO RNL-NEXT-TERM.
           IF NEXT-TERM-SEEDED
               MOVE "RUN CONTROL SEEDED, ALL STEPS PENDING"
                   TO RNL-SEED-NOTE
           ELSE
               MOVE "RUN CONTROL ALREADY ON FILE"
                   TO RNL-SEED-NOTE
           END-IF.
           WRITE REG-LINE FROM REG-NEXT-TERM-LINE.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
           MOVE "CLOSE CONDITIONS - ALL MET" TO RSL-TITLE.
           WRITE REG-LINE FROM REG-SECTION-LINE.
           MOVE "STREAM STEPS COMPLETE" TO RCL-LABEL.
           MOVE WS-STEPS-COMPLETE TO RCL-COUNT.
           WRITE REG-LINE FROM REG-COUNT-LINE.
           MOVE "XREF-AUDIT DISCREPANCIES" TO RCL-LABEL.
           MOVE WS-XREF-EXCEPTIONS TO RCL-COUNT.
           WRITE REG-LINE FROM REG-COUNT-LINE.
           MOVE "MAINT-AUDIT LINES POSTED" TO RCL-LABEL.
           MOVE WS-AUDIT-LINES-POSTED TO RCL-COUNT.
           WRITE REG-LINE FROM REG-COUNT-LINE.
           MOVE "STUDENT-HISTORY TERM RECORDS" TO RCL-LABEL.
           MOVE WS-HISTORY-TERM-COUNT TO RCL-COUNT.
           WRITE REG-LINE FROM REG-COUNT-LINE.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
           MOVE "FINAL FILE COUNTS AND TOTALS" TO RSL-TITLE.
           WRITE REG-LINE FROM REG-SECTION-LINE.
           MOVE "CONVERTED STUDENTS" TO RTL-LABEL.
           MOVE WS-CONVERTED-COUNT TO RTL-COUNT.
           MOVE WS-CONVERTED-TUITION TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "AR ACCOUNTS ON FILE" TO RTL-LABEL.
           MOVE WS-AR-KEPT-COUNT TO RTL-COUNT.
           MOVE WS-AR-KEPT-BALANCE TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "TERM CHARGES" TO RTL-LABEL.
           MOVE WS-AR-TERM-COUNT TO RTL-COUNT.
           MOVE WS-AR-TERM-CHARGES TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "TERM PAYMENTS" TO RTL-LABEL.
           MOVE WS-AR-TERM-COUNT TO RTL-COUNT.
           MOVE WS-AR-TERM-PAYMENTS TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "ACTIVE HOLDS" TO RCL-LABEL.
           MOVE WS-HOLDS-ACTIVE-COUNT TO RCL-COUNT.
           WRITE REG-LINE FROM REG-COUNT-LINE.
           MOVE "RELEASED HOLDS KEPT" TO RCL-LABEL.
           MOVE WS-HOLDS-KEPT-COUNT TO RCL-COUNT.
           WRITE REG-LINE FROM REG-COUNT-LINE.
           MOVE "WAITLIST ENTRIES KEPT" TO RCL-LABEL.
           MOVE WS-WAITLIST-KEPT-COUNT TO RCL-COUNT.
           WRITE REG-LINE FROM REG-COUNT-LINE.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
           MOVE "ARCHIVED AND PURGED AT CLOSE" TO RSL-TITLE.
           WRITE REG-LINE FROM REG-SECTION-LINE.
           MOVE "RELEASED HOLDS" TO RCL-LABEL.
           MOVE WS-HOLDS-PURGED-COUNT TO RCL-COUNT.
           WRITE REG-LINE FROM REG-COUNT-LINE.
           MOVE "EMPTY WAITLIST ENTRIES" TO RCL-LABEL.
           MOVE WS-WAITLIST-PURGED-COUNT TO RCL-COUNT.
           WRITE REG-LINE FROM REG-COUNT-LINE.
           MOVE "SETTLED AR ACCOUNTS" TO RTL-LABEL.
           MOVE WS-AR-PURGED-COUNT TO RTL-COUNT.
           MOVE WS-AR-PURGED-BALANCE TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
           WRITE REG-LINE.
           MOVE "REGISTRAR" TO RSG-TITLE.
           WRITE REG-LINE FROM REG-SIGNATURE-LINE.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
           MOVE "BURSAR" TO RSG-TITLE.
           WRITE REG-LINE FROM REG-SIGNATURE-LINE.
           CLOSE CLOSE-CERTIFICATE.

       8000-REOPEN-TERM.
      **
      * Lifts a closed term's freeze. The operator and the reason
      * go on the term-status record beside the close they undo.
      * Nothing archived at close comes back; the archive file has
      * every purged record if one is needed.
      **
           IF NOT TERM-IS-CLOSED
               DISPLAY "TERM " WS-TERM " IS NOT CLOSED"
           ELSE
               DISPLAY "REASON FOR REOPENING: " WITH NO ADVANCING
               ACCEPT WS-REASON-IN
               IF WS-REASON-IN = SPACES
                   DISPLAY "A REASON IS REQUIRED - TERM STAYS CLOSED"
               ELSE
                   MOVE 'O' TO WS-TERM-STATE
                   MOVE FUNCTION CURRENT-DATE (1:14)
                       TO WS-REOPENED-TS
                   MOVE WS-OPERATOR-ID TO WS-REOPENED-BY
                   MOVE WS-REASON-IN TO WS-REOPEN-REASON
                   PERFORM 0200-SAVE-TERM-STATUS
                   DISPLAY "TERM " WS-TERM " REOPENED"
               END-IF
           END-IF.

      ** add other procedures here
       END PROGRAM TERM-CLOSE.
