      ******************************************************************
      * Author:
      * Date:
      * Purpose: Collections escalation run. Walks the balance-
      *          forward AR-MASTER file and ages each student's
      *          posted balance the way TUITION-BILL's
      *          2300-COMPUTE-AGING ages the statements - against
      *          the term's tuition due date (COLLEGE-DUE-DATE), or
      *          for a payment-plan student against their first
      *          uncovered installment. A delinquent student is
      *          walked one stage per run through the dunning
      *          cycle as their aging reaches it: the 30-day
      *          reminder, the 60-day warning, the 90-day final
      *          notice, each printed to that stage's letter file.
      *          The DUNNING-HISTORY file remembers the stage each
      *          student was last sent, so no stage goes out twice,
      *          and a payment since the last notice (or the
      *          balance coming current) resets the cycle. An
      *          account still delinquent a full grace period after
      *          its final notice, with no activity of any kind
      *          since, is referred to the collection agency on the
      *          AGENCY-REFERRALS file in the agency's layout and
      *          flagged on AR-MASTER; the college sends it no more
      *          letters. The bursar gets a summary by stage with
      *          counts and dollars.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. COLLECTIONS-RUN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> DYNAMIC: read through in key order, and a referred
      *> account's flag is rewritten in place as the run goes.
           SELECT AR-MASTER
           ASSIGN TO WS-AR-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AR-STUDENT-NUMBER
               FILE STATUS IS WS-AR-STATUS.

      *> OPTIONAL so the first collections run ever can create the
      *> history; DYNAMIC for a keyed read and a write or rewrite
      *> per delinquent master.
           SELECT OPTIONAL DUNNING-HISTORY
           ASSIGN TO WS-DUNNING-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DUN-STUDENT-NUMBER
               FILE STATUS IS WS-DUNNING-STATUS.

           SELECT CONVERTED
           ASSIGN TO WS-CONVERTED-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RECORD-FD-KEY
               ALTERNATE RECORD KEY IS STUDENT-NUMBER
                   OF INDX-STUDENT-RECORD WITH DUPLICATES
               FILE STATUS IS WS-CONVERTED-STATUS.

      *> OPTIONAL: a student who has left the college is no longer
      *> on this term's CONVERTED, and the archive is where their
      *> name is kept. A shop with no archive yet just goes without.
           SELECT OPTIONAL STUDENT-HISTORY
           ASSIGN TO WS-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIS-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

      *> OPTIONAL: a term with no payment plans on file ages every
      *> student against the single college due date as before.
           SELECT OPTIONAL PAYMENT-PLANS
           ASSIGN TO WS-PLAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT REMINDER-LETTERS
           ASSIGN TO WS-REMINDER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WARNING-LETTERS
           ASSIGN TO WS-WARNING-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FINAL-LETTERS
           ASSIGN TO WS-FINAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

      *> OPTIONAL and EXTEND: referrals wait here, run after run,
      *> until the agency's pickup takes them.
           SELECT OPTIONAL AGENCY-REFERRALS
           ASSIGN TO WS-REFERRAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-STATUS.

           SELECT COLLECTIONS-SUMMARY
           ASSIGN TO WS-SUMMARY-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  AR-MASTER.
           01 AR-MASTER-RECORD.
               COPY ARREC.

       FD  DUNNING-HISTORY.
           01 DUNNING-RECORD.
               COPY DUNREC.

       FD  CONVERTED
           RECORD IS VARYING IN SIZE FROM 63 TO 153 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           01 INDX-STUDENT-RECORD.
               COPY CNVREC.

       FD  STUDENT-HISTORY.
           01 HISTORY-RECORD.
               COPY HISREC.

       FD  PAYMENT-PLANS.
           01 PLAN-RECORD.
               COPY PLNREC.

       FD  REMINDER-LETTERS.
           01 REMINDER-LINE PIC X(80).

       FD  WARNING-LETTERS.
           01 WARNING-LINE PIC X(80).

       FD  FINAL-LETTERS.
           01 FINAL-LINE PIC X(80).

       FD  AGENCY-REFERRALS.
           01 AGENCY-RECORD.
               COPY AGYREC.

       FD  COLLECTIONS-SUMMARY.
           01 REG-LINE PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FIELDS.
           05 WS-AR-STATUS PIC X(2).
           05 WS-DUNNING-STATUS PIC X(2).
           05 WS-CONVERTED-STATUS PIC X(2).
           05 WS-HISTORY-STATUS PIC X(2).
           05 WS-REFERRAL-STATUS PIC X(2).
           05 WS-AR-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-AR-RECORDS VALUE 'Y'.
           05 WS-DUN-FOUND-SW PIC X(1).
               88 DUNNING-FOUND VALUE 'Y'.
               88 DUNNING-NOT-FOUND VALUE 'N'.
           05 WS-DUN-CHANGED-SW PIC X(1).
               88 DUNNING-CHANGED VALUE 'Y'.
           05 WS-HISTORY-OPEN-SW PIC X(1) VALUE 'N'.
               88 HISTORY-OPEN VALUE 'Y'.
           05 WS-AGENCY-HEADER-SW PIC X(1) VALUE 'N'.
               88 AGENCY-HEADER-WRITTEN VALUE 'Y'.

       01 WS-FILE-PATH-FIELDS.
           05 WS-BASE-PATH PIC X(40).
           05 WS-BASE-PATH-LEN PIC 9(2).
           05 WS-TERM PIC X(10).
           05 WS-AR-MASTER-PATH PIC X(80).
           05 WS-DUNNING-PATH PIC X(80).
           05 WS-CONVERTED-PATH PIC X(80).
           05 WS-HISTORY-PATH PIC X(80).
           05 WS-PLAN-PATH PIC X(80).
           05 WS-REMINDER-PATH PIC X(80).
           05 WS-WARNING-PATH PIC X(80).
           05 WS-FINAL-PATH PIC X(80).
           05 WS-REFERRAL-PATH PIC X(80).
           05 WS-SUMMARY-PATH PIC X(80).

       01 WS-AGING-FIELDS.
           05 WS-TODAY-DATE PIC 9(8).
           05 WS-TODAY-DAYS PIC 9(7).
           05 WS-DUE-DATE-TEXT PIC X(8).
           05 WS-DUE-DATE PIC 9(8).
           05 WS-DUE-DAYS PIC 9(7).
           05 WS-AGE-DUE-DAYS PIC 9(7).
           05 WS-DAYS-PAST-DUE PIC S9(7).
           05 WS-AGING-BUCKET PIC X(10).

      *> The term's payment plans, loaded once into this table and
      *> scanned per master, the same convention TUITION-BILL's
      *> 1500-LOAD-PAYMENT-PLANS uses - a plan student ages against
      *> their own schedule here exactly as on the statement.
       01 WS-PLAN-TABLE-FIELDS.
           05 WS-PLAN-STATUS PIC X(2).
           05 WS-PLAN-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-PLAN-RECORDS VALUE 'Y'.
           05 WS-PLAN-COUNT PIC 9(3) VALUE 0.
           05 WS-PLAN-MAX PIC 9(3) VALUE 200.
           05 WS-PLAN-IDX PIC 9(3).
           05 WS-PLAN-HIT PIC 9(3).
           05 WS-PLAN-FOUND-SW PIC X(1).
               88 PLAN-FOUND VALUE 'Y'.
               88 PLAN-NOT-FOUND VALUE 'N'.
           05 WS-INST-IDX PIC 9(1).
           05 WS-PLAN-ENTRY OCCURS 200 TIMES.
               10 WS-PLN-STUDENT PIC 9(6).
               10 WS-PLN-INST-COUNT PIC 9(1).
               10 WS-PLN-INST-ENTRY OCCURS 6 TIMES.
                   15 WS-PLN-INST-AMOUNT PIC 9(5)V99.
                   15 WS-PLN-INST-DUE-DATE PIC 9(8).

       01 WS-PLAN-AGING-FIELDS.
      *> Signed: a refund can push the figure below zero early in
      *> a term.
           05 WS-PAID-TO-DATE PIC S9(9)V99.
           05 WS-CUM-BILLED PIC 9(9)V99.

       01 WS-DUNNING-FIELDS.
      *> The stage the student's aging has reached: 0 not
      *> delinquent, 1 reminder, 2 warning, 3 final.
           05 WS-AGING-STAGE PIC 9(1).
           05 WS-NEXT-STAGE PIC 9(1).
           05 WS-PAYMENT-SW PIC X(1).
               88 PAYMENT-SINCE-NOTICE VALUE 'Y'.
               88 NO-PAYMENT-SINCE-NOTICE VALUE 'N'.
      *> An account waits this many days after its final notice
      *> before it can be referred to the agency.
           05 WS-REFERRAL-GRACE-DAYS PIC 9(3) VALUE 30.
           05 WS-FINAL-DAYS PIC 9(7).
           05 WS-DAYS-SINCE-FINAL PIC S9(7).
           05 WS-STUDENT-NAME PIC X(40).
           05 WS-AGENCY-CLIENT-ID PIC X(8).
           05 WS-ACTION PIC X(24).

      *> One letter, built here and written to its stage's file.
       01 WS-LETTER-FIELDS.
           05 WS-LETTER-COUNT PIC 9(2).
           05 WS-LETTER-IDX PIC 9(2).
           05 WS-LETTER-LINE PIC X(80) OCCURS 14 TIMES.

       01 LTR-HEADING-LINE.
           05 FILLER PIC X(20) VALUE "OFFICE OF THE BURSAR".
           05 FILLER PIC X(44) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "DATE: ".
           05 LHL-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.

       01 LTR-ADDRESS-LINE.
           05 FILLER PIC X(4) VALUE "TO: ".
           05 LAL-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(10) VALUE "  STUDENT ".
           05 LAL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(20) VALUE SPACES.

       01 LTR-SUBJECT-LINE.
           05 FILLER PIC X(4) VALUE "RE: ".
           05 LSL-SUBJECT PIC X(40).
           05 FILLER PIC X(36) VALUE SPACES.

       01 LTR-BALANCE-LINE.
           05 FILLER PIC X(31)
               VALUE "YOUR TUITION ACCOUNT BALANCE OF".
           05 LBL-BALANCE PIC $$$$,$$9.99.
           05 FILLER PIC X(8) VALUE " IS NOW ".
           05 LBL-DAYS-PAST-DUE PIC ZZZ9.
           05 FILLER PIC X(15) VALUE " DAYS PAST DUE.".
           05 FILLER PIC X(11) VALUE SPACES.

       01 WS-RUN-TOTALS.
           05 WS-MASTER-COUNT PIC 9(6) VALUE 0.
           05 WS-REMINDER-COUNT PIC 9(6) VALUE 0.
           05 WS-REMINDER-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-WARNING-COUNT PIC 9(6) VALUE 0.
           05 WS-WARNING-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-FINAL-COUNT PIC 9(6) VALUE 0.
           05 WS-FINAL-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-REFERRED-COUNT PIC 9(6) VALUE 0.
           05 WS-REFERRED-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-AWAITING-COUNT PIC 9(6) VALUE 0.
           05 WS-AWAITING-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-RESET-COUNT PIC 9(6) VALUE 0.
           05 WS-RESET-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-AT-AGENCY-COUNT PIC 9(6) VALUE 0.
           05 WS-AT-AGENCY-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-GROUP-REFERRAL-AMOUNT PIC 9(9)V99 VALUE 0.

       01 REG-HEADING.
           05 FILLER PIC X(34)
               VALUE "COLLECTIONS STAGE SUMMARY  TERM: ".
           05 REG-HDG-TERM PIC X(10).
           05 FILLER PIC X(11) VALUE "  DUE DATE ".
           05 REG-HDG-DUE-DATE PIC 9(8).
           05 FILLER PIC X(6) VALUE "  RUN ".
           05 REG-HDG-DATE PIC 9(8).
           05 FILLER PIC X(23) VALUE SPACES.

       01 REG-DETAIL-LINE.
           05 RDL-ACTION PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-STUDENT-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-BALANCE PIC -(6)9.99.
           05 FILLER PIC X(11) VALUE "  DAYS LATE".
           05 RDL-DAYS-LATE PIC -(6)9.
           05 FILLER PIC X(6) VALUE SPACES.

       01 REG-TOTAL-LINE.
           05 RTL-LABEL PIC X(22).
           05 RTL-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(9) VALUE "  TOTAL  ".
           05 RTL-AMOUNT PIC Z(8)9.99.
           05 FILLER PIC X(50) VALUE SPACES.
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
           PERFORM 1000-RESOLVE-DUE-DATE.
           PERFORM 1500-LOAD-PAYMENT-PLANS.
           OPEN I-O AR-MASTER.
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN AR-MASTER, STATUS " WS-AR-STATUS
               STOP RUN
           END-IF.
           OPEN I-O DUNNING-HISTORY.
           IF WS-DUNNING-STATUS NOT = "00" AND
              WS-DUNNING-STATUS NOT = "05"
               DISPLAY "CANNOT OPEN DUNNING-HISTORY, STATUS "
                   WS-DUNNING-STATUS
               CLOSE AR-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT CONVERTED.
           IF WS-CONVERTED-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CONVERTED, STATUS "
                   WS-CONVERTED-STATUS
               CLOSE DUNNING-HISTORY
               CLOSE AR-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-HISTORY.
           IF WS-HISTORY-STATUS = "00"
               MOVE 'Y' TO WS-HISTORY-OPEN-SW
           END-IF.
           OPEN EXTEND AGENCY-REFERRALS.
           IF WS-REFERRAL-STATUS NOT = "00" AND
              WS-REFERRAL-STATUS NOT = "05"
               DISPLAY "CANNOT OPEN AGENCY-REFERRALS, STATUS "
                   WS-REFERRAL-STATUS
               CLOSE CONVERTED
               CLOSE DUNNING-HISTORY
               CLOSE AR-MASTER
               STOP RUN
           END-IF.
           OPEN OUTPUT REMINDER-LETTERS.
           OPEN OUTPUT WARNING-LETTERS.
           OPEN OUTPUT FINAL-LETTERS.
           OPEN OUTPUT COLLECTIONS-SUMMARY.
           MOVE WS-TERM TO REG-HDG-TERM.
           MOVE WS-DUE-DATE TO REG-HDG-DUE-DATE.
           MOVE WS-TODAY-DATE TO REG-HDG-DATE.
           WRITE REG-LINE FROM REG-HEADING.
           PERFORM UNTIL NO-MORE-AR-RECORDS
               READ AR-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-AR-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-MASTER-COUNT
                       PERFORM 2000-PROCESS-ONE-MASTER
               END-READ
           END-PERFORM.
           IF AGENCY-HEADER-WRITTEN
               PERFORM 4700-WRITE-AGENCY-TRAILER
           END-IF.
           PERFORM 5000-WRITE-STAGE-SUMMARY.
           CLOSE COLLECTIONS-SUMMARY.
           CLOSE FINAL-LETTERS.
           CLOSE WARNING-LETTERS.
           CLOSE REMINDER-LETTERS.
           CLOSE AGENCY-REFERRALS.
           IF HISTORY-OPEN
               CLOSE STUDENT-HISTORY
           END-IF.
           CLOSE CONVERTED.
           CLOSE DUNNING-HISTORY.
           CLOSE AR-MASTER.
           DISPLAY "COLLECTIONS - MASTERS " WS-MASTER-COUNT
               " REMINDERS " WS-REMINDER-COUNT
               " WARNINGS " WS-WARNING-COUNT
               " FINALS " WS-FINAL-COUNT
               " REFERRED " WS-REFERRED-COUNT
               " RESET " WS-RESET-COUNT.
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
      *> The agency knows the college by the client id it issued;
      *> the bursar sets it with the rest of the term setup.
           MOVE "COLLEGE" TO WS-AGENCY-CLIENT-ID.
           ACCEPT WS-AGENCY-CLIENT-ID FROM ENVIRONMENT
                   "COLLEGE-AGENCY-CLIENT"
               ON EXCEPTION
                   MOVE "COLLEGE" TO WS-AGENCY-CLIENT-ID
           END-ACCEPT.
      *> The receivables master, the dunning history, the archive
      *> and the agency hand-off all carry state across terms, so
      *> none of them is term-suffixed; the letters and the summary
      *> belong to the run's term.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "AR-MASTER.TXT" DELIMITED BY SIZE
               INTO WS-AR-MASTER-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "DUNNING-HISTORY.TXT" DELIMITED BY SIZE
               INTO WS-DUNNING-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "CONVERTED-STUFILE3-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-CONVERTED-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "STUDENT-HISTORY.TXT" DELIMITED BY SIZE
               INTO WS-HISTORY-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "PAYMENT-PLANS-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-PLAN-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "DUNNING-REMINDERS-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REMINDER-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "DUNNING-WARNINGS-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-WARNING-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "DUNNING-FINALS-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-FINAL-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "AGENCY-REFERRALS.TXT" DELIMITED BY SIZE
               INTO WS-REFERRAL-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "COLLECTIONS-SUMMARY-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-SUMMARY-PATH.

       1000-RESOLVE-DUE-DATE.
      **
      * Reads the term's tuition due date from COLLEGE-DUE-DATE
      * (YYYYMMDD), the same term-setup value TUITION-BILL ages the
      * statements against. Without one nobody can be aged, so the
      * run sends no letters and resets no cycles, and the console
      * says so.
      **
           MOVE SPACES TO WS-DUE-DATE-TEXT.
           ACCEPT WS-DUE-DATE-TEXT FROM ENVIRONMENT
                   "COLLEGE-DUE-DATE"
               ON EXCEPTION
                   MOVE SPACES TO WS-DUE-DATE-TEXT
           END-ACCEPT.
           IF WS-DUE-DATE-TEXT = SPACES
               MOVE 0 TO WS-DUE-DATE
               MOVE 0 TO WS-DUE-DAYS
               DISPLAY "WARNING - COLLEGE-DUE-DATE NOT SET, "
                   "NO ACCOUNT ESCALATED"
           ELSE
               COMPUTE WS-DUE-DATE =
                   FUNCTION NUMVAL(WS-DUE-DATE-TEXT)
               COMPUTE WS-DUE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-DUE-DATE)
           END-IF.

       1500-LOAD-PAYMENT-PLANS.
      **
      * Loads the bursar's payment-plan master into the
      * working-storage table, the same load TUITION-BILL's
      * 1500-LOAD-PAYMENT-PLANS makes. Plans beyond the table's
      * capacity are counted off with a console warning - those
      * students age against the college due date.
      **
           OPEN INPUT PAYMENT-PLANS.
           IF WS-PLAN-STATUS NOT = "00" AND WS-PLAN-STATUS NOT = "05"
               DISPLAY "NO PAYMENT PLANS ON FILE, STATUS "
                   WS-PLAN-STATUS
               MOVE 'Y' TO WS-PLAN-EOF-FLAG
           END-IF.
           PERFORM UNTIL NO-MORE-PLAN-RECORDS
               READ PAYMENT-PLANS
                   AT END MOVE 'Y' TO WS-PLAN-EOF-FLAG
                   NOT AT END
                       IF WS-PLAN-COUNT < WS-PLAN-MAX
                           ADD 1 TO WS-PLAN-COUNT
                           MOVE PLN-STUDENT-NUMBER TO
                               WS-PLN-STUDENT (WS-PLAN-COUNT)
                           MOVE PLN-INSTALLMENT-COUNT TO
                               WS-PLN-INST-COUNT (WS-PLAN-COUNT)
                           PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                               UNTIL WS-INST-IDX > 6
                               MOVE PLN-INST-AMOUNT (WS-INST-IDX)
                                   TO WS-PLN-INST-AMOUNT
                                       (WS-PLAN-COUNT WS-INST-IDX)
                               MOVE PLN-INST-DUE-DATE (WS-INST-IDX)
                                   TO WS-PLN-INST-DUE-DATE
                                       (WS-PLAN-COUNT WS-INST-IDX)
                           END-PERFORM
                       ELSE
                           DISPLAY "PLAN TABLE FULL, DROPPED "
                               PLN-STUDENT-NUMBER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-PLANS.
           DISPLAY "PAYMENT PLANS LOADED: " WS-PLAN-COUNT.

       2000-PROCESS-ONE-MASTER.
      **
      * Settles one account's place in the dunning cycle. An
      * account already with the agency is theirs and is only
      * counted. Otherwise the cycle resets when a payment has come
      * in since the last notice or the balance is no longer
      * delinquent; a final notice left unanswered past the grace
      * period is referred; and an account whose aging has passed
      * its last stage is sent the next one. With no due date on
      * file nobody can be aged, and nothing is touched.
      **
           IF AR-COLLECTION-STATUS = 'R'
               ADD 1 TO WS-AT-AGENCY-COUNT
               ADD AR-CURRENT-BALANCE TO WS-AT-AGENCY-AMOUNT
           ELSE
               IF WS-DUE-DAYS NOT = 0
                   PERFORM 2100-AGE-ONE-MASTER
                   PERFORM 2200-FETCH-DUNNING-HISTORY
                   MOVE 'N' TO WS-DUN-CHANGED-SW
                   PERFORM 2300-CHECK-FOR-PAYMENT
                   EVALUATE TRUE
                       WHEN DUN-CURRENT-STAGE > 0 AND
                            (WS-AGING-STAGE = 0 OR
                             PAYMENT-SINCE-NOTICE)
                           PERFORM 3000-RESET-CYCLE
                       WHEN WS-AGING-STAGE = 0
                           CONTINUE
                       WHEN DUN-CURRENT-STAGE = 3
                           PERFORM 3500-CHECK-REFERRAL
                       WHEN DUN-CURRENT-STAGE < WS-AGING-STAGE
                           PERFORM 3200-SEND-NEXT-STAGE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF DUNNING-CHANGED
                       PERFORM 2900-STORE-DUNNING-HISTORY
                   END-IF
               END-IF
           END-IF.

       2100-AGE-ONE-MASTER.
      **
      * Ages the posted balance by TUITION-BILL's 2300 rule and
      * turns the bucket into the dunning stage it has reached: the
      * 30 DAYS bucket earns the reminder, 60 DAYS the warning, and
      * 90 DAYS or beyond the final notice. A balance paid up, in
      * credit, or current reaches no stage at all.
      **
           MOVE 0 TO WS-DAYS-PAST-DUE.
           IF AR-CURRENT-BALANCE < 0
               MOVE "CREDIT" TO WS-AGING-BUCKET
           ELSE
               IF AR-CURRENT-BALANCE = 0
                   MOVE "PAID" TO WS-AGING-BUCKET
               ELSE
                   PERFORM 2150-FIND-PAYMENT-PLAN
                   IF PLAN-FOUND
                       PERFORM 2160-FIND-OWING-INSTALLMENT
                   ELSE
                       MOVE WS-DUE-DAYS TO WS-AGE-DUE-DAYS
                   END-IF
                   COMPUTE WS-DAYS-PAST-DUE =
                       WS-TODAY-DAYS - WS-AGE-DUE-DAYS
                   EVALUATE TRUE
                       WHEN WS-DAYS-PAST-DUE <= 0
                           MOVE "CURRENT" TO WS-AGING-BUCKET
                       WHEN WS-DAYS-PAST-DUE <= 30
                           MOVE "30 DAYS" TO WS-AGING-BUCKET
                       WHEN WS-DAYS-PAST-DUE <= 60
                           MOVE "60 DAYS" TO WS-AGING-BUCKET
                       WHEN WS-DAYS-PAST-DUE <= 90
                           MOVE "90 DAYS" TO WS-AGING-BUCKET
                       WHEN OTHER
                           MOVE "90+ DAYS" TO WS-AGING-BUCKET
                   END-EVALUATE
               END-IF
           END-IF.
           EVALUATE WS-AGING-BUCKET
               WHEN "30 DAYS"
                   MOVE 1 TO WS-AGING-STAGE
               WHEN "60 DAYS"
                   MOVE 2 TO WS-AGING-STAGE
               WHEN "90 DAYS"
               WHEN "90+ DAYS"
                   MOVE 3 TO WS-AGING-STAGE
               WHEN OTHER
                   MOVE 0 TO WS-AGING-STAGE
           END-EVALUATE.

       2150-FIND-PAYMENT-PLAN.
      **
      * Scans the plan table for this master's student and, when a
      * plan is found, figures how much of the schedule their
      * payments and credit adjustments have satisfied so far,
      * refunds netted off - the same figure the statement and the
      * late-fee run measure against.
      **
           SET PLAN-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-PLAN-HIT.
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                   OR PLAN-FOUND
               IF WS-PLN-STUDENT (WS-PLAN-IDX) = AR-STUDENT-NUMBER
                   SET PLAN-FOUND TO TRUE
                   MOVE WS-PLAN-IDX TO WS-PLAN-HIT
               END-IF
           END-PERFORM.
           IF PLAN-FOUND
               COMPUTE WS-PAID-TO-DATE =
                   AR-TERM-PAYMENTS + AR-TERM-ADJUSTMENTS
                   - AR-TERM-REFUNDS
           END-IF.

       2160-FIND-OWING-INSTALLMENT.
      **
      * Walks the plan's installments in schedule order, summing
      * the amounts billed, until the cumulative figure passes what
      * the student has paid - that installment's due date drives
      * the aging, TUITION-BILL's 2350 rule. A schedule fully
      * covered ages from today, which can never be past due.
      **
           MOVE 0 TO WS-AGE-DUE-DAYS.
           MOVE 0 TO WS-CUM-BILLED.
           PERFORM VARYING WS-INST-IDX FROM 1 BY 1
               UNTIL WS-INST-IDX >
                       WS-PLN-INST-COUNT (WS-PLAN-HIT)
                   OR WS-AGE-DUE-DAYS > 0
               ADD WS-PLN-INST-AMOUNT (WS-PLAN-HIT WS-INST-IDX)
                   TO WS-CUM-BILLED
               IF WS-CUM-BILLED > WS-PAID-TO-DATE
                   COMPUTE WS-AGE-DUE-DAYS =
                       FUNCTION INTEGER-OF-DATE
                           (WS-PLN-INST-DUE-DATE
                               (WS-PLAN-HIT WS-INST-IDX))
               END-IF
           END-PERFORM.
           IF WS-AGE-DUE-DAYS = 0
               MOVE WS-TODAY-DAYS TO WS-AGE-DUE-DAYS
           END-IF.

       2200-FETCH-DUNNING-HISTORY.
      **
      * Reads the student's dunning history, building a stage-0
      * record in the buffer when the student has never been
      * dunned. 2900 writes or rewrites it as appropriate.
      **
           SET DUNNING-FOUND TO TRUE.
           MOVE AR-STUDENT-NUMBER TO DUN-STUDENT-NUMBER.
           READ DUNNING-HISTORY
               INVALID KEY
                   SET DUNNING-NOT-FOUND TO TRUE
           END-READ.
           IF DUNNING-NOT-FOUND
               MOVE SPACES TO DUNNING-RECORD
               MOVE AR-STUDENT-NUMBER TO DUN-STUDENT-NUMBER
               MOVE 0 TO DUN-CURRENT-STAGE
               MOVE 0 TO DUN-REMINDER-DATE
               MOVE 0 TO DUN-WARNING-DATE
               MOVE 0 TO DUN-FINAL-DATE
               MOVE 0 TO DUN-REFERRAL-DATE
               MOVE 0 TO DUN-NOTICE-BALANCE
               MOVE 0 TO DUN-TERM-PAYMENTS
               MOVE 0 TO DUN-CYCLE-COUNT
               MOVE 0 TO DUN-LAST-RESET-DATE
           END-IF.

       2300-CHECK-FOR-PAYMENT.
      **
      * Decides whether a payment has posted since the last notice.
      * Within the same term the payments bucket has grown; once
      * the posting run has rolled the master into a new term the
      * bucket started again from zero, so any payment in it is new.
      **
           SET NO-PAYMENT-SINCE-NOTICE TO TRUE.
           IF DUN-CURRENT-STAGE > 0
               IF AR-LAST-CHARGED-TERM = DUN-CHARGED-TERM
                   IF AR-TERM-PAYMENTS > DUN-TERM-PAYMENTS
                       SET PAYMENT-SINCE-NOTICE TO TRUE
                   END-IF
               ELSE
                   IF AR-TERM-PAYMENTS > 0
                       SET PAYMENT-SINCE-NOTICE TO TRUE
                   END-IF
               END-IF
           END-IF.

       2900-STORE-DUNNING-HISTORY.
      **
      * Writes a new history record or rewrites the existing one.
      **
           IF DUNNING-NOT-FOUND
               WRITE DUNNING-RECORD
               INVALID KEY
                   DISPLAY "CANNOT WRITE DUNNING-HISTORY "
                       DUN-STUDENT-NUMBER ", STATUS "
                       WS-DUNNING-STATUS
               END-WRITE
           ELSE
               REWRITE DUNNING-RECORD
               INVALID KEY
                   DISPLAY "CANNOT REWRITE DUNNING-HISTORY "
                       DUN-STUDENT-NUMBER ", STATUS "
                       WS-DUNNING-STATUS
               END-REWRITE
           END-IF.

       3000-RESET-CYCLE.
      **
      * Ends the student's current cycle: a payment came in, or the
      * balance is no longer delinquent. The stage dates are
      * cleared so the next delinquency starts again at the
      * reminder.
      **
           MOVE 0 TO DUN-CURRENT-STAGE.
           MOVE 0 TO DUN-REMINDER-DATE.
           MOVE 0 TO DUN-WARNING-DATE.
           MOVE 0 TO DUN-FINAL-DATE.
           ADD 1 TO DUN-CYCLE-COUNT.
           MOVE WS-TODAY-DATE TO DUN-LAST-RESET-DATE.
           MOVE 'Y' TO WS-DUN-CHANGED-SW.
           ADD 1 TO WS-RESET-COUNT.
           IF AR-CURRENT-BALANCE > 0
               ADD AR-CURRENT-BALANCE TO WS-RESET-AMOUNT
           END-IF.
           IF PAYMENT-SINCE-NOTICE
               MOVE "CYCLE RESET - PAYMENT" TO WS-ACTION
           ELSE
               MOVE "CYCLE RESET - NOT DUE" TO WS-ACTION
           END-IF.
           PERFORM 4900-WRITE-DETAIL-LINE.

       3200-SEND-NEXT-STAGE.
      **
      * Sends the stage after the last one the student was sent -
      * one stage per run, so a student who first turns up 90 days
      * late still hears the reminder and the warning before the
      * final notice. The history remembers the stage, its date,
      * and the master as it stood, so the stage never goes out
      * again and the next run can see a payment.
      **
           COMPUTE WS-NEXT-STAGE = DUN-CURRENT-STAGE + 1.
           MOVE WS-NEXT-STAGE TO DUN-CURRENT-STAGE.
           EVALUATE WS-NEXT-STAGE
               WHEN 1
                   MOVE WS-TODAY-DATE TO DUN-REMINDER-DATE
                   ADD 1 TO WS-REMINDER-COUNT
                   ADD AR-CURRENT-BALANCE TO WS-REMINDER-AMOUNT
                   MOVE "30-DAY REMINDER SENT" TO WS-ACTION
               WHEN 2
                   MOVE WS-TODAY-DATE TO DUN-WARNING-DATE
                   ADD 1 TO WS-WARNING-COUNT
                   ADD AR-CURRENT-BALANCE TO WS-WARNING-AMOUNT
                   MOVE "60-DAY WARNING SENT" TO WS-ACTION
               WHEN 3
                   MOVE WS-TODAY-DATE TO DUN-FINAL-DATE
                   ADD 1 TO WS-FINAL-COUNT
                   ADD AR-CURRENT-BALANCE TO WS-FINAL-AMOUNT
                   MOVE "90-DAY FINAL NOTICE SENT" TO WS-ACTION
           END-EVALUATE.
           MOVE AR-CURRENT-BALANCE TO DUN-NOTICE-BALANCE.
           MOVE AR-LAST-CHARGED-TERM TO DUN-CHARGED-TERM.
           MOVE AR-TERM-PAYMENTS TO DUN-TERM-PAYMENTS.
           MOVE 'Y' TO WS-DUN-CHANGED-SW.
           PERFORM 4000-RESOLVE-STUDENT-NAME.
           PERFORM 4100-BUILD-LETTER.
           PERFORM 4200-WRITE-LETTER.
           PERFORM 4900-WRITE-DETAIL-LINE.

       3500-CHECK-REFERRAL.
      **
      * A final notice the student has let stand: still delinquent,
      * the grace period since the notice gone by, and no activity
      * of any kind on the account since the notice went out. Such
      * an account goes to the agency and is flagged on the master.
      * One still inside the grace period, or with activity since,
      * waits where it is.
      **
           COMPUTE WS-FINAL-DAYS =
               FUNCTION INTEGER-OF-DATE (DUN-FINAL-DATE).
           COMPUTE WS-DAYS-SINCE-FINAL = WS-TODAY-DAYS - WS-FINAL-DAYS.
           IF WS-DAYS-SINCE-FINAL >= WS-REFERRAL-GRACE-DAYS AND
              AR-LAST-ACTIVITY-DATE <= DUN-FINAL-DATE
               PERFORM 4000-RESOLVE-STUDENT-NAME
               PERFORM 4500-WRITE-AGENCY-REFERRAL
               MOVE 'R' TO AR-COLLECTION-STATUS
               MOVE WS-TODAY-DATE TO AR-REFERRAL-DATE
               REWRITE AR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "CANNOT REWRITE AR-MASTER "
                       AR-STUDENT-NUMBER ", STATUS " WS-AR-STATUS
               END-REWRITE
               MOVE 4 TO DUN-CURRENT-STAGE
               MOVE WS-TODAY-DATE TO DUN-REFERRAL-DATE
               MOVE 'Y' TO WS-DUN-CHANGED-SW
               ADD 1 TO WS-REFERRED-COUNT
               ADD AR-CURRENT-BALANCE TO WS-REFERRED-AMOUNT
               MOVE "REFERRED TO AGENCY" TO WS-ACTION
               PERFORM 4900-WRITE-DETAIL-LINE
           ELSE
               ADD 1 TO WS-AWAITING-COUNT
               ADD AR-CURRENT-BALANCE TO WS-AWAITING-AMOUNT
           END-IF.

       4000-RESOLVE-STUDENT-NAME.
      **
      * Finds the student's name for the letter or the referral:
      * this term's CONVERTED first, then the student's earliest
      * record on the STUDENT-HISTORY archive for one who has left.
      **
           MOVE SPACES TO WS-STUDENT-NAME.
           MOVE AR-STUDENT-NUMBER
               TO STUDENT-NUMBER OF INDX-STUDENT-RECORD.
           READ CONVERTED KEY IS STUDENT-NUMBER OF INDX-STUDENT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
      *> The trailer (key 99999) overlays its record count on the
      *> STUDENT-NUMBER bytes, so it sits in the alternate index
      *> under that count's value; a student number that happens to
      *> equal the count must not pick up the trailer's bytes.
                   IF RECORD-FD-KEY OF INDX-STUDENT-RECORD NOT = 99999
                       MOVE STUDENT-NAME OF INDX-STUDENT-RECORD
                           TO WS-STUDENT-NAME
                   END-IF
           END-READ.
           IF WS-STUDENT-NAME = SPACES AND HISTORY-OPEN
               MOVE AR-STUDENT-NUMBER TO HIS-STUDENT-NUMBER
               MOVE 0 TO HIS-TERM-SEQ
               START STUDENT-HISTORY KEY IS NOT LESS THAN HIS-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ STUDENT-HISTORY NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF HIS-STUDENT-NUMBER =
                                       AR-STUDENT-NUMBER
                                   MOVE HIS-STUDENT-NAME
                                       TO WS-STUDENT-NAME
                               END-IF
                       END-READ
               END-START
           END-IF.
           IF WS-STUDENT-NAME = SPACES
               MOVE "NAME NOT ON FILE" TO WS-STUDENT-NAME
           END-IF.

       4100-BUILD-LETTER.
      **
      * Builds the letter for the stage being sent: the common
      * heading, address, and balance lines, then the stage's own
      * wording, each a firmer step than the last.
      **
           MOVE SPACES TO WS-LETTER-FIELDS.
           MOVE ALL "=" TO WS-LETTER-LINE (1).
           MOVE WS-TODAY-DATE TO LHL-DATE.
           MOVE LTR-HEADING-LINE TO WS-LETTER-LINE (2).
           MOVE WS-STUDENT-NAME TO LAL-STUDENT-NAME.
           MOVE AR-STUDENT-NUMBER TO LAL-STUDENT-NUMBER.
           MOVE LTR-ADDRESS-LINE TO WS-LETTER-LINE (4).
           MOVE AR-CURRENT-BALANCE TO LBL-BALANCE.
           MOVE WS-DAYS-PAST-DUE TO LBL-DAYS-PAST-DUE.
           EVALUATE WS-NEXT-STAGE
               WHEN 1
                   MOVE "PAYMENT REMINDER" TO LSL-SUBJECT
                   MOVE LTR-SUBJECT-LINE TO WS-LETTER-LINE (5)
                   MOVE LTR-BALANCE-LINE TO WS-LETTER-LINE (7)
                   MOVE "THIS IS A FRIENDLY REMINDER THAT YOUR"
                       TO WS-LETTER-LINE (9)
                   MOVE "PAYMENT HAS NOT BEEN RECEIVED. IF YOU HAVE"
                       TO WS-LETTER-LINE (10)
                   MOVE "ALREADY PAID, PLEASE DISREGARD THIS NOTICE."
                       TO WS-LETTER-LINE (11)
               WHEN 2
                   MOVE "SECOND NOTICE - ACCOUNT PAST DUE"
                       TO LSL-SUBJECT
                   MOVE LTR-SUBJECT-LINE TO WS-LETTER-LINE (5)
                   MOVE LTR-BALANCE-LINE TO WS-LETTER-LINE (7)
                   MOVE "WE HAVE NOT RECEIVED PAYMENT FOLLOWING OUR"
                       TO WS-LETTER-LINE (9)
                   MOVE "REMINDER. PLEASE PAY THE BALANCE IN FULL OR"
                       TO WS-LETTER-LINE (10)
                   MOVE "CONTACT THE BURSAR'S OFFICE TO ARRANGE A PLAN."
                       TO WS-LETTER-LINE (11)
               WHEN 3
                   MOVE "FINAL NOTICE BEFORE COLLECTION"
                       TO LSL-SUBJECT
                   MOVE LTR-SUBJECT-LINE TO WS-LETTER-LINE (5)
                   MOVE LTR-BALANCE-LINE TO WS-LETTER-LINE (7)
                   MOVE "THIS IS OUR FINAL NOTICE. IF THE BALANCE IS"
                       TO WS-LETTER-LINE (9)
                   MOVE "NOT PAID WITHIN 30 DAYS YOUR ACCOUNT WILL BE"
                       TO WS-LETTER-LINE (10)
                   MOVE "REFERRED TO A COLLECTION AGENCY."
                       TO WS-LETTER-LINE (11)
           END-EVALUATE.
           MOVE "OFFICE OF THE BURSAR" TO WS-LETTER-LINE (13).
           MOVE 14 TO WS-LETTER-COUNT.

       4200-WRITE-LETTER.
      **
      * Writes the letter just built to its stage's letter file.
      **
           PERFORM VARYING WS-LETTER-IDX FROM 1 BY 1
               UNTIL WS-LETTER-IDX > WS-LETTER-COUNT
               EVALUATE WS-NEXT-STAGE
                   WHEN 1
                       WRITE REMINDER-LINE
                           FROM WS-LETTER-LINE (WS-LETTER-IDX)
                   WHEN 2
                       WRITE WARNING-LINE
                           FROM WS-LETTER-LINE (WS-LETTER-IDX)
                   WHEN 3
                       WRITE FINAL-LINE
                           FROM WS-LETTER-LINE (WS-LETTER-IDX)
               END-EVALUATE
           END-PERFORM.

       4500-WRITE-AGENCY-REFERRAL.
      **
      * Places one account with the agency, opening this run's
      * group with its header on the first referral. The date the
      * debt fell due is the one the aging measured against.
      **
           IF NOT AGENCY-HEADER-WRITTEN
               MOVE SPACES TO AGENCY-RECORD
               MOVE 'H' TO AGY-RECORD-TYPE
               MOVE WS-AGENCY-CLIENT-ID TO AGY-CLIENT-ID
               MOVE WS-TODAY-DATE TO AGY-FILE-DATE
               WRITE AGENCY-RECORD
               MOVE 'Y' TO WS-AGENCY-HEADER-SW
           END-IF.
           MOVE SPACES TO AGENCY-RECORD.
           MOVE 'D' TO AGY-RECORD-TYPE.
           MOVE AR-STUDENT-NUMBER TO AGY-ACCOUNT-NUMBER.
           MOVE WS-STUDENT-NAME TO AGY-DEBTOR-NAME.
           MOVE AR-CURRENT-BALANCE TO AGY-BALANCE-PLACED.
           COMPUTE AGY-DELINQUENCY-DATE =
               FUNCTION DATE-OF-INTEGER (WS-AGE-DUE-DAYS).
           MOVE AR-LAST-ACTIVITY-DATE TO AGY-LAST-ACTIVITY-DATE.
           MOVE DUN-FINAL-DATE TO AGY-FINAL-NOTICE-DATE.
           WRITE AGENCY-RECORD.
           ADD AR-CURRENT-BALANCE TO WS-GROUP-REFERRAL-AMOUNT.

       4700-WRITE-AGENCY-TRAILER.
      **
      * Closes this run's group of referrals with its count and
      * total, which the agency proves the group with.
      **
           MOVE SPACES TO AGENCY-RECORD.
           MOVE 'T' TO AGY-RECORD-TYPE.
           MOVE WS-REFERRED-COUNT TO AGY-REFERRAL-COUNT.
           MOVE WS-GROUP-REFERRAL-AMOUNT TO AGY-TOTAL-BALANCE.
           WRITE AGENCY-RECORD.

       4900-WRITE-DETAIL-LINE.
      **
      * Lists one account's action for the day on the summary.
      **
           MOVE WS-ACTION TO RDL-ACTION.
           MOVE AR-STUDENT-NUMBER TO RDL-STUDENT-NUMBER.
           MOVE WS-STUDENT-NAME TO RDL-STUDENT-NAME.
           MOVE AR-CURRENT-BALANCE TO RDL-BALANCE.
           MOVE WS-DAYS-PAST-DUE TO RDL-DAYS-LATE.
           WRITE REG-LINE FROM REG-DETAIL-LINE.

       5000-WRITE-STAGE-SUMMARY.
      **
      * Closes the summary with the bursar's counts and dollars per
      * stage: the letters sent today, the accounts referred, the
      * final notices still inside their grace period, the cycles
      * reset, and the accounts already at the agency.
      **
           MOVE "30-DAY REMINDERS:     " TO RTL-LABEL.
           MOVE WS-REMINDER-COUNT TO RTL-COUNT.
           MOVE WS-REMINDER-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "60-DAY WARNINGS:      " TO RTL-LABEL.
           MOVE WS-WARNING-COUNT TO RTL-COUNT.
           MOVE WS-WARNING-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "90-DAY FINAL NOTICES: " TO RTL-LABEL.
           MOVE WS-FINAL-COUNT TO RTL-COUNT.
           MOVE WS-FINAL-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "FINAL - IN GRACE:     " TO RTL-LABEL.
           MOVE WS-AWAITING-COUNT TO RTL-COUNT.
           MOVE WS-AWAITING-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "REFERRED TO AGENCY:   " TO RTL-LABEL.
           MOVE WS-REFERRED-COUNT TO RTL-COUNT.
           MOVE WS-REFERRED-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "CYCLES RESET:         " TO RTL-LABEL.
           MOVE WS-RESET-COUNT TO RTL-COUNT.
           MOVE WS-RESET-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "ALREADY AT AGENCY:    " TO RTL-LABEL.
           MOVE WS-AT-AGENCY-COUNT TO RTL-COUNT.
           MOVE WS-AT-AGENCY-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
      ** add other procedures here
       END PROGRAM COLLECTIONS-RUN.
