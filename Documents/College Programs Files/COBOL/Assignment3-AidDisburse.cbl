      ******************************************************************
      * Author:
      * Date:
      * Purpose: Term financial aid disbursement run. Walks the
      *          AWARD-MASTER AWARD-MAINT keeps, fund by fund, and
      *          tests each active award's renewal condition against
      *          the student's most recent completed term on
      *          STUDENT-HISTORY - the term average, or the standing
      *          read through the STANDING-POLICY in force that term.
      *          An award that renews drops an 'A' credit in
      *          TUITION-PAYMENTS layout onto the raw ledger so it
      *          flows through PAYMENT-EDIT and AR-POSTING like any
      *          other item. An award that fails is suspended on the
      *          master and the student goes on the loss-of-aid
      *          notice list for the aid office to write to; an
      *          award reinstated on appeal is not suspended again
      *          for the history term the appeal waived. The
      *          award register lists every award by fund with fund
      *          subtotals and totals by award type. An award marks
      *          the term it last paid, and students with aid already
      *          sitting in the raw or edited ledger are held, so a
      *          rerun can never pay an award twice in one term.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. AID-DISBURSE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> DYNAMIC: the SORT reads the master front to back, then the
      *> output procedure re-reads and rewrites each award by key.
           SELECT AWARD-MASTER
           ASSIGN TO WS-AWARD-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AWD-KEY
               FILE STATUS IS WS-AWARD-STATUS.

      *> OPTIONAL: before the first term is archived there is no
      *> history, and every award is an initial award.
           SELECT OPTIONAL STUDENT-HISTORY
           ASSIGN TO WS-HISTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIS-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

      *> OPTIONAL: without the dean's policy file the historical
      *> cutoffs apply, with a console warning.
           SELECT OPTIONAL STANDING-POLICY
           ASSIGN TO WS-POLICY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT CONVERTED
           ASSIGN TO WS-CONVERTED-PATH
               ORGANIZATION IS INDEXED
      *> DYNAMIC so each award's student can be looked up directly
      *> through the alternate index.
               ACCESS IS DYNAMIC
               RECORD KEY IS RECORD-FD-KEY
               ALTERNATE RECORD KEY IS STUDENT-NUMBER
                   OF INDX-STUDENT-RECORD WITH DUPLICATES
               FILE STATUS IS WS-CONVERTED-STATUS.

      *> One FD scans both payment ledgers for aid already in
      *> flight: the path variable is swapped between OPENs, first
      *> the raw ledger, then the edited batch awaiting posting.
           SELECT OPTIONAL PENDING-SCAN-FILE
           ASSIGN TO WS-PENDING-SCAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

      *> OPTIONAL and EXTEND: the disbursements append to whatever
      *> the bank's feed has already dropped, and the ledger may
      *> not exist yet at the start of a term.
           SELECT OPTIONAL TUITION-PAYMENTS
           ASSIGN TO WS-PAYMENTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOSS-OF-AID-FILE
           ASSIGN TO WS-NOTICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AWARD-REGISTER
           ASSIGN TO WS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AWARD-SORT-FILE
           ASSIGN TO "SORTWK9".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  AWARD-MASTER.
           01 AWARD-RECORD.
               COPY AWDREC.

       FD  STUDENT-HISTORY.
           01 HISTORY-RECORD.
               COPY HISREC.

       FD  STANDING-POLICY.
           01 POLICY-RECORD.
               COPY POLREC.

       FD  CONVERTED
           RECORD IS VARYING IN SIZE FROM 63 TO 153 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           01 INDX-STUDENT-RECORD.
               COPY CNVREC.

       FD  PENDING-SCAN-FILE.
           01 PENDING-SCAN-RECORD.
               COPY PAYREC REPLACING
                   ==PAY-STUDENT-NUMBER== BY ==SCN-STUDENT-NUMBER==
                   ==PAY-DATE== BY ==SCN-DATE==
                   ==PAY-AMOUNT== BY ==SCN-AMOUNT==
                   ==PAY-METHOD== BY ==SCN-METHOD==
                   ==PAY-TRAN-TYPE== BY ==SCN-TRAN-TYPE==.

       FD  TUITION-PAYMENTS.
           01 PAYMENT-RECORD.
               COPY PAYREC.

       FD  LOSS-OF-AID-FILE.
           01 NOTICE-RECORD.
               05 NTC-STUDENT-NUMBER PIC 9(6).
               05 NTC-STUDENT-NAME PIC X(40).
               05 NTC-AWARD-CODE PIC X(8).
               05 NTC-AWARD-TYPE PIC X(1).
               05 NTC-TERM-AMOUNT PIC 9(6)V99.
               05 NTC-HISTORY-TERM PIC X(10).
               05 NTC-TERM-AVERAGE PIC 9(3).
               05 NTC-STANDING PIC X(12).
               05 NTC-REASON PIC X(30).
               05 NTC-NOTICE-DATE PIC 9(8).

       FD  AWARD-REGISTER.
           01 REG-LINE PIC X(100).

       SD  AWARD-SORT-FILE.
           01 AWARD-SORT-RECORD.
               COPY AWDREC REPLACING
                   ==AWD-KEY== BY ==SRT-KEY==
                   ==AWD-STUDENT-NUMBER== BY ==SRT-STUDENT-NUMBER==
                   ==AWD-AWARD-CODE== BY ==SRT-AWARD-CODE==
                   ==AWD-AWARD-TYPE== BY ==SRT-AWARD-TYPE==
                   ==AWD-TERM-AMOUNT== BY ==SRT-TERM-AMOUNT==
                   ==AWD-CONDITION-TYPE== BY ==SRT-CONDITION-TYPE==
                   ==AWD-MIN-AVERAGE== BY ==SRT-MIN-AVERAGE==
                   ==AWD-REQUIRED-STANDING==
                       BY ==SRT-REQUIRED-STANDING==
                   ==AWD-STATUS== BY ==SRT-STATUS==
                   ==AWD-LAST-TERM== BY ==SRT-LAST-TERM==
                   ==AWD-SUSPENDED-TERM== BY ==SRT-SUSPENDED-TERM==
                   ==AWD-WAIVED-TERM== BY ==SRT-WAIVED-TERM==.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FIELDS.
           05 WS-AWARD-STATUS PIC X(2).
           05 WS-HISTORY-STATUS PIC X(2).
           05 WS-CONVERTED-STATUS PIC X(2).
           05 WS-PENDING-STATUS PIC X(2).
           05 WS-SORT-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-SORTED-AWARDS VALUE 'Y'.
           05 WS-SCAN-EOF-FLAG PIC X(1).
               88 NO-MORE-SCAN-RECORDS VALUE 'Y'.
           05 WS-HISTORY-EOF-FLAG PIC X(1).
               88 NO-MORE-HISTORY-RECORDS VALUE 'Y'.
           05 WS-FIRST-AWARD-SW PIC X(1) VALUE 'Y'.
               88 FIRST-AWARD VALUE 'Y'.

       01 WS-FILE-PATH-FIELDS.
           05 WS-BASE-PATH PIC X(40).
           05 WS-BASE-PATH-LEN PIC 9(2).
           05 WS-TERM PIC X(10).
           05 WS-AWARD-PATH PIC X(80).
           05 WS-HISTORY-PATH PIC X(80).
           05 WS-POLICY-PATH PIC X(80).
           05 WS-CONVERTED-PATH PIC X(80).
           05 WS-PENDING-SCAN-PATH PIC X(80).
           05 WS-PAYMENTS-PATH PIC X(80).
           05 WS-EDITED-PATH PIC X(80).
           05 WS-NOTICE-PATH PIC X(80).
           05 WS-REGISTER-PATH PIC X(80).

       01 WS-POLICY-TABLE-FIELDS.
           05 WS-POLICY-STATUS PIC X(2).
           05 WS-POLICY-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-POLICY-RECORDS VALUE 'Y'.
           05 WS-POLICY-COUNT PIC 9(2) VALUE 0.
           05 WS-POLICY-MAX PIC 9(2) VALUE 20.
           05 WS-POL-IDX PIC 9(2).
           05 WS-POL-HIT PIC 9(2).
           05 WS-POLICY-ENTRY OCCURS 20 TIMES.
               10 WS-POL-EFFECTIVE-SEQ PIC 9(5).
               10 WS-POL-DEANS-CUTOFF PIC 9(3).
               10 WS-POL-SATIS-CUTOFF PIC 9(3).
               10 WS-POL-DEANS-NAME PIC X(12).
               10 WS-POL-SATIS-NAME PIC X(12).
               10 WS-POL-PROBATION-NAME PIC X(12).

       01 WS-POLICY-RULE-FIELDS.
           05 WS-POLICY-EVAL-SEQ PIC 9(5).
           05 WS-RULE-DEANS-CUTOFF PIC 9(3).
           05 WS-RULE-SATIS-CUTOFF PIC 9(3).
           05 WS-RULE-DEANS-NAME PIC X(12).
           05 WS-RULE-SATIS-NAME PIC X(12).
           05 WS-RULE-PROBATION-NAME PIC X(12).

      *> The student's most recent completed term on the archive,
      *> as the renewal test sees it.
       01 WS-HISTORY-FIELDS.
           05 WS-HIST-FOUND-SW PIC X(1).
               88 HISTORY-FOUND VALUE 'Y'.
               88 HISTORY-NOT-FOUND VALUE 'N'.
           05 WS-HIST-TERM-SEQ PIC 9(5).
           05 WS-HIST-TERM-NAME PIC X(10).
           05 WS-HIST-AVERAGE PIC 9(3).
           05 WS-HIST-STANDING PIC X(12).
      *> The standing tier the renewal test compares: D dean's
      *> list, S satisfactory, P probation.
           05 WS-HIST-TIER PIC X(1).

       01 WS-AWARD-FIELDS.
           05 WS-TODAY-DATE PIC 9(8).
           05 WS-STUDENT-NAME PIC X(40).
           05 WS-ON-CONVERTED-SW PIC X(1).
               88 STUDENT-ON-CONVERTED VALUE 'Y'.
               88 STUDENT-NOT-ON-CONVERTED VALUE 'N'.
           05 WS-RENEWAL-SW PIC X(1).
               88 AWARD-RENEWS VALUE 'Y'.
               88 AWARD-FAILS-RENEWAL VALUE 'N'.
           05 WS-DISPOSITION PIC X(30).
           05 WS-PRIOR-AWARD-CODE PIC X(8).

      *> Students with an aid credit already waiting in the raw or
      *> edited ledger; disbursing again before the first posts
      *> would pay the award out twice.
       01 WS-PENDING-TABLE-FIELDS.
           05 WS-PENDING-COUNT PIC 9(3) VALUE 0.
           05 WS-PENDING-MAX PIC 9(3) VALUE 500.
           05 WS-PEND-IDX PIC 9(3).
           05 WS-PEND-FOUND-SW PIC X(1).
               88 AID-PENDING VALUE 'Y'.
               88 AID-NOT-PENDING VALUE 'N'.
           05 WS-PENDING-ENTRY OCCURS 500 TIMES.
               10 WS-PENDING-STUDENT PIC 9(6).

       01 WS-RUN-TOTALS.
           05 WS-AWARD-COUNT PIC 9(6) VALUE 0.
           05 WS-DISBURSED-COUNT PIC 9(6) VALUE 0.
           05 WS-DISBURSED-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-SUSPENDED-COUNT PIC 9(6) VALUE 0.
           05 WS-SUSPENDED-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-HELD-COUNT PIC 9(6) VALUE 0.
           05 WS-INACTIVE-COUNT PIC 9(6) VALUE 0.
           05 WS-FUND-COUNT PIC 9(6) VALUE 0.
           05 WS-FUND-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-SCHOLARSHIP-COUNT PIC 9(6) VALUE 0.
           05 WS-SCHOLARSHIP-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-GRANT-COUNT PIC 9(6) VALUE 0.
           05 WS-GRANT-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-LOAN-COUNT PIC 9(6) VALUE 0.
           05 WS-LOAN-AMOUNT PIC 9(9)V99 VALUE 0.

       01 REG-HEADING.
           05 FILLER PIC X(31)
               VALUE "FINANCIAL AID AWARD REGISTER   ".
           05 FILLER PIC X(6) VALUE "TERM: ".
           05 REG-HDG-TERM PIC X(10).
           05 FILLER PIC X(53) VALUE SPACES.

       01 REG-FUND-HEADING.
           05 FILLER PIC X(6) VALUE "FUND: ".
           05 RFH-AWARD-CODE PIC X(8).
           05 FILLER PIC X(86) VALUE SPACES.

       01 REG-DETAIL-LINE.
           05 RDL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-AWARD-TYPE PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-AMOUNT PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-DISPOSITION PIC X(30).
           05 FILLER PIC X(5) VALUE SPACES.

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
      *> The SORT opens the master itself; proving it is there
      *> first keeps a missing master a console message rather
      *> than an abend inside the SORT.
           OPEN INPUT AWARD-MASTER.
           IF WS-AWARD-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN AWARD MASTER, STATUS "
                   WS-AWARD-STATUS
               STOP RUN
           END-IF.
           CLOSE AWARD-MASTER.
           PERFORM 0060-LOAD-STANDING-POLICY.
           PERFORM 0500-LOAD-PENDING-AID.
           OPEN INPUT CONVERTED.
           IF WS-CONVERTED-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CONVERTED, STATUS "
                   WS-CONVERTED-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00" AND
              WS-HISTORY-STATUS NOT = "05"
               DISPLAY "CANNOT OPEN STUDENT-HISTORY, STATUS "
                   WS-HISTORY-STATUS
               CLOSE CONVERTED
               STOP RUN
           END-IF.
           OPEN EXTEND TUITION-PAYMENTS.
           OPEN OUTPUT LOSS-OF-AID-FILE.
           OPEN OUTPUT AWARD-REGISTER.
           MOVE WS-TERM TO REG-HDG-TERM.
           WRITE REG-LINE FROM REG-HEADING.
           SORT AWARD-SORT-FILE
               ON ASCENDING KEY SRT-AWARD-CODE
               ON ASCENDING KEY SRT-STUDENT-NUMBER
               USING AWARD-MASTER
               OUTPUT PROCEDURE IS 2000-DISBURSE-AWARDS.
           IF NOT FIRST-AWARD
               PERFORM 2900-PRINT-FUND-TOTAL
           END-IF.
           PERFORM 9000-PRINT-RUN-TOTALS.
           CLOSE AWARD-REGISTER.
           CLOSE LOSS-OF-AID-FILE.
           CLOSE TUITION-PAYMENTS.
           CLOSE STUDENT-HISTORY.
           CLOSE CONVERTED.
           DISPLAY "AID DISBURSE - AWARDS " WS-AWARD-COUNT
               " DISBURSED " WS-DISBURSED-COUNT
               " SUSPENDED " WS-SUSPENDED-COUNT
               " HELD " WS-HELD-COUNT.
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
      *> The award master, the archive, the policy, and the two
      *> payment ledgers carry across terms, so only the directory
      *> is parameterized on them; the notices and the register
      *> belong to this run's term.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "AWARD-MASTER.TXT" DELIMITED BY SIZE
               INTO WS-AWARD-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "STUDENT-HISTORY.TXT" DELIMITED BY SIZE
               INTO WS-HISTORY-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "STANDING-POLICY.TXT" DELIMITED BY SIZE
               INTO WS-POLICY-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "CONVERTED-STUFILE3-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-CONVERTED-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "TUITION-PAYMENTS.TXT" DELIMITED BY SIZE
               INTO WS-PAYMENTS-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "TUITION-PAYMENTS-EDITED.TXT" DELIMITED BY SIZE
               INTO WS-EDITED-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "LOSS-OF-AID-NOTICES-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-NOTICE-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "AWARD-REGISTER-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REGISTER-PATH.

       0060-LOAD-STANDING-POLICY.
      **
      * Loads the dean's standing policy rows. A missing or
      * unreadable file leaves the table empty and the historical
      * cutoffs apply - the console says so, once, up front.
      **
           OPEN INPUT STANDING-POLICY.
           IF WS-POLICY-STATUS NOT = "00" AND
              WS-POLICY-STATUS NOT = "05"
               MOVE 'Y' TO WS-POLICY-EOF-FLAG
           END-IF.
           PERFORM UNTIL NO-MORE-POLICY-RECORDS
               READ STANDING-POLICY
                   AT END MOVE 'Y' TO WS-POLICY-EOF-FLAG
                   NOT AT END
                       IF WS-POLICY-COUNT < WS-POLICY-MAX
                           ADD 1 TO WS-POLICY-COUNT
                           MOVE POL-EFFECTIVE-TERM-SEQ TO
                               WS-POL-EFFECTIVE-SEQ
                                   (WS-POLICY-COUNT)
                           MOVE POL-DEANS-CUTOFF TO
                               WS-POL-DEANS-CUTOFF (WS-POLICY-COUNT)
                           MOVE POL-SATISFACTORY-CUTOFF TO
                               WS-POL-SATIS-CUTOFF (WS-POLICY-COUNT)
                           MOVE POL-DEANS-NAME TO
                               WS-POL-DEANS-NAME (WS-POLICY-COUNT)
                           MOVE POL-SATISFACTORY-NAME TO
                               WS-POL-SATIS-NAME (WS-POLICY-COUNT)
                           MOVE POL-PROBATION-NAME TO
                               WS-POL-PROBATION-NAME
                                   (WS-POLICY-COUNT)
                       ELSE
                           DISPLAY "POLICY TABLE FULL, DROPPED"
                               " RULE AT " POL-EFFECTIVE-TERM-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STANDING-POLICY.
           IF WS-POLICY-COUNT = 0
               DISPLAY "WARNING - NO STANDING POLICY ON FILE,"
                   " HISTORICAL CUTOFFS APPLY"
           END-IF.

       0500-LOAD-PENDING-AID.
      **
      * Loads the student numbers of every aid credit already
      * sitting in the raw ledger or in the edited batch awaiting
      * posting. The same FD reads both - the path swaps between
      * OPENs - and a missing ledger just contributes nothing.
      **
           MOVE WS-PAYMENTS-PATH TO WS-PENDING-SCAN-PATH.
           PERFORM 0550-SCAN-ONE-LEDGER.
           MOVE WS-EDITED-PATH TO WS-PENDING-SCAN-PATH.
           PERFORM 0550-SCAN-ONE-LEDGER.
           DISPLAY "AID ALREADY IN PROCESS: " WS-PENDING-COUNT.

       0550-SCAN-ONE-LEDGER.
      **
      * One pass over the ledger currently assigned, collecting the
      * students of its aid credits - 'A' items carrying the AID
      * marker, so a bursar's write-off adjustment never holds
      * anyone's aid. Overflow past the table's capacity is counted
      * off on the console; the award's last-paid term still stops
      * a second payment within the term.
      **
           MOVE 'N' TO WS-SCAN-EOF-FLAG.
           OPEN INPUT PENDING-SCAN-FILE.
           IF WS-PENDING-STATUS NOT = "00" AND
              WS-PENDING-STATUS NOT = "05"
               MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-IF.
           PERFORM UNTIL NO-MORE-SCAN-RECORDS
               READ PENDING-SCAN-FILE
                   AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
                   NOT AT END
                       IF SCN-TRAN-TYPE = 'A' AND
                          SCN-METHOD = "AID"
                           IF WS-PENDING-COUNT < WS-PENDING-MAX
                               ADD 1 TO WS-PENDING-COUNT
                               MOVE SCN-STUDENT-NUMBER TO
                                   WS-PENDING-STUDENT
                                       (WS-PENDING-COUNT)
                           ELSE
                               DISPLAY "PENDING TABLE FULL, AID"
                                   " GUARD MISSED "
                                   SCN-STUDENT-NUMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-SCAN-FILE.

       2000-DISBURSE-AWARDS.
      **
      * Returns the awards in fund order and disposes of each one
      * against the live master, printing a fund subtotal on each
      * award-code break. The master is open I-O only here, after
      * the SORT has finished reading it.
      **
           OPEN I-O AWARD-MASTER.
           IF WS-AWARD-STATUS NOT = "00"
               DISPLAY "CANNOT REOPEN AWARD MASTER, STATUS "
                   WS-AWARD-STATUS
               MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-IF.
           PERFORM UNTIL NO-MORE-SORTED-AWARDS
               RETURN AWARD-SORT-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       IF NOT FIRST-AWARD AND
                          SRT-AWARD-CODE NOT = WS-PRIOR-AWARD-CODE
                           PERFORM 2900-PRINT-FUND-TOTAL
                       END-IF
                       IF FIRST-AWARD OR
                          SRT-AWARD-CODE NOT = WS-PRIOR-AWARD-CODE
                           MOVE 'N' TO WS-FIRST-AWARD-SW
                           MOVE SRT-AWARD-CODE
                               TO WS-PRIOR-AWARD-CODE
                           MOVE SRT-AWARD-CODE TO RFH-AWARD-CODE
                           WRITE REG-LINE FROM REG-FUND-HEADING
                       END-IF
                       ADD 1 TO WS-AWARD-COUNT
                       PERFORM 2100-CONSIDER-ONE-AWARD
               END-RETURN
           END-PERFORM.
           CLOSE AWARD-MASTER.

       2100-CONSIDER-ONE-AWARD.
      **
      * Disposes of one award: inactive, already paid this term,
      * already in the ledger, or the student is not enrolled - it
      * is listed and left alone; otherwise the renewal condition
      * decides between disbursing and suspending.
      **
           MOVE SRT-KEY TO AWD-KEY.
           READ AWARD-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-STUDENT-NAME
                   MOVE "AWARD NOT ON MASTER" TO WS-DISPOSITION
                   ADD 1 TO WS-HELD-COUNT
                   MOVE AWARD-SORT-RECORD TO AWARD-RECORD
                   PERFORM 2500-WRITE-REGISTER-LINE
               NOT INVALID KEY
                   PERFORM 3000-FETCH-STUDENT-NAME
                   PERFORM 2200-CHECK-PENDING-TABLE
                   EVALUATE TRUE
                       WHEN AWD-STATUS NOT = 'A'
                           ADD 1 TO WS-INACTIVE-COUNT
                           IF AWD-STATUS = 'S'
                               MOVE "SUSPENDED" TO WS-DISPOSITION
                           ELSE
                               MOVE "CANCELLED" TO WS-DISPOSITION
                           END-IF
                       WHEN AWD-LAST-TERM = WS-TERM
                           ADD 1 TO WS-HELD-COUNT
                           MOVE "ALREADY DISBURSED THIS TERM"
                               TO WS-DISPOSITION
                       WHEN AID-PENDING
                           ADD 1 TO WS-HELD-COUNT
                           MOVE "AID ALREADY IN PROCESS"
                               TO WS-DISPOSITION
                       WHEN STUDENT-NOT-ON-CONVERTED
                           ADD 1 TO WS-HELD-COUNT
                           MOVE "NOT ENROLLED THIS TERM"
                               TO WS-DISPOSITION
                       WHEN OTHER
                           PERFORM 4000-FIND-LATEST-HISTORY
                           PERFORM 4500-TEST-RENEWAL
                           IF AWARD-RENEWS
                               PERFORM 5000-DISBURSE-AWARD
                           ELSE
                               PERFORM 6000-SUSPEND-AWARD
                           END-IF
                   END-EVALUATE
                   PERFORM 2500-WRITE-REGISTER-LINE
           END-READ.

       2200-CHECK-PENDING-TABLE.
      **
      * Scans the pending-aid table for this award's student.
      **
           SET AID-NOT-PENDING TO TRUE.
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PENDING-COUNT
                   OR AID-PENDING
               IF WS-PENDING-STUDENT (WS-PEND-IDX)
                       = AWD-STUDENT-NUMBER
                   SET AID-PENDING TO TRUE
               END-IF
           END-PERFORM.

       2500-WRITE-REGISTER-LINE.
      **
      * Writes one register line for the aid office's sign-off.
      **
           MOVE AWD-STUDENT-NUMBER TO RDL-STUDENT-NUMBER.
           MOVE WS-STUDENT-NAME TO RDL-STUDENT-NAME.
           MOVE AWD-AWARD-TYPE TO RDL-AWARD-TYPE.
           MOVE AWD-TERM-AMOUNT TO RDL-AMOUNT.
           MOVE WS-DISPOSITION TO RDL-DISPOSITION.
           WRITE REG-LINE FROM REG-DETAIL-LINE.

       2900-PRINT-FUND-TOTAL.
      **
      * Prints the disbursed count and dollars for the fund just
      * finished and resets the fund accumulators.
      **
           MOVE "  FUND DISBURSED:" TO RTL-LABEL.
           MOVE WS-FUND-COUNT TO RTL-COUNT.
           MOVE WS-FUND-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
           MOVE 0 TO WS-FUND-COUNT.
           MOVE 0 TO WS-FUND-AMOUNT.

       3000-FETCH-STUDENT-NAME.
      **
      * Retrieves the student's name from CONVERTED through the
      * alternate index. A student not on this term's file is not
      * enrolled, and the aid waits until they are.
      **
           MOVE SPACES TO WS-STUDENT-NAME.
           SET STUDENT-ON-CONVERTED TO TRUE.
           MOVE AWD-STUDENT-NUMBER
               TO STUDENT-NUMBER OF INDX-STUDENT-RECORD.
           READ CONVERTED
               KEY IS STUDENT-NUMBER OF INDX-STUDENT-RECORD
               INVALID KEY
                   SET STUDENT-NOT-ON-CONVERTED TO TRUE
                   MOVE "* NOT ON CONVERTED *" TO WS-STUDENT-NAME
               NOT INVALID KEY
      *> The trailer (key 99999) overlays its record count on the
      *> STUDENT-NUMBER bytes, so it sits in the alternate index
      *> under that count's value; a student number that happens to
      *> equal the count must not pick up the trailer's bytes.
                   IF RECORD-FD-KEY OF INDX-STUDENT-RECORD = 99999
                       SET STUDENT-NOT-ON-CONVERTED TO TRUE
                       MOVE "* NOT ON CONVERTED *"
                           TO WS-STUDENT-NAME
                   ELSE
                       MOVE STUDENT-NAME OF INDX-STUDENT-RECORD
                           TO WS-STUDENT-NAME
                   END-IF
           END-READ.

       4000-FIND-LATEST-HISTORY.
      **
      * Positions on the student's first archived term and reads
      * forward while the student number holds, keeping the last
      * one - the archive's key runs oldest to newest. A record
      * for the term being disbursed is skipped: that term has no
      * standing yet, whatever a mid-term archive pass left there.
      **
           SET HISTORY-NOT-FOUND TO TRUE.
           MOVE 'N' TO WS-HISTORY-EOF-FLAG.
           MOVE AWD-STUDENT-NUMBER TO HIS-STUDENT-NUMBER.
           MOVE 0 TO HIS-TERM-SEQ.
           START STUDENT-HISTORY KEY IS NOT LESS THAN HIS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-EOF-FLAG
           END-START.
           PERFORM UNTIL NO-MORE-HISTORY-RECORDS
               READ STUDENT-HISTORY NEXT RECORD
                   AT END MOVE 'Y' TO WS-HISTORY-EOF-FLAG
                   NOT AT END
                       IF HIS-STUDENT-NUMBER NOT = AWD-STUDENT-NUMBER
                           MOVE 'Y' TO WS-HISTORY-EOF-FLAG
                       ELSE
                           IF HIS-TERM-NAME NOT = WS-TERM
                               SET HISTORY-FOUND TO TRUE
                               MOVE HIS-TERM-SEQ TO WS-HIST-TERM-SEQ
                               MOVE HIS-TERM-NAME
                                   TO WS-HIST-TERM-NAME
                               MOVE HIS-TERM-AVERAGE
                                   TO WS-HIST-AVERAGE
                               MOVE HIS-STANDING TO WS-HIST-STANDING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       4500-TEST-RENEWAL.
      **
      * Applies the award's renewal condition to the latest term.
      * A student with no completed term on the archive is on an
      * initial award - there is nothing yet to renew against, so
      * it pays. Neither is a latest term the aid office waived on
      * appeal tested again - the award was reinstated knowing it.
      **
           SET AWARD-RENEWS TO TRUE.
           IF HISTORY-FOUND AND WS-HIST-TERM-NAME NOT = AWD-WAIVED-TERM
               EVALUATE AWD-CONDITION-TYPE
                   WHEN 'A'
                       IF WS-HIST-AVERAGE < AWD-MIN-AVERAGE
                           SET AWARD-FAILS-RENEWAL TO TRUE
                           MOVE "TERM AVERAGE BELOW MINIMUM"
                               TO WS-DISPOSITION
                       END-IF
                   WHEN 'S'
                       PERFORM 4600-RESOLVE-STANDING-TIER
                       IF (AWD-REQUIRED-STANDING = 'D' AND
                           WS-HIST-TIER NOT = 'D')
                          OR
                          (AWD-REQUIRED-STANDING = 'S' AND
                           WS-HIST-TIER = 'P')
                           SET AWARD-FAILS-RENEWAL TO TRUE
                           MOVE "STANDING BELOW REQUIRED"
                               TO WS-DISPOSITION
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       4600-RESOLVE-STANDING-TIER.
      **
      * Reads the archived standing through the policy in force
      * for that term, so a renamed tier still compares right. A
      * standing the policy does not name falls back to the term
      * average against the same rule's cutoffs.
      **
           MOVE WS-HIST-TERM-SEQ TO WS-POLICY-EVAL-SEQ.
           PERFORM 7100-SELECT-POLICY-RULE.
           EVALUATE TRUE
               WHEN WS-HIST-STANDING = WS-RULE-DEANS-NAME
                   MOVE 'D' TO WS-HIST-TIER
               WHEN WS-HIST-STANDING = WS-RULE-SATIS-NAME
                   MOVE 'S' TO WS-HIST-TIER
               WHEN WS-HIST-STANDING = WS-RULE-PROBATION-NAME
                   MOVE 'P' TO WS-HIST-TIER
               WHEN WS-HIST-AVERAGE >= WS-RULE-DEANS-CUTOFF
                   MOVE 'D' TO WS-HIST-TIER
               WHEN WS-HIST-AVERAGE >= WS-RULE-SATIS-CUTOFF
                   MOVE 'S' TO WS-HIST-TIER
               WHEN OTHER
                   MOVE 'P' TO WS-HIST-TIER
           END-EVALUATE.

       5000-DISBURSE-AWARD.
      **
      * Pays one award: the master is stamped with this term first,
      * so a failed rewrite leaves nothing on the ledger, then the
      * 'A' credit goes onto the raw ledger for PAYMENT-EDIT and
      * AR-POSTING.
      **
           MOVE WS-TERM TO AWD-LAST-TERM.
           REWRITE AWARD-RECORD
               INVALID KEY
                   ADD 1 TO WS-HELD-COUNT
                   MOVE "MASTER REWRITE FAILED"
                       TO WS-DISPOSITION
               NOT INVALID KEY
                   MOVE AWD-STUDENT-NUMBER TO PAY-STUDENT-NUMBER
                   MOVE WS-TODAY-DATE TO PAY-DATE
                   MOVE AWD-TERM-AMOUNT TO PAY-AMOUNT
      *> Not bank money - the AID marker is what PAYMENT-EDIT
      *> accepts for internally generated aid credits.
                   MOVE "AID" TO PAY-METHOD
                   MOVE 'A' TO PAY-TRAN-TYPE
                   WRITE PAYMENT-RECORD
                   PERFORM 5100-ACCUMULATE-DISBURSED
                   MOVE "DISBURSED" TO WS-DISPOSITION
           END-REWRITE.

       5100-ACCUMULATE-DISBURSED.
      **
      * Rolls one disbursement into the fund, type, and run totals.
      **
           ADD 1 TO WS-DISBURSED-COUNT.
           ADD AWD-TERM-AMOUNT TO WS-DISBURSED-AMOUNT.
           ADD 1 TO WS-FUND-COUNT.
           ADD AWD-TERM-AMOUNT TO WS-FUND-AMOUNT.
           EVALUATE AWD-AWARD-TYPE
               WHEN 'S'
                   ADD 1 TO WS-SCHOLARSHIP-COUNT
                   ADD AWD-TERM-AMOUNT TO WS-SCHOLARSHIP-AMOUNT
               WHEN 'G'
                   ADD 1 TO WS-GRANT-COUNT
                   ADD AWD-TERM-AMOUNT TO WS-GRANT-AMOUNT
               WHEN 'L'
                   ADD 1 TO WS-LOAN-COUNT
                   ADD AWD-TERM-AMOUNT TO WS-LOAN-AMOUNT
           END-EVALUATE.

       6000-SUSPEND-AWARD.
      **
      * Suspends an award that failed renewal and puts the student
      * on the loss-of-aid notice list with the term and the
      * reason. The term it failed on is kept on the award:
      * AWARD-MAINT reinstates it if the aid office decides an
      * appeal, and waives that term for the renewal test.
      **
           MOVE 'S' TO AWD-STATUS.
           MOVE WS-HIST-TERM-NAME TO AWD-SUSPENDED-TERM.
           REWRITE AWARD-RECORD
               INVALID KEY
                   ADD 1 TO WS-HELD-COUNT
                   MOVE "MASTER REWRITE FAILED"
                       TO WS-DISPOSITION
               NOT INVALID KEY
                   MOVE AWD-STUDENT-NUMBER TO NTC-STUDENT-NUMBER
                   MOVE WS-STUDENT-NAME TO NTC-STUDENT-NAME
                   MOVE AWD-AWARD-CODE TO NTC-AWARD-CODE
                   MOVE AWD-AWARD-TYPE TO NTC-AWARD-TYPE
                   MOVE AWD-TERM-AMOUNT TO NTC-TERM-AMOUNT
                   MOVE WS-HIST-TERM-NAME TO NTC-HISTORY-TERM
                   MOVE WS-HIST-AVERAGE TO NTC-TERM-AVERAGE
                   MOVE WS-HIST-STANDING TO NTC-STANDING
                   MOVE WS-DISPOSITION TO NTC-REASON
                   MOVE WS-TODAY-DATE TO NTC-NOTICE-DATE
                   WRITE NOTICE-RECORD
                   ADD 1 TO WS-SUSPENDED-COUNT
                   ADD AWD-TERM-AMOUNT TO WS-SUSPENDED-AMOUNT
           END-REWRITE.

       7100-SELECT-POLICY-RULE.
      **
      * Picks the policy row in force at WS-POLICY-EVAL-SEQ - the
      * latest effective term at or before it - into the rule
      * fields. With no applicable row the historical cutoffs and
      * names stand.
      **
           MOVE 0 TO WS-POL-HIT.
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POLICY-COUNT
               IF WS-POL-EFFECTIVE-SEQ (WS-POL-IDX)
                       <= WS-POLICY-EVAL-SEQ
                   IF WS-POL-HIT = 0 OR
                      WS-POL-EFFECTIVE-SEQ (WS-POL-IDX) >
                          WS-POL-EFFECTIVE-SEQ (WS-POL-HIT)
                       MOVE WS-POL-IDX TO WS-POL-HIT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-POL-HIT = 0
               MOVE 80 TO WS-RULE-DEANS-CUTOFF
               MOVE 60 TO WS-RULE-SATIS-CUTOFF
               MOVE "DEAN'S LIST" TO WS-RULE-DEANS-NAME
               MOVE "SATISFACTORY" TO WS-RULE-SATIS-NAME
               MOVE "PROBATION" TO WS-RULE-PROBATION-NAME
           ELSE
               MOVE WS-POL-DEANS-CUTOFF (WS-POL-HIT)
                   TO WS-RULE-DEANS-CUTOFF
               MOVE WS-POL-SATIS-CUTOFF (WS-POL-HIT)
                   TO WS-RULE-SATIS-CUTOFF
               MOVE WS-POL-DEANS-NAME (WS-POL-HIT)
                   TO WS-RULE-DEANS-NAME
               MOVE WS-POL-SATIS-NAME (WS-POL-HIT)
                   TO WS-RULE-SATIS-NAME
               MOVE WS-POL-PROBATION-NAME (WS-POL-HIT)
                   TO WS-RULE-PROBATION-NAME
           END-IF.

       9000-PRINT-RUN-TOTALS.
      **
      * Closes the register with disbursed totals by award type,
      * the grand total, and the suspended and held counts.
      **
           MOVE "SCHOLARSHIPS PAID:" TO RTL-LABEL.
           MOVE WS-SCHOLARSHIP-COUNT TO RTL-COUNT.
           MOVE WS-SCHOLARSHIP-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "GRANTS PAID:" TO RTL-LABEL.
           MOVE WS-GRANT-COUNT TO RTL-COUNT.
           MOVE WS-GRANT-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "LOANS PAID:" TO RTL-LABEL.
           MOVE WS-LOAN-COUNT TO RTL-COUNT.
           MOVE WS-LOAN-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "TOTAL DISBURSED:" TO RTL-LABEL.
           MOVE WS-DISBURSED-COUNT TO RTL-COUNT.
           MOVE WS-DISBURSED-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "SUSPENDED - NOTICES:" TO RTL-LABEL.
           MOVE WS-SUSPENDED-COUNT TO RTL-COUNT.
           MOVE WS-SUSPENDED-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "HELD:" TO RTL-LABEL.
           MOVE WS-HELD-COUNT TO RTL-COUNT.
           MOVE 0 TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
      ** add other procedures here
       END PROGRAM AID-DISBURSE.
