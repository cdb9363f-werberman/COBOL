      *          first posting of a new term rolls each student's
      *          AR-CURRENT-BALANCE into AR-BALANCE-FORWARD, clears
      *          the term buckets, and posts the term's TUITION-OWED
      *          from CONVERTED as the opening charge - or, once
      *          the bursar has signed off TUITION-ASSESS's
      *          credit-hour assessment for the term, the student's
      *          assessed figure from ASSESSED-TUITION in its place;
      *          then the edited payment batch is applied by transaction
      *          type - payment and credit adjustment reduce the
      *          balance, refund and new charge increase it - and
      *          retired to the posted archive under the batch
      *          status file's control, so no batch posts twice.
      *          Every transaction lands on a register the bursar
      *          ties to the edit run's control totals, and every
      *          posted item is also fed to the term's GL posting
      *          feed under the run's batch id for GL-INTERFACE to
      *          journalize. TUITION-BILL reads the posted master
      *          for its statements.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS AR-STUDENT-NUMBER
               FILE STATUS IS WS-AR-STATUS.

      *> OPTIONAL: a term never assessed posts TUITION-OWED as it
      *> always has. RANDOM because each CONVERTED student reads
      *> their own assessment by key.
           SELECT OPTIONAL ASSESSED-TUITION
           ASSIGN TO WS-ASSESSED-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AST-STUDENT-NUMBER
               FILE STATUS IS WS-ASSESSED-STATUS.

           SELECT ASSESSMENT-STATUS-FILE
           ASSIGN TO WS-ASSESS-STATUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSESS-FILE-STATUS.

           SELECT EDITED-PAYMENTS
           ASSIGN TO WS-EDITED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPTIONAL POSTED-ARCHIVE
           ASSIGN TO WS-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

      *> OPTIONAL for the same reason as the archive: each posting
      *> run appends its batch to the term's feed, and GL-INTERFACE
      *> reads it back batch by batch.
           SELECT OPTIONAL GL-POSTING-FEED
           ASSIGN TO WS-GL-FEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FEED-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           01 AR-MASTER-RECORD.
               COPY ARREC.

       FD  ASSESSED-TUITION.
           01 ASSESSED-RECORD.
               COPY ASTREC.

       FD  ASSESSMENT-STATUS-FILE.
           01 ASSESSMENT-STATUS-RECORD.
               COPY ASTCTL.

       FD  EDITED-PAYMENTS.
           01 PAYMENT-RECORD.
               COPY PAYREC.
                   ==PAY-AMOUNT== BY ==PST-AMOUNT==
                   ==PAY-METHOD== BY ==PST-METHOD==
                   ==PAY-TRAN-TYPE== BY ==PST-TRAN-TYPE==.

       FD  GL-POSTING-FEED.
           01 GL-FEED-RECORD.
               COPY GLFREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FIELDS.
           05 WS-BATCH-FLAG PIC X(1).
           05 WS-BATCH-COUNT PIC 9(7).
           05 WS-BATCH-AMOUNT PIC 9(9)V99.
           05 WS-LEGACY-BATCH-SW PIC X(1) VALUE 'N'.
               88 LEGACY-BATCH VALUE 'Y'.
           05 WS-MASTER-FOUND-SW PIC X(1).
               88 MASTER-FOUND VALUE 'Y'.
               88 MASTER-NOT-FOUND VALUE 'N'.
           05 WS-TRAN-POSTED-SW PIC X(1).
               88 TRAN-POSTED VALUE 'Y'.
               88 TRAN-NOT-POSTED VALUE 'N'.
           05 WS-ASSESSED-STATUS PIC X(2).
           05 WS-ASSESS-FILE-STATUS PIC X(2).
           05 WS-USE-ASSESSMENT-SW PIC X(1) VALUE 'N'.
               88 CHARGE-ASSESSED-TUITION VALUE 'Y'.
           05 WS-GL-FEED-STATUS PIC X(2).

       01 WS-FILE-PATH-FIELDS.
           05 WS-BASE-PATH PIC X(40).
           05 WS-REGISTER-PATH PIC X(80).
           05 WS-BATCH-STATUS-PATH PIC X(80).
           05 WS-ARCHIVE-PATH PIC X(80).
           05 WS-ASSESSED-PATH PIC X(80).
           05 WS-ASSESS-STATUS-PATH PIC X(80).
           05 WS-GL-FEED-PATH PIC X(80).

       01 WS-POSTING-FIELDS.
           05 WS-TODAY-DATE PIC 9(8).
           05 WS-WANTED-MASTER PIC 9(6).
           05 WS-TERM-CHARGE PIC 9(6)V99.
           05 WS-AMOUNT-DISPLAY PIC Z(6)9.99.
           05 WS-BALANCE-DISPLAY PIC -(6)9.99.

       01 WS-GL-FEED-FIELDS.
           05 WS-GL-BATCH-ID PIC X(14).
           05 WS-GL-TRAN-BATCH-SW PIC X(1) VALUE 'N'.
               88 GL-TRAN-BATCH-POSTED VALUE 'Y'.
           05 WS-GL-DETAIL-COUNT PIC 9(7) VALUE 0.
           05 WS-GL-DETAIL-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-GL-TRAN-TYPE PIC X(1).
           05 WS-GL-PROGRAM PIC X(5).
           05 WS-GL-AMOUNT PIC 9(7)V99.

       01 WS-POSTING-TOTALS.
           05 WS-CHARGED-COUNT PIC 9(6) VALUE 0.
           05 WS-CHARGED-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-ASSESSED-USED-COUNT PIC 9(6) VALUE 0.
           05 WS-ASSESSED-USED-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-PAYMENT-COUNT PIC 9(6) VALUE 0.
           05 WS-PAYMENT-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-REFUND-COUNT PIC 9(6) VALUE 0.
      **
           PERFORM 0050-BUILD-FILE-PATHS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-GL-BATCH-ID.
           PERFORM 1050-CHECK-ASSESSMENT-SIGNOFF.
           OPEN I-O AR-MASTER.
           IF WS-AR-STATUS NOT = "00" AND WS-AR-STATUS NOT = "05"
               DISPLAY "CANNOT OPEN AR-MASTER, STATUS " WS-AR-STATUS
               IF CHARGE-ASSESSED-TUITION
                   CLOSE ASSESSED-TUITION
               END-IF
               STOP RUN
           END-IF.
           OPEN EXTEND GL-POSTING-FEED.
           IF WS-GL-FEED-STATUS NOT = "00"
              AND WS-GL-FEED-STATUS NOT = "05"
               DISPLAY "CANNOT OPEN GL POSTING FEED, STATUS "
                   WS-GL-FEED-STATUS
               CLOSE AR-MASTER
               IF CHARGE-ASSESSED-TUITION
                   CLOSE ASSESSED-TUITION
               END-IF
               STOP RUN
           END-IF.
           OPEN OUTPUT POSTING-REGISTER.
           PERFORM 1000-POST-TERM-CHARGES.
           PERFORM 2000-POST-TRANSACTIONS.
           PERFORM 3000-WRITE-REGISTER-TOTALS.
           PERFORM 6500-WRITE-GL-CONTROL.
           CLOSE POSTING-REGISTER.
           CLOSE GL-POSTING-FEED.
           CLOSE AR-MASTER.
           DISPLAY "AR POSTING - CHARGES " WS-CHARGED-COUNT
               " PAYMENTS " WS-PAYMENT-COUNT
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-ARCHIVE-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "ASSESSED-TUITION-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-ASSESSED-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "ASSESSMENT-STATUS-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-ASSESS-STATUS-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "GL-POSTING-FEED-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-GL-FEED-PATH.

       1000-POST-TERM-CHARGES.
      **
               DISPLAY "CANNOT OPEN CONVERTED, STATUS "
                   WS-CONVERTED-STATUS
               CLOSE POSTING-REGISTER
               CLOSE GL-POSTING-FEED
               CLOSE AR-MASTER
               IF CHARGE-ASSESSED-TUITION
                   CLOSE ASSESSED-TUITION
               END-IF
               STOP RUN
           END-IF.
           PERFORM UNTIL NO-MORE-CONV-RECORDS
               END-READ
           END-PERFORM.
           CLOSE CONVERTED.
           IF CHARGE-ASSESSED-TUITION
               CLOSE ASSESSED-TUITION
           END-IF.

       1050-CHECK-ASSESSMENT-SIGNOFF.
      **
      * Decides whether this term's charges come from the
      * credit-hour assessment. Only an assessment the bursar has
      * signed off ('S' on the assessment status file) is charged,
      * and only a term never assessed (no status file at all)
      * posts the extract's TUITION-OWED as before. Runs before any
      * file is opened: an assessment still under review, or an
      * assessed file that cannot be read, refuses the whole run -
      * charging TUITION-OWED instead would stamp every master as
      * charged for the term, and the signed-off figure could then
      * never post.
      **
           MOVE 'N' TO WS-USE-ASSESSMENT-SW.
           OPEN INPUT ASSESSMENT-STATUS-FILE.
           EVALUATE WS-ASSESS-FILE-STATUS
               WHEN "35"
                   CONTINUE
               WHEN "00"
                   READ ASSESSMENT-STATUS-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF ASC-STATUS-FLAG = 'S'
                               MOVE 'Y' TO WS-USE-ASSESSMENT-SW
                           END-IF
                   END-READ
                   CLOSE ASSESSMENT-STATUS-FILE
                   IF NOT CHARGE-ASSESSED-TUITION
                       DISPLAY "TUITION ASSESSMENT NOT SIGNED OFF"
                           " - NOTHING POSTED"
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY "CANNOT OPEN ASSESSMENT STATUS, STATUS "
                       WS-ASSESS-FILE-STATUS
                   STOP RUN
           END-EVALUATE.
           IF CHARGE-ASSESSED-TUITION
               OPEN INPUT ASSESSED-TUITION
               IF WS-ASSESSED-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN ASSESSED-TUITION, STATUS "
                       WS-ASSESSED-STATUS " - NOTHING POSTED"
                   STOP RUN
               END-IF
           END-IF.

       1100-CHARGE-ONE-STUDENT.
      **
      * Retrieves (or creates) the student's master, rolls the term
      * forward when this is the first charge of a new term, and
      * posts the term charge 1150 resolves as the opening charge.
      **
           MOVE STUDENT-NUMBER OF INDX-STUDENT-RECORD
               TO WS-WANTED-MASTER.
           PERFORM 5000-FETCH-OR-CREATE-MASTER.
           IF AR-LAST-CHARGED-TERM NOT = WS-TERM
               PERFORM 1150-RESOLVE-TERM-CHARGE
               PERFORM 5100-ROLL-TERM-FORWARD
               ADD WS-TERM-CHARGE TO AR-TERM-CHARGES
               ADD WS-TERM-CHARGE TO AR-CURRENT-BALANCE
               MOVE WS-TERM TO AR-LAST-CHARGED-TERM
               MOVE WS-TODAY-DATE TO AR-LAST-ACTIVITY-DATE
               PERFORM 5500-STORE-MASTER
               ADD 1 TO WS-CHARGED-COUNT
               ADD WS-TERM-CHARGE TO WS-CHARGED-AMOUNT
               MOVE 'T' TO RDL-TRAN-TYPE
               MOVE AR-STUDENT-NUMBER TO RDL-STUDENT-NUMBER
               MOVE WS-TODAY-DATE TO RDL-DATE
               MOVE WS-TERM-CHARGE TO RDL-AMOUNT
               MOVE AR-CURRENT-BALANCE TO RDL-BALANCE
               WRITE REG-LINE FROM REG-DETAIL-LINE
               MOVE 'T' TO WS-GL-TRAN-TYPE
               MOVE PROGRAM-OF-STUDY OF INDX-STUDENT-RECORD
                   TO WS-GL-PROGRAM
               MOVE WS-TERM-CHARGE TO WS-GL-AMOUNT
               PERFORM 6000-WRITE-GL-DETAIL
           END-IF.

       1150-RESOLVE-TERM-CHARGE.
      **
      * The term charge is the extract's TUITION-OWED unless a
      * signed-off assessment priced this student - a student the
      * assessment could not price is not on the assessed file and
      * keeps the extract's figure.
      **
           MOVE TUITION-OWED OF INDX-STUDENT-RECORD TO WS-TERM-CHARGE.
           IF CHARGE-ASSESSED-TUITION
               MOVE STUDENT-NUMBER OF INDX-STUDENT-RECORD
                   TO AST-STUDENT-NUMBER
               READ ASSESSED-TUITION
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AST-ASSESSED-AMOUNT TO WS-TERM-CHARGE
                       ADD 1 TO WS-ASSESSED-USED-COUNT
                       ADD AST-ASSESSED-AMOUNT
                           TO WS-ASSESSED-USED-AMOUNT
               END-READ
           END-IF.

       2000-POST-TRANSACTIONS.
      *> 'C', or no status file at all (a ledger from before the
      *> batch hand-off existed): the batch is ours to post. Any
      *> flag not named here is an ambiguous state on a money file
      *> and is refused, never released. A legacy batch carries no
      *> edit totals, so its accepted totals are counted from the
      *> records read off the ledger instead - GL-INTERFACE then
      *> ties the posted items to them as it would to the edit
      *> run's, and an item skipped as unknown still holds the GL
      *> batch.
               WHEN 'C'
               WHEN SPACE
                   OPEN INPUT EDITED-PAYMENTS
                       DISPLAY "NO EDITED PAYMENT LEDGER, STATUS "
                           WS-EDITED-STATUS
                   ELSE
                       IF WS-BATCH-FLAG = SPACE
                           MOVE 'Y' TO WS-LEGACY-BATCH-SW
                       END-IF
                       MOVE 'I' TO WS-BATCH-FLAG
                       PERFORM 2900-MARK-BATCH-STATUS
                       PERFORM UNTIL NO-MORE-PAYMENTS
                           READ EDITED-PAYMENTS
                               AT END MOVE 'Y' TO WS-PAY-EOF-FLAG
                               NOT AT END
                                   IF LEGACY-BATCH
                                       ADD 1 TO WS-BATCH-COUNT
                                       ADD PAY-AMOUNT
                                           TO WS-BATCH-AMOUNT
                                   END-IF
                                   PERFORM 2100-POST-ONE-TRANSACTION
                           END-READ
                       END-PERFORM
                       PERFORM 2200-ARCHIVE-POSTED-BATCH
                       MOVE 'P' TO WS-BATCH-FLAG
                       PERFORM 2900-MARK-BATCH-STATUS
                       MOVE 'Y' TO WS-GL-TRAN-BATCH-SW
                   END-IF
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED BATCH STATUS '"
               MOVE PAY-AMOUNT TO RDL-AMOUNT
               MOVE AR-CURRENT-BALANCE TO RDL-BALANCE
               WRITE REG-LINE FROM REG-DETAIL-LINE
               MOVE PAY-TRAN-TYPE TO WS-GL-TRAN-TYPE
               MOVE SPACES TO WS-GL-PROGRAM
               MOVE PAY-AMOUNT TO WS-GL-AMOUNT
               PERFORM 6000-WRITE-GL-DETAIL
           END-IF.

       3000-WRITE-REGISTER-TOTALS.
           MOVE WS-CHARGED-COUNT TO RTL-COUNT.
           MOVE WS-CHARGED-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "  FROM ASSESSMENT:    " TO RTL-LABEL.
           MOVE WS-ASSESSED-USED-COUNT TO RTL-COUNT.
           MOVE WS-ASSESSED-USED-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "PAYMENTS:             " TO RTL-LABEL.
           MOVE WS-PAYMENT-COUNT TO RTL-COUNT.
           MOVE WS-PAYMENT-AMOUNT TO RTL-AMOUNT.
               MOVE 0 TO AR-CURRENT-BALANCE
               MOVE SPACES TO AR-LAST-CHARGED-TERM
               MOVE 0 TO AR-LAST-ACTIVITY-DATE
               MOVE SPACE TO AR-COLLECTION-STATUS
               MOVE 0 TO AR-REFERRAL-DATE
           END-IF.

       5100-ROLL-TERM-FORWARD.
                       AR-STUDENT-NUMBER ", STATUS " WS-AR-STATUS
               END-REWRITE
           END-IF.

       6000-WRITE-GL-DETAIL.
      **
      * Feeds one posted item to GL-INTERFACE under this run's batch
      * id. The caller has set the tran type, program and amount;
      * the student is the master just stored.
      **
           MOVE SPACES TO GL-FEED-RECORD.
           MOVE 'D' TO GLF-RECORD-TYPE.
           MOVE WS-GL-BATCH-ID TO GLF-BATCH-ID.
           MOVE WS-TERM TO GLF-TERM.
           MOVE WS-GL-TRAN-TYPE TO GLF-TRAN-TYPE.
           MOVE AR-STUDENT-NUMBER TO GLF-STUDENT-NUMBER.
           MOVE WS-GL-PROGRAM TO GLF-PROGRAM-OF-STUDY.
           MOVE WS-GL-AMOUNT TO GLF-AMOUNT.
           WRITE GL-FEED-RECORD.
           ADD 1 TO WS-GL-DETAIL-COUNT.
           ADD WS-GL-AMOUNT TO WS-GL-DETAIL-AMOUNT.

       6500-WRITE-GL-CONTROL.
      **
      * Closes this run's batch on the GL feed with its control
      * record. Written only once both passes are done, so a run
      * that dies part-way leaves a batch GL-INTERFACE holds back.
      * A run that posted nothing at all adds nothing to the feed.
      * The accepted totals are the batch status file's, loaded by
      * 2020, or for a legacy batch with no status file the totals
      * 2000 counted off the ledger - they are only meaningful when
      * this run posted the edited batch, which the
      * transaction-batch switch records.
      **
           IF WS-GL-DETAIL-COUNT > 0 OR GL-TRAN-BATCH-POSTED
               MOVE SPACES TO GL-FEED-RECORD
               MOVE 'C' TO GLF-RECORD-TYPE
               MOVE WS-GL-BATCH-ID TO GLF-BATCH-ID
               MOVE WS-TERM TO GLF-TERM
               MOVE WS-GL-TRAN-BATCH-SW TO GLF-TRAN-BATCH-SW
               IF GL-TRAN-BATCH-POSTED
                   MOVE WS-BATCH-COUNT TO GLF-ACCEPTED-COUNT
                   MOVE WS-BATCH-AMOUNT TO GLF-ACCEPTED-AMOUNT
               ELSE
                   MOVE 0 TO GLF-ACCEPTED-COUNT
                   MOVE 0 TO GLF-ACCEPTED-AMOUNT
               END-IF
               MOVE WS-GL-DETAIL-COUNT TO GLF-DETAIL-COUNT
               MOVE WS-GL-DETAIL-AMOUNT TO GLF-DETAIL-AMOUNT
               WRITE GL-FEED-RECORD
           END-IF.
      ** add other procedures here
       END PROGRAM AR-POSTING.
