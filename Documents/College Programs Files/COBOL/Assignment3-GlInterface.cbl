      ******************************************************************
      * Author:
      * Date:
      * Purpose: General ledger journal interface. Reads the term's
      *          GL posting feed AR-POSTING writes alongside its
      *          register and summarizes each posted batch by
      *          transaction type - term tuition charge, payment,
      *          refund, credit adjustment, new charge - and by
      *          PROGRAM-OF-STUDY. Each summary maps through
      *          finance's GL-ACCOUNT-MAP to a debit and a credit
      *          account, and goes out on GL-JOURNAL as a balanced
      *          pair of entries under one header and a trailer
      *          proving debits = credits. A batch is journalized
      *          only when it is complete, agrees with its own
      *          control record, ties to the edit run's accepted
      *          totals from PAYMENT-BATCH-STATUS, and maps in full;
      *          anything else is held on the report for the bursar.
      *          Each journalized batch is logged, and a logged
      *          batch is never sent again. Refunds from
      *          REFUND-DISBURSE, late fees from PLAN-LATE-FEE and
      *          aid from AID-DISBURSE reach the ledger this way, as
      *          the R, C and A items of the batch that posted them.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GL-INTERFACE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> OPTIONAL: a term nothing has posted in yet has no feed.
           SELECT OPTIONAL GL-POSTING-FEED
           ASSIGN TO WS-GL-FEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FEED-STATUS.

           SELECT GL-ACCOUNT-MAP
           ASSIGN TO WS-ACCOUNT-MAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

      *> RANDOM on the alternate index: the ledger items on the feed
      *> carry only the student, and the program is looked up here.
           SELECT CONVERTED
           ASSIGN TO WS-CONVERTED-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RECORD-FD-KEY
               ALTERNATE RECORD KEY IS STUDENT-NUMBER
                   OF INDX-STUDENT-RECORD WITH DUPLICATES
               FILE STATUS IS WS-CONVERTED-STATUS.

      *> The hand-off to finance. Not OPTIONAL - a missing file is
      *> simply an empty one, which the prior-journal check reads
      *> as picked up.
           SELECT GL-JOURNAL
           ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      *> OPTIONAL and EXTEND: every batch ever journalized this term
      *> is logged here, and a logged batch is never sent again.
           SELECT OPTIONAL JOURNAL-LOG
           ASSIGN TO WS-JOURNAL-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT GL-INTERFACE-REPORT
           ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  GL-POSTING-FEED.
           01 GL-FEED-RECORD.
               COPY GLFREC.

       FD  GL-ACCOUNT-MAP.
           01 GL-ACCOUNT-MAP-RECORD.
               COPY GLMREC.

       FD  CONVERTED
           RECORD IS VARYING IN SIZE FROM 63 TO 153 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           01 INDX-STUDENT-RECORD.
               COPY CNVREC.

       FD  GL-JOURNAL.
           01 GL-JOURNAL-RECORD.
               COPY GLJREC.

       FD  JOURNAL-LOG.
           01 JOURNAL-LOG-RECORD.
               05 GJL-BATCH-ID PIC X(14).
               05 GJL-JOURNAL-ID PIC X(14).
               05 GJL-JOURNAL-DATE PIC 9(8).
               05 GJL-TUITION-AMOUNT PIC 9(9)V99.
               05 GJL-TRAN-AMOUNT PIC 9(9)V99.

       FD  GL-INTERFACE-REPORT.
           01 REG-LINE PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FIELDS.
           05 WS-GL-FEED-STATUS PIC X(2).
           05 WS-MAP-STATUS PIC X(2).
           05 WS-CONVERTED-STATUS PIC X(2).
           05 WS-JOURNAL-STATUS PIC X(2).
           05 WS-LOG-STATUS PIC X(2).
           05 WS-FEED-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-FEED-RECORDS VALUE 'Y'.
           05 WS-MAP-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-MAP-RECORDS VALUE 'Y'.
           05 WS-LOG-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-LOG-RECORDS VALUE 'Y'.
           05 WS-BATCH-OPEN-SW PIC X(1) VALUE 'N'.
               88 BATCH-OPEN VALUE 'Y'.
           05 WS-CONTROL-SEEN-SW PIC X(1) VALUE 'N'.
               88 CONTROL-SEEN VALUE 'Y'.
           05 WS-HEADER-WRITTEN-SW PIC X(1) VALUE 'N'.
               88 JOURNAL-HEADER-WRITTEN VALUE 'Y'.
           05 WS-PRIOR-JOURNAL-SW PIC X(1) VALUE 'N'.
               88 PRIOR-JOURNAL-WAITING VALUE 'Y'.

       01 WS-FILE-PATH-FIELDS.
           05 WS-BASE-PATH PIC X(40).
           05 WS-BASE-PATH-LEN PIC 9(2).
           05 WS-TERM PIC X(10).
           05 WS-GL-FEED-PATH PIC X(80).
           05 WS-ACCOUNT-MAP-PATH PIC X(80).
           05 WS-CONVERTED-PATH PIC X(80).
           05 WS-JOURNAL-PATH PIC X(80).
           05 WS-JOURNAL-LOG-PATH PIC X(80).
           05 WS-REPORT-PATH PIC X(80).

       01 WS-JOURNAL-FIELDS.
           05 WS-TODAY-DATE PIC 9(8).
           05 WS-JOURNAL-ID PIC X(14).
           05 WS-JOURNAL-ENTRY-COUNT PIC 9(7) VALUE 0.
           05 WS-JOURNAL-PAIR-COUNT PIC 9(7) VALUE 0.
           05 WS-JOURNAL-DEBIT-TOTAL PIC 9(11)V99 VALUE 0.
           05 WS-JOURNAL-CREDIT-TOTAL PIC 9(11)V99 VALUE 0.

      *> Finance's account map, loaded once.
       01 WS-MAP-TABLE-FIELDS.
           05 WS-MAP-COUNT PIC 9(3) VALUE 0.
           05 WS-MAP-MAX PIC 9(3) VALUE 100.
           05 WS-MAP-IDX PIC 9(3).
           05 WS-MAP-HIT PIC 9(3).
           05 WS-MAP-WANTED-PROGRAM PIC X(5).
           05 WS-MAP-ENTRY OCCURS 100 TIMES.
               10 WS-MAP-TRAN-TYPE PIC X(1).
               10 WS-MAP-PROGRAM PIC X(5).
               10 WS-MAP-DEBIT-ACCOUNT PIC X(12).
               10 WS-MAP-CREDIT-ACCOUNT PIC X(12).
               10 WS-MAP-DESCRIPTION PIC X(30).

      *> Batches already journalized this term, off the log.
       01 WS-LOG-TABLE-FIELDS.
           05 WS-LOGGED-COUNT PIC 9(3) VALUE 0.
           05 WS-LOGGED-MAX PIC 9(3) VALUE 500.
           05 WS-LOG-IDX PIC 9(3).
           05 WS-LOGGED-SW PIC X(1).
               88 BATCH-ALREADY-JOURNALIZED VALUE 'Y'.
               88 BATCH-NOT-JOURNALIZED VALUE 'N'.
           05 WS-LOGGED-ENTRY OCCURS 500 TIMES.
               10 WS-LOGGED-BATCH-ID PIC X(14).
               10 WS-LOGGED-JOURNAL-ID PIC X(14).

      *> The batch being read off the feed.
       01 WS-BATCH-FIELDS.
           05 WS-CUR-BATCH-ID PIC X(14).
           05 WS-HOLD-REASON PIC X(50).
           05 WS-READ-COUNT PIC 9(7).
           05 WS-READ-AMOUNT PIC 9(9)V99.
           05 WS-TUITION-COUNT PIC 9(7).
           05 WS-TUITION-AMOUNT PIC 9(9)V99.
           05 WS-TRAN-COUNT PIC 9(7).
           05 WS-TRAN-AMOUNT PIC 9(9)V99.
           05 WS-CTL-TRAN-BATCH-SW PIC X(1).
               88 CTL-TRAN-BATCH-POSTED VALUE 'Y'.
           05 WS-CTL-ACCEPTED-COUNT PIC 9(7).
           05 WS-CTL-ACCEPTED-AMOUNT PIC 9(9)V99.
           05 WS-CTL-DETAIL-COUNT PIC 9(7).
           05 WS-CTL-DETAIL-AMOUNT PIC 9(9)V99.
           05 WS-DETAIL-PROGRAM PIC X(5).

      *> The batch's summary by tran type and program.
       01 WS-SUMMARY-TABLE-FIELDS.
           05 WS-SUM-COUNT PIC 9(3) VALUE 0.
           05 WS-SUM-MAX PIC 9(3) VALUE 200.
           05 WS-SUM-IDX PIC 9(3).
           05 WS-SUM-HIT PIC 9(3).
           05 WS-SUM-ENTRY OCCURS 200 TIMES.
               10 WS-SUM-TRAN-TYPE PIC X(1).
               10 WS-SUM-PROGRAM PIC X(5).
               10 WS-SUM-ITEM-COUNT PIC 9(6).
               10 WS-SUM-AMOUNT PIC 9(9)V99.
               10 WS-SUM-DEBIT-ACCOUNT PIC X(12).
               10 WS-SUM-CREDIT-ACCOUNT PIC X(12).
               10 WS-SUM-DESCRIPTION PIC X(30).

       01 WS-RUN-TOTALS.
           05 WS-JOURNALIZED-COUNT PIC 9(7) VALUE 0.
           05 WS-JOURNALIZED-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-HELD-COUNT PIC 9(7) VALUE 0.
           05 WS-HELD-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
           05 WS-SKIPPED-AMOUNT PIC 9(9)V99 VALUE 0.

       01 REG-HEADING.
           05 FILLER PIC X(27)
               VALUE "GL JOURNAL INTERFACE TERM: ".
           05 REG-HDG-TERM PIC X(10).
           05 FILLER PIC X(6) VALUE "  RUN ".
           05 REG-HDG-DATE PIC 9(8).
           05 FILLER PIC X(10) VALUE "  JOURNAL ".
           05 REG-HDG-JOURNAL-ID PIC X(14).
           05 FILLER PIC X(25) VALUE SPACES.

       01 REG-BATCH-LINE.
           05 FILLER PIC X(6) VALUE "BATCH ".
           05 RBL-BATCH-ID PIC X(14).
           05 FILLER PIC X(10) VALUE "  TUITION ".
           05 RBL-TUITION-AMOUNT PIC Z(8)9.99.
           05 FILLER PIC X(8) VALUE "  TRANS ".
           05 RBL-TRAN-AMOUNT PIC Z(8)9.99.
           05 FILLER PIC X(11) VALUE "  ACCEPTED ".
           05 RBL-ACCEPTED-AMOUNT PIC Z(8)9.99.
           05 FILLER PIC X(15) VALUE SPACES.

       01 REG-STATUS-LINE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 RSL-STATUS PIC X(60).
           05 FILLER PIC X(34) VALUE SPACES.

       01 REG-ENTRY-LINE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 REL-TRAN-TYPE PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REL-PROGRAM PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REL-ITEM-COUNT PIC ZZZZZ9.
           05 FILLER PIC X(5) VALUE "  DR ".
           05 REL-DEBIT-ACCOUNT PIC X(12).
           05 FILLER PIC X(5) VALUE "  CR ".
           05 REL-CREDIT-ACCOUNT PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REL-AMOUNT PIC Z(8)9.99.
           05 FILLER PIC X(30) VALUE SPACES.

       01 REG-TOTAL-LINE.
           05 RTL-LABEL PIC X(22).
           05 RTL-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(9) VALUE "  TOTAL  ".
           05 RTL-AMOUNT PIC Z(10)9.99.
           05 FILLER PIC X(48) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM 0050-BUILD-FILE-PATHS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-JOURNAL-ID.
           PERFORM 0100-CHECK-PRIOR-JOURNAL.
           IF PRIOR-JOURNAL-WAITING
               DISPLAY "GL JOURNAL FROM THE LAST RUN HAS NOT BEEN"
                   " IMPORTED BY FINANCE - RUN REFUSED"
               STOP RUN
           END-IF.
           PERFORM 0200-LOAD-ACCOUNT-MAP.
           PERFORM 0300-LOAD-JOURNAL-LOG.
           OPEN INPUT CONVERTED.
           IF WS-CONVERTED-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CONVERTED, STATUS "
                   WS-CONVERTED-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT GL-POSTING-FEED.
           IF WS-GL-FEED-STATUS NOT = "00"
              AND WS-GL-FEED-STATUS NOT = "05"
               DISPLAY "CANNOT OPEN GL POSTING FEED, STATUS "
                   WS-GL-FEED-STATUS
               CLOSE CONVERTED
               STOP RUN
           END-IF.
           OPEN OUTPUT GL-JOURNAL.
           OPEN EXTEND JOURNAL-LOG.
           OPEN OUTPUT GL-INTERFACE-REPORT.
           MOVE WS-TERM TO REG-HDG-TERM.
           MOVE WS-TODAY-DATE TO REG-HDG-DATE.
           MOVE WS-JOURNAL-ID TO REG-HDG-JOURNAL-ID.
           WRITE REG-LINE FROM REG-HEADING.
           PERFORM UNTIL NO-MORE-FEED-RECORDS
               READ GL-POSTING-FEED
                   AT END MOVE 'Y' TO WS-FEED-EOF-FLAG
                   NOT AT END
                       PERFORM 1000-PROCESS-FEED-RECORD
               END-READ
           END-PERFORM.
      *> A batch still open at end of feed never got its control
      *> record - its posting run did not finish.
           IF BATCH-OPEN
               PERFORM 2000-FINALIZE-BATCH
           END-IF.
           IF JOURNAL-HEADER-WRITTEN
               PERFORM 2700-WRITE-JOURNAL-TRAILER
           END-IF.
           PERFORM 3000-WRITE-REPORT-TOTALS.
           CLOSE GL-INTERFACE-REPORT.
           CLOSE JOURNAL-LOG.
           CLOSE GL-JOURNAL.
           CLOSE GL-POSTING-FEED.
           CLOSE CONVERTED.
           DISPLAY "GL INTERFACE - JOURNALIZED " WS-JOURNALIZED-COUNT
               " HELD " WS-HELD-COUNT
               " ALREADY SENT " WS-SKIPPED-COUNT.
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
      *> The account map and the journal hand-off belong to finance,
      *> not to a term; the feed, the log and the report are the
      *> term's.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "GL-POSTING-FEED-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-GL-FEED-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "GL-ACCOUNT-MAP.TXT" DELIMITED BY SIZE
               INTO WS-ACCOUNT-MAP-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "CONVERTED-STUFILE3-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-CONVERTED-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "GL-JOURNAL.TXT" DELIMITED BY SIZE
               INTO WS-JOURNAL-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "GL-JOURNAL-LOG-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-JOURNAL-LOG-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "GL-INTERFACE-REPORT-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-PATH.

       0100-CHECK-PRIOR-JOURNAL.
      **
      * Finance's import empties GL-JOURNAL once it has taken the
      * journal. A journal still there has not been imported, and
      * writing over it would lose batches the log already shows
      * as sent - so the run is refused until finance picks it up.
      **
           MOVE 'N' TO WS-PRIOR-JOURNAL-SW.
           OPEN INPUT GL-JOURNAL.
           EVALUATE WS-JOURNAL-STATUS
               WHEN "35"
                   CONTINUE
               WHEN "00"
                   READ GL-JOURNAL
                       AT END CONTINUE
                       NOT AT END
                           MOVE 'Y' TO WS-PRIOR-JOURNAL-SW
                   END-READ
                   CLOSE GL-JOURNAL
               WHEN OTHER
                   DISPLAY "CANNOT OPEN GL JOURNAL, STATUS "
                       WS-JOURNAL-STATUS
                   MOVE 'Y' TO WS-PRIOR-JOURNAL-SW
           END-EVALUATE.

       0200-LOAD-ACCOUNT-MAP.
      **
      * Loads finance's account map. No map, no journal - every
      * entry needs its accounts.
      **
           OPEN INPUT GL-ACCOUNT-MAP.
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN GL ACCOUNT MAP, STATUS "
                   WS-MAP-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL NO-MORE-MAP-RECORDS
               READ GL-ACCOUNT-MAP
                   AT END MOVE 'Y' TO WS-MAP-EOF-FLAG
                   NOT AT END
                       IF WS-MAP-COUNT < WS-MAP-MAX
                           ADD 1 TO WS-MAP-COUNT
                           MOVE GLM-TRAN-TYPE
                               TO WS-MAP-TRAN-TYPE (WS-MAP-COUNT)
                           MOVE GLM-PROGRAM-OF-STUDY
                               TO WS-MAP-PROGRAM (WS-MAP-COUNT)
                           MOVE GLM-DEBIT-ACCOUNT
                               TO WS-MAP-DEBIT-ACCOUNT (WS-MAP-COUNT)
                           MOVE GLM-CREDIT-ACCOUNT
                               TO WS-MAP-CREDIT-ACCOUNT
                                   (WS-MAP-COUNT)
                           MOVE GLM-DESCRIPTION
                               TO WS-MAP-DESCRIPTION (WS-MAP-COUNT)
                       ELSE
                           DISPLAY "ACCOUNT MAP TABLE FULL, IGNORED "
                               GLM-TRAN-TYPE " " GLM-PROGRAM-OF-STUDY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-ACCOUNT-MAP.

       0300-LOAD-JOURNAL-LOG.
      **
      * Loads the batch ids already journalized this term. A log
      * larger than the table is refused outright - a batch the
      * table could not hold would be sent twice.
      **
           OPEN INPUT JOURNAL-LOG.
           IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "05"
               DISPLAY "CANNOT OPEN GL JOURNAL LOG, STATUS "
                   WS-LOG-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL NO-MORE-LOG-RECORDS
               READ JOURNAL-LOG
                   AT END MOVE 'Y' TO WS-LOG-EOF-FLAG
                   NOT AT END
                       IF WS-LOGGED-COUNT < WS-LOGGED-MAX
                           ADD 1 TO WS-LOGGED-COUNT
                           MOVE GJL-BATCH-ID
                               TO WS-LOGGED-BATCH-ID (WS-LOGGED-COUNT)
                           MOVE GJL-JOURNAL-ID
                               TO WS-LOGGED-JOURNAL-ID
                                   (WS-LOGGED-COUNT)
                       ELSE
                           DISPLAY "GL JOURNAL LOG TABLE FULL -"
                               " RUN REFUSED"
                           CLOSE JOURNAL-LOG
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-LOG.

       1000-PROCESS-FEED-RECORD.
      **
      * Routes one feed record into the batch it belongs to. A new
      * batch id while another batch is still open means the open
      * one never got its control record; it is finalized as it
      * stands, and 2000 holds it back.
      **
           IF BATCH-OPEN AND GLF-BATCH-ID NOT = WS-CUR-BATCH-ID
               PERFORM 2000-FINALIZE-BATCH
           END-IF.
           IF NOT BATCH-OPEN
               PERFORM 1100-START-BATCH
           END-IF.
           EVALUATE GLF-RECORD-TYPE
               WHEN 'D'
                   PERFORM 1200-ACCUMULATE-DETAIL
               WHEN 'C'
                   MOVE 'Y' TO WS-CONTROL-SEEN-SW
                   MOVE GLF-TRAN-BATCH-SW TO WS-CTL-TRAN-BATCH-SW
                   MOVE GLF-ACCEPTED-COUNT TO WS-CTL-ACCEPTED-COUNT
                   MOVE GLF-ACCEPTED-AMOUNT TO WS-CTL-ACCEPTED-AMOUNT
                   MOVE GLF-DETAIL-COUNT TO WS-CTL-DETAIL-COUNT
                   MOVE GLF-DETAIL-AMOUNT TO WS-CTL-DETAIL-AMOUNT
                   PERFORM 2000-FINALIZE-BATCH
               WHEN OTHER
                   IF WS-HOLD-REASON = SPACES
                       MOVE "UNRECOGNIZED RECORD ON THE FEED"
                           TO WS-HOLD-REASON
                   END-IF
           END-EVALUATE.

       1100-START-BATCH.
      **
      * Opens a fresh batch for the record just read.
      **
           MOVE 'Y' TO WS-BATCH-OPEN-SW.
           MOVE 'N' TO WS-CONTROL-SEEN-SW.
           MOVE GLF-BATCH-ID TO WS-CUR-BATCH-ID.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-READ-AMOUNT.
           MOVE 0 TO WS-TUITION-COUNT.
           MOVE 0 TO WS-TUITION-AMOUNT.
           MOVE 0 TO WS-TRAN-COUNT.
           MOVE 0 TO WS-TRAN-AMOUNT.
           MOVE 'N' TO WS-CTL-TRAN-BATCH-SW.
           MOVE 0 TO WS-CTL-ACCEPTED-COUNT.
           MOVE 0 TO WS-CTL-ACCEPTED-AMOUNT.
           MOVE 0 TO WS-CTL-DETAIL-COUNT.
           MOVE 0 TO WS-CTL-DETAIL-AMOUNT.
           MOVE 0 TO WS-SUM-COUNT.

       1200-ACCUMULATE-DETAIL.
      **
      * Adds one posted item to the batch's running totals and to
      * its summary line for tran type and program. Term charges
      * are counted apart from the ledger items, since only the
      * ledger items answer to the edit run's accepted totals.
      **
           ADD 1 TO WS-READ-COUNT.
           ADD GLF-AMOUNT TO WS-READ-AMOUNT.
           EVALUATE GLF-TRAN-TYPE
               WHEN 'T'
                   ADD 1 TO WS-TUITION-COUNT
                   ADD GLF-AMOUNT TO WS-TUITION-AMOUNT
               WHEN 'P'
               WHEN 'R'
               WHEN 'A'
               WHEN 'C'
                   ADD 1 TO WS-TRAN-COUNT
                   ADD GLF-AMOUNT TO WS-TRAN-AMOUNT
               WHEN OTHER
                   IF WS-HOLD-REASON = SPACES
                       MOVE "UNRECOGNIZED TRAN TYPE ON THE FEED"
                           TO WS-HOLD-REASON
                   END-IF
           END-EVALUATE.
           MOVE GLF-PROGRAM-OF-STUDY TO WS-DETAIL-PROGRAM.
           IF WS-DETAIL-PROGRAM = SPACES
               PERFORM 1250-LOOKUP-PROGRAM
           END-IF.
           MOVE 0 TO WS-SUM-HIT.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-COUNT OR WS-SUM-HIT > 0
               IF WS-SUM-TRAN-TYPE (WS-SUM-IDX) = GLF-TRAN-TYPE
                  AND WS-SUM-PROGRAM (WS-SUM-IDX) = WS-DETAIL-PROGRAM
                   MOVE WS-SUM-IDX TO WS-SUM-HIT
               END-IF
           END-PERFORM.
           IF WS-SUM-HIT = 0
               IF WS-SUM-COUNT < WS-SUM-MAX
                   ADD 1 TO WS-SUM-COUNT
                   MOVE WS-SUM-COUNT TO WS-SUM-HIT
                   MOVE GLF-TRAN-TYPE TO WS-SUM-TRAN-TYPE (WS-SUM-HIT)
                   MOVE WS-DETAIL-PROGRAM
                       TO WS-SUM-PROGRAM (WS-SUM-HIT)
                   MOVE 0 TO WS-SUM-ITEM-COUNT (WS-SUM-HIT)
                   MOVE 0 TO WS-SUM-AMOUNT (WS-SUM-HIT)
               ELSE
                   IF WS-HOLD-REASON = SPACES
                       MOVE "SUMMARY TABLE FULL FOR THIS BATCH"
                           TO WS-HOLD-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-SUM-HIT > 0
               ADD 1 TO WS-SUM-ITEM-COUNT (WS-SUM-HIT)
               ADD GLF-AMOUNT TO WS-SUM-AMOUNT (WS-SUM-HIT)
           END-IF.

       1250-LOOKUP-PROGRAM.
      **
      * Finds the program of a ledger item's student on CONVERTED.
      * A student not on this term's extract keeps a blank program
      * and maps through the tran type's default row.
      **
           MOVE GLF-STUDENT-NUMBER
               TO STUDENT-NUMBER OF INDX-STUDENT-RECORD.
           READ CONVERTED KEY IS STUDENT-NUMBER OF INDX-STUDENT-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-DETAIL-PROGRAM
               NOT INVALID KEY
      *> The trailer (key 99999) overlays its record count on the
      *> STUDENT-NUMBER bytes, so it sits in the alternate index
      *> under that count's value; a student number that happens to
      *> equal the count must not pick up the trailer's bytes.
                   IF RECORD-FD-KEY OF INDX-STUDENT-RECORD = 99999
                       MOVE SPACES TO WS-DETAIL-PROGRAM
                   ELSE
                       MOVE PROGRAM-OF-STUDY OF INDX-STUDENT-RECORD
                           TO WS-DETAIL-PROGRAM
                   END-IF
           END-READ.

       2000-FINALIZE-BATCH.
      **
      * Decides the batch just read. A batch on the log was sent
      * already and is only noted. Otherwise it must have its
      * control record, agree with it, tie to the edit run's
      * accepted totals when it posted an edited batch, and map in
      * full - the first test it fails is the reason it is held.
      **
           PERFORM 2050-CHECK-JOURNAL-LOG.
           MOVE WS-CUR-BATCH-ID TO RBL-BATCH-ID.
           MOVE WS-TUITION-AMOUNT TO RBL-TUITION-AMOUNT.
           MOVE WS-TRAN-AMOUNT TO RBL-TRAN-AMOUNT.
           MOVE WS-CTL-ACCEPTED-AMOUNT TO RBL-ACCEPTED-AMOUNT.
           WRITE REG-LINE FROM REG-BATCH-LINE.
           IF BATCH-ALREADY-JOURNALIZED
               MOVE SPACES TO RSL-STATUS
               STRING "ALREADY SENT IN JOURNAL "
                           DELIMITED BY SIZE
                       WS-LOGGED-JOURNAL-ID (WS-LOG-IDX)
                           DELIMITED BY SIZE
                       " - NOT SENT AGAIN" DELIMITED BY SIZE
                   INTO RSL-STATUS
               WRITE REG-LINE FROM REG-STATUS-LINE
               ADD 1 TO WS-SKIPPED-COUNT
               ADD WS-READ-AMOUNT TO WS-SKIPPED-AMOUNT
           ELSE
               IF WS-HOLD-REASON = SPACES AND NOT CONTROL-SEEN
                   MOVE "POSTING RUN DID NOT FINISH THIS BATCH"
                       TO WS-HOLD-REASON
               END-IF
               IF WS-HOLD-REASON = SPACES AND
                  (WS-READ-COUNT NOT = WS-CTL-DETAIL-COUNT OR
                   WS-READ-AMOUNT NOT = WS-CTL-DETAIL-AMOUNT)
                   MOVE "FEED DOES NOT AGREE WITH ITS CONTROL RECORD"
                       TO WS-HOLD-REASON
               END-IF
               IF WS-HOLD-REASON = SPACES
                   PERFORM 2100-TIE-TO-EDIT-TOTALS
               END-IF
               IF WS-HOLD-REASON = SPACES
                   PERFORM 2200-RESOLVE-ACCOUNTS
                       VARYING WS-SUM-IDX FROM 1 BY 1
                       UNTIL WS-SUM-IDX > WS-SUM-COUNT
               END-IF
               IF WS-HOLD-REASON = SPACES
                   PERFORM 2500-JOURNALIZE-BATCH
               ELSE
                   MOVE SPACES TO RSL-STATUS
                   STRING "HELD - " DELIMITED BY SIZE
                           WS-HOLD-REASON DELIMITED BY SIZE
                       INTO RSL-STATUS
                   WRITE REG-LINE FROM REG-STATUS-LINE
                   ADD 1 TO WS-HELD-COUNT
                   ADD WS-READ-AMOUNT TO WS-HELD-AMOUNT
               END-IF
           END-IF.
           MOVE 'N' TO WS-BATCH-OPEN-SW.

       2050-CHECK-JOURNAL-LOG.
      **
      * Looks the batch up among those already journalized; on a
      * hit WS-LOG-IDX is left on the log entry.
      **
           SET BATCH-NOT-JOURNALIZED TO TRUE.
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
               UNTIL WS-LOG-IDX > WS-LOGGED-COUNT
                   OR BATCH-ALREADY-JOURNALIZED
               IF WS-LOGGED-BATCH-ID (WS-LOG-IDX) = WS-CUR-BATCH-ID
                   SET BATCH-ALREADY-JOURNALIZED TO TRUE
               END-IF
           END-PERFORM.
           IF BATCH-ALREADY-JOURNALIZED
               SUBTRACT 1 FROM WS-LOG-IDX
           END-IF.

       2100-TIE-TO-EDIT-TOTALS.
      **
      * The ledger items of a run that posted an edited batch must
      * come to the accepted count and amount PAYMENT-EDIT left on
      * PAYMENT-BATCH-STATUS - an item posting skipped as unknown
      * shows up here. A run that posted no edited batch can carry
      * no ledger items at all.
      **
           IF CTL-TRAN-BATCH-POSTED
               IF WS-TRAN-COUNT NOT = WS-CTL-ACCEPTED-COUNT OR
                  WS-TRAN-AMOUNT NOT = WS-CTL-ACCEPTED-AMOUNT
                   MOVE "DOES NOT TIE TO EDIT ACCEPTED TOTALS"
                       TO WS-HOLD-REASON
               END-IF
           ELSE
               IF WS-TRAN-COUNT > 0
                   MOVE "LEDGER ITEMS WITH NO EDITED BATCH POSTED"
                       TO WS-HOLD-REASON
               END-IF
           END-IF.

       2200-RESOLVE-ACCOUNTS.
      **
      * Maps one summary line to its accounts: the row for its tran
      * type and program, else the tran type's default row with a
      * blank program. A line with no row holds the batch.
      **
           MOVE WS-SUM-PROGRAM (WS-SUM-IDX) TO WS-MAP-WANTED-PROGRAM.
           PERFORM 2250-SEARCH-ACCOUNT-MAP.
           IF WS-MAP-HIT = 0 AND WS-MAP-WANTED-PROGRAM NOT = SPACES
               MOVE SPACES TO WS-MAP-WANTED-PROGRAM
               PERFORM 2250-SEARCH-ACCOUNT-MAP
           END-IF.
           IF WS-MAP-HIT > 0
               MOVE WS-MAP-DEBIT-ACCOUNT (WS-MAP-HIT)
                   TO WS-SUM-DEBIT-ACCOUNT (WS-SUM-IDX)
               MOVE WS-MAP-CREDIT-ACCOUNT (WS-MAP-HIT)
                   TO WS-SUM-CREDIT-ACCOUNT (WS-SUM-IDX)
               MOVE WS-MAP-DESCRIPTION (WS-MAP-HIT)
                   TO WS-SUM-DESCRIPTION (WS-SUM-IDX)
           ELSE
               IF WS-HOLD-REASON = SPACES
                   STRING "NO ACCOUNT MAPPING FOR TYPE "
                               DELIMITED BY SIZE
                           WS-SUM-TRAN-TYPE (WS-SUM-IDX)
                               DELIMITED BY SIZE
                           " PROGRAM " DELIMITED BY SIZE
                           WS-SUM-PROGRAM (WS-SUM-IDX)
                               DELIMITED BY SIZE
                       INTO WS-HOLD-REASON
               END-IF
           END-IF.

       2250-SEARCH-ACCOUNT-MAP.
      **
      * Finds the map row for the summary line's tran type and
      * WS-MAP-WANTED-PROGRAM.
      **
           MOVE 0 TO WS-MAP-HIT.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT OR WS-MAP-HIT > 0
               IF WS-MAP-TRAN-TYPE (WS-MAP-IDX)
                       = WS-SUM-TRAN-TYPE (WS-SUM-IDX)
                  AND WS-MAP-PROGRAM (WS-MAP-IDX)
                       = WS-MAP-WANTED-PROGRAM
                   MOVE WS-MAP-IDX TO WS-MAP-HIT
               END-IF
           END-PERFORM.

       2500-JOURNALIZE-BATCH.
      **
      * Sends the batch: the journal header goes out ahead of the
      * run's first batch, then a debit and a credit entry for
      * every summary line with money on it. The batch is logged
      * as it is written, so it is marked journalized before the
      * journal ever leaves the run - a batch is never sent twice.
      **
           IF NOT JOURNAL-HEADER-WRITTEN
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'H' TO GLJ-RECORD-TYPE
               MOVE "TUITION" TO GLJ-SOURCE
               MOVE WS-JOURNAL-ID TO GLJ-JOURNAL-ID
               MOVE WS-TODAY-DATE TO GLJ-JOURNAL-DATE
               MOVE WS-TERM TO GLJ-TERM
               WRITE GL-JOURNAL-RECORD
               MOVE 'Y' TO WS-HEADER-WRITTEN-SW
           END-IF.
           PERFORM 2600-WRITE-ENTRY-PAIR
               VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-COUNT.
           MOVE SPACES TO JOURNAL-LOG-RECORD.
           MOVE WS-CUR-BATCH-ID TO GJL-BATCH-ID.
           MOVE WS-JOURNAL-ID TO GJL-JOURNAL-ID.
           MOVE WS-TODAY-DATE TO GJL-JOURNAL-DATE.
           MOVE WS-TUITION-AMOUNT TO GJL-TUITION-AMOUNT.
           MOVE WS-TRAN-AMOUNT TO GJL-TRAN-AMOUNT.
           WRITE JOURNAL-LOG-RECORD.
           MOVE "JOURNALIZED" TO RSL-STATUS.
           WRITE REG-LINE FROM REG-STATUS-LINE.
           ADD 1 TO WS-JOURNALIZED-COUNT.
           ADD WS-READ-AMOUNT TO WS-JOURNALIZED-AMOUNT.

       2600-WRITE-ENTRY-PAIR.
      **
      * One summary line: its debit entry, its credit entry, and
      * its line on the report. A line that nets to nothing (a
      * zero term charge) has nothing to send.
      **
           IF WS-SUM-AMOUNT (WS-SUM-IDX) > 0
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'D' TO GLJ-RECORD-TYPE
               MOVE WS-SUM-DEBIT-ACCOUNT (WS-SUM-IDX) TO GLJ-ACCOUNT
               MOVE 'D' TO GLJ-DR-CR
               MOVE WS-SUM-AMOUNT (WS-SUM-IDX) TO GLJ-AMOUNT
               MOVE WS-CUR-BATCH-ID TO GLJ-BATCH-ID
               MOVE WS-SUM-TRAN-TYPE (WS-SUM-IDX) TO GLJ-TRAN-TYPE
               MOVE WS-SUM-PROGRAM (WS-SUM-IDX) TO GLJ-PROGRAM
               MOVE WS-SUM-DESCRIPTION (WS-SUM-IDX)
                   TO GLJ-DESCRIPTION
               WRITE GL-JOURNAL-RECORD
               ADD WS-SUM-AMOUNT (WS-SUM-IDX)
                   TO WS-JOURNAL-DEBIT-TOTAL
               MOVE WS-SUM-CREDIT-ACCOUNT (WS-SUM-IDX) TO GLJ-ACCOUNT
               MOVE 'C' TO GLJ-DR-CR
               WRITE GL-JOURNAL-RECORD
               ADD WS-SUM-AMOUNT (WS-SUM-IDX)
                   TO WS-JOURNAL-CREDIT-TOTAL
               ADD 2 TO WS-JOURNAL-ENTRY-COUNT
               ADD 1 TO WS-JOURNAL-PAIR-COUNT
               MOVE WS-SUM-TRAN-TYPE (WS-SUM-IDX) TO REL-TRAN-TYPE
               MOVE WS-SUM-PROGRAM (WS-SUM-IDX) TO REL-PROGRAM
               MOVE WS-SUM-ITEM-COUNT (WS-SUM-IDX) TO REL-ITEM-COUNT
               MOVE WS-SUM-DEBIT-ACCOUNT (WS-SUM-IDX)
                   TO REL-DEBIT-ACCOUNT
               MOVE WS-SUM-CREDIT-ACCOUNT (WS-SUM-IDX)
                   TO REL-CREDIT-ACCOUNT
               MOVE WS-SUM-AMOUNT (WS-SUM-IDX) TO REL-AMOUNT
               WRITE REG-LINE FROM REG-ENTRY-LINE
           END-IF.

       2700-WRITE-JOURNAL-TRAILER.
      **
      * Closes the journal with its entry count and the debit and
      * credit totals finance's import proves the journal with.
      **
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE 'T' TO GLJ-RECORD-TYPE.
           MOVE WS-JOURNAL-ENTRY-COUNT TO GLJ-ENTRY-COUNT.
           MOVE WS-JOURNAL-DEBIT-TOTAL TO GLJ-DEBIT-TOTAL.
           MOVE WS-JOURNAL-CREDIT-TOTAL TO GLJ-CREDIT-TOTAL.
           WRITE GL-JOURNAL-RECORD.

       3000-WRITE-REPORT-TOTALS.
      **
      * Closes the report with the run's batch dispositions and the
      * journal's proof, which must show debits = credits.
      **
           MOVE "BATCHES JOURNALIZED:  " TO RTL-LABEL.
           MOVE WS-JOURNALIZED-COUNT TO RTL-COUNT.
           MOVE WS-JOURNALIZED-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "BATCHES HELD:         " TO RTL-LABEL.
           MOVE WS-HELD-COUNT TO RTL-COUNT.
           MOVE WS-HELD-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "ALREADY JOURNALIZED:  " TO RTL-LABEL.
           MOVE WS-SKIPPED-COUNT TO RTL-COUNT.
           MOVE WS-SKIPPED-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "JOURNAL DEBITS:       " TO RTL-LABEL.
           MOVE WS-JOURNAL-PAIR-COUNT TO RTL-COUNT.
           MOVE WS-JOURNAL-DEBIT-TOTAL TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "JOURNAL CREDITS:      " TO RTL-LABEL.
           MOVE WS-JOURNAL-PAIR-COUNT TO RTL-COUNT.
           MOVE WS-JOURNAL-CREDIT-TOTAL TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           IF WS-JOURNAL-DEBIT-TOTAL = WS-JOURNAL-CREDIT-TOTAL
               MOVE "JOURNAL BALANCES - DEBITS = CREDITS" TO REG-LINE
           ELSE
               MOVE "JOURNAL OUT OF BALANCE - DO NOT RELEASE"
                   TO REG-LINE
           END-IF.
           WRITE REG-LINE.
      ** add other procedures here
       END PROGRAM GL-INTERFACE.
