      ******************************************************************
      * Author:
      * Date:
      * Purpose: Add/drop transaction run. Applies the registrar's
      *          batch of in-term schedule changes (ADD-DROP-TRANS)
      *          so the money and the seats follow the course. Each
      *          transaction is edited against CONVERTED,
      *          COURSE-ENROLLMENT, the COURSE-CATALOG master's
      *          status and capacity, the section's WAITLIST (an
      *          add may not take a seat held for students already
      *          waiting), the student's active STUDENT-HOLDS, and
      *          the student's AR-MASTER account - a student
      *          AR-POSTING has not yet charged for the term takes
      *          no change, since TUITION-ASSESS would price the
      *          changed load and the difference would bill twice.
      *          A change to a load holding a course no longer in
      *          the catalog is suspended for the bursar. An
      *          accepted transaction updates the
      *          enrollment file and the student's COURSE-TABLE in
      *          CONVERTED together. The load is repriced from the
      *          bursar's TUITION-RATES before and after the change:
      *          an add that raises the price writes a 'C' charge
      *          for the difference, and a drop writes an 'A' credit
      *          for the difference prorated by the
      *          REFUND-SCHEDULE's percentage for the week of term
      *          the drop took effect - both onto the raw
      *          TUITION-PAYMENTS ledger, so they post through
      *          PAYMENT-EDIT and AR-POSTING like any other item. A
      *          drop that leaves the section under capacity is
      *          queued on SEAT-RELEASE for the next
      *          WAITLIST-PROMOTE, and every rejected transaction
      *          goes to the suspense file and the register with
      *          its reason.
      *          A term TERM-CLOSE has closed takes no changes until
      *          it is reopened.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ADD-DROP.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADD-DROP-TRANS
           ASSIGN TO WS-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT CONVERTED
           ASSIGN TO WS-CONVERTED-PATH
               ORGANIZATION IS INDEXED
      *> DYNAMIC I-O: each transaction retrieves its student through
      *> the alternate index and the changed COURSE-TABLE is
      *> REWRITE-n in place.
               ACCESS IS DYNAMIC
               RECORD KEY IS RECORD-FD-KEY
               ALTERNATE RECORD KEY IS STUDENT-NUMBER
                   OF INDX-STUDENT-RECORD WITH DUPLICATES
               FILE STATUS IS WS-CONVERTED-STATUS.

           SELECT COURSE-ENROLLMENT
           ASSIGN TO WS-ENROLLMENT-PATH
               ORGANIZATION IS INDEXED
      *> DYNAMIC I-O: enrollments are written and deleted by key,
      *> and a section's headcount is counted with a keyed START.
               ACCESS IS DYNAMIC
               RECORD KEY IS ENR-COURSE-KEY
               FILE STATUS IS WS-ENROLLMENT-STATUS.

           SELECT COURSE-CATALOG
           ASSIGN TO WS-CATALOG-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CAT-COURSE-CODE
               FILE STATUS IS WS-CATALOG-STATUS.

      *> OPTIONAL: a college with no hold ever placed has no holds
      *> file, and nobody is held.
           SELECT OPTIONAL STUDENT-HOLDS
           ASSIGN TO WS-HOLDS-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLDS-STATUS.

      *> OPTIONAL: a term WAITLIST-BUILD has not run for has no
      *> waitlist, and no seat is held for anyone.
           SELECT OPTIONAL WAITLIST
           ASSIGN TO WS-WAITLIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS WTL-COURSE-KEY
               FILE STATUS IS WS-WAITLIST-STATUS.

      *> Read by key only: the student's account says whether
      *> AR-POSTING has charged the term yet.
           SELECT AR-MASTER
           ASSIGN TO WS-AR-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AR-STUDENT-NUMBER
               FILE STATUS IS WS-AR-STATUS.

           SELECT RATE-FILE
           ASSIGN TO WS-RATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT REFUND-SCHEDULE
           ASSIGN TO WS-SCHEDULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

      *> OPTIONAL and EXTEND: the adjustments append to whatever the
      *> bank's feed has already dropped on the raw ledger.
           SELECT OPTIONAL TUITION-PAYMENTS
           ASSIGN TO WS-PAYMENTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

      *> OPTIONAL and EXTEND: releases accumulate until the next
      *> WAITLIST-PROMOTE run reports and empties the queue.
           SELECT OPTIONAL SEAT-RELEASE
           ASSIGN TO WS-RELEASE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

      *> OPTIONAL and EXTEND: the term's rejects accumulate across
      *> runs for the registrar to correct and rekey.
           SELECT OPTIONAL ADD-DROP-SUSPENSE
           ASSIGN TO WS-SUSPENSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADD-DROP-REGISTER
           ASSIGN TO WS-REGISTER-PATH
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
       FILE SECTION.
       FD  ADD-DROP-TRANS.
           01 TRANS-RECORD.
               COPY ADTREC.

       FD  CONVERTED
           RECORD IS VARYING IN SIZE FROM 63 TO 153 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           01 INDX-STUDENT-RECORD.
               COPY CNVREC.

       FD  COURSE-ENROLLMENT.
           01 ENROLLMENT-RECORD.
               COPY ENRREC.

       FD  COURSE-CATALOG.
           01 CATALOG-RECORD.
               COPY CATREC.

       FD  STUDENT-HOLDS.
           01 HOLD-RECORD.
               COPY HLDREC.

       FD  WAITLIST.
           01 WAITLIST-RECORD.
               COPY WTLREC.

       FD  AR-MASTER.
           01 AR-MASTER-RECORD.
               COPY ARREC.

       FD  RATE-FILE.
           01 RATE-RECORD.
               COPY TRTREC.

       FD  REFUND-SCHEDULE.
           01 SCHEDULE-RECORD.
               COPY RFSREC.

       FD  TUITION-PAYMENTS.
           01 PAYMENT-RECORD.
               COPY PAYREC.

       FD  SEAT-RELEASE.
           01 RELEASE-RECORD.
               COPY SRLREC.

       FD  ADD-DROP-SUSPENSE.
           01 SUSPENSE-RECORD.
               COPY ADTREC REPLACING
                   ==ADT-STUDENT-NUMBER== BY ==SUS-STUDENT-NUMBER==
                   ==ADT-COURSE-CODE== BY ==SUS-COURSE-CODE==
                   ==ADT-ACTION== BY ==SUS-ACTION==
                   ==ADT-EFFECTIVE-DATE== BY ==SUS-EFFECTIVE-DATE==.
               05 SUS-REASON-CODE PIC X(2).
               05 SUS-REASON-TEXT PIC X(30).

       FD  ADD-DROP-REGISTER.
           01 REG-LINE PIC X(100).

       FD  TERM-STATUS-FILE.
           01 TERM-STATUS-RECORD.
               COPY TRMREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FIELDS.
           05 WS-TRANS-STATUS PIC X(2).
           05 WS-CONVERTED-STATUS PIC X(2).
           05 WS-ENROLLMENT-STATUS PIC X(2).
           05 WS-CATALOG-STATUS PIC X(2).
           05 WS-HOLDS-STATUS PIC X(2).
           05 WS-WAITLIST-STATUS PIC X(2).
           05 WS-AR-STATUS PIC X(2).
           05 WS-RATE-STATUS PIC X(2).
           05 WS-SCHEDULE-STATUS PIC X(2).
           05 WS-TRM-FILE-STATUS PIC X(2).
           05 WS-TRANS-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-TRANS-RECORDS VALUE 'Y'.
           05 WS-RATE-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-RATE-RECORDS VALUE 'Y'.
           05 WS-SCHEDULE-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-SCHEDULE-RECORDS VALUE 'Y'.
           05 WS-COUNT-EOF-FLAG PIC X(1).
               88 NO-MORE-COUNT-RECORDS VALUE 'Y'.
           05 WS-WAITLIST-SW PIC X(1).
               88 WAITLIST-WAITING VALUE 'Y'.
               88 WAITLIST-EMPTY VALUE 'N'.
           05 WS-LOAD-PRICED-SW PIC X(1).
               88 LOAD-PRICED VALUE 'Y'.
               88 LOAD-NOT-PRICED VALUE 'N'.
           05 WS-VALID-SW PIC X(1).
               88 TRANSACTION-VALID VALUE 'Y'.
               88 TRANSACTION-INVALID VALUE 'N'.
           05 WS-RATE-FOUND-SW PIC X(1).
               88 RATE-FOUND VALUE 'Y'.
               88 RATE-NOT-FOUND VALUE 'N'.
           05 WS-SUSPEND-CODE PIC X(2).
           05 WS-SUSPEND-REASON PIC X(30).

       01 WS-FILE-PATH-FIELDS.
           05 WS-BASE-PATH PIC X(40).
           05 WS-BASE-PATH-LEN PIC 9(2).
           05 WS-TERM PIC X(10).
           05 WS-TRANS-PATH PIC X(80).
           05 WS-CONVERTED-PATH PIC X(80).
           05 WS-ENROLLMENT-PATH PIC X(80).
           05 WS-CATALOG-PATH PIC X(80).
           05 WS-HOLDS-PATH PIC X(80).
           05 WS-WAITLIST-PATH PIC X(80).
           05 WS-AR-MASTER-PATH PIC X(80).
           05 WS-RATE-PATH PIC X(80).
           05 WS-SCHEDULE-PATH PIC X(80).
           05 WS-PAYMENTS-PATH PIC X(80).
           05 WS-RELEASE-PATH PIC X(80).
           05 WS-SUSPENSE-PATH PIC X(80).
           05 WS-REGISTER-PATH PIC X(80).
           05 WS-TERM-STATUS-PATH PIC X(80).

       01 WS-DATE-FIELDS.
           05 WS-TODAY-DATE PIC 9(8).
           05 WS-TERM-START-TEXT PIC X(8).
           05 WS-TERM-START-DATE PIC 9(8).
           05 WS-TERM-START-DAYS PIC 9(7).
           05 WS-EFFECTIVE-DAYS PIC 9(7).
           05 WS-CHECK-DATE PIC 9(8).
           05 FILLER REDEFINES WS-CHECK-DATE.
               10 WS-CHECK-YEAR PIC 9(4).
               10 WS-CHECK-MONTH PIC 9(2).
               10 WS-CHECK-DAY PIC 9(2).
           05 WS-DAYS-IN-MONTH PIC 9(2).
           05 WS-LEAP-QUOTIENT PIC 9(4).
           05 WS-LEAP-REMAINDER PIC 9(4).

      *> The bursar's rate file, loaded once the same way
      *> TUITION-ASSESS loads it, so a change is priced under exactly
      *> the rules the term's assessment used.
       01 WS-RATE-TABLE-FIELDS.
           05 WS-PROGRAM-RATE-COUNT PIC 9(3) VALUE 0.
           05 WS-PROGRAM-RATE-MAX PIC 9(3) VALUE 50.
           05 WS-PROGRAM-RATE-IDX PIC 9(3).
           05 WS-PROGRAM-RATE-HIT PIC 9(3).
           05 WS-PROGRAM-RATE-ENTRY OCCURS 50 TIMES.
               10 WS-PRT-PROGRAM PIC X(5).
               10 WS-PRT-PER-CREDIT-RATE PIC 9(4)V99.
               10 WS-PRT-BAND-LOW-CREDITS PIC 9(2).
               10 WS-PRT-BAND-HIGH-CREDITS PIC 9(2).
               10 WS-PRT-FLAT-RATE PIC 9(5)V99.
           05 WS-DEPT-FEE-COUNT PIC 9(3) VALUE 0.
           05 WS-DEPT-FEE-MAX PIC 9(3) VALUE 50.
           05 WS-DEPT-FEE-IDX PIC 9(3).
           05 WS-DEPT-FEE-ENTRY OCCURS 50 TIMES.
               10 WS-DFT-DEPARTMENT PIC X(5).
               10 WS-DFT-COURSE-FEE PIC 9(4)V99.

       01 WS-REFUND-TABLE-FIELDS.
           05 WS-REFUND-WEEK-COUNT PIC 9(2) VALUE 0.
           05 WS-REFUND-WEEK-MAX PIC 9(2) VALUE 20.
           05 WS-REFUND-WEEK-IDX PIC 9(2).
           05 WS-REFUND-WEEK-ENTRY OCCURS 20 TIMES.
               10 WS-RWT-WEEK-NUMBER PIC 9(2).
               10 WS-RWT-REFUND-PERCENT PIC 9(3).

      *> The transaction course's catalog figures, kept here because
      *> pricing the student's other courses rereads the catalog
      *> into the same record area.
       01 WS-TRANSACTION-COURSE-FIELDS.
           05 WS-TRN-CREDIT-HOURS PIC 9(2).
           05 WS-TRN-CAPACITY PIC 9(3).
           05 WS-TRN-COURSE-FEE PIC 9(4)V99.
           05 WS-COURSE-SLOT PIC 9(2).
           05 WS-COURSE-IDX PIC 9(2).
           05 WS-WORK-COURSE PIC X(7).
           05 WS-COURSE-HEADCOUNT PIC 9(5).
           05 WS-UNPRICED-COURSE PIC X(7).
           05 WS-SAVED-ENROLLMENT PIC X(61).
           05 WS-HOLD-TYPE-IDX PIC 9(1).
           05 WS-HOLD-TYPE-LIST PIC X(3) VALUE "FAD".
           05 FILLER REDEFINES WS-HOLD-TYPE-LIST.
               10 WS-HOLD-TYPE-ENTRY OCCURS 3 TIMES PIC X(1).

       01 WS-PRICING-FIELDS.
           05 WS-FEE-DEPARTMENT PIC X(5).
           05 WS-COURSE-FEE PIC 9(4)V99.
           05 WS-LOAD-CREDITS PIC 9(3).
           05 WS-LOAD-FEES PIC 9(5)V99.
           05 WS-CREDIT-HOURS PIC 9(3).
           05 WS-EXTRA-CREDITS PIC 9(3).
           05 WS-FEE-AMOUNT PIC 9(5)V99.
           05 WS-TUITION-AMOUNT PIC 9(5)V99.
           05 WS-ASSESSED-AMOUNT PIC 9(6)V99.
           05 WS-BEFORE-AMOUNT PIC 9(6)V99.
           05 WS-AFTER-AMOUNT PIC 9(6)V99.
           05 WS-AFTER-CREDITS PIC 9(3).
           05 WS-REFUND-WEEK PIC 9(3).
           05 WS-REFUND-PERCENT PIC 9(3).
           05 WS-ADJUST-AMOUNT PIC 9(6)V99.
           05 WS-RELEASE-NOTE PIC X(30).

       01 WS-RUN-TOTALS.
           05 WS-READ-COUNT PIC 9(6) VALUE 0.
           05 WS-ADD-COUNT PIC 9(6) VALUE 0.
           05 WS-DROP-COUNT PIC 9(6) VALUE 0.
           05 WS-REJECT-COUNT PIC 9(6) VALUE 0.
           05 WS-RELEASE-COUNT PIC 9(6) VALUE 0.
           05 WS-CHARGE-COUNT PIC 9(6) VALUE 0.
           05 WS-CHARGE-TOTAL PIC 9(9)V99 VALUE 0.
           05 WS-CREDIT-COUNT PIC 9(6) VALUE 0.
           05 WS-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.

       01 REG-HEADING.
           05 FILLER PIC X(26)
               VALUE "ADD/DROP REGISTER   TERM: ".
           05 REG-HDG-TERM PIC X(10).
           05 FILLER PIC X(14) VALUE "  TERM START: ".
           05 REG-HDG-START PIC 9(8).
           05 FILLER PIC X(42) VALUE SPACES.

       01 REG-COLUMN-HDG.
           05 FILLER PIC X(8) VALUE "STUDENT ".
           05 FILLER PIC X(9) VALUE "COURSE".
           05 FILLER PIC X(6) VALUE "ACTN".
           05 FILLER PIC X(10) VALUE "EFFECTIVE".
           05 FILLER PIC X(5) VALUE "WEEK".
           05 FILLER PIC X(6) VALUE "REFND".
           05 FILLER PIC X(12) VALUE "CREDITS".
           05 FILLER PIC X(11) VALUE "   AMOUNT".
           05 FILLER PIC X(3) VALUE "TY".
           05 FILLER PIC X(30) VALUE "NOTE".

       01 REG-DETAIL-LINE.
           05 RDL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-COURSE-CODE PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-ACTION PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-EFFECTIVE-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-WEEK PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-PERCENT PIC ZZ9.
           05 FILLER PIC X(1) VALUE "%".
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-CREDITS-BEFORE PIC ZZ9.
           05 FILLER PIC X(4) VALUE " -> ".
           05 RDL-CREDITS-AFTER PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-AMOUNT PIC Z(5)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RDL-TRAN-TYPE PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-NOTE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.

       01 REG-REJECT-LINE.
           05 RJL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RJL-COURSE-CODE PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RJL-ACTION PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RJL-EFFECTIVE-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "** REJECTED ".
           05 RJL-REASON-CODE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RJL-REASON-TEXT PIC X(30).
           05 FILLER PIC X(20) VALUE SPACES.

       01 REG-TOTAL-LINE.
           05 RTL-LABEL PIC X(22).
           05 RTL-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RTL-AMOUNT PIC Z(8)9.99.
           05 FILLER PIC X(55) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM 0050-BUILD-FILE-PATHS.
           PERFORM 0070-CHECK-TERM-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM 0100-RESOLVE-TERM-START.
           PERFORM 0200-LOAD-RATE-FILE.
           PERFORM 0300-LOAD-REFUND-SCHEDULE.
           OPEN INPUT ADD-DROP-TRANS.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN ADD/DROP TRANSACTIONS, STATUS "
                   WS-TRANS-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT COURSE-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CATALOG MASTER, STATUS "
                   WS-CATALOG-STATUS
                   " - BUILD IT WITH CATALOG MAINTENANCE"
               CLOSE ADD-DROP-TRANS
               STOP RUN
           END-IF.
           OPEN I-O CONVERTED.
           IF WS-CONVERTED-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CONVERTED, STATUS "
                   WS-CONVERTED-STATUS
               CLOSE COURSE-CATALOG
               CLOSE ADD-DROP-TRANS
               STOP RUN
           END-IF.
           OPEN I-O COURSE-ENROLLMENT.
           IF WS-ENROLLMENT-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN COURSE-ENROLLMENT, STATUS "
                   WS-ENROLLMENT-STATUS
               CLOSE CONVERTED
               CLOSE COURSE-CATALOG
               CLOSE ADD-DROP-TRANS
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-HOLDS.
           IF WS-HOLDS-STATUS NOT = "00" AND
              WS-HOLDS-STATUS NOT = "05"
               DISPLAY "CANNOT OPEN STUDENT-HOLDS, STATUS "
                   WS-HOLDS-STATUS
               CLOSE COURSE-ENROLLMENT
               CLOSE CONVERTED
               CLOSE COURSE-CATALOG
               CLOSE ADD-DROP-TRANS
               STOP RUN
           END-IF.
           OPEN INPUT WAITLIST.
           IF WS-WAITLIST-STATUS NOT = "00" AND
              WS-WAITLIST-STATUS NOT = "05"
               DISPLAY "CANNOT OPEN WAITLIST, STATUS "
                   WS-WAITLIST-STATUS
               CLOSE STUDENT-HOLDS
               CLOSE COURSE-ENROLLMENT
               CLOSE CONVERTED
               CLOSE COURSE-CATALOG
               CLOSE ADD-DROP-TRANS
               STOP RUN
           END-IF.
      *> No receivables master at all means AR-POSTING has charged
      *> nobody yet, so every transaction would only be suspended.
           OPEN INPUT AR-MASTER.
           IF WS-AR-STATUS NOT = "00"
               IF WS-AR-STATUS = "35"
                   DISPLAY "NO AR-MASTER - AR-POSTING HAS NOT CHARGED"
                       " TERM " WS-TERM " - NOTHING APPLIED"
               ELSE
                   DISPLAY "CANNOT OPEN AR-MASTER, STATUS "
                       WS-AR-STATUS
               END-IF
               CLOSE WAITLIST
               CLOSE STUDENT-HOLDS
               CLOSE COURSE-ENROLLMENT
               CLOSE CONVERTED
               CLOSE COURSE-CATALOG
               CLOSE ADD-DROP-TRANS
               STOP RUN
           END-IF.
           OPEN EXTEND TUITION-PAYMENTS.
           OPEN EXTEND SEAT-RELEASE.
           OPEN EXTEND ADD-DROP-SUSPENSE.
           OPEN OUTPUT ADD-DROP-REGISTER.
           MOVE WS-TERM TO REG-HDG-TERM.
           MOVE WS-TERM-START-DATE TO REG-HDG-START.
           WRITE REG-LINE FROM REG-HEADING.
           WRITE REG-LINE FROM REG-COLUMN-HDG.
           PERFORM UNTIL NO-MORE-TRANS-RECORDS
               READ ADD-DROP-TRANS
                   AT END MOVE 'Y' TO WS-TRANS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 1000-EDIT-TRANSACTION
                       IF TRANSACTION-VALID
                           PERFORM 2000-APPLY-TRANSACTION
                       END-IF
                       IF TRANSACTION-INVALID
                           PERFORM 2900-WRITE-SUSPENSE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 3000-WRITE-REGISTER-TOTALS.
           CLOSE ADD-DROP-REGISTER.
           CLOSE ADD-DROP-SUSPENSE.
           CLOSE SEAT-RELEASE.
           CLOSE TUITION-PAYMENTS.
           CLOSE AR-MASTER.
           CLOSE WAITLIST.
           CLOSE STUDENT-HOLDS.
           CLOSE COURSE-ENROLLMENT.
           CLOSE CONVERTED.
           CLOSE COURSE-CATALOG.
           CLOSE ADD-DROP-TRANS.
           PERFORM 3500-RETIRE-TRANSACTIONS.
           DISPLAY "ADD/DROP - READ " WS-READ-COUNT
               " ADDS " WS-ADD-COUNT
               " DROPS " WS-DROP-COUNT
               " REJECTED " WS-REJECT-COUNT
               " SEATS RELEASED " WS-RELEASE-COUNT.
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
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "ADD-DROP-TRANS-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-TRANS-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "CONVERTED-STUFILE3-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-CONVERTED-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "COURSE-ENROLLMENT-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-ENROLLMENT-PATH.
      *> The catalog master, the holds file, the receivables master,
      *> and the raw payment ledger all carry state across terms, so
      *> only the directory is parameterized on them.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "COURSE-CATALOG-MASTER.TXT" DELIMITED BY SIZE
               INTO WS-CATALOG-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "STUDENT-HOLDS.TXT" DELIMITED BY SIZE
               INTO WS-HOLDS-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "WAITLIST-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-WAITLIST-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "AR-MASTER.TXT" DELIMITED BY SIZE
               INTO WS-AR-MASTER-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "TUITION-PAYMENTS.TXT" DELIMITED BY SIZE
               INTO WS-PAYMENTS-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "TUITION-RATES-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-RATE-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "REFUND-SCHEDULE-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-SCHEDULE-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "SEAT-RELEASE-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-RELEASE-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "ADD-DROP-SUSPENSE-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-SUSPENSE-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "ADD-DROP-REGISTER-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REGISTER-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "TERM-STATUS-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-TERM-STATUS-PATH.

       0070-CHECK-TERM-STATUS.
      **
      * Refuses to apply schedule changes to a term TERM-CLOSE has
      * closed. Its charges are posted and its enrollment is frozen
      * until the term is reopened, so the run stops before any
      * file is opened and the transactions stay for a later run.
      **
           OPEN INPUT TERM-STATUS-FILE.
           IF WS-TRM-FILE-STATUS = "00"
               READ TERM-STATUS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TRM-STATUS = 'C'
                           DISPLAY "TERM " WS-TERM
                               " IS CLOSED - NOTHING APPLIED"
                           CLOSE TERM-STATUS-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE TERM-STATUS-FILE
           END-IF.

       0100-RESOLVE-TERM-START.
      **
      * Reads the term's first day of classes from
      * COLLEGE-TERM-START (YYYYMMDD). Week one of the refund
      * schedule starts that day; without it no drop can be
      * prorated, so the run stops before touching anything.
      **
           MOVE SPACES TO WS-TERM-START-TEXT.
           ACCEPT WS-TERM-START-TEXT FROM ENVIRONMENT
                   "COLLEGE-TERM-START"
               ON EXCEPTION
                   MOVE SPACES TO WS-TERM-START-TEXT
           END-ACCEPT.
           IF WS-TERM-START-TEXT = SPACES
               DISPLAY "COLLEGE-TERM-START NOT SET - ADD/DROP NOT RUN"
               STOP RUN
           END-IF.
           COMPUTE WS-TERM-START-DATE =
               FUNCTION NUMVAL(WS-TERM-START-TEXT).
           COMPUTE WS-TERM-START-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TERM-START-DATE).

       0200-LOAD-RATE-FILE.
      **
      * Loads the bursar's program rates and department fees into
      * the working-storage tables, the same load TUITION-ASSESS
      * makes. Without a rate file no change can be priced, so the
      * run stops.
      **
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN TUITION RATES, STATUS "
                   WS-RATE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL NO-MORE-RATE-RECORDS
               READ RATE-FILE
                   AT END MOVE 'Y' TO WS-RATE-EOF-FLAG
                   NOT AT END
                       EVALUATE RTE-RECORD-TYPE
                           WHEN 'P'
                               PERFORM 0250-STORE-PROGRAM-RATE
                           WHEN 'D'
                               PERFORM 0260-STORE-DEPARTMENT-FEE
                           WHEN OTHER
                               DISPLAY "UNKNOWN RATE RECORD TYPE '"
                                   RTE-RECORD-TYPE "' IGNORED"
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.

       0250-STORE-PROGRAM-RATE.
      **
      * Adds one program's rate record to the program rate table.
      **
           IF WS-PROGRAM-RATE-COUNT < WS-PROGRAM-RATE-MAX
               ADD 1 TO WS-PROGRAM-RATE-COUNT
               MOVE RTE-PROGRAM
                   TO WS-PRT-PROGRAM (WS-PROGRAM-RATE-COUNT)
               MOVE RTE-PER-CREDIT-RATE
                   TO WS-PRT-PER-CREDIT-RATE (WS-PROGRAM-RATE-COUNT)
               MOVE RTE-BAND-LOW-CREDITS
                   TO WS-PRT-BAND-LOW-CREDITS (WS-PROGRAM-RATE-COUNT)
               MOVE RTE-BAND-HIGH-CREDITS
                   TO WS-PRT-BAND-HIGH-CREDITS (WS-PROGRAM-RATE-COUNT)
               MOVE RTE-FLAT-RATE
                   TO WS-PRT-FLAT-RATE (WS-PROGRAM-RATE-COUNT)
           ELSE
               DISPLAY "PROGRAM RATE TABLE FULL, DROPPED "
                   RTE-PROGRAM
           END-IF.

       0260-STORE-DEPARTMENT-FEE.
      **
      * Adds one department's lab/course fee to the fee table.
      **
           IF WS-DEPT-FEE-COUNT < WS-DEPT-FEE-MAX
               ADD 1 TO WS-DEPT-FEE-COUNT
               MOVE RTE-DEPARTMENT
                   TO WS-DFT-DEPARTMENT (WS-DEPT-FEE-COUNT)
               MOVE RTE-COURSE-FEE
                   TO WS-DFT-COURSE-FEE (WS-DEPT-FEE-COUNT)
           ELSE
               DISPLAY "DEPARTMENT FEE TABLE FULL, DROPPED "
                   RTE-DEPARTMENT
           END-IF.

       0300-LOAD-REFUND-SCHEDULE.
      **
      * Loads the bursar's refund percentage by week. A term with
      * no schedule on file falls back to the college's standing
      * schedule - 100/75/50/25 percent over the first four weeks,
      * nothing after - and the console says so.
      **
           OPEN INPUT REFUND-SCHEDULE.
           EVALUATE WS-SCHEDULE-STATUS
               WHEN "00"
                   PERFORM UNTIL NO-MORE-SCHEDULE-RECORDS
                       READ REFUND-SCHEDULE
                           AT END MOVE 'Y' TO WS-SCHEDULE-EOF-FLAG
                           NOT AT END
                               PERFORM 0350-STORE-REFUND-WEEK
                       END-READ
                   END-PERFORM
                   CLOSE REFUND-SCHEDULE
               WHEN "35"
                   DISPLAY "WARNING - NO REFUND SCHEDULE FOR TERM "
                       WS-TERM ", STANDARD SCHEDULE USED"
               WHEN OTHER
                   DISPLAY "CANNOT OPEN REFUND SCHEDULE, STATUS "
                       WS-SCHEDULE-STATUS
                   STOP RUN
           END-EVALUATE.
           IF WS-REFUND-WEEK-COUNT = 0
               MOVE 1 TO WS-RWT-WEEK-NUMBER (1)
               MOVE 100 TO WS-RWT-REFUND-PERCENT (1)
               MOVE 2 TO WS-RWT-WEEK-NUMBER (2)
               MOVE 75 TO WS-RWT-REFUND-PERCENT (2)
               MOVE 3 TO WS-RWT-WEEK-NUMBER (3)
               MOVE 50 TO WS-RWT-REFUND-PERCENT (3)
               MOVE 4 TO WS-RWT-WEEK-NUMBER (4)
               MOVE 25 TO WS-RWT-REFUND-PERCENT (4)
               MOVE 5 TO WS-RWT-WEEK-NUMBER (5)
               MOVE 0 TO WS-RWT-REFUND-PERCENT (5)
               MOVE 5 TO WS-REFUND-WEEK-COUNT
           END-IF.

       0350-STORE-REFUND-WEEK.
      **
      * Adds one week's refund percentage to the schedule table.
      * A percentage over 100 would credit more than was charged,
      * so it is held to 100.
      **
           IF WS-REFUND-WEEK-COUNT < WS-REFUND-WEEK-MAX
               ADD 1 TO WS-REFUND-WEEK-COUNT
               MOVE RFS-WEEK-NUMBER
                   TO WS-RWT-WEEK-NUMBER (WS-REFUND-WEEK-COUNT)
               MOVE RFS-REFUND-PERCENT
                   TO WS-RWT-REFUND-PERCENT (WS-REFUND-WEEK-COUNT)
               IF RFS-REFUND-PERCENT > 100
                   DISPLAY "REFUND PERCENT FOR WEEK " RFS-WEEK-NUMBER
                       " OVER 100, HELD TO 100"
                   MOVE 100
                       TO WS-RWT-REFUND-PERCENT (WS-REFUND-WEEK-COUNT)
               END-IF
           ELSE
               DISPLAY "REFUND SCHEDULE TABLE FULL, DROPPED WEEK "
                   RFS-WEEK-NUMBER
           END-IF.

       1000-EDIT-TRANSACTION.
      **
      * Edits the transaction just read and sets WS-VALID-SW. The
      * first failing edit is the one reported, the same convention
      * PAYMENT-EDIT's 1000-EDIT-PAYMENT uses.
      **
           SET TRANSACTION-VALID TO TRUE.
           MOVE SPACES TO WS-SUSPEND-CODE.
           MOVE SPACES TO WS-SUSPEND-REASON.
           IF ADT-ACTION NOT = 'A' AND ADT-ACTION NOT = 'D'
               SET TRANSACTION-INVALID TO TRUE
               MOVE "01" TO WS-SUSPEND-CODE
               MOVE "UNKNOWN ACTION CODE" TO WS-SUSPEND-REASON
           END-IF.
           IF TRANSACTION-VALID
               PERFORM 1200-CHECK-EFFECTIVE-DATE
           END-IF.
           IF TRANSACTION-VALID
               PERFORM 1100-CHECK-STUDENT-EXISTS
           END-IF.
           IF TRANSACTION-VALID
               PERFORM 1120-CHECK-TERM-CHARGED
           END-IF.
           IF TRANSACTION-VALID
               PERFORM 1150-FIND-PROGRAM-RATE
               IF RATE-NOT-FOUND
                   SET TRANSACTION-INVALID TO TRUE
                   MOVE "05" TO WS-SUSPEND-CODE
                   MOVE "NO TUITION RATE FOR PROGRAM"
                       TO WS-SUSPEND-REASON
               END-IF
           END-IF.
           IF TRANSACTION-VALID
               PERFORM 1300-CHECK-CATALOG
           END-IF.
           IF TRANSACTION-VALID
               IF ADT-ACTION = 'A'
                   PERFORM 1400-EDIT-ADD
               ELSE
                   PERFORM 1500-EDIT-DROP
               END-IF
           END-IF.

       1100-CHECK-STUDENT-EXISTS.
      **
      * Retrieves the transaction's student from CONVERTED through
      * the alternate index. The record stays in the buffer for the
      * rest of the edit and for the update.
      **
           MOVE ADT-STUDENT-NUMBER
               TO STUDENT-NUMBER OF INDX-STUDENT-RECORD.
           READ CONVERTED
               KEY IS STUDENT-NUMBER OF INDX-STUDENT-RECORD
               INVALID KEY
                   SET TRANSACTION-INVALID TO TRUE
                   MOVE "04" TO WS-SUSPEND-CODE
                   MOVE "STUDENT NOT ON CONVERTED"
                       TO WS-SUSPEND-REASON
               NOT INVALID KEY
      *> The trailer (key 99999) overlays its record count on the
      *> STUDENT-NUMBER bytes, so it sits in the alternate index
      *> under that count's value; a mis-keyed transaction that
      *> happens to equal the count must not validate against it.
                   IF RECORD-FD-KEY = 99999
                       SET TRANSACTION-INVALID TO TRUE
                       MOVE "04" TO WS-SUSPEND-CODE
                       MOVE "STUDENT NOT ON CONVERTED"
                           TO WS-SUSPEND-REASON
                   END-IF
           END-READ.

       1120-CHECK-TERM-CHARGED.
      **
      * Refuses a change for a student AR-POSTING has not yet
      * charged for the term. Until it has, TUITION-ASSESS may
      * still price (or reprice) the COURSE-TABLE this run changes,
      * and AR-POSTING would then charge the changed load and post
      * this run's difference on top of it.
      **
           MOVE ADT-STUDENT-NUMBER TO AR-STUDENT-NUMBER.
           READ AR-MASTER
               INVALID KEY
                   MOVE SPACES TO AR-LAST-CHARGED-TERM
           END-READ.
           IF AR-LAST-CHARGED-TERM NOT = WS-TERM
               SET TRANSACTION-INVALID TO TRUE
               MOVE "16" TO WS-SUSPEND-CODE
               MOVE "TERM NOT YET CHARGED ON AR" TO WS-SUSPEND-REASON
           END-IF.

       1150-FIND-PROGRAM-RATE.
      **
      * Scans the program rate table for the student's program.
      **
           SET RATE-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-PROGRAM-RATE-HIT.
           PERFORM VARYING WS-PROGRAM-RATE-IDX FROM 1 BY 1
               UNTIL WS-PROGRAM-RATE-IDX > WS-PROGRAM-RATE-COUNT
                   OR RATE-FOUND
               IF WS-PRT-PROGRAM (WS-PROGRAM-RATE-IDX) =
                       PROGRAM-OF-STUDY OF INDX-STUDENT-RECORD
                   SET RATE-FOUND TO TRUE
                   MOVE WS-PROGRAM-RATE-IDX TO WS-PROGRAM-RATE-HIT
               END-IF
           END-PERFORM.

       1200-CHECK-EFFECTIVE-DATE.
      **
      * Verifies ADT-EFFECTIVE-DATE is a real calendar date and is
      * not later than today - the adjustment it produces carries
      * that date onto the ledger, and PAYMENT-EDIT suspends a
      * future-dated item.
      **
           MOVE ADT-EFFECTIVE-DATE TO WS-CHECK-DATE.
           EVALUATE WS-CHECK-MONTH
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   PERFORM 1250-SET-FEBRUARY-DAYS
               WHEN OTHER
                   MOVE 0 TO WS-DAYS-IN-MONTH
           END-EVALUATE.
           IF WS-CHECK-YEAR < 1990 OR WS-DAYS-IN-MONTH = 0 OR
              WS-CHECK-DAY < 1 OR WS-CHECK-DAY > WS-DAYS-IN-MONTH
               SET TRANSACTION-INVALID TO TRUE
               MOVE "02" TO WS-SUSPEND-CODE
               MOVE "INVALID EFFECTIVE DATE" TO WS-SUSPEND-REASON
           ELSE
               IF WS-CHECK-DATE > WS-TODAY-DATE
                   SET TRANSACTION-INVALID TO TRUE
                   MOVE "03" TO WS-SUSPEND-CODE
                   MOVE "EFFECTIVE DATE IN FUTURE"
                       TO WS-SUSPEND-REASON
               END-IF
           END-IF.

       1250-SET-FEBRUARY-DAYS.
      **
      * February gets 29 days in a leap year: divisible by 4, except
      * century years, which must be divisible by 400.
      **
           MOVE 28 TO WS-DAYS-IN-MONTH.
           DIVIDE WS-CHECK-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = 0
               DIVIDE WS-CHECK-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = 0
                   MOVE 29 TO WS-DAYS-IN-MONTH
               ELSE
                   DIVIDE WS-CHECK-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   END-IF
               END-IF
           END-IF.

       1300-CHECK-CATALOG.
      **
      * Reads the transaction course from the catalog master and
      * keeps its credit hours, capacity, and department fee. Only
      * an offered course can be added; for a drop the catalog
      * entry only has to exist, so a student can still drop a
      * section that has been cancelled or deactivated.
      **
           MOVE ADT-COURSE-CODE TO CAT-COURSE-CODE.
           READ COURSE-CATALOG
               INVALID KEY
                   SET TRANSACTION-INVALID TO TRUE
                   MOVE "06" TO WS-SUSPEND-CODE
                   MOVE "COURSE NOT IN CATALOG"
                       TO WS-SUSPEND-REASON
           END-READ.
           IF TRANSACTION-VALID AND ADT-ACTION = 'A'
              AND CAT-STATUS = 'I'
               SET TRANSACTION-INVALID TO TRUE
               MOVE "07" TO WS-SUSPEND-CODE
               MOVE "COURSE NO LONGER OFFERED" TO WS-SUSPEND-REASON
           END-IF.
           IF TRANSACTION-VALID
               MOVE CAT-CREDIT-HOURS TO WS-TRN-CREDIT-HOURS
               MOVE CAT-CAPACITY TO WS-TRN-CAPACITY
               MOVE CAT-DEPARTMENT TO WS-FEE-DEPARTMENT
               PERFORM 2150-FIND-DEPARTMENT-FEE
               MOVE WS-COURSE-FEE TO WS-TRN-COURSE-FEE
           END-IF.

       1400-EDIT-ADD.
      **
      * An add needs: the course not already on the student's
      * COURSE-TABLE or in COURSE-ENROLLMENT, no active hold of any
      * type on the student, a free seat in the section, nobody
      * waiting for the section on the WAITLIST, and a free slot
      * in the COURSE-TABLE. A seat a drop has freed while students
      * are waiting sits on SEAT-RELEASE for WAITLIST-PROMOTE to
      * fill in queue order, so an add may not take it first.
      **
           PERFORM 1600-FIND-COURSE-SLOT.
           IF WS-COURSE-SLOT > 0
               SET TRANSACTION-INVALID TO TRUE
               MOVE "08" TO WS-SUSPEND-CODE
               MOVE "COURSE ALREADY ON STUDENT" TO WS-SUSPEND-REASON
           END-IF.
           IF TRANSACTION-VALID
               MOVE ADT-COURSE-CODE TO ENR-COURSE-CODE
               MOVE ADT-STUDENT-NUMBER TO ENR-STUDENT-NUMBER
               READ COURSE-ENROLLMENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TRANSACTION-INVALID TO TRUE
                       MOVE "08" TO WS-SUSPEND-CODE
                       MOVE "ALREADY IN COURSE-ENROLLMENT"
                           TO WS-SUSPEND-REASON
               END-READ
           END-IF.
           IF TRANSACTION-VALID
               PERFORM 1450-CHECK-ACTIVE-HOLDS
           END-IF.
           IF TRANSACTION-VALID
               MOVE ADT-COURSE-CODE TO WS-WORK-COURSE
               PERFORM 1700-COUNT-COURSE-HEADCOUNT
               IF WS-COURSE-HEADCOUNT >= WS-TRN-CAPACITY
                   SET TRANSACTION-INVALID TO TRUE
                   MOVE "10" TO WS-SUSPEND-CODE
                   MOVE "SECTION FULL" TO WS-SUSPEND-REASON
               END-IF
           END-IF.
           IF TRANSACTION-VALID
               PERFORM 1750-CHECK-WAITLIST
               IF WAITLIST-WAITING
                   SET TRANSACTION-INVALID TO TRUE
                   MOVE "10" TO WS-SUSPEND-CODE
                   MOVE "SEATS HELD FOR WAITLIST"
                       TO WS-SUSPEND-REASON
               END-IF
           END-IF.
           IF TRANSACTION-VALID
              AND COURSE-COUNT OF INDX-STUDENT-RECORD = 9
               SET TRANSACTION-INVALID TO TRUE
               MOVE "11" TO WS-SUSPEND-CODE
               MOVE "COURSE TABLE FULL" TO WS-SUSPEND-REASON
           END-IF.

       1450-CHECK-ACTIVE-HOLDS.
      **
      * Refuses an add for a student carrying any active hold -
      * financial, academic, or administrative. Drops are never
      * held: keeping a held student in a course they have left
      * only keeps them charged for it.
      **
           PERFORM VARYING WS-HOLD-TYPE-IDX FROM 1 BY 1
               UNTIL WS-HOLD-TYPE-IDX > 3 OR TRANSACTION-INVALID
               MOVE ADT-STUDENT-NUMBER TO HLD-STUDENT-NUMBER
               MOVE WS-HOLD-TYPE-ENTRY (WS-HOLD-TYPE-IDX)
                   TO HLD-HOLD-TYPE
               READ STUDENT-HOLDS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HLD-STATUS = 'A'
                           SET TRANSACTION-INVALID TO TRUE
                           MOVE "09" TO WS-SUSPEND-CODE
                           MOVE SPACES TO WS-SUSPEND-REASON
                           STRING "ACTIVE HOLD TYPE "
                                   DELIMITED BY SIZE
                                   HLD-HOLD-TYPE DELIMITED BY SIZE
                               INTO WS-SUSPEND-REASON
                       END-IF
               END-READ
           END-PERFORM.

       1500-EDIT-DROP.
      **
      * A drop needs the course on the student's COURSE-TABLE and
      * its enrollment record on file. The enrollment record is
      * kept so a failed update can put it back.
      **
           PERFORM 1600-FIND-COURSE-SLOT.
           IF WS-COURSE-SLOT = 0
               SET TRANSACTION-INVALID TO TRUE
               MOVE "12" TO WS-SUSPEND-CODE
               MOVE "COURSE NOT ON STUDENT" TO WS-SUSPEND-REASON
           END-IF.
           IF TRANSACTION-VALID
               MOVE ADT-COURSE-CODE TO ENR-COURSE-CODE
               MOVE ADT-STUDENT-NUMBER TO ENR-STUDENT-NUMBER
               READ COURSE-ENROLLMENT
                   INVALID KEY
                       SET TRANSACTION-INVALID TO TRUE
                       MOVE "12" TO WS-SUSPEND-CODE
                       MOVE "NOT IN COURSE-ENROLLMENT"
                           TO WS-SUSPEND-REASON
                   NOT INVALID KEY
                       MOVE ENROLLMENT-RECORD TO WS-SAVED-ENROLLMENT
               END-READ
           END-IF.

       1600-FIND-COURSE-SLOT.
      **
      * Finds the transaction course on the student's COURSE-TABLE,
      * leaving its slot in WS-COURSE-SLOT (0 when not there).
      **
           MOVE 0 TO WS-COURSE-SLOT.
           PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
               UNTIL WS-COURSE-IDX > COURSE-COUNT OF INDX-STUDENT-RECORD
                   OR WS-COURSE-SLOT > 0
               IF COURSE-CODE OF INDX-STUDENT-RECORD (WS-COURSE-IDX) =
                       ADT-COURSE-CODE
                   MOVE WS-COURSE-IDX TO WS-COURSE-SLOT
               END-IF
           END-PERFORM.

       1700-COUNT-COURSE-HEADCOUNT.
      **
      * Counts WS-WORK-COURSE's current enrollment with a keyed
      * START and a walk until the course code changes, the same
      * count WAITLIST-PROMOTE makes.
      **
           MOVE 0 TO WS-COURSE-HEADCOUNT.
           MOVE 'N' TO WS-COUNT-EOF-FLAG.
           MOVE WS-WORK-COURSE TO ENR-COURSE-CODE.
           MOVE 0 TO ENR-STUDENT-NUMBER.
           START COURSE-ENROLLMENT KEY IS >= ENR-COURSE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-COUNT-EOF-FLAG
           END-START.
           PERFORM UNTIL NO-MORE-COUNT-RECORDS
               READ COURSE-ENROLLMENT NEXT
                   AT END MOVE 'Y' TO WS-COUNT-EOF-FLAG
                   NOT AT END
                       IF ENR-COURSE-CODE NOT = WS-WORK-COURSE
                           MOVE 'Y' TO WS-COUNT-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-COURSE-HEADCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       1750-CHECK-WAITLIST.
      **
      * Sets WAITLIST-WAITING when anyone is on the WAITLIST for
      * WS-WORK-COURSE: a keyed START at the course's first key and
      * one READ NEXT, which lands on the course's lowest entry or
      * on a later course when nobody is waiting.
      **
           SET WAITLIST-EMPTY TO TRUE.
           MOVE WS-WORK-COURSE TO WTL-COURSE-CODE.
           MOVE 0 TO WTL-STUDENT-NUMBER.
           START WAITLIST KEY IS >= WTL-COURSE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ WAITLIST NEXT
                       AT END CONTINUE
                       NOT AT END
                           IF WTL-COURSE-CODE = WS-WORK-COURSE
                               SET WAITLIST-WAITING TO TRUE
                           END-IF
                   END-READ
           END-START.

       2000-APPLY-TRANSACTION.
      **
      * Prices the student's load as it stands and as it will stand
      * after the change, then applies the add or the drop. A load
      * holding a course missing from the catalog cannot be priced
      * and is suspended with the course named; a load whose price
      * is too large for the tuition field is suspended the same
      * way rather than adjusted by a truncated figure. Either way
      * nothing has been touched yet. The add or drop can still
      * fail on the files, in which case WS-VALID-SW comes back
      * invalid with the reason and the caller suspends the
      * transaction.
      **
           PERFORM 2100-PRICE-CURRENT-LOAD.
           IF LOAD-PRICED
               MOVE WS-LOAD-CREDITS TO WS-CREDIT-HOURS
               MOVE WS-LOAD-FEES TO WS-FEE-AMOUNT
               PERFORM 2200-APPLY-RATE-BAND
               MOVE WS-ASSESSED-AMOUNT TO WS-BEFORE-AMOUNT
           END-IF.
           IF LOAD-PRICED
               PERFORM 2250-PRICE-CHANGED-LOAD
           END-IF.
           IF LOAD-NOT-PRICED
               SET TRANSACTION-INVALID TO TRUE
               MOVE "15" TO WS-SUSPEND-CODE
               MOVE SPACES TO WS-SUSPEND-REASON
               IF WS-UNPRICED-COURSE = SPACES
                   MOVE "LOAD PRICE OVER FIELD SIZE"
                       TO WS-SUSPEND-REASON
               ELSE
                   STRING "UNPRICEABLE COURSE " DELIMITED BY SIZE
                           WS-UNPRICED-COURSE DELIMITED BY SPACE
                       INTO WS-SUSPEND-REASON
               END-IF
           ELSE
               MOVE SPACES TO WS-RELEASE-NOTE
               MOVE 0 TO WS-REFUND-WEEK
               MOVE 0 TO WS-REFUND-PERCENT
               MOVE 0 TO WS-ADJUST-AMOUNT
               IF ADT-ACTION = 'A'
                   PERFORM 2300-APPLY-ADD
               ELSE
                   PERFORM 2400-APPLY-DROP
               END-IF
           END-IF.
           IF TRANSACTION-VALID
               PERFORM 2700-WRITE-REGISTER-LINE
           END-IF.

       2100-PRICE-CURRENT-LOAD.
      **
      * Totals the credit hours and department fees of every
      * course on the student's COURSE-TABLE from the catalog
      * master. A course deactivated since the term was charged -
      * a cancelled section, typically - still carries the credits
      * and department it was charged on, so it is priced from its
      * catalog record like any other; that is what lets the
      * student drop it, or add around it. Only a course missing
      * from the catalog altogether cannot be priced: the first one
      * found is left in WS-UNPRICED-COURSE and the load is marked
      * not priced.
      **
           MOVE 0 TO WS-LOAD-CREDITS.
           MOVE 0 TO WS-LOAD-FEES.
           MOVE SPACES TO WS-UNPRICED-COURSE.
           SET LOAD-PRICED TO TRUE.
           PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
               UNTIL WS-COURSE-IDX > COURSE-COUNT OF INDX-STUDENT-RECORD
               MOVE COURSE-CODE OF INDX-STUDENT-RECORD (WS-COURSE-IDX)
                   TO CAT-COURSE-CODE
               READ COURSE-CATALOG
                   INVALID KEY
                       IF LOAD-PRICED
                           MOVE COURSE-CODE OF INDX-STUDENT-RECORD
                               (WS-COURSE-IDX) TO WS-UNPRICED-COURSE
                       END-IF
                       SET LOAD-NOT-PRICED TO TRUE
                   NOT INVALID KEY
                       ADD CAT-CREDIT-HOURS TO WS-LOAD-CREDITS
                       MOVE CAT-DEPARTMENT TO WS-FEE-DEPARTMENT
                       PERFORM 2150-FIND-DEPARTMENT-FEE
                       ADD WS-COURSE-FEE TO WS-LOAD-FEES
               END-READ
           END-PERFORM.

       2150-FIND-DEPARTMENT-FEE.
      **
      * Looks WS-FEE-DEPARTMENT up in the department fee table,
      * leaving its lab/course fee in WS-COURSE-FEE (0 if none).
      **
           MOVE 0 TO WS-COURSE-FEE.
           PERFORM VARYING WS-DEPT-FEE-IDX FROM 1 BY 1
               UNTIL WS-DEPT-FEE-IDX > WS-DEPT-FEE-COUNT
               IF WS-DFT-DEPARTMENT (WS-DEPT-FEE-IDX) =
                       WS-FEE-DEPARTMENT
                   ADD WS-DFT-COURSE-FEE (WS-DEPT-FEE-IDX)
                       TO WS-COURSE-FEE
               END-IF
           END-PERFORM.

       2200-APPLY-RATE-BAND.
      **
      * Prices WS-CREDIT-HOURS under the program's rate, exactly as
      * TUITION-ASSESS's 2200-APPLY-RATE-BAND does: inside the
      * full-time band the flat rate applies, every credit above
      * the band's ceiling is charged per credit on top, and a load
      * below the band (or a program with no band) is charged per
      * credit throughout. WS-FEE-AMOUNT is added on. A figure
      * too large for the tuition field marks the load not priced
      * rather than truncated.
      **
           IF WS-PRT-BAND-LOW-CREDITS (WS-PROGRAM-RATE-HIT) > 0
              AND WS-CREDIT-HOURS >=
                   WS-PRT-BAND-LOW-CREDITS (WS-PROGRAM-RATE-HIT)
               MOVE WS-PRT-FLAT-RATE (WS-PROGRAM-RATE-HIT)
                   TO WS-TUITION-AMOUNT
               MOVE 0 TO WS-EXTRA-CREDITS
               IF WS-PRT-BAND-HIGH-CREDITS (WS-PROGRAM-RATE-HIT) > 0
                  AND WS-CREDIT-HOURS >
                   WS-PRT-BAND-HIGH-CREDITS (WS-PROGRAM-RATE-HIT)
                   COMPUTE WS-EXTRA-CREDITS = WS-CREDIT-HOURS -
                       WS-PRT-BAND-HIGH-CREDITS (WS-PROGRAM-RATE-HIT)
               END-IF
               COMPUTE WS-TUITION-AMOUNT = WS-TUITION-AMOUNT +
                   WS-EXTRA-CREDITS *
                   WS-PRT-PER-CREDIT-RATE (WS-PROGRAM-RATE-HIT)
                   ON SIZE ERROR
                       SET LOAD-NOT-PRICED TO TRUE
               END-COMPUTE
           ELSE
               COMPUTE WS-TUITION-AMOUNT = WS-CREDIT-HOURS *
                   WS-PRT-PER-CREDIT-RATE (WS-PROGRAM-RATE-HIT)
                   ON SIZE ERROR
                       SET LOAD-NOT-PRICED TO TRUE
               END-COMPUTE
           END-IF.
           COMPUTE WS-ASSESSED-AMOUNT =
               WS-TUITION-AMOUNT + WS-FEE-AMOUNT.

       2250-PRICE-CHANGED-LOAD.
      **
      * Prices the load as the transaction leaves it: the
      * transaction course's credits and department fee added on
      * for an add, taken off for a drop.
      **
           IF ADT-ACTION = 'A'
               COMPUTE WS-AFTER-CREDITS =
                   WS-LOAD-CREDITS + WS-TRN-CREDIT-HOURS
               COMPUTE WS-FEE-AMOUNT =
                   WS-LOAD-FEES + WS-TRN-COURSE-FEE
           ELSE
               COMPUTE WS-AFTER-CREDITS =
                   WS-LOAD-CREDITS - WS-TRN-CREDIT-HOURS
               COMPUTE WS-FEE-AMOUNT =
                   WS-LOAD-FEES - WS-TRN-COURSE-FEE
           END-IF.
           MOVE WS-AFTER-CREDITS TO WS-CREDIT-HOURS.
           PERFORM 2200-APPLY-RATE-BAND.
           MOVE WS-ASSESSED-AMOUNT TO WS-AFTER-AMOUNT.

       2300-APPLY-ADD.
      **
      * Seats the student: enrollment record written, course
      * appended to the COURSE-TABLE, CONVERTED rewritten. If the
      * rewrite fails the enrollment is taken back out so the two
      * files never disagree. The charge is whatever the new load
      * costs over the old - nothing while the add stays inside
      * the flat-rate band, per-credit tuition once it goes past
      * it, plus the course's department fee.
      **
           MOVE ADT-COURSE-CODE TO ENR-COURSE-CODE.
           MOVE ADT-STUDENT-NUMBER TO ENR-STUDENT-NUMBER.
           MOVE STUDENT-NAME OF INDX-STUDENT-RECORD
               TO ENR-STUDENT-NAME.
           MOVE PROGRAM-OF-STUDY OF INDX-STUDENT-RECORD
               TO ENR-PROGRAM-OF-STUDY.
           MOVE 0 TO ENR-COURSE-AVERAGE.
           WRITE ENROLLMENT-RECORD
           INVALID KEY
               SET TRANSACTION-INVALID TO TRUE
               MOVE "13" TO WS-SUSPEND-CODE
               MOVE "ENROLLMENT WRITE REFUSED" TO WS-SUSPEND-REASON
           END-WRITE.
           IF TRANSACTION-VALID
               ADD 1 TO COURSE-COUNT OF INDX-STUDENT-RECORD
               MOVE ADT-COURSE-CODE TO COURSE-CODE
                   OF INDX-STUDENT-RECORD
                   (COURSE-COUNT OF INDX-STUDENT-RECORD)
               MOVE 0 TO COURSE-AVERAGE
                   OF INDX-STUDENT-RECORD
                   (COURSE-COUNT OF INDX-STUDENT-RECORD)
               REWRITE INDX-STUDENT-RECORD
               INVALID KEY
                   SET TRANSACTION-INVALID TO TRUE
                   MOVE "14" TO WS-SUSPEND-CODE
                   MOVE "CONVERTED REWRITE FAILED"
                       TO WS-SUSPEND-REASON
                   MOVE ADT-COURSE-CODE TO ENR-COURSE-CODE
                   MOVE ADT-STUDENT-NUMBER TO ENR-STUDENT-NUMBER
                   DELETE COURSE-ENROLLMENT RECORD
                       INVALID KEY
                           DISPLAY "CANNOT BACK OUT ENROLLMENT "
                               ADT-COURSE-CODE " " ADT-STUDENT-NUMBER
                   END-DELETE
               END-REWRITE
           END-IF.
           IF TRANSACTION-VALID
               ADD 1 TO WS-ADD-COUNT
               IF WS-AFTER-AMOUNT > WS-BEFORE-AMOUNT
                   COMPUTE WS-ADJUST-AMOUNT =
                       WS-AFTER-AMOUNT - WS-BEFORE-AMOUNT
                   MOVE 'C' TO PAY-TRAN-TYPE
                   PERFORM 2500-WRITE-LEDGER-ITEM
                   ADD 1 TO WS-CHARGE-COUNT
                   ADD WS-ADJUST-AMOUNT TO WS-CHARGE-TOTAL
               END-IF
           END-IF.

       2400-APPLY-DROP.
      **
      * Releases the seat: enrollment record deleted, the course
      * taken out of the COURSE-TABLE with the later slots moved
      * up, CONVERTED rewritten. If the rewrite fails the saved
      * enrollment record is put back. The credit is what the load
      * cost over the reduced load, prorated by the refund
      * schedule's percentage for the week the drop took effect.
      **
           MOVE ADT-COURSE-CODE TO ENR-COURSE-CODE.
           MOVE ADT-STUDENT-NUMBER TO ENR-STUDENT-NUMBER.
           DELETE COURSE-ENROLLMENT RECORD
               INVALID KEY
                   SET TRANSACTION-INVALID TO TRUE
                   MOVE "13" TO WS-SUSPEND-CODE
                   MOVE "ENROLLMENT DELETE REFUSED"
                       TO WS-SUSPEND-REASON
           END-DELETE.
           IF TRANSACTION-VALID
               PERFORM VARYING WS-COURSE-IDX FROM WS-COURSE-SLOT BY 1
                   UNTIL WS-COURSE-IDX >=
                       COURSE-COUNT OF INDX-STUDENT-RECORD
                   MOVE COURSE-TABLE OF INDX-STUDENT-RECORD
                           (WS-COURSE-IDX + 1)
                       TO COURSE-TABLE OF INDX-STUDENT-RECORD
                           (WS-COURSE-IDX)
               END-PERFORM
               SUBTRACT 1 FROM COURSE-COUNT OF INDX-STUDENT-RECORD
               REWRITE INDX-STUDENT-RECORD
               INVALID KEY
                   SET TRANSACTION-INVALID TO TRUE
                   MOVE "14" TO WS-SUSPEND-CODE
                   MOVE "CONVERTED REWRITE FAILED"
                       TO WS-SUSPEND-REASON
                   MOVE WS-SAVED-ENROLLMENT TO ENROLLMENT-RECORD
                   WRITE ENROLLMENT-RECORD
                   INVALID KEY
                       DISPLAY "CANNOT RESTORE ENROLLMENT "
                           ADT-COURSE-CODE " " ADT-STUDENT-NUMBER
                   END-WRITE
               END-REWRITE
           END-IF.
           IF TRANSACTION-VALID
               ADD 1 TO WS-DROP-COUNT
               PERFORM 2450-FIND-REFUND-PERCENT
               IF WS-BEFORE-AMOUNT > WS-AFTER-AMOUNT
                   COMPUTE WS-ADJUST-AMOUNT ROUNDED =
                       (WS-BEFORE-AMOUNT - WS-AFTER-AMOUNT)
                       * WS-REFUND-PERCENT / 100
               END-IF
               IF WS-ADJUST-AMOUNT > 0
                   MOVE 'A' TO PAY-TRAN-TYPE
                   PERFORM 2500-WRITE-LEDGER-ITEM
                   ADD 1 TO WS-CREDIT-COUNT
                   ADD WS-ADJUST-AMOUNT TO WS-CREDIT-TOTAL
               END-IF
               PERFORM 2600-QUEUE-SEAT-RELEASE
           END-IF.

       2450-FIND-REFUND-PERCENT.
      **
      * Works out the week of term the drop took effect in - a
      * drop before the first day of classes counts as week one -
      * and takes the percentage of the last schedule week at or
      * before it, so a week past the end of the schedule gets the
      * schedule's final percentage.
      **
           COMPUTE WS-EFFECTIVE-DAYS =
               FUNCTION INTEGER-OF-DATE (ADT-EFFECTIVE-DATE).
           IF WS-EFFECTIVE-DAYS < WS-TERM-START-DAYS
               MOVE 1 TO WS-REFUND-WEEK
           ELSE
               COMPUTE WS-REFUND-WEEK =
                   (WS-EFFECTIVE-DAYS - WS-TERM-START-DAYS) / 7 + 1
           END-IF.
           MOVE 100 TO WS-REFUND-PERCENT.
           PERFORM VARYING WS-REFUND-WEEK-IDX FROM 1 BY 1
               UNTIL WS-REFUND-WEEK-IDX > WS-REFUND-WEEK-COUNT
               IF WS-RWT-WEEK-NUMBER (WS-REFUND-WEEK-IDX) <=
                       WS-REFUND-WEEK
                   MOVE WS-RWT-REFUND-PERCENT (WS-REFUND-WEEK-IDX)
                       TO WS-REFUND-PERCENT
               END-IF
           END-PERFORM.

       2500-WRITE-LEDGER-ITEM.
      **
      * Writes the adjustment in WS-ADJUST-AMOUNT onto the raw
      * ledger, dated the day the change took effect. The caller
      * has set PAY-TRAN-TYPE.
      **
           MOVE ADT-STUDENT-NUMBER TO PAY-STUDENT-NUMBER.
           MOVE ADT-EFFECTIVE-DATE TO PAY-DATE.
           MOVE WS-ADJUST-AMOUNT TO PAY-AMOUNT.
      *> Not bank money - the ASSESSED marker is what PAYMENT-EDIT
      *> accepts for internally generated charges.
           MOVE "ASSESSED" TO PAY-METHOD.
           WRITE PAYMENT-RECORD.

       2600-QUEUE-SEAT-RELEASE.
      **
      * Recounts the section after the drop and, when it now sits
      * under the catalog capacity, queues the seat for the next
      * WAITLIST-PROMOTE run.
      **
           MOVE ADT-COURSE-CODE TO WS-WORK-COURSE.
           PERFORM 1700-COUNT-COURSE-HEADCOUNT.
           IF WS-COURSE-HEADCOUNT < WS-TRN-CAPACITY
               MOVE ADT-COURSE-CODE TO SRL-COURSE-CODE
               MOVE ADT-STUDENT-NUMBER TO SRL-STUDENT-NUMBER
               MOVE ADT-EFFECTIVE-DATE TO SRL-EFFECTIVE-DATE
               WRITE RELEASE-RECORD
               ADD 1 TO WS-RELEASE-COUNT
               MOVE "SEAT RELEASED TO WAITLIST" TO WS-RELEASE-NOTE
           END-IF.

       2700-WRITE-REGISTER-LINE.
      **
      * Registers one applied transaction with the credit load
      * before and after and the ledger item it produced, if any.
      **
           MOVE ADT-STUDENT-NUMBER TO RDL-STUDENT-NUMBER.
           MOVE ADT-COURSE-CODE TO RDL-COURSE-CODE.
           IF ADT-ACTION = 'A'
               MOVE "ADD" TO RDL-ACTION
           ELSE
               MOVE "DROP" TO RDL-ACTION
           END-IF.
           MOVE ADT-EFFECTIVE-DATE TO RDL-EFFECTIVE-DATE.
           MOVE WS-REFUND-WEEK TO RDL-WEEK.
           MOVE WS-REFUND-PERCENT TO RDL-PERCENT.
           MOVE WS-LOAD-CREDITS TO RDL-CREDITS-BEFORE.
           MOVE WS-AFTER-CREDITS TO RDL-CREDITS-AFTER.
           MOVE WS-ADJUST-AMOUNT TO RDL-AMOUNT.
           IF WS-ADJUST-AMOUNT > 0
               MOVE PAY-TRAN-TYPE TO RDL-TRAN-TYPE
           ELSE
               MOVE SPACE TO RDL-TRAN-TYPE
           END-IF.
           MOVE WS-RELEASE-NOTE TO RDL-NOTE.
           WRITE REG-LINE FROM REG-DETAIL-LINE.

       2900-WRITE-SUSPENSE.
      **
      * Copies the rejected transaction plus its reason to the
      * suspense file and lists it on the register.
      **
           MOVE ADT-STUDENT-NUMBER TO SUS-STUDENT-NUMBER.
           MOVE ADT-COURSE-CODE TO SUS-COURSE-CODE.
           MOVE ADT-ACTION TO SUS-ACTION.
           MOVE ADT-EFFECTIVE-DATE TO SUS-EFFECTIVE-DATE.
           MOVE WS-SUSPEND-CODE TO SUS-REASON-CODE.
           MOVE WS-SUSPEND-REASON TO SUS-REASON-TEXT.
           WRITE SUSPENSE-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE ADT-STUDENT-NUMBER TO RJL-STUDENT-NUMBER.
           MOVE ADT-COURSE-CODE TO RJL-COURSE-CODE.
           EVALUATE ADT-ACTION
               WHEN 'A'
                   MOVE "ADD" TO RJL-ACTION
               WHEN 'D'
                   MOVE "DROP" TO RJL-ACTION
               WHEN OTHER
                   MOVE ADT-ACTION TO RJL-ACTION
           END-EVALUATE.
           MOVE ADT-EFFECTIVE-DATE TO RJL-EFFECTIVE-DATE.
           MOVE WS-SUSPEND-CODE TO RJL-REASON-CODE.
           MOVE WS-SUSPEND-REASON TO RJL-REASON-TEXT.
           WRITE REG-LINE FROM REG-REJECT-LINE.

       3000-WRITE-REGISTER-TOTALS.
      **
      * Closes the register with the run's control totals - the
      * charge and credit totals are what the next PAYMENT-EDIT
      * batch picks up from this run.
      **
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
           MOVE "TRANSACTIONS READ:    " TO RTL-LABEL.
           MOVE WS-READ-COUNT TO RTL-COUNT.
           MOVE 0 TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "ADDS APPLIED:         " TO RTL-LABEL.
           MOVE WS-ADD-COUNT TO RTL-COUNT.
           MOVE 0 TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "  CHARGES WRITTEN:    " TO RTL-LABEL.
           MOVE WS-CHARGE-COUNT TO RTL-COUNT.
           MOVE WS-CHARGE-TOTAL TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "DROPS APPLIED:        " TO RTL-LABEL.
           MOVE WS-DROP-COUNT TO RTL-COUNT.
           MOVE 0 TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "  CREDITS WRITTEN:    " TO RTL-LABEL.
           MOVE WS-CREDIT-COUNT TO RTL-COUNT.
           MOVE WS-CREDIT-TOTAL TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "  SEATS RELEASED:     " TO RTL-LABEL.
           MOVE WS-RELEASE-COUNT TO RTL-COUNT.
           MOVE 0 TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "REJECTED:             " TO RTL-LABEL.
           MOVE WS-REJECT-COUNT TO RTL-COUNT.
           MOVE 0 TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.

       3500-RETIRE-TRANSACTIONS.
      **
      * Empties the transaction file: every transaction it held is
      * now either applied or on the suspense file, and leaving it
      * in place would apply the same changes again next run. The
      * registrar keys the next batch into the emptied file.
      **
           OPEN OUTPUT ADD-DROP-TRANS.
           CLOSE ADD-DROP-TRANS.
      ** add other procedures here
       END PROGRAM ADD-DROP.
