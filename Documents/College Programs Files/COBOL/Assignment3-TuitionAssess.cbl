      ******************************************************************
      * Author:
      * Date:
      * Purpose: Credit-hour tuition assessment run. Walks each
      *          student's COURSE-TABLE in CONVERTED, reads every
      *          course's credit hours and department from the
      *          indexed COURSE-CATALOG master, and prices the load
      *          from the bursar's TUITION-RATES file by
      *          PROGRAM-OF-STUDY - per-credit rate, full-time
      *          flat-rate band, and per-department lab/course fees.
      *          Each priced student lands on the indexed
      *          ASSESSED-TUITION file, and every student whose
      *          assessed amount differs from the extract's
      *          TUITION-OWED - or who could not be priced at all -
      *          lands on a variance report for the bursar. Run with
      *          COLLEGE-ASSESS-MODE=SIGNOFF once the variances are
      *          accepted: the sign-off proves the assessed file
      *          against the run's control totals and marks the
      *          assessment signed, and from then on AR-POSTING
      *          charges the assessed figure in place of
      *          TUITION-OWED. A term AR-POSTING has already charged
      *          from the extract is not assessed at all - the
      *          signed-off figure could never post over it.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TUITION-ASSESS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVERTED
           ASSIGN TO WS-CONVERTED-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS RECORD-FD-KEY
      *> The alternate index on STUDENT-NUMBER is part of CONVERTED's
      *> physical format (the converter declares it when building the
      *> file), so every program opening CONVERTED has to declare it
      *> too or the OPEN fails on a key mismatch.
               ALTERNATE RECORD KEY IS STUDENT-NUMBER
                   OF INDX-STUDENT-RECORD WITH DUPLICATES
               FILE STATUS IS WS-CONVERTED-STATUS.

           SELECT COURSE-CATALOG
           ASSIGN TO WS-CATALOG-PATH
               ORGANIZATION IS INDEXED
      *> DYNAMIC so each course in a student's table reads its
      *> catalog entry by key.
               ACCESS IS DYNAMIC
               RECORD KEY IS CAT-COURSE-CODE
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT RATE-FILE
           ASSIGN TO WS-RATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

      *> DYNAMIC: the assessment writes in CONVERTED order, which is
      *> not student-number order, and the sign-off reads the file
      *> back sequentially to prove its totals.
           SELECT ASSESSED-TUITION
           ASSIGN TO WS-ASSESSED-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AST-STUDENT-NUMBER
               FILE STATUS IS WS-ASSESSED-STATUS.

           SELECT ASSESSMENT-STATUS-FILE
           ASSIGN TO WS-ASSESS-STATUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSESS-FILE-STATUS.

           SELECT VARIANCE-REPORT
           ASSIGN TO WS-VARIANCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Read only to learn whether AR-POSTING has charged the term.
           SELECT AR-MASTER
           ASSIGN TO WS-AR-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS AR-STUDENT-NUMBER
               FILE STATUS IS WS-AR-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  CONVERTED
           RECORD IS VARYING IN SIZE FROM 63 TO 153 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           01 INDX-STUDENT-RECORD.
               COPY CNVREC.

       FD  COURSE-CATALOG.
           01 CATALOG-RECORD.
               COPY CATREC.

       FD  RATE-FILE.
           01 RATE-RECORD.
               COPY TRTREC.

       FD  ASSESSED-TUITION.
           01 ASSESSED-RECORD.
               COPY ASTREC.

       FD  ASSESSMENT-STATUS-FILE.
           01 ASSESSMENT-STATUS-RECORD.
               COPY ASTCTL.

       FD  VARIANCE-REPORT.
           01 VAR-LINE PIC X(100).

       FD  AR-MASTER.
           01 AR-MASTER-RECORD.
               COPY ARREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FIELDS.
           05 WS-CONVERTED-STATUS PIC X(2).
           05 WS-CATALOG-STATUS PIC X(2).
           05 WS-RATE-STATUS PIC X(2).
           05 WS-ASSESSED-STATUS PIC X(2).
           05 WS-ASSESS-FILE-STATUS PIC X(2).
           05 WS-AR-STATUS PIC X(2).
           05 WS-AR-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-AR-RECORDS VALUE 'Y'.
           05 WS-TERM-CHARGED-SW PIC X(1) VALUE 'N'.
               88 TERM-ALREADY-CHARGED VALUE 'Y'.
           05 WS-CONV-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-CONV-RECORDS VALUE 'Y'.
           05 WS-RATE-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-RATE-RECORDS VALUE 'Y'.
           05 WS-AST-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-ASSESSED-RECORDS VALUE 'Y'.
           05 WS-RATE-FOUND-SW PIC X(1).
               88 RATE-FOUND VALUE 'Y'.
               88 RATE-NOT-FOUND VALUE 'N'.
           05 WS-PRICED-SW PIC X(1).
               88 STUDENT-PRICED VALUE 'Y'.
               88 STUDENT-NOT-PRICED VALUE 'N'.
           05 WS-ASSESS-FLAG PIC X(1).
           05 WS-ASSESS-COUNT PIC 9(7).
           05 WS-ASSESS-AMOUNT PIC 9(9)V99.
           05 WS-ASSESS-SIGNOFF-DATE PIC 9(8).

       01 WS-FILE-PATH-FIELDS.
           05 WS-BASE-PATH PIC X(40).
           05 WS-BASE-PATH-LEN PIC 9(2).
           05 WS-TERM PIC X(10).
           05 WS-CONVERTED-PATH PIC X(80).
           05 WS-CATALOG-PATH PIC X(80).
           05 WS-AR-MASTER-PATH PIC X(80).
           05 WS-RATE-PATH PIC X(80).
           05 WS-ASSESSED-PATH PIC X(80).
           05 WS-ASSESS-STATUS-PATH PIC X(80).
           05 WS-VARIANCE-PATH PIC X(80).

       01 WS-RUN-MODE-FIELDS.
           05 WS-ASSESS-MODE PIC X(10).
               88 THIS-IS-A-SIGNOFF-RUN VALUE "SIGNOFF".

      *> The bursar's rate file, loaded once into these tables and
      *> scanned per student and per course, the same convention
      *> TUITION-BILL uses for the payment plans.
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

       01 WS-ASSESSMENT-FIELDS.
           05 WS-TODAY-DATE PIC 9(8).
           05 WS-COURSE-IDX PIC 9(2).
           05 WS-CREDIT-HOURS PIC 9(3).
           05 WS-EXTRA-CREDITS PIC 9(3).
           05 WS-TUITION-AMOUNT PIC 9(5)V99.
           05 WS-FEE-AMOUNT PIC 9(5)V99.
           05 WS-ASSESSED-AMOUNT PIC 9(6)V99.
           05 WS-VARIANCE-AMOUNT PIC S9(6)V99.
           05 WS-UNPRICED-COURSE PIC X(7).

       01 WS-RUN-TOTALS.
           05 WS-STUDENT-COUNT PIC 9(6) VALUE 0.
           05 WS-ASSESSED-COUNT PIC 9(7) VALUE 0.
           05 WS-ASSESSED-TOTAL PIC 9(9)V99 VALUE 0.
           05 WS-OWED-TOTAL PIC 9(9)V99 VALUE 0.
           05 WS-VARIANCE-COUNT PIC 9(6) VALUE 0.
           05 WS-UNPRICED-COUNT PIC 9(6) VALUE 0.
           05 WS-DUPLICATE-COUNT PIC 9(6) VALUE 0.

       01 VAR-HEADING.
           05 FILLER PIC X(36)
               VALUE "TUITION ASSESSMENT VARIANCE REPORT  ".
           05 FILLER PIC X(6) VALUE "TERM: ".
           05 VAR-HDG-TERM PIC X(10).
           05 FILLER PIC X(48) VALUE SPACES.

       01 VAR-COLUMN-HDG.
           05 FILLER PIC X(8) VALUE "STUDENT ".
           05 FILLER PIC X(21) VALUE "NAME".
           05 FILLER PIC X(6) VALUE "PROG".
           05 FILLER PIC X(5) VALUE "CRED".
           05 FILLER PIC X(11) VALUE "   ASSESSED".
           05 FILLER PIC X(11) VALUE "    EXTRACT".
           05 FILLER PIC X(12) VALUE "    VARIANCE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "NOTE".

       01 VAR-DETAIL-LINE.
           05 VDL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 VDL-STUDENT-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 VDL-PROGRAM PIC X(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 VDL-CREDITS PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VDL-ASSESSED PIC Z(6)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 VDL-OWED PIC Z(6)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 VDL-VARIANCE PIC -(7)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VDL-NOTE PIC X(24).

       01 VAR-TOTAL-LINE.
           05 VTL-LABEL PIC X(22).
           05 VTL-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 VTL-AMOUNT PIC Z(8)9.99.
           05 FILLER PIC X(55) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM 0050-BUILD-FILE-PATHS.
           PERFORM 0080-DETERMINE-RUN-MODE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM 0200-READ-ASSESSMENT-STATUS.
           IF THIS-IS-A-SIGNOFF-RUN
               PERFORM 6000-SIGN-OFF-ASSESSMENT
               STOP RUN
           END-IF.
      *> A signed-off assessment may already have been charged by
      *> AR-POSTING; rebuilding it underneath the posted charges
      *> would leave the master and the file disagreeing forever.
           IF WS-ASSESS-FLAG = 'S'
               DISPLAY "ASSESSMENT FOR TERM " WS-TERM
                   " IS ALREADY SIGNED OFF - NOT REASSESSED"
               STOP RUN
           END-IF.
      *> Once AR-POSTING has charged the term from the extract, a
      *> signed-off assessment would be skipped student by student
      *> as already charged and never post.
           PERFORM 0300-CHECK-TERM-NOT-CHARGED.
           IF TERM-ALREADY-CHARGED
               DISPLAY "AR-POSTING HAS ALREADY CHARGED TERM " WS-TERM
                   " - NOT ASSESSED"
               STOP RUN
           END-IF.
           PERFORM 0100-LOAD-RATE-FILE.
           OPEN INPUT COURSE-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CATALOG MASTER, STATUS "
                   WS-CATALOG-STATUS
                   " - BUILD IT WITH CATALOG MAINTENANCE"
               STOP RUN
           END-IF.
           OPEN INPUT CONVERTED.
           IF WS-CONVERTED-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CONVERTED, STATUS "
                   WS-CONVERTED-STATUS
               CLOSE COURSE-CATALOG
               STOP RUN
           END-IF.
           OPEN OUTPUT ASSESSED-TUITION.
           IF WS-ASSESSED-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN ASSESSED-TUITION, STATUS "
                   WS-ASSESSED-STATUS
               CLOSE CONVERTED
               CLOSE COURSE-CATALOG
               STOP RUN
           END-IF.
           OPEN OUTPUT VARIANCE-REPORT.
           MOVE WS-TERM TO VAR-HDG-TERM.
           WRITE VAR-LINE FROM VAR-HEADING.
           WRITE VAR-LINE FROM VAR-COLUMN-HDG.
           PERFORM UNTIL NO-MORE-CONV-RECORDS
               READ CONVERTED
                   AT END MOVE 'Y' TO WS-CONV-EOF-FLAG
                   NOT AT END
                       IF RECORD-FD-KEY NOT = 99999
                           ADD 1 TO WS-STUDENT-COUNT
                           PERFORM 2000-ASSESS-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 3000-WRITE-VARIANCE-TOTALS.
           CLOSE VARIANCE-REPORT.
           CLOSE ASSESSED-TUITION.
           CLOSE CONVERTED.
           CLOSE COURSE-CATALOG.
           MOVE 'A' TO WS-ASSESS-FLAG.
           MOVE WS-ASSESSED-COUNT TO WS-ASSESS-COUNT.
           MOVE WS-ASSESSED-TOTAL TO WS-ASSESS-AMOUNT.
           MOVE 0 TO WS-ASSESS-SIGNOFF-DATE.
           PERFORM 8000-MARK-ASSESSMENT-STATUS.
           DISPLAY "TUITION ASSESSMENT - STUDENTS " WS-STUDENT-COUNT
               " ASSESSED " WS-ASSESSED-COUNT
               " VARIANCES " WS-VARIANCE-COUNT
               " UNPRICED " WS-UNPRICED-COUNT.
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
                   "CONVERTED-STUFILE3-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-CONVERTED-PATH.
      *> The indexed catalog master CATALOG-MAINT owns is
      *> registrar-maintained master data shared by every term, so
      *> only the directory is parameterized on it.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "COURSE-CATALOG-MASTER.TXT" DELIMITED BY SIZE
               INTO WS-CATALOG-PATH.
      *> The receivables master carries across terms, so only the
      *> directory is parameterized on it.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "AR-MASTER.TXT" DELIMITED BY SIZE
               INTO WS-AR-MASTER-PATH.
      *> The bursar sets the rates term by term, so the rate file is
      *> term-suffixed like the payment plans.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "TUITION-RATES-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-RATE-PATH.
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
                   "ASSESSMENT-VARIANCE-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-VARIANCE-PATH.

       0080-DETERMINE-RUN-MODE.
      **
      * Reads COLLEGE-ASSESS-MODE from the environment. SIGNOFF
      * records the bursar's acceptance of the variance report;
      * anything else is an assessment run.
      **
           MOVE "ASSESS" TO WS-ASSESS-MODE.
           ACCEPT WS-ASSESS-MODE FROM ENVIRONMENT
                   "COLLEGE-ASSESS-MODE"
               ON EXCEPTION
                   MOVE "ASSESS" TO WS-ASSESS-MODE
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(WS-ASSESS-MODE) TO WS-ASSESS-MODE.
           IF THIS-IS-A-SIGNOFF-RUN
               DISPLAY "TUITION ASSESSMENT RUNNING IN SIGNOFF MODE"
           END-IF.

       0100-LOAD-RATE-FILE.
      **
      * Loads the bursar's program rates and department fees into
      * the working-storage tables. Without a rate file nothing can
      * be priced, so the run stops. Entries beyond a table's
      * capacity are called out on the console - those students or
      * courses are reported unpriced rather than priced wrong.
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
                               PERFORM 0150-STORE-PROGRAM-RATE
                           WHEN 'D'
                               PERFORM 0160-STORE-DEPARTMENT-FEE
                           WHEN OTHER
                               DISPLAY "UNKNOWN RATE RECORD TYPE '"
                                   RTE-RECORD-TYPE "' IGNORED"
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.
           DISPLAY "PROGRAM RATES LOADED: " WS-PROGRAM-RATE-COUNT
               " DEPARTMENT FEES LOADED: " WS-DEPT-FEE-COUNT.

       0150-STORE-PROGRAM-RATE.
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

       0160-STORE-DEPARTMENT-FEE.
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

       0200-READ-ASSESSMENT-STATUS.
      **
      * Loads the term's assessment control record. No file yet
      * reads back as spaces - the term has never been assessed.
      **
           MOVE SPACES TO WS-ASSESS-FLAG.
           MOVE 0 TO WS-ASSESS-COUNT.
           MOVE 0 TO WS-ASSESS-AMOUNT.
           MOVE 0 TO WS-ASSESS-SIGNOFF-DATE.
           OPEN INPUT ASSESSMENT-STATUS-FILE.
           EVALUATE WS-ASSESS-FILE-STATUS
               WHEN "35"
                   CONTINUE
               WHEN "00"
                   READ ASSESSMENT-STATUS-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE ASC-STATUS-FLAG TO WS-ASSESS-FLAG
                           MOVE ASC-ASSESSED-COUNT
                               TO WS-ASSESS-COUNT
                           MOVE ASC-ASSESSED-AMOUNT
                               TO WS-ASSESS-AMOUNT
                           MOVE ASC-SIGNOFF-DATE
                               TO WS-ASSESS-SIGNOFF-DATE
                   END-READ
                   CLOSE ASSESSMENT-STATUS-FILE
               WHEN OTHER
                   DISPLAY "CANNOT OPEN ASSESSMENT STATUS, STATUS "
                       WS-ASSESS-FILE-STATUS
                   STOP RUN
           END-EVALUATE.

       0300-CHECK-TERM-NOT-CHARGED.
      **
      * Reads the receivables master for any account AR-POSTING has
      * already charged for this term. No master yet is a college
      * that has never posted, so nothing is charged.
      **
           MOVE 'N' TO WS-TERM-CHARGED-SW.
           OPEN INPUT AR-MASTER.
           EVALUATE WS-AR-STATUS
               WHEN "35"
                   CONTINUE
               WHEN "00"
                   PERFORM UNTIL NO-MORE-AR-RECORDS
                           OR TERM-ALREADY-CHARGED
                       READ AR-MASTER
                           AT END MOVE 'Y' TO WS-AR-EOF-FLAG
                           NOT AT END
                               IF AR-LAST-CHARGED-TERM = WS-TERM
                                   MOVE 'Y' TO WS-TERM-CHARGED-SW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AR-MASTER
               WHEN OTHER
                   DISPLAY "CANNOT OPEN AR-MASTER, STATUS "
                       WS-AR-STATUS
                   STOP RUN
           END-EVALUATE.

       2000-ASSESS-ONE-STUDENT.
      **
      * Prices one student's course load. Every course must be an
      * active catalog course and the student's program must have a
      * rate - a student who cannot be fully priced is reported and
      * left off the assessed file, so AR-POSTING falls back to the
      * extract's TUITION-OWED for them rather than charging a
      * partial figure.
      **
           SET STUDENT-PRICED TO TRUE.
           MOVE SPACES TO WS-UNPRICED-COURSE.
           MOVE 0 TO WS-CREDIT-HOURS.
           MOVE 0 TO WS-FEE-AMOUNT.
           MOVE 0 TO WS-TUITION-AMOUNT.
           ADD TUITION-OWED OF INDX-STUDENT-RECORD TO WS-OWED-TOTAL.
           PERFORM 2050-FIND-PROGRAM-RATE.
           PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
               UNTIL WS-COURSE-IDX > COURSE-COUNT
               PERFORM 2100-PRICE-ONE-COURSE
           END-PERFORM.
           IF RATE-NOT-FOUND
               MOVE "NO RATE FOR PROGRAM" TO VDL-NOTE
               PERFORM 2800-WRITE-UNPRICED-LINE
           ELSE
               IF STUDENT-NOT-PRICED
                   MOVE SPACES TO VDL-NOTE
                   STRING "COURSE NOT IN CATALOG " DELIMITED BY SIZE
                           WS-UNPRICED-COURSE DELIMITED BY SPACE
                       INTO VDL-NOTE
                   PERFORM 2800-WRITE-UNPRICED-LINE
               ELSE
                   PERFORM 2200-APPLY-RATE-BAND
                   IF STUDENT-NOT-PRICED
                       MOVE "TUITION OVER FIELD SIZE" TO VDL-NOTE
                       PERFORM 2800-WRITE-UNPRICED-LINE
                   ELSE
                       PERFORM 2500-WRITE-ASSESSMENT
                   END-IF
               END-IF
           END-IF.

       2050-FIND-PROGRAM-RATE.
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

       2100-PRICE-ONE-COURSE.
      **
      * Reads one course from the catalog by key and adds its
      * credit hours and its department's lab/course fee to the
      * student's load. A deactivated course counts as not found,
      * the same treatment CLASS-ROSTER gives it; the first one
      * found is the one the variance report names.
      **
           MOVE COURSE-CODE (WS-COURSE-IDX) TO CAT-COURSE-CODE.
           READ COURSE-CATALOG
               INVALID KEY
                   MOVE 'I' TO CAT-STATUS
           END-READ.
           IF CAT-STATUS = 'I'
               IF STUDENT-PRICED
                   MOVE COURSE-CODE (WS-COURSE-IDX)
                       TO WS-UNPRICED-COURSE
               END-IF
               SET STUDENT-NOT-PRICED TO TRUE
           ELSE
               ADD CAT-CREDIT-HOURS TO WS-CREDIT-HOURS
               PERFORM VARYING WS-DEPT-FEE-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-FEE-IDX > WS-DEPT-FEE-COUNT
                   IF WS-DFT-DEPARTMENT (WS-DEPT-FEE-IDX) =
                           CAT-DEPARTMENT
                       ADD WS-DFT-COURSE-FEE (WS-DEPT-FEE-IDX)
                           TO WS-FEE-AMOUNT
                   END-IF
               END-PERFORM
           END-IF.

       2200-APPLY-RATE-BAND.
      **
      * Prices the credit load under the program's rate: inside
      * the full-time band the flat rate applies, every credit
      * above the band's ceiling is charged per credit on top, and
      * a load below the band (or a program with no band) is
      * charged per credit throughout. A figure too large for the
      * tuition field leaves the student unpriced rather than
      * truncated.
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
                       SET STUDENT-NOT-PRICED TO TRUE
               END-COMPUTE
           ELSE
               COMPUTE WS-TUITION-AMOUNT = WS-CREDIT-HOURS *
                   WS-PRT-PER-CREDIT-RATE (WS-PROGRAM-RATE-HIT)
                   ON SIZE ERROR
                       SET STUDENT-NOT-PRICED TO TRUE
               END-COMPUTE
           END-IF.
           COMPUTE WS-ASSESSED-AMOUNT =
               WS-TUITION-AMOUNT + WS-FEE-AMOUNT.

       2500-WRITE-ASSESSMENT.
      **
      * Writes the student's assessed-tuition record and, when the
      * assessment disagrees with the extract's TUITION-OWED, the
      * variance line. A second CONVERTED record for the same
      * student is a duplicate the dedup run should have caught -
      * it is called out and the first assessment stands.
      **
           MOVE STUDENT-NUMBER OF INDX-STUDENT-RECORD
               TO AST-STUDENT-NUMBER.
           MOVE PROGRAM-OF-STUDY OF INDX-STUDENT-RECORD
               TO AST-PROGRAM-OF-STUDY.
           MOVE WS-CREDIT-HOURS TO AST-CREDIT-HOURS.
           MOVE WS-TUITION-AMOUNT TO AST-TUITION-AMOUNT.
           MOVE WS-FEE-AMOUNT TO AST-FEE-AMOUNT.
           MOVE WS-ASSESSED-AMOUNT TO AST-ASSESSED-AMOUNT.
           MOVE TUITION-OWED OF INDX-STUDENT-RECORD
               TO AST-TUITION-OWED.
           WRITE ASSESSED-RECORD
           INVALID KEY
               DISPLAY "DUPLICATE STUDENT " AST-STUDENT-NUMBER
                   " ON CONVERTED - FIRST ASSESSMENT KEPT"
               ADD 1 TO WS-DUPLICATE-COUNT
           NOT INVALID KEY
               ADD 1 TO WS-ASSESSED-COUNT
               ADD WS-ASSESSED-AMOUNT TO WS-ASSESSED-TOTAL
               IF WS-ASSESSED-AMOUNT NOT =
                       TUITION-OWED OF INDX-STUDENT-RECORD
                   MOVE SPACES TO VDL-NOTE
                   PERFORM 2700-WRITE-VARIANCE-LINE
               END-IF
           END-WRITE.

       2700-WRITE-VARIANCE-LINE.
      **
      * Writes one variance line: assessed less extract, so a
      * positive variance is tuition the extract under-billed.
      **
           COMPUTE WS-VARIANCE-AMOUNT = WS-ASSESSED-AMOUNT -
               TUITION-OWED OF INDX-STUDENT-RECORD.
           MOVE STUDENT-NUMBER OF INDX-STUDENT-RECORD
               TO VDL-STUDENT-NUMBER.
           MOVE STUDENT-NAME OF INDX-STUDENT-RECORD
               TO VDL-STUDENT-NAME.
           MOVE PROGRAM-OF-STUDY OF INDX-STUDENT-RECORD
               TO VDL-PROGRAM.
           MOVE WS-CREDIT-HOURS TO VDL-CREDITS.
           MOVE WS-ASSESSED-AMOUNT TO VDL-ASSESSED.
           MOVE TUITION-OWED OF INDX-STUDENT-RECORD TO VDL-OWED.
           MOVE WS-VARIANCE-AMOUNT TO VDL-VARIANCE.
           WRITE VAR-LINE FROM VAR-DETAIL-LINE.
           ADD 1 TO WS-VARIANCE-COUNT.

       2800-WRITE-UNPRICED-LINE.
      **
      * Reports a student the run could not price, with the reason
      * already in VDL-NOTE. The assessed and variance columns are
      * zero - the extract's figure stands for this student.
      **
           MOVE STUDENT-NUMBER OF INDX-STUDENT-RECORD
               TO VDL-STUDENT-NUMBER.
           MOVE STUDENT-NAME OF INDX-STUDENT-RECORD
               TO VDL-STUDENT-NAME.
           MOVE PROGRAM-OF-STUDY OF INDX-STUDENT-RECORD
               TO VDL-PROGRAM.
           MOVE WS-CREDIT-HOURS TO VDL-CREDITS.
           MOVE 0 TO VDL-ASSESSED.
           MOVE TUITION-OWED OF INDX-STUDENT-RECORD TO VDL-OWED.
           MOVE 0 TO VDL-VARIANCE.
           WRITE VAR-LINE FROM VAR-DETAIL-LINE.
           ADD 1 TO WS-UNPRICED-COUNT.

       3000-WRITE-VARIANCE-TOTALS.
      **
      * Closes the variance report with the run's control totals
      * the bursar signs off against.
      **
           MOVE SPACES TO VAR-LINE.
           WRITE VAR-LINE.
           MOVE "STUDENTS READ:        " TO VTL-LABEL.
           MOVE WS-STUDENT-COUNT TO VTL-COUNT.
           MOVE WS-OWED-TOTAL TO VTL-AMOUNT.
           WRITE VAR-LINE FROM VAR-TOTAL-LINE.
           MOVE "STUDENTS ASSESSED:    " TO VTL-LABEL.
           MOVE WS-ASSESSED-COUNT TO VTL-COUNT.
           MOVE WS-ASSESSED-TOTAL TO VTL-AMOUNT.
           WRITE VAR-LINE FROM VAR-TOTAL-LINE.
           MOVE "VARIANCES:            " TO VTL-LABEL.
           MOVE WS-VARIANCE-COUNT TO VTL-COUNT.
           MOVE 0 TO VTL-AMOUNT.
           WRITE VAR-LINE FROM VAR-TOTAL-LINE.
           MOVE "UNPRICED:             " TO VTL-LABEL.
           MOVE WS-UNPRICED-COUNT TO VTL-COUNT.
           MOVE 0 TO VTL-AMOUNT.
           WRITE VAR-LINE FROM VAR-TOTAL-LINE.
           MOVE "DUPLICATES:           " TO VTL-LABEL.
           MOVE WS-DUPLICATE-COUNT TO VTL-COUNT.
           MOVE 0 TO VTL-AMOUNT.
           WRITE VAR-LINE FROM VAR-TOTAL-LINE.

       6000-SIGN-OFF-ASSESSMENT.
      **
      * Records the bursar's sign-off. Only an assessment awaiting
      * review ('A') can be signed, and only when the assessed file
      * still proves to the run's control totals - a file rebuilt
      * or hand-edited since the variance report was printed is
      * not the file the bursar reviewed.
      **
           IF WS-ASSESS-FLAG NOT = 'A'
               DISPLAY "NO ASSESSMENT AWAITING SIGN-OFF FOR TERM "
                   WS-TERM " - STATUS '" WS-ASSESS-FLAG "'"
           ELSE
               MOVE 0 TO WS-ASSESSED-COUNT
               MOVE 0 TO WS-ASSESSED-TOTAL
               OPEN INPUT ASSESSED-TUITION
               IF WS-ASSESSED-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN ASSESSED-TUITION, STATUS "
                       WS-ASSESSED-STATUS
               ELSE
                   PERFORM UNTIL NO-MORE-ASSESSED-RECORDS
                       READ ASSESSED-TUITION NEXT
                           AT END MOVE 'Y' TO WS-AST-EOF-FLAG
                           NOT AT END
                               ADD 1 TO WS-ASSESSED-COUNT
                               ADD AST-ASSESSED-AMOUNT
                                   TO WS-ASSESSED-TOTAL
                       END-READ
                   END-PERFORM
                   CLOSE ASSESSED-TUITION
                   IF WS-ASSESSED-COUNT = WS-ASSESS-COUNT
                      AND WS-ASSESSED-TOTAL = WS-ASSESS-AMOUNT
                       MOVE 'S' TO WS-ASSESS-FLAG
                       MOVE WS-TODAY-DATE TO WS-ASSESS-SIGNOFF-DATE
                       PERFORM 8000-MARK-ASSESSMENT-STATUS
                       DISPLAY "ASSESSMENT FOR TERM " WS-TERM
                           " SIGNED OFF - " WS-ASSESSED-COUNT
                           " STUDENTS"
                   ELSE
                       DISPLAY "ASSESSED-TUITION DOES NOT MATCH ITS"
                           " CONTROL TOTALS - REASSESS BEFORE"
                           " SIGNING OFF"
                   END-IF
               END-IF
           END-IF.

       8000-MARK-ASSESSMENT-STATUS.
      **
      * Rewrites the assessment control record. The file is opened
      * fresh each time since a LINE SEQUENTIAL file has no
      * REWRITE-in-place.
      **
           OPEN OUTPUT ASSESSMENT-STATUS-FILE.
           MOVE WS-ASSESS-FLAG TO ASC-STATUS-FLAG.
           MOVE WS-ASSESS-COUNT TO ASC-ASSESSED-COUNT.
           MOVE WS-ASSESS-AMOUNT TO ASC-ASSESSED-AMOUNT.
           MOVE WS-ASSESS-SIGNOFF-DATE TO ASC-SIGNOFF-DATE.
           WRITE ASSESSMENT-STATUS-RECORD.
           CLOSE ASSESSMENT-STATUS-FILE.
      ** add other procedures here
       END PROGRAM TUITION-ASSESS.
