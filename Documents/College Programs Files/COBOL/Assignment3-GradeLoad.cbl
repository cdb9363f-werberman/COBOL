      ******************************************************************
      * Author:
      * Date:
      * Purpose: End-of-term grade-sheet load. Each instructor's
      *          sheet for a course - a header carrying the course,
      *          instructor, submission date, and student count,
      *          then one line per student with the final average -
      *          is edited as a whole: the header count must match
      *          the detail lines, every student must be enrolled in
      *          the course in COURSE-ENROLLMENT and carry it in
      *          CONVERTED's COURSE-TABLE, and every average must be
      *          0 to 100. One failure rejects the whole sheet to the
      *          rejects file for the instructor to correct and
      *          resubmit; a clean sheet posts ENR-COURSE-AVERAGE and
      *          the matching COURSE-AVERAGE slot in CONVERTED in one
      *          pass, with before and after images on the grade-load
      *          register, and is logged as received. The run closes
      *          with a missing-grades report of every offered
      *          catalog course whose sheet has not been received,
      *          so the registrar can chase late instructors before
      *          HISTORY-ARCHIVE runs.
      *          A term TERM-CLOSE has closed takes no sheets until
      *          it is reopened.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GRADE-LOAD.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-SHEETS
           ASSIGN TO WS-SHEETS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEETS-STATUS.

           SELECT CONVERTED
           ASSIGN TO WS-CONVERTED-PATH
               ORGANIZATION IS INDEXED
      *> DYNAMIC I-O: each student is retrieved through the
      *> alternate index and the posted average REWRITE-n in place.
               ACCESS IS DYNAMIC
               RECORD KEY IS RECORD-FD-KEY
               ALTERNATE RECORD KEY IS STUDENT-NUMBER
                   OF INDX-STUDENT-RECORD WITH DUPLICATES
               FILE STATUS IS WS-CONVERTED-STATUS.

           SELECT COURSE-ENROLLMENT
           ASSIGN TO WS-ENROLLMENT-PATH
               ORGANIZATION IS INDEXED
      *> DYNAMIC I-O: averages are posted by key, and the missing-
      *> grades report counts a course's headcount with a keyed
      *> START.
               ACCESS IS DYNAMIC
               RECORD KEY IS ENR-COURSE-KEY
               FILE STATUS IS WS-ENROLLMENT-STATUS.

           SELECT COURSE-CATALOG
           ASSIGN TO WS-CATALOG-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CAT-COURSE-CODE
               FILE STATUS IS WS-CATALOG-STATUS.

      *> OPTIONAL: the schedule only supplies the instructor to
      *> chase on the missing-grades report.
           SELECT OPTIONAL SECTION-SCHEDULE
           ASSIGN TO WS-SCHEDULE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SCH-COURSE-CODE
               FILE STATUS IS WS-SCHEDULE-STATUS.

      *> OPTIONAL: the term's first run finds no sheets received
      *> yet. Read at start of run, then extended with each sheet
      *> this run posts.
           SELECT OPTIONAL SHEETS-RECEIVED
           ASSIGN TO WS-RECEIVED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIVED-STATUS.

      *> OPTIONAL and EXTEND: rejected sheets accumulate across runs
      *> for the registrar to send back to their instructors.
           SELECT OPTIONAL SHEET-REJECTS
           ASSIGN TO WS-REJECTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GRADE-LOAD-REGISTER
           ASSIGN TO WS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MISSING-GRADES
           ASSIGN TO WS-MISSING-PATH
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
       FD  GRADE-SHEETS.
           01 SHEET-RECORD.
               COPY GRSREC.

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

       FD  SECTION-SCHEDULE.
           01 SCHEDULE-RECORD.
               COPY SCHREC.

       FD  SHEETS-RECEIVED.
           01 RECEIVED-RECORD.
               05 RCV-COURSE-CODE PIC X(7).
               05 RCV-INSTRUCTOR PIC X(20).
               05 RCV-SUBMISSION-DATE PIC 9(8).
               05 RCV-STUDENT-COUNT PIC 9(3).
               05 RCV-LOAD-DATE PIC 9(8).

      *> A rejected sheet is copied back out line for line, in the
      *> GRSREC layout, so the corrected sheet can be resubmitted.
       FD  SHEET-REJECTS.
           01 REJECT-RECORD PIC X(39).

       FD  GRADE-LOAD-REGISTER.
           01 REG-LINE PIC X(100).

       FD  MISSING-GRADES.
           01 MISSING-LINE PIC X(80).

       FD  TERM-STATUS-FILE.
           01 TERM-STATUS-RECORD.
               COPY TRMREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FIELDS.
           05 WS-SHEETS-STATUS PIC X(2).
           05 WS-CONVERTED-STATUS PIC X(2).
           05 WS-ENROLLMENT-STATUS PIC X(2).
           05 WS-CATALOG-STATUS PIC X(2).
           05 WS-SCHEDULE-STATUS PIC X(2).
           05 WS-RECEIVED-STATUS PIC X(2).
           05 WS-TRM-FILE-STATUS PIC X(2).
           05 WS-SHEETS-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-SHEET-RECORDS VALUE 'Y'.
           05 WS-RECEIVED-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-RECEIVED-RECORDS VALUE 'Y'.
           05 WS-CATALOG-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-CATALOG-RECORDS VALUE 'Y'.
           05 WS-COUNT-EOF-FLAG PIC X(1).
               88 NO-MORE-COUNT-RECORDS VALUE 'Y'.
           05 WS-SHEET-OPEN-SW PIC X(1) VALUE 'N'.
               88 SHEET-OPEN VALUE 'Y'.
           05 WS-VALID-SW PIC X(1).
               88 SHEET-VALID VALUE 'Y'.
               88 SHEET-INVALID VALUE 'N'.
           05 WS-REJECT-CODE PIC X(2).
           05 WS-REJECT-REASON PIC X(30).

       01 WS-FILE-PATH-FIELDS.
           05 WS-BASE-PATH PIC X(40).
           05 WS-BASE-PATH-LEN PIC 9(2).
           05 WS-TERM PIC X(10).
           05 WS-SHEETS-PATH PIC X(80).
           05 WS-CONVERTED-PATH PIC X(80).
           05 WS-ENROLLMENT-PATH PIC X(80).
           05 WS-CATALOG-PATH PIC X(80).
           05 WS-SCHEDULE-PATH PIC X(80).
           05 WS-RECEIVED-PATH PIC X(80).
           05 WS-REJECTS-PATH PIC X(80).
           05 WS-REGISTER-PATH PIC X(80).
           05 WS-MISSING-PATH PIC X(80).
           05 WS-TERM-STATUS-PATH PIC X(80).

       01 WS-DATE-FIELDS.
           05 WS-TODAY-DATE PIC 9(8).
           05 WS-CHECK-DATE PIC 9(8).
           05 FILLER REDEFINES WS-CHECK-DATE.
               10 WS-CHECK-YEAR PIC 9(4).
               10 WS-CHECK-MONTH PIC 9(2).
               10 WS-CHECK-DAY PIC 9(2).
           05 WS-DAYS-IN-MONTH PIC 9(2).
           05 WS-LEAP-QUOTIENT PIC 9(4).
           05 WS-LEAP-REMAINDER PIC 9(4).

      *> Courses whose sheet has already posted this term - loaded
      *> from SHEETS-RECEIVED and added to as sheets post - so a
      *> sheet is never posted twice and the missing-grades report
      *> knows what is still out.
       01 WS-RECEIVED-TABLE-FIELDS.
           05 WS-RECEIVED-COUNT PIC 9(4) VALUE 0.
           05 WS-RECEIVED-MAX PIC 9(4) VALUE 1000.
           05 WS-RECEIVED-IDX PIC 9(4).
           05 WS-RECEIVED-FOUND-SW PIC X(1).
               88 SHEET-RECEIVED VALUE 'Y'.
               88 SHEET-NOT-RECEIVED VALUE 'N'.
           05 WS-RECEIVED-COURSE PIC X(7) OCCURS 1000 TIMES.

      *> The sheet being gathered: its header, and its detail lines
      *> held until the whole sheet has passed its edits. The raw
      *> line rides along so a rejected sheet goes back out exactly
      *> as it came in.
       01 WS-SHEET-FIELDS.
           05 WS-SHT-HEADER-LINE PIC X(39).
           05 WS-SHT-COURSE-CODE PIC X(7).
           05 WS-SHT-INSTRUCTOR PIC X(20).
           05 WS-SHT-SUBMISSION-DATE PIC 9(8).
           05 WS-SHT-STUDENT-COUNT PIC 9(3).
           05 WS-SHT-LINES-READ PIC 9(5).
           05 WS-SHT-BAD-TYPE-COUNT PIC 9(5).
           05 WS-SHT-ERROR-COUNT PIC 9(5).
           05 WS-SHT-DETAIL-COUNT PIC 9(3) VALUE 0.
           05 WS-SHT-DETAIL-MAX PIC 9(3) VALUE 999.
           05 WS-SHT-IDX PIC 9(3).
           05 WS-SHT-OTHER-IDX PIC 9(3).
           05 WS-SHT-DETAIL OCCURS 999 TIMES.
               10 WS-SHT-LINE PIC X(39).
               10 WS-SHT-STUDENT-NUMBER PIC 9(6).
               10 WS-SHT-AVERAGE-TEXT PIC X(3).
               10 WS-SHT-AVERAGE PIC 9(3).

       01 WS-POSTING-FIELDS.
           05 WS-COURSE-IDX PIC 9(2).
           05 WS-COURSE-SLOT PIC 9(2).
           05 WS-ENR-BEFORE PIC 9(3).
           05 WS-CNV-BEFORE PIC 9(3).
           05 WS-POST-NOTE PIC X(30).
           05 WS-COURSE-HEADCOUNT PIC 9(5).

       01 WS-RUN-TOTALS.
           05 WS-SHEETS-READ-COUNT PIC 9(5) VALUE 0.
           05 WS-SHEETS-POSTED-COUNT PIC 9(5) VALUE 0.
           05 WS-SHEETS-REJECTED-COUNT PIC 9(5) VALUE 0.
           05 WS-GRADES-POSTED-COUNT PIC 9(7) VALUE 0.
           05 WS-POST-ERROR-COUNT PIC 9(7) VALUE 0.
           05 WS-STRAY-COUNT PIC 9(7) VALUE 0.
           05 WS-MISSING-COUNT PIC 9(5) VALUE 0.
           05 WS-MISSING-ENROLLED-COUNT PIC 9(5) VALUE 0.

       01 REG-HEADING.
           05 FILLER PIC X(33)
               VALUE "GRADE-SHEET LOAD REGISTER  TERM: ".
           05 REG-HDG-TERM PIC X(10).
           05 FILLER PIC X(12) VALUE "  RUN DATE: ".
           05 REG-HDG-DATE PIC 9(8).
           05 FILLER PIC X(37) VALUE SPACES.

       01 REG-SHEET-LINE.
           05 FILLER PIC X(6) VALUE "SHEET ".
           05 RSL-COURSE-CODE PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RSL-INSTRUCTOR PIC X(20).
           05 FILLER PIC X(12) VALUE "  SUBMITTED ".
           05 RSL-SUBMISSION-DATE PIC 9(8).
           05 FILLER PIC X(8) VALUE "  COUNT ".
           05 RSL-STUDENT-COUNT PIC ZZ9.
           05 FILLER PIC X(8) VALUE "  LINES ".
           05 RSL-LINES-READ PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RSL-DISPOSITION PIC X(19).

       01 REG-DETAIL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RDL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-STUDENT-NAME PIC X(24).
           05 FILLER PIC X(6) VALUE "  ENR ".
           05 RDL-ENR-BEFORE PIC ZZ9.
           05 FILLER PIC X(4) VALUE " -> ".
           05 RDL-ENR-AFTER PIC ZZ9.
           05 FILLER PIC X(6) VALUE "  CNV ".
           05 RDL-CNV-BEFORE PIC ZZ9.
           05 FILLER PIC X(4) VALUE " -> ".
           05 RDL-CNV-AFTER PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-NOTE PIC X(30).

       01 REG-ERROR-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 REL-STUDENT-NUMBER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REL-AVERAGE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "** ".
           05 REL-REASON-CODE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 REL-REASON-TEXT PIC X(30).
           05 FILLER PIC X(47) VALUE SPACES.

       01 REG-TOTAL-LINE.
           05 RTL-LABEL PIC X(22).
           05 RTL-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(71) VALUE SPACES.

       01 MSG-HEADING.
           05 FILLER PIC X(30) VALUE "MISSING GRADE SHEETS  TERM: ".
           05 MSG-HDG-TERM PIC X(10).
           05 FILLER PIC X(12) VALUE "  RUN DATE: ".
           05 MSG-HDG-DATE PIC 9(8).
           05 FILLER PIC X(20) VALUE SPACES.

       01 MSG-DETAIL-LINE.
           05 MDL-COURSE-CODE PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MDL-COURSE-TITLE PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MDL-INSTRUCTOR PIC X(20).
           05 FILLER PIC X(11) VALUE "  ENROLLED ".
           05 MDL-HEADCOUNT PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.

       01 MSG-TOTAL-LINE.
           05 MTL-LABEL PIC X(30).
           05 MTL-COUNT PIC ZZZZ9.
           05 FILLER PIC X(45) VALUE SPACES.
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
           PERFORM 0100-LOAD-RECEIVED-SHEETS.
           OPEN INPUT GRADE-SHEETS.
           IF WS-SHEETS-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN GRADE SHEETS, STATUS "
                   WS-SHEETS-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT COURSE-CATALOG.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CATALOG MASTER, STATUS "
                   WS-CATALOG-STATUS
                   " - BUILD IT WITH CATALOG MAINTENANCE"
               CLOSE GRADE-SHEETS
               STOP RUN
           END-IF.
           OPEN I-O CONVERTED.
           IF WS-CONVERTED-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CONVERTED, STATUS "
                   WS-CONVERTED-STATUS
               CLOSE COURSE-CATALOG
               CLOSE GRADE-SHEETS
               STOP RUN
           END-IF.
           OPEN I-O COURSE-ENROLLMENT.
           IF WS-ENROLLMENT-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN COURSE-ENROLLMENT, STATUS "
                   WS-ENROLLMENT-STATUS
               CLOSE CONVERTED
               CLOSE COURSE-CATALOG
               CLOSE GRADE-SHEETS
               STOP RUN
           END-IF.
           OPEN INPUT SECTION-SCHEDULE.
           IF WS-SCHEDULE-STATUS NOT = "00" AND
              WS-SCHEDULE-STATUS NOT = "05"
               DISPLAY "CANNOT OPEN SECTION SCHEDULE, STATUS "
                   WS-SCHEDULE-STATUS
               CLOSE COURSE-ENROLLMENT
               CLOSE CONVERTED
               CLOSE COURSE-CATALOG
               CLOSE GRADE-SHEETS
               STOP RUN
           END-IF.
           OPEN EXTEND SHEETS-RECEIVED.
           OPEN EXTEND SHEET-REJECTS.
           OPEN OUTPUT GRADE-LOAD-REGISTER.
           MOVE WS-TERM TO REG-HDG-TERM.
           MOVE WS-TODAY-DATE TO REG-HDG-DATE.
           WRITE REG-LINE FROM REG-HEADING.
           PERFORM UNTIL NO-MORE-SHEET-RECORDS
               READ GRADE-SHEETS
                   AT END MOVE 'Y' TO WS-SHEETS-EOF-FLAG
                   NOT AT END
                       PERFORM 1000-PROCESS-SHEET-RECORD
               END-READ
           END-PERFORM.
           IF SHEET-OPEN
               PERFORM 2000-EDIT-AND-POST-SHEET
           END-IF.
           PERFORM 3000-WRITE-REGISTER-TOTALS.
           PERFORM 4000-REPORT-MISSING-GRADES.
           CLOSE GRADE-LOAD-REGISTER.
           CLOSE SHEET-REJECTS.
           CLOSE SHEETS-RECEIVED.
           CLOSE SECTION-SCHEDULE.
           CLOSE COURSE-ENROLLMENT.
           CLOSE CONVERTED.
           CLOSE COURSE-CATALOG.
           CLOSE GRADE-SHEETS.
           PERFORM 3500-RETIRE-GRADE-SHEETS.
           DISPLAY "GRADE LOAD - SHEETS " WS-SHEETS-READ-COUNT
               " POSTED " WS-SHEETS-POSTED-COUNT
               " REJECTED " WS-SHEETS-REJECTED-COUNT
               " GRADES POSTED " WS-GRADES-POSTED-COUNT
               " SHEETS MISSING " WS-MISSING-COUNT.
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
                   "GRADE-SHEETS-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-SHEETS-PATH.
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
      *> The indexed catalog master CATALOG-MAINT owns is
      *> registrar-maintained master data shared by every term, so
      *> only the directory is parameterized on it.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "COURSE-CATALOG-MASTER.TXT" DELIMITED BY SIZE
               INTO WS-CATALOG-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "SECTION-SCHEDULE-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-SCHEDULE-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "GRADE-SHEETS-RECEIVED-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-RECEIVED-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "GRADE-SHEET-REJECTS-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REJECTS-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "GRADE-LOAD-REGISTER-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REGISTER-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "MISSING-GRADES-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-MISSING-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "TERM-STATUS-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-TERM-STATUS-PATH.

       0070-CHECK-TERM-STATUS.
      **
      * Refuses to load grade sheets into a term TERM-CLOSE has
      * closed. Its final averages are archived and its files are
      * frozen until the term is reopened, so the run stops before
      * any file is opened.
      **
           OPEN INPUT TERM-STATUS-FILE.
           IF WS-TRM-FILE-STATUS = "00"
               READ TERM-STATUS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TRM-STATUS = 'C'
                           DISPLAY "TERM " WS-TERM
                               " IS CLOSED - NO SHEETS LOADED"
                           CLOSE TERM-STATUS-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE TERM-STATUS-FILE
           END-IF.

       0100-LOAD-RECEIVED-SHEETS.
      **
      * Loads the courses whose sheets earlier runs this term have
      * already posted.
      **
           OPEN INPUT SHEETS-RECEIVED.
           IF WS-RECEIVED-STATUS NOT = "00" AND
              WS-RECEIVED-STATUS NOT = "05"
               DISPLAY "CANNOT OPEN SHEETS RECEIVED LOG, STATUS "
                   WS-RECEIVED-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL NO-MORE-RECEIVED-RECORDS
               READ SHEETS-RECEIVED
                   AT END MOVE 'Y' TO WS-RECEIVED-EOF-FLAG
                   NOT AT END
                       PERFORM 0150-STORE-RECEIVED-COURSE
               END-READ
           END-PERFORM.
           CLOSE SHEETS-RECEIVED.

       0150-STORE-RECEIVED-COURSE.
      **
      * Adds RCV-COURSE-CODE to the received table.
      **
           IF WS-RECEIVED-COUNT < WS-RECEIVED-MAX
               ADD 1 TO WS-RECEIVED-COUNT
               MOVE RCV-COURSE-CODE
                   TO WS-RECEIVED-COURSE (WS-RECEIVED-COUNT)
           ELSE
               DISPLAY "RECEIVED TABLE FULL, DROPPED "
                   RCV-COURSE-CODE
           END-IF.

       0200-FIND-RECEIVED-COURSE.
      **
      * Looks RCV-COURSE-CODE up in the received table.
      **
           SET SHEET-NOT-RECEIVED TO TRUE.
           PERFORM VARYING WS-RECEIVED-IDX FROM 1 BY 1
               UNTIL WS-RECEIVED-IDX > WS-RECEIVED-COUNT
                  OR SHEET-RECEIVED
               IF WS-RECEIVED-COURSE (WS-RECEIVED-IDX) =
                       RCV-COURSE-CODE
                   SET SHEET-RECEIVED TO TRUE
               END-IF
           END-PERFORM.

       1000-PROCESS-SHEET-RECORD.
      **
      * Routes one input record. A header closes out the sheet
      * before it and opens a new one; a detail joins the open
      * sheet. Anything else inside a sheet spoils that sheet, and
      * anything outside one is a stray line with no course to
      * post to.
      **
           EVALUATE TRUE
               WHEN GRS-RECORD-TYPE = 'H'
                   IF SHEET-OPEN
                       PERFORM 2000-EDIT-AND-POST-SHEET
                   END-IF
                   PERFORM 1100-START-SHEET
               WHEN SHEET-OPEN
                   ADD 1 TO WS-SHT-LINES-READ
                   IF GRS-RECORD-TYPE = 'D'
                       PERFORM 1200-STORE-DETAIL
                   ELSE
                       ADD 1 TO WS-SHT-BAD-TYPE-COUNT
                       PERFORM 1200-STORE-DETAIL
                   END-IF
               WHEN OTHER
                   PERFORM 1900-REJECT-STRAY-RECORD
           END-EVALUATE.

       1100-START-SHEET.
      **
      * Opens a new sheet from the header just read.
      **
           MOVE 'Y' TO WS-SHEET-OPEN-SW.
           MOVE SHEET-RECORD TO WS-SHT-HEADER-LINE.
           MOVE GRS-COURSE-CODE TO WS-SHT-COURSE-CODE.
           MOVE GRS-INSTRUCTOR TO WS-SHT-INSTRUCTOR.
           MOVE GRS-SUBMISSION-DATE TO WS-SHT-SUBMISSION-DATE.
           MOVE GRS-STUDENT-COUNT TO WS-SHT-STUDENT-COUNT.
           MOVE 0 TO WS-SHT-LINES-READ.
           MOVE 0 TO WS-SHT-BAD-TYPE-COUNT.
           MOVE 0 TO WS-SHT-DETAIL-COUNT.

       1200-STORE-DETAIL.
      **
      * Holds the detail line until its sheet is edited. Lines past
      * the table's end are only counted, and 2100 rejects the
      * sheet as over-long.
      **
           IF WS-SHT-DETAIL-COUNT < WS-SHT-DETAIL-MAX
               ADD 1 TO WS-SHT-DETAIL-COUNT
               MOVE SHEET-RECORD TO WS-SHT-LINE (WS-SHT-DETAIL-COUNT)
               MOVE GRS-STUDENT-NUMBER
                   TO WS-SHT-STUDENT-NUMBER (WS-SHT-DETAIL-COUNT)
               MOVE SHEET-RECORD (8:3)
                   TO WS-SHT-AVERAGE-TEXT (WS-SHT-DETAIL-COUNT)
           END-IF.

       1900-REJECT-STRAY-RECORD.
      **
      * A detail (or unknown) line ahead of any header cannot be
      * posted - there is no course to post it to.
      **
           ADD 1 TO WS-STRAY-COUNT.
           WRITE REJECT-RECORD FROM SHEET-RECORD.
           MOVE SHEET-RECORD (2:6) TO REL-STUDENT-NUMBER.
           MOVE SHEET-RECORD (8:3) TO REL-AVERAGE.
           MOVE "12" TO REL-REASON-CODE.
           MOVE "LINE WITH NO SHEET HEADER" TO REL-REASON-TEXT.
           WRITE REG-LINE FROM REG-ERROR-LINE.

       2000-EDIT-AND-POST-SHEET.
      **
      * Edits the gathered sheet as a whole and posts it only when
      * every edit passes; otherwise the whole sheet goes to the
      * rejects file. Every failing edit is listed on the register
      * under the sheet so the instructor can fix them all at once.
      **
           MOVE 'N' TO WS-SHEET-OPEN-SW.
           ADD 1 TO WS-SHEETS-READ-COUNT.
           SET SHEET-VALID TO TRUE.
           MOVE 0 TO WS-SHT-ERROR-COUNT.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
           MOVE WS-SHT-COURSE-CODE TO RSL-COURSE-CODE.
           MOVE WS-SHT-INSTRUCTOR TO RSL-INSTRUCTOR.
           MOVE WS-SHT-SUBMISSION-DATE TO RSL-SUBMISSION-DATE.
           MOVE WS-SHT-STUDENT-COUNT TO RSL-STUDENT-COUNT.
           MOVE WS-SHT-LINES-READ TO RSL-LINES-READ.
           MOVE "RECEIVED" TO RSL-DISPOSITION.
           WRITE REG-LINE FROM REG-SHEET-LINE.
           PERFORM 2100-EDIT-SHEET-HEADER.
           PERFORM VARYING WS-SHT-IDX FROM 1 BY 1
               UNTIL WS-SHT-IDX > WS-SHT-DETAIL-COUNT
               PERFORM 2200-EDIT-ONE-DETAIL
           END-PERFORM.
           IF SHEET-VALID
               PERFORM 2500-POST-SHEET
           ELSE
               PERFORM 2800-REJECT-SHEET
           END-IF.

       2100-EDIT-SHEET-HEADER.
      **
      * The sheet-level edits: the course is a catalog course, the
      * submission date is a real date not in the future, the
      * course's sheet has not already posted, the header count
      * agrees with the detail lines, and no unknown record types.
      **
           MOVE SPACES TO REL-STUDENT-NUMBER.
           MOVE SPACES TO REL-AVERAGE.
           MOVE WS-SHT-COURSE-CODE TO CAT-COURSE-CODE.
           READ COURSE-CATALOG
               INVALID KEY
                   MOVE "01" TO WS-REJECT-CODE
                   MOVE "COURSE NOT ON CATALOG" TO WS-REJECT-REASON
                   PERFORM 2900-LIST-EDIT-FAILURE
           END-READ.
           PERFORM 2150-CHECK-SUBMISSION-DATE.
           MOVE WS-SHT-COURSE-CODE TO RCV-COURSE-CODE.
           PERFORM 0200-FIND-RECEIVED-COURSE.
           IF SHEET-RECEIVED
               MOVE "04" TO WS-REJECT-CODE
               MOVE "SHEET ALREADY POSTED" TO WS-REJECT-REASON
               PERFORM 2900-LIST-EDIT-FAILURE
           END-IF.
           IF WS-SHT-LINES-READ > WS-SHT-DETAIL-MAX
               MOVE "06" TO WS-REJECT-CODE
               MOVE "SHEET OVER 999 DETAIL LINES" TO WS-REJECT-REASON
               PERFORM 2900-LIST-EDIT-FAILURE
           ELSE
               IF WS-SHT-LINES-READ NOT = WS-SHT-STUDENT-COUNT
                   MOVE "05" TO WS-REJECT-CODE
                   MOVE "HEADER COUNT NOT = DETAIL LINES"
                       TO WS-REJECT-REASON
                   PERFORM 2900-LIST-EDIT-FAILURE
               END-IF
           END-IF.
           IF WS-SHT-BAD-TYPE-COUNT > 0
               MOVE "07" TO WS-REJECT-CODE
               MOVE "UNKNOWN RECORD TYPE ON SHEET" TO WS-REJECT-REASON
               PERFORM 2900-LIST-EDIT-FAILURE
           END-IF.

       2150-CHECK-SUBMISSION-DATE.
      **
      * Verifies the submission date is a real calendar date and
      * not later than today.
      **
           MOVE WS-SHT-SUBMISSION-DATE TO WS-CHECK-DATE.
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
                   PERFORM 2160-SET-FEBRUARY-DAYS
               WHEN OTHER
                   MOVE 0 TO WS-DAYS-IN-MONTH
           END-EVALUATE.
           IF WS-CHECK-YEAR < 1990 OR WS-DAYS-IN-MONTH = 0 OR
              WS-CHECK-DAY < 1 OR WS-CHECK-DAY > WS-DAYS-IN-MONTH
               MOVE "02" TO WS-REJECT-CODE
               MOVE "INVALID SUBMISSION DATE" TO WS-REJECT-REASON
               PERFORM 2900-LIST-EDIT-FAILURE
           ELSE
               IF WS-CHECK-DATE > WS-TODAY-DATE
                   MOVE "03" TO WS-REJECT-CODE
                   MOVE "SUBMISSION DATE IN FUTURE"
                       TO WS-REJECT-REASON
                   PERFORM 2900-LIST-EDIT-FAILURE
               END-IF
           END-IF.

       2160-SET-FEBRUARY-DAYS.
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

       2200-EDIT-ONE-DETAIL.
      **
      * The per-student edits: a numeric average of 0 to 100, the
      * student only once on the sheet, an enrollment for the
      * course in COURSE-ENROLLMENT, and the course on the
      * student's CONVERTED COURSE-TABLE - both files are posted,
      * so both must hold the course before anything is posted.
      **
           MOVE WS-SHT-STUDENT-NUMBER (WS-SHT-IDX)
               TO REL-STUDENT-NUMBER.
           MOVE WS-SHT-AVERAGE-TEXT (WS-SHT-IDX) TO REL-AVERAGE.
           IF WS-SHT-LINE (WS-SHT-IDX) (1:1) NOT = 'D'
               CONTINUE
           ELSE
               IF WS-SHT-AVERAGE-TEXT (WS-SHT-IDX) IS NOT NUMERIC
                   MOVE "08" TO WS-REJECT-CODE
                   MOVE "AVERAGE NOT 0 TO 100" TO WS-REJECT-REASON
                   PERFORM 2900-LIST-EDIT-FAILURE
               ELSE
                   MOVE WS-SHT-AVERAGE-TEXT (WS-SHT-IDX)
                       TO WS-SHT-AVERAGE (WS-SHT-IDX)
                   IF WS-SHT-AVERAGE (WS-SHT-IDX) > 100
                       MOVE "08" TO WS-REJECT-CODE
                       MOVE "AVERAGE NOT 0 TO 100"
                           TO WS-REJECT-REASON
                       PERFORM 2900-LIST-EDIT-FAILURE
                   END-IF
               END-IF
               PERFORM 2250-CHECK-DUPLICATE-STUDENT
               MOVE WS-SHT-COURSE-CODE TO ENR-COURSE-CODE
               MOVE WS-SHT-STUDENT-NUMBER (WS-SHT-IDX)
                   TO ENR-STUDENT-NUMBER
               READ COURSE-ENROLLMENT
                   INVALID KEY
                       MOVE "10" TO WS-REJECT-CODE
                       MOVE "NOT IN COURSE-ENROLLMENT"
                           TO WS-REJECT-REASON
                       PERFORM 2900-LIST-EDIT-FAILURE
               END-READ
               PERFORM 2300-FETCH-CONVERTED-SLOT
               IF WS-COURSE-SLOT = 0
                   MOVE "11" TO WS-REJECT-CODE
                   MOVE "COURSE NOT ON CONVERTED RECORD"
                       TO WS-REJECT-REASON
                   PERFORM 2900-LIST-EDIT-FAILURE
               END-IF
           END-IF.

       2250-CHECK-DUPLICATE-STUDENT.
      **
      * A student listed twice would post whichever line came last;
      * the instructor has to say which mark is meant.
      **
           PERFORM VARYING WS-SHT-OTHER-IDX FROM 1 BY 1
               UNTIL WS-SHT-OTHER-IDX >= WS-SHT-IDX
               IF WS-SHT-STUDENT-NUMBER (WS-SHT-OTHER-IDX) =
                       WS-SHT-STUDENT-NUMBER (WS-SHT-IDX)
                   MOVE WS-SHT-IDX TO WS-SHT-OTHER-IDX
                   MOVE "09" TO WS-REJECT-CODE
                   MOVE "STUDENT TWICE ON SHEET" TO WS-REJECT-REASON
                   PERFORM 2900-LIST-EDIT-FAILURE
               END-IF
           END-PERFORM.

       2300-FETCH-CONVERTED-SLOT.
      **
      * Retrieves the detail's student from CONVERTED through the
      * alternate index and finds the sheet's course on the
      * COURSE-TABLE, leaving its slot in WS-COURSE-SLOT (0 when
      * the student or the course is not there). The record stays
      * in the buffer for the posting rewrite.
      **
           MOVE 0 TO WS-COURSE-SLOT.
           MOVE WS-SHT-STUDENT-NUMBER (WS-SHT-IDX)
               TO STUDENT-NUMBER OF INDX-STUDENT-RECORD.
           READ CONVERTED
               KEY IS STUDENT-NUMBER OF INDX-STUDENT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
      *> The trailer (key 99999) overlays its record count on the
      *> STUDENT-NUMBER bytes, so it sits in the alternate index
      *> under that count's value; a mis-keyed student number that
      *> happens to equal the count must not match it.
                   IF RECORD-FD-KEY NOT = 99999
                       PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
                           UNTIL WS-COURSE-IDX >
                               COURSE-COUNT OF INDX-STUDENT-RECORD
                              OR WS-COURSE-SLOT > 0
                           IF COURSE-CODE OF INDX-STUDENT-RECORD
                                   (WS-COURSE-IDX) =
                                   WS-SHT-COURSE-CODE
                               MOVE WS-COURSE-IDX TO WS-COURSE-SLOT
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

       2500-POST-SHEET.
      **
      * Posts every line of a clean sheet, then logs the course as
      * received so its sheet can never post twice.
      **
           PERFORM VARYING WS-SHT-IDX FROM 1 BY 1
               UNTIL WS-SHT-IDX > WS-SHT-DETAIL-COUNT
               PERFORM 2600-POST-ONE-GRADE
           END-PERFORM.
           MOVE WS-SHT-COURSE-CODE TO RCV-COURSE-CODE.
           MOVE WS-SHT-INSTRUCTOR TO RCV-INSTRUCTOR.
           MOVE WS-SHT-SUBMISSION-DATE TO RCV-SUBMISSION-DATE.
           MOVE WS-SHT-STUDENT-COUNT TO RCV-STUDENT-COUNT.
           MOVE WS-TODAY-DATE TO RCV-LOAD-DATE.
           WRITE RECEIVED-RECORD.
           PERFORM 0150-STORE-RECEIVED-COURSE.
           ADD 1 TO WS-SHEETS-POSTED-COUNT.
           MOVE "SHEET POSTED" TO RSL-DISPOSITION.
           WRITE REG-LINE FROM REG-SHEET-LINE.

       2600-POST-ONE-GRADE.
      **
      * Posts one student's final average to the enrollment record
      * and the matching CONVERTED course slot, registering both
      * before images beside the new mark. The edits have already
      * read both records, so a failure here is a file problem,
      * not a data one, and is registered for follow-up.
      **
           MOVE SPACES TO WS-POST-NOTE.
           MOVE 0 TO WS-ENR-BEFORE.
           MOVE 0 TO WS-CNV-BEFORE.
           MOVE SPACES TO RDL-STUDENT-NAME.
           MOVE WS-SHT-COURSE-CODE TO ENR-COURSE-CODE.
           MOVE WS-SHT-STUDENT-NUMBER (WS-SHT-IDX)
               TO ENR-STUDENT-NUMBER.
           READ COURSE-ENROLLMENT
               INVALID KEY
                   MOVE "ENROLLMENT NOT ON FILE" TO WS-POST-NOTE
               NOT INVALID KEY
                   MOVE ENR-COURSE-AVERAGE TO WS-ENR-BEFORE
                   MOVE ENR-STUDENT-NAME TO RDL-STUDENT-NAME
                   MOVE WS-SHT-AVERAGE (WS-SHT-IDX)
                       TO ENR-COURSE-AVERAGE
                   REWRITE ENROLLMENT-RECORD
                   INVALID KEY
                       MOVE "ENROLLMENT REWRITE FAILED"
                           TO WS-POST-NOTE
                   END-REWRITE
           END-READ.
           PERFORM 2300-FETCH-CONVERTED-SLOT.
           IF WS-COURSE-SLOT = 0
               MOVE "COURSE NOT ON CONVERTED RECORD" TO WS-POST-NOTE
           ELSE
               MOVE COURSE-AVERAGE OF INDX-STUDENT-RECORD
                       (WS-COURSE-SLOT)
                   TO WS-CNV-BEFORE
               MOVE WS-SHT-AVERAGE (WS-SHT-IDX)
                   TO COURSE-AVERAGE OF INDX-STUDENT-RECORD
                       (WS-COURSE-SLOT)
               REWRITE INDX-STUDENT-RECORD
               INVALID KEY
                   MOVE "CONVERTED REWRITE FAILED" TO WS-POST-NOTE
               END-REWRITE
           END-IF.
           IF WS-POST-NOTE = SPACES
               ADD 1 TO WS-GRADES-POSTED-COUNT
           ELSE
               ADD 1 TO WS-POST-ERROR-COUNT
           END-IF.
           MOVE WS-SHT-STUDENT-NUMBER (WS-SHT-IDX)
               TO RDL-STUDENT-NUMBER.
           MOVE WS-ENR-BEFORE TO RDL-ENR-BEFORE.
           MOVE WS-SHT-AVERAGE (WS-SHT-IDX) TO RDL-ENR-AFTER.
           MOVE WS-CNV-BEFORE TO RDL-CNV-BEFORE.
           MOVE WS-SHT-AVERAGE (WS-SHT-IDX) TO RDL-CNV-AFTER.
           MOVE WS-POST-NOTE TO RDL-NOTE.
           WRITE REG-LINE FROM REG-DETAIL-LINE.

       2800-REJECT-SHEET.
      **
      * Copies the whole sheet, header first, to the rejects file
      * exactly as received. Nothing on it has been posted.
      **
           WRITE REJECT-RECORD FROM WS-SHT-HEADER-LINE.
           PERFORM VARYING WS-SHT-IDX FROM 1 BY 1
               UNTIL WS-SHT-IDX > WS-SHT-DETAIL-COUNT
               WRITE REJECT-RECORD FROM WS-SHT-LINE (WS-SHT-IDX)
           END-PERFORM.
           ADD 1 TO WS-SHEETS-REJECTED-COUNT.
           MOVE "** SHEET REJECTED" TO RSL-DISPOSITION.
           WRITE REG-LINE FROM REG-SHEET-LINE.

       2900-LIST-EDIT-FAILURE.
      **
      * Marks the sheet invalid and lists one failing edit under it.
      **
           SET SHEET-INVALID TO TRUE.
           ADD 1 TO WS-SHT-ERROR-COUNT.
           MOVE WS-REJECT-CODE TO REL-REASON-CODE.
           MOVE WS-REJECT-REASON TO REL-REASON-TEXT.
           WRITE REG-LINE FROM REG-ERROR-LINE.

       3000-WRITE-REGISTER-TOTALS.
      **
      * Closes the register with the run's control totals.
      **
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
           MOVE "SHEETS READ:          " TO RTL-LABEL.
           MOVE WS-SHEETS-READ-COUNT TO RTL-COUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "SHEETS POSTED:        " TO RTL-LABEL.
           MOVE WS-SHEETS-POSTED-COUNT TO RTL-COUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "  GRADES POSTED:      " TO RTL-LABEL.
           MOVE WS-GRADES-POSTED-COUNT TO RTL-COUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "  POSTING FAILURES:   " TO RTL-LABEL.
           MOVE WS-POST-ERROR-COUNT TO RTL-COUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "SHEETS REJECTED:      " TO RTL-LABEL.
           MOVE WS-SHEETS-REJECTED-COUNT TO RTL-COUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "STRAY LINES REJECTED: " TO RTL-LABEL.
           MOVE WS-STRAY-COUNT TO RTL-COUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.

       3500-RETIRE-GRADE-SHEETS.
      **
      * Empties the sheets file: every sheet it held has now either
      * posted or gone to the rejects file, and leaving it in place
      * would offer the same sheets again next run. Late sheets are
      * loaded into the emptied file.
      **
           OPEN OUTPUT GRADE-SHEETS.
           CLOSE GRADE-SHEETS.

       4000-REPORT-MISSING-GRADES.
      **
      * Walks the catalog master in course order and lists every
      * offered course whose sheet has not posted, with the
      * instructor the schedule names and the headcount still
      * waiting on a mark. A course nobody enrolled in is listed
      * too - with a zero headcount the registrar can strike it.
      **
           OPEN OUTPUT MISSING-GRADES.
           MOVE WS-TERM TO MSG-HDG-TERM.
           MOVE WS-TODAY-DATE TO MSG-HDG-DATE.
           WRITE MISSING-LINE FROM MSG-HEADING.
           MOVE LOW-VALUES TO CAT-COURSE-CODE.
           START COURSE-CATALOG KEY IS >= CAT-COURSE-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-CATALOG-EOF-FLAG
           END-START.
           PERFORM UNTIL NO-MORE-CATALOG-RECORDS
               READ COURSE-CATALOG NEXT
                   AT END MOVE 'Y' TO WS-CATALOG-EOF-FLAG
                   NOT AT END
                       IF CAT-STATUS NOT = 'I'
                           PERFORM 4100-CHECK-COURSE-RECEIVED
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO MISSING-LINE.
           WRITE MISSING-LINE.
           MOVE "SHEETS MISSING:" TO MTL-LABEL.
           MOVE WS-MISSING-COUNT TO MTL-COUNT.
           WRITE MISSING-LINE FROM MSG-TOTAL-LINE.
           MOVE "  WITH STUDENTS ENROLLED:" TO MTL-LABEL.
           MOVE WS-MISSING-ENROLLED-COUNT TO MTL-COUNT.
           WRITE MISSING-LINE FROM MSG-TOTAL-LINE.
           CLOSE MISSING-GRADES.

       4100-CHECK-COURSE-RECEIVED.
      **
      * Lists the catalog course just read when no sheet for it
      * has posted.
      **
           MOVE CAT-COURSE-CODE TO RCV-COURSE-CODE.
           PERFORM 0200-FIND-RECEIVED-COURSE.
           IF SHEET-NOT-RECEIVED
               ADD 1 TO WS-MISSING-COUNT
               PERFORM 4200-COUNT-COURSE-HEADCOUNT
               IF WS-COURSE-HEADCOUNT > 0
                   ADD 1 TO WS-MISSING-ENROLLED-COUNT
               END-IF
               MOVE CAT-COURSE-CODE TO SCH-COURSE-CODE
               READ SECTION-SCHEDULE
                   INVALID KEY
                       MOVE "(NOT SCHEDULED)" TO MDL-INSTRUCTOR
                   NOT INVALID KEY
                       MOVE SCH-INSTRUCTOR TO MDL-INSTRUCTOR
               END-READ
               MOVE CAT-COURSE-CODE TO MDL-COURSE-CODE
               MOVE CAT-COURSE-TITLE TO MDL-COURSE-TITLE
               MOVE WS-COURSE-HEADCOUNT TO MDL-HEADCOUNT
               WRITE MISSING-LINE FROM MSG-DETAIL-LINE
           END-IF.

       4200-COUNT-COURSE-HEADCOUNT.
      **
      * Counts CAT-COURSE-CODE's enrollment with a keyed START and
      * a walk until the course code changes, the same count
      * WAITLIST-PROMOTE makes.
      **
           MOVE 0 TO WS-COURSE-HEADCOUNT.
           MOVE 'N' TO WS-COUNT-EOF-FLAG.
           MOVE CAT-COURSE-CODE TO ENR-COURSE-CODE.
           MOVE 0 TO ENR-STUDENT-NUMBER.
           START COURSE-ENROLLMENT KEY IS >= ENR-COURSE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-COUNT-EOF-FLAG
           END-START.
           PERFORM UNTIL NO-MORE-COUNT-RECORDS
               READ COURSE-ENROLLMENT NEXT
                   AT END MOVE 'Y' TO WS-COUNT-EOF-FLAG
                   NOT AT END
                       IF ENR-COURSE-CODE NOT = CAT-COURSE-CODE
                           MOVE 'Y' TO WS-COUNT-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-COURSE-HEADCOUNT
                       END-IF
               END-READ
           END-PERFORM.
      ** add other procedures here
       END PROGRAM GRADE-LOAD.
