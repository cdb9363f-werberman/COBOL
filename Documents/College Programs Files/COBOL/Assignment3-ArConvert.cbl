      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the AR-MASTER receivables
      *          file to the layout carrying the collections run's
      *          AR-COLLECTION-STATUS and AR-REFERRAL-DATE. The
      *          bursar's office renames the existing AR-MASTER.TXT
      *          to AR-MASTER-OLD.TXT and runs this program once;
      *          every account is copied across unchanged, with a
      *          blank collection status and a zero referral date,
      *          into a new AR-MASTER.TXT. The run refuses to start
      *          while an AR-MASTER.TXT is still in place, so a
      *          converted master is never overwritten, and ends
      *          with the account count and the balance-forward and
      *          current-balance totals read and written for the
      *          bursar to balance before the old file is removed.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. AR-MASTER-CONVERT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-AR-MASTER
           ASSIGN TO WS-OLD-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OLD-AR-STUDENT-NUMBER
               FILE STATUS IS WS-OLD-STATUS.

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
      *> The AR-MASTER layout as it stood before the collections
      *> fields were added to ARREC.
       FD  OLD-AR-MASTER.
           01 OLD-AR-MASTER-RECORD.
               05 OLD-AR-STUDENT-NUMBER PIC 9(6).
               05 OLD-AR-BALANCE-FORWARD PIC S9(7)V99.
               05 OLD-AR-TERM-CHARGES PIC 9(7)V99.
               05 OLD-AR-TERM-PAYMENTS PIC 9(7)V99.
               05 OLD-AR-TERM-REFUNDS PIC 9(7)V99.
               05 OLD-AR-TERM-ADJUSTMENTS PIC 9(7)V99.
               05 OLD-AR-CURRENT-BALANCE PIC S9(7)V99.
               05 OLD-AR-LAST-CHARGED-TERM PIC X(10).
               05 OLD-AR-LAST-ACTIVITY-DATE PIC 9(8).

       FD  AR-MASTER.
           01 AR-MASTER-RECORD.
               COPY ARREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FIELDS.
           05 WS-OLD-STATUS PIC X(2).
           05 WS-AR-STATUS PIC X(2).
           05 WS-OLD-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-OLD-RECORDS VALUE 'Y'.

       01 WS-FILE-PATH-FIELDS.
           05 WS-BASE-PATH PIC X(40).
           05 WS-BASE-PATH-LEN PIC 9(2).
           05 WS-OLD-MASTER-PATH PIC X(80).
           05 WS-AR-MASTER-PATH PIC X(80).

       01 WS-RUN-TOTALS.
           05 WS-READ-COUNT PIC 9(6) VALUE 0.
           05 WS-WRITTEN-COUNT PIC 9(6) VALUE 0.
           05 WS-FAILED-COUNT PIC 9(6) VALUE 0.
           05 WS-READ-FORWARD-TOTAL PIC S9(9)V99 VALUE 0.
           05 WS-READ-BALANCE-TOTAL PIC S9(9)V99 VALUE 0.
           05 WS-WRITTEN-FORWARD-TOTAL PIC S9(9)V99 VALUE 0.
           05 WS-WRITTEN-BALANCE-TOTAL PIC S9(9)V99 VALUE 0.
           05 WS-TOTAL-DISPLAY PIC -(9)9.99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM 0050-BUILD-FILE-PATHS.
           PERFORM 0100-CHECK-NO-MASTER.
           OPEN INPUT OLD-AR-MASTER.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN AR-MASTER-OLD, STATUS "
                   WS-OLD-STATUS
                   " - RENAME THE OLD AR-MASTER.TXT TO IT FIRST"
               STOP RUN
           END-IF.
           OPEN OUTPUT AR-MASTER.
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN AR-MASTER, STATUS " WS-AR-STATUS
               CLOSE OLD-AR-MASTER
               STOP RUN
           END-IF.
           PERFORM UNTIL NO-MORE-OLD-RECORDS
               READ OLD-AR-MASTER
                   AT END MOVE 'Y' TO WS-OLD-EOF-FLAG
                   NOT AT END
                       PERFORM 1000-CONVERT-ACCOUNT
               END-READ
           END-PERFORM.
           CLOSE AR-MASTER.
           CLOSE OLD-AR-MASTER.
           PERFORM 2000-DISPLAY-TOTALS.
           STOP RUN.

       0050-BUILD-FILE-PATHS.
      **
      * Resolves the data directory from the environment, falling
      * back to the historical hard-coded data directory when it is
      * not set, and builds each file's ASSIGN TO path from it. The
      * receivables master carries across terms, so only the
      * directory is parameterized on it.
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
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "AR-MASTER-OLD.TXT" DELIMITED BY SIZE
               INTO WS-OLD-MASTER-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "AR-MASTER.TXT" DELIMITED BY SIZE
               INTO WS-AR-MASTER-PATH.

       0100-CHECK-NO-MASTER.
      **
      * Refuses the run while anything answers to AR-MASTER.TXT.
      * Opening it OUTPUT would empty it, and a master left in
      * place is either one not yet renamed or one this program
      * has already converted; either way nothing is touched. Only
      * a status 35 (no file) lets the conversion go ahead.
      **
           OPEN INPUT AR-MASTER.
           IF WS-AR-STATUS NOT = "35"
               IF WS-AR-STATUS = "00"
                   CLOSE AR-MASTER
               END-IF
               DISPLAY "AR-MASTER.TXT ALREADY EXISTS, STATUS "
                   WS-AR-STATUS " - NOTHING CONVERTED"
               STOP RUN
           END-IF.

       1000-CONVERT-ACCOUNT.
      **
      * Copies one old account into the new layout field for
      * field. No account has been referred before the collections
      * run first sees it, so the status starts blank and the
      * referral date zero.
      **
           ADD 1 TO WS-READ-COUNT.
           ADD OLD-AR-BALANCE-FORWARD TO WS-READ-FORWARD-TOTAL.
           ADD OLD-AR-CURRENT-BALANCE TO WS-READ-BALANCE-TOTAL.
           MOVE OLD-AR-STUDENT-NUMBER TO AR-STUDENT-NUMBER.
           MOVE OLD-AR-BALANCE-FORWARD TO AR-BALANCE-FORWARD.
           MOVE OLD-AR-TERM-CHARGES TO AR-TERM-CHARGES.
           MOVE OLD-AR-TERM-PAYMENTS TO AR-TERM-PAYMENTS.
           MOVE OLD-AR-TERM-REFUNDS TO AR-TERM-REFUNDS.
           MOVE OLD-AR-TERM-ADJUSTMENTS TO AR-TERM-ADJUSTMENTS.
           MOVE OLD-AR-CURRENT-BALANCE TO AR-CURRENT-BALANCE.
           MOVE OLD-AR-LAST-CHARGED-TERM TO AR-LAST-CHARGED-TERM.
           MOVE OLD-AR-LAST-ACTIVITY-DATE TO AR-LAST-ACTIVITY-DATE.
           MOVE SPACE TO AR-COLLECTION-STATUS.
           MOVE 0 TO AR-REFERRAL-DATE.
           WRITE AR-MASTER-RECORD
           INVALID KEY
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "AR-MASTER WRITE FAILED FOR "
                   AR-STUDENT-NUMBER ", STATUS " WS-AR-STATUS
           NOT INVALID KEY
               ADD 1 TO WS-WRITTEN-COUNT
               ADD AR-BALANCE-FORWARD TO WS-WRITTEN-FORWARD-TOTAL
               ADD AR-CURRENT-BALANCE TO WS-WRITTEN-BALANCE-TOTAL
           END-WRITE.

       2000-DISPLAY-TOTALS.
      **
      * Shows the control totals the bursar balances the new
      * master against the old one with. The read and written
      * figures agree on a clean conversion; any failed account
      * was named as it happened and the old file must be kept.
      **
           DISPLAY "AR-MASTER CONVERT - READ " WS-READ-COUNT
               " WRITTEN " WS-WRITTEN-COUNT
               " FAILED " WS-FAILED-COUNT.
           MOVE WS-READ-FORWARD-TOTAL TO WS-TOTAL-DISPLAY.
           DISPLAY "  BALANCE FORWARD READ    " WS-TOTAL-DISPLAY.
           MOVE WS-WRITTEN-FORWARD-TOTAL TO WS-TOTAL-DISPLAY.
           DISPLAY "  BALANCE FORWARD WRITTEN " WS-TOTAL-DISPLAY.
           MOVE WS-READ-BALANCE-TOTAL TO WS-TOTAL-DISPLAY.
           DISPLAY "  CURRENT BALANCE READ    " WS-TOTAL-DISPLAY.
           MOVE WS-WRITTEN-BALANCE-TOTAL TO WS-TOTAL-DISPLAY.
           DISPLAY "  CURRENT BALANCE WRITTEN " WS-TOTAL-DISPLAY.
           IF WS-FAILED-COUNT > 0
               DISPLAY "CONVERSION INCOMPLETE - KEEP AR-MASTER-OLD.TXT"
           END-IF.
      ** add other procedures here
       END PROGRAM AR-MASTER-CONVERT.
