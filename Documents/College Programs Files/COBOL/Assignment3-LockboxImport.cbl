      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bank lockbox import. Reads the bank's daily
      *          remittance file (header, batch, detail, and trailer
      *          records in the bank's own layout) and proves it
      *          before anything moves: every batch's items must
      *          agree with its batch control, and the batches with
      *          the file trailer, in count and dollars. A proven
      *          deposit is applied item by item - the payer's
      *          remittance reference is read for our student
      *          number, with a name match against CONVERTED when
      *          the reference does not lead to a student. Matched
      *          items are appended to TUITION-PAYMENTS as 'P'
      *          payments for PAYMENT-EDIT and AR-POSTING; unmatched
      *          and ambiguous items go to the unapplied-cash file
      *          for the bursar to research. The reconciliation
      *          report proves bank total = applied + unapplied,
      *          batch by batch and for the deposit. Every proven
      *          deposit is logged before its first item is applied,
      *          and a file whose deposit is already on the log is
      *          refused, so the same deposit can never be applied
      *          twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LOCKBOX-IMPORT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE
           ASSIGN TO WS-LOCKBOX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-STATUS.

           SELECT CONVERTED
           ASSIGN TO WS-CONVERTED-PATH
               ORGANIZATION IS INDEXED
      *> DYNAMIC: the reference lookup reads by the alternate index,
      *> and the name match walks the file from the front.
               ACCESS IS DYNAMIC
               RECORD KEY IS RECORD-FD-KEY
               ALTERNATE RECORD KEY IS STUDENT-NUMBER
                   OF INDX-STUDENT-RECORD WITH DUPLICATES
               FILE STATUS IS WS-CONVERTED-STATUS.

      *> OPTIONAL and EXTEND: the matched items append to whatever
      *> else is already waiting on the raw ledger.
           SELECT OPTIONAL TUITION-PAYMENTS
           ASSIGN TO WS-PAYMENTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

      *> OPTIONAL and EXTEND: unapplied cash stays on file until the
      *> bursar researches it, across deposits and terms.
           SELECT OPTIONAL UNAPPLIED-CASH
           ASSIGN TO WS-UNAPPLIED-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

      *> OPTIONAL: the first import has no log to check against.
           SELECT OPTIONAL IMPORT-LOG
           ASSIGN TO WS-IMPORT-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT LOCKBOX-RECON
           ASSIGN TO WS-RECON-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  LOCKBOX-FILE.
           01 LOCKBOX-RECORD.
               COPY LBXREC.

       FD  CONVERTED
           RECORD IS VARYING IN SIZE FROM 63 TO 153 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           01 INDX-STUDENT-RECORD.
               COPY CNVREC.

       FD  TUITION-PAYMENTS.
           01 PAYMENT-RECORD.
               COPY PAYREC.

       FD  UNAPPLIED-CASH.
           01 UNAPPLIED-RECORD.
               05 UAC-DEPOSIT-DATE PIC 9(8).
               05 UAC-FILE-ID PIC X(10).
               05 UAC-BATCH-NUMBER PIC 9(4).
               05 UAC-ITEM-SEQ PIC 9(5).
               05 UAC-AMOUNT PIC 9(6)V99.
               05 UAC-ITEM-TYPE PIC X(1).
               05 UAC-REMIT-REFERENCE PIC X(12).
               05 UAC-PAYER-NAME PIC X(40).
               05 UAC-REASON PIC X(30).
               05 UAC-IMPORT-DATE PIC 9(8).

       FD  IMPORT-LOG.
           01 IMPORT-LOG-RECORD.
               05 LIL-BANK-ID PIC X(8).
               05 LIL-LOCKBOX-NUMBER PIC X(7).
               05 LIL-DEPOSIT-DATE PIC 9(8).
               05 LIL-FILE-ID PIC X(10).
               05 LIL-ITEM-COUNT PIC 9(7).
               05 LIL-AMOUNT PIC 9(9)V99.
               05 LIL-IMPORT-DATE PIC 9(8).

       FD  LOCKBOX-RECON.
           01 REG-LINE PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FIELDS.
           05 WS-LOCKBOX-STATUS PIC X(2).
           05 WS-CONVERTED-STATUS PIC X(2).
           05 WS-LOG-STATUS PIC X(2).
           05 WS-LOCKBOX-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-LOCKBOX-RECORDS VALUE 'Y'.
           05 WS-LOG-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-LOG-RECORDS VALUE 'Y'.
           05 WS-SCAN-EOF-FLAG PIC X(1).
               88 NO-MORE-SCAN-RECORDS VALUE 'Y'.
           05 WS-HEADER-SEEN-SW PIC X(1) VALUE 'N'.
               88 HEADER-SEEN VALUE 'Y'.
           05 WS-TRAILER-SEEN-SW PIC X(1) VALUE 'N'.
               88 TRAILER-SEEN VALUE 'Y'.
           05 WS-BATCH-OPEN-SW PIC X(1) VALUE 'N'.
               88 BATCH-OPEN VALUE 'Y'.
           05 WS-DUPLICATE-SW PIC X(1) VALUE 'N'.
               88 DUPLICATE-DEPOSIT VALUE 'Y'.

       01 WS-FILE-PATH-FIELDS.
           05 WS-BASE-PATH PIC X(40).
           05 WS-BASE-PATH-LEN PIC 9(2).
           05 WS-TERM PIC X(10).
           05 WS-LOCKBOX-PATH PIC X(80).
           05 WS-CONVERTED-PATH PIC X(80).
           05 WS-PAYMENTS-PATH PIC X(80).
           05 WS-UNAPPLIED-PATH PIC X(80).
           05 WS-IMPORT-LOG-PATH PIC X(80).
           05 WS-RECON-PATH PIC X(80).

      *> The deposit's identity, saved off the file header.
       01 WS-HEADER-FIELDS.
           05 WS-TODAY-DATE PIC 9(8).
           05 WS-HDR-BANK-ID PIC X(8).
           05 WS-HDR-LOCKBOX-NUMBER PIC X(7).
           05 WS-HDR-DEPOSIT-DATE PIC 9(8).
           05 WS-HDR-FILE-ID PIC X(10).
           05 WS-PRIOR-IMPORT-DATE PIC 9(8).

       01 WS-PROOF-FIELDS.
           05 WS-RECORD-NUMBER PIC 9(7) VALUE 0.
           05 WS-PROOF-ERROR-COUNT PIC 9(4) VALUE 0.
           05 WS-PROOF-MESSAGE PIC X(60).
           05 WS-BATCH-NUMBER PIC 9(4).
           05 WS-BATCH-CTL-COUNT PIC 9(5).
           05 WS-BATCH-CTL-AMOUNT PIC 9(9)V99.
           05 WS-BATCH-ITEM-COUNT PIC 9(5).
           05 WS-BATCH-ITEM-AMOUNT PIC 9(9)V99.
           05 WS-FILE-BATCH-COUNT PIC 9(4) VALUE 0.
           05 WS-FILE-ITEM-COUNT PIC 9(7) VALUE 0.
           05 WS-FILE-ITEM-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-BANK-DEPOSIT-AMOUNT PIC 9(9)V99 VALUE 0.

       01 WS-MATCH-FIELDS.
           05 WS-MATCH-SW PIC X(1).
               88 ITEM-MATCHED VALUE 'Y'.
               88 ITEM-UNMATCHED VALUE 'N'.
           05 WS-MATCHED-STUDENT PIC 9(6).
           05 WS-MATCHED-NAME PIC X(40).
           05 WS-DISPOSITION PIC X(30).
           05 WS-UNAPPLIED-REASON PIC X(30).
      *> One byte wider than the reference so the digit scan always
      *> stops on a space.
           05 WS-REF-TEXT PIC X(13).
           05 WS-REF-IDX PIC 9(2).
           05 WS-REF-START PIC 9(2).
           05 WS-REF-DIGITS PIC 9(2).
           05 WS-REF-NUMBER-TEXT PIC X(6).
           05 WS-REF-NUMBER REDEFINES WS-REF-NUMBER-TEXT PIC 9(6).
           05 WS-NAME-HITS PIC 9(3).
           05 WS-PAYER-NAME-UPPER PIC X(40).
           05 WS-STUDENT-NAME-UPPER PIC X(40).

       01 WS-RUN-TOTALS.
           05 WS-APPLIED-COUNT PIC 9(7) VALUE 0.
           05 WS-APPLIED-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-REF-MATCH-COUNT PIC 9(7) VALUE 0.
           05 WS-REF-MATCH-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-NAME-MATCH-COUNT PIC 9(7) VALUE 0.
           05 WS-NAME-MATCH-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-UNAPPLIED-COUNT PIC 9(7) VALUE 0.
           05 WS-UNAPPLIED-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-BATCH-APPLIED-AMOUNT PIC 9(9)V99.
           05 WS-BATCH-UNAPPLIED-AMOUNT PIC 9(9)V99.
           05 WS-RECONCILED-AMOUNT PIC 9(10)V99.

       01 REG-HEADING.
           05 FILLER PIC X(31)
               VALUE "LOCKBOX DEPOSIT RECONCILIATION ".
           05 FILLER PIC X(6) VALUE "TERM: ".
           05 REG-HDG-TERM PIC X(10).
           05 FILLER PIC X(6) VALUE "  RUN ".
           05 REG-HDG-DATE PIC 9(8).
           05 FILLER PIC X(39) VALUE SPACES.

       01 REG-DEPOSIT-LINE.
           05 FILLER PIC X(5) VALUE "BANK ".
           05 RDP-BANK-ID PIC X(8).
           05 FILLER PIC X(10) VALUE "  LOCKBOX ".
           05 RDP-LOCKBOX-NUMBER PIC X(7).
           05 FILLER PIC X(10) VALUE "  DEPOSIT ".
           05 RDP-DEPOSIT-DATE PIC 9(8).
           05 FILLER PIC X(7) VALUE "  FILE ".
           05 RDP-FILE-ID PIC X(10).
           05 FILLER PIC X(35) VALUE SPACES.

       01 REG-PROOF-LINE.
           05 FILLER PIC X(10) VALUE "REFUSED - ".
           05 RPL-MESSAGE PIC X(60).
           05 FILLER PIC X(8) VALUE " RECORD ".
           05 RPL-RECORD-NUMBER PIC ZZZZZZ9.
           05 FILLER PIC X(15) VALUE SPACES.

       01 REG-DETAIL-LINE.
           05 RDL-BATCH-NUMBER PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-ITEM-SEQ PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-AMOUNT PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-STUDENT-NUMBER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-DISPOSITION PIC X(30).
           05 FILLER PIC X(5) VALUE SPACES.

       01 REG-BATCH-LINE.
           05 FILLER PIC X(6) VALUE "BATCH ".
           05 RBL-BATCH-NUMBER PIC 9(4).
           05 FILLER PIC X(8) VALUE "  ITEMS ".
           05 RBL-ITEM-COUNT PIC ZZZZ9.
           05 FILLER PIC X(7) VALUE "  BANK ".
           05 RBL-BANK-AMOUNT PIC Z(8)9.99.
           05 FILLER PIC X(10) VALUE "  APPLIED ".
           05 RBL-APPLIED-AMOUNT PIC Z(8)9.99.
           05 FILLER PIC X(12) VALUE "  UNAPPLIED ".
           05 RBL-UNAPPLIED-AMOUNT PIC Z(8)9.99.
           05 FILLER PIC X(12) VALUE SPACES.

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
           OPEN OUTPUT LOCKBOX-RECON.
           MOVE WS-TERM TO REG-HDG-TERM.
           MOVE WS-TODAY-DATE TO REG-HDG-DATE.
           WRITE REG-LINE FROM REG-HEADING.
           PERFORM 1000-PROVE-LOCKBOX-FILE.
           IF WS-PROOF-ERROR-COUNT > 0
               MOVE "FILE REFUSED - NOTHING IMPORTED" TO REG-LINE
               WRITE REG-LINE
               CLOSE LOCKBOX-RECON
               DISPLAY "LOCKBOX IMPORT - FILE FAILED ITS PROOF WITH "
                   WS-PROOF-ERROR-COUNT " ERRORS, NOTHING IMPORTED"
               STOP RUN
           END-IF.
           MOVE WS-HDR-BANK-ID TO RDP-BANK-ID.
           MOVE WS-HDR-LOCKBOX-NUMBER TO RDP-LOCKBOX-NUMBER.
           MOVE WS-HDR-DEPOSIT-DATE TO RDP-DEPOSIT-DATE.
           MOVE WS-HDR-FILE-ID TO RDP-FILE-ID.
           WRITE REG-LINE FROM REG-DEPOSIT-LINE.
           PERFORM 0200-CHECK-IMPORT-LOG.
           IF DUPLICATE-DEPOSIT
               MOVE SPACES TO REG-LINE
               STRING "DEPOSIT ALREADY IMPORTED ON " DELIMITED BY SIZE
                       WS-PRIOR-IMPORT-DATE DELIMITED BY SIZE
                       " - FILE REFUSED, NOTHING IMPORTED"
                           DELIMITED BY SIZE
                   INTO REG-LINE
               WRITE REG-LINE
               CLOSE LOCKBOX-RECON
               DISPLAY "LOCKBOX IMPORT - DEPOSIT " WS-HDR-FILE-ID
                   " ALREADY IMPORTED ON " WS-PRIOR-IMPORT-DATE
               STOP RUN
           END-IF.
           OPEN INPUT CONVERTED.
           IF WS-CONVERTED-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CONVERTED, STATUS "
                   WS-CONVERTED-STATUS
               CLOSE LOCKBOX-RECON
               STOP RUN
           END-IF.
           PERFORM 3200-LOG-IMPORT.
           OPEN INPUT LOCKBOX-FILE.
           OPEN EXTEND TUITION-PAYMENTS.
           OPEN EXTEND UNAPPLIED-CASH.
           MOVE 'N' TO WS-LOCKBOX-EOF-FLAG.
           MOVE 'N' TO WS-BATCH-OPEN-SW.
           PERFORM UNTIL NO-MORE-LOCKBOX-RECORDS
               READ LOCKBOX-FILE
                   AT END MOVE 'Y' TO WS-LOCKBOX-EOF-FLAG
                   NOT AT END
                       PERFORM 2000-APPLY-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE UNAPPLIED-CASH.
           CLOSE TUITION-PAYMENTS.
           CLOSE LOCKBOX-FILE.
           CLOSE CONVERTED.
           PERFORM 3000-WRITE-RECONCILIATION.
           CLOSE LOCKBOX-RECON.
           PERFORM 3500-RETIRE-LOCKBOX-FILE.
           DISPLAY "LOCKBOX IMPORT - ITEMS " WS-FILE-ITEM-COUNT
               " APPLIED " WS-APPLIED-COUNT
               " UNAPPLIED " WS-UNAPPLIED-COUNT.
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
      *> The bank's drop file, the ledger, the unapplied cash, and
      *> the import log belong to no one term, so only the
      *> directory is parameterized on them; the reconciliation
      *> report belongs to this run's term.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "LOCKBOX.TXT" DELIMITED BY SIZE
               INTO WS-LOCKBOX-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "CONVERTED-STUFILE3-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-CONVERTED-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "TUITION-PAYMENTS.TXT" DELIMITED BY SIZE
               INTO WS-PAYMENTS-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "UNAPPLIED-CASH.TXT" DELIMITED BY SIZE
               INTO WS-UNAPPLIED-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "LOCKBOX-IMPORT-LOG.TXT" DELIMITED BY SIZE
               INTO WS-IMPORT-LOG-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "LOCKBOX-RECON-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-RECON-PATH.

       0200-CHECK-IMPORT-LOG.
      **
      * Looks the deposit up on the import log. The bank's file
      * identifier is unique per transmission, so a match on it is
      * the same file sent twice; a match on the same lockbox,
      * deposit date, item count, and total is the same deposit
      * re-sent under a new identifier. Either one is refused.
      **
           OPEN INPUT IMPORT-LOG.
           IF WS-LOG-STATUS NOT = "00" AND
              WS-LOG-STATUS NOT = "05"
               DISPLAY "CANNOT OPEN LOCKBOX IMPORT LOG, STATUS "
                   WS-LOG-STATUS
               CLOSE LOCKBOX-RECON
               STOP RUN
           END-IF.
           PERFORM UNTIL NO-MORE-LOG-RECORDS OR DUPLICATE-DEPOSIT
               READ IMPORT-LOG
                   AT END MOVE 'Y' TO WS-LOG-EOF-FLAG
                   NOT AT END
                       IF LIL-BANK-ID = WS-HDR-BANK-ID AND
                          LIL-LOCKBOX-NUMBER = WS-HDR-LOCKBOX-NUMBER
                          AND
                          (LIL-FILE-ID = WS-HDR-FILE-ID OR
                           (LIL-DEPOSIT-DATE = WS-HDR-DEPOSIT-DATE AND
                            LIL-ITEM-COUNT = WS-FILE-ITEM-COUNT AND
                            LIL-AMOUNT = WS-BANK-DEPOSIT-AMOUNT))
                           MOVE 'Y' TO WS-DUPLICATE-SW
                           MOVE LIL-IMPORT-DATE
                               TO WS-PRIOR-IMPORT-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE IMPORT-LOG.

       1000-PROVE-LOCKBOX-FILE.
      **
      * First pass: proves the file's structure and its batch and
      * file control totals without moving a cent. Every failure is
      * listed on the reconciliation report; any failure refuses
      * the whole file.
      **
           OPEN INPUT LOCKBOX-FILE.
           IF WS-LOCKBOX-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN LOCKBOX FILE, STATUS "
                   WS-LOCKBOX-STATUS
               CLOSE LOCKBOX-RECON
               STOP RUN
           END-IF.
           PERFORM UNTIL NO-MORE-LOCKBOX-RECORDS
               READ LOCKBOX-FILE
                   AT END MOVE 'Y' TO WS-LOCKBOX-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RECORD-NUMBER
                       PERFORM 1100-PROVE-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE LOCKBOX-FILE.
           IF NOT HEADER-SEEN
               MOVE "NO FILE HEADER" TO WS-PROOF-MESSAGE
               PERFORM 1900-LOG-PROOF-ERROR
           END-IF.
           IF NOT TRAILER-SEEN
               MOVE "NO FILE TRAILER - FILE INCOMPLETE"
                   TO WS-PROOF-MESSAGE
               PERFORM 1900-LOG-PROOF-ERROR
           END-IF.

       1100-PROVE-ONE-RECORD.
      **
      * Proves one record's place in the file and rolls details
      * into the batch and file counters. Every count and amount the
      * bank sends must be numeric; one that is not fails the proof
      * and is left out of the totals rather than rolled into them.
      **
           IF TRAILER-SEEN
               MOVE "RECORD AFTER FILE TRAILER" TO WS-PROOF-MESSAGE
               PERFORM 1900-LOG-PROOF-ERROR
           END-IF.
           EVALUATE LBX-RECORD-TYPE
               WHEN 'H'
                   IF HEADER-SEEN OR WS-RECORD-NUMBER > 1
                       MOVE "FILE HEADER OUT OF PLACE"
                           TO WS-PROOF-MESSAGE
                       PERFORM 1900-LOG-PROOF-ERROR
                   ELSE
                       MOVE 'Y' TO WS-HEADER-SEEN-SW
                       MOVE LBX-BANK-ID TO WS-HDR-BANK-ID
                       MOVE LBX-LOCKBOX-NUMBER
                           TO WS-HDR-LOCKBOX-NUMBER
                       MOVE LBX-DEPOSIT-DATE TO WS-HDR-DEPOSIT-DATE
                       MOVE LBX-FILE-ID TO WS-HDR-FILE-ID
                       IF LBX-DEPOSIT-DATE NOT NUMERIC OR
                          LBX-DEPOSIT-DATE > WS-TODAY-DATE
                           MOVE "DEPOSIT DATE INVALID OR IN FUTURE"
                               TO WS-PROOF-MESSAGE
                           PERFORM 1900-LOG-PROOF-ERROR
                       END-IF
                   END-IF
               WHEN 'B'
                   IF NOT HEADER-SEEN
                       MOVE "BATCH BEFORE FILE HEADER"
                           TO WS-PROOF-MESSAGE
                       PERFORM 1900-LOG-PROOF-ERROR
                   END-IF
                   IF BATCH-OPEN
                       PERFORM 1200-CLOSE-PROOF-BATCH
                   END-IF
                   MOVE 'Y' TO WS-BATCH-OPEN-SW
                   ADD 1 TO WS-FILE-BATCH-COUNT
                   MOVE LBX-BATCH-NUMBER TO WS-BATCH-NUMBER
                   MOVE LBX-BATCH-ITEM-COUNT TO WS-BATCH-CTL-COUNT
                   MOVE LBX-BATCH-AMOUNT TO WS-BATCH-CTL-AMOUNT
                   IF LBX-BATCH-ITEM-COUNT NOT NUMERIC
                       MOVE "BATCH ITEM COUNT NOT NUMERIC"
                           TO WS-PROOF-MESSAGE
                       PERFORM 1900-LOG-PROOF-ERROR
                       MOVE 0 TO WS-BATCH-CTL-COUNT
                   END-IF
                   IF LBX-BATCH-AMOUNT NOT NUMERIC
                       MOVE "BATCH AMOUNT NOT NUMERIC"
                           TO WS-PROOF-MESSAGE
                       PERFORM 1900-LOG-PROOF-ERROR
                       MOVE 0 TO WS-BATCH-CTL-AMOUNT
                   END-IF
                   MOVE 0 TO WS-BATCH-ITEM-COUNT
                   MOVE 0 TO WS-BATCH-ITEM-AMOUNT
               WHEN 'D'
                   IF LBX-ITEM-AMOUNT NOT NUMERIC
                       MOVE "DETAIL ITEM AMOUNT NOT NUMERIC"
                           TO WS-PROOF-MESSAGE
                       PERFORM 1900-LOG-PROOF-ERROR
                   END-IF
                   IF NOT BATCH-OPEN
                       MOVE "DETAIL OUTSIDE A BATCH"
                           TO WS-PROOF-MESSAGE
                       PERFORM 1900-LOG-PROOF-ERROR
                   ELSE
                       IF LBX-DTL-BATCH-NUMBER NOT = WS-BATCH-NUMBER
                           MOVE "DETAIL CARRIES ANOTHER BATCH NUMBER"
                               TO WS-PROOF-MESSAGE
                           PERFORM 1900-LOG-PROOF-ERROR
                       END-IF
                       ADD 1 TO WS-BATCH-ITEM-COUNT
                       IF LBX-ITEM-AMOUNT NUMERIC
                           ADD LBX-ITEM-AMOUNT TO WS-BATCH-ITEM-AMOUNT
                       END-IF
                   END-IF
                   ADD 1 TO WS-FILE-ITEM-COUNT
                   IF LBX-ITEM-AMOUNT NUMERIC
                       ADD LBX-ITEM-AMOUNT TO WS-FILE-ITEM-AMOUNT
                   END-IF
               WHEN 'T'
                   IF BATCH-OPEN
                       PERFORM 1200-CLOSE-PROOF-BATCH
                   END-IF
                   MOVE 'Y' TO WS-TRAILER-SEEN-SW
                   IF LBX-FILE-BATCH-COUNT NOT NUMERIC OR
                      LBX-FILE-ITEM-COUNT NOT NUMERIC OR
                      LBX-FILE-AMOUNT NOT NUMERIC
                       MOVE "TRAILER CONTROL TOTALS NOT NUMERIC"
                           TO WS-PROOF-MESSAGE
                       PERFORM 1900-LOG-PROOF-ERROR
                   ELSE
                       MOVE LBX-FILE-AMOUNT TO WS-BANK-DEPOSIT-AMOUNT
                       PERFORM 1300-PROVE-FILE-TRAILER
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO WS-PROOF-MESSAGE
                   PERFORM 1900-LOG-PROOF-ERROR
           END-EVALUATE.

       1200-CLOSE-PROOF-BATCH.
      **
      * Proves the batch just finished against its batch control.
      **
           IF WS-BATCH-ITEM-COUNT NOT = WS-BATCH-CTL-COUNT
               MOVE SPACES TO WS-PROOF-MESSAGE
               STRING "BATCH " DELIMITED BY SIZE
                       WS-BATCH-NUMBER DELIMITED BY SIZE
                       " ITEM COUNT DISAGREES WITH ITS CONTROL"
                           DELIMITED BY SIZE
                   INTO WS-PROOF-MESSAGE
               PERFORM 1900-LOG-PROOF-ERROR
           END-IF.
           IF WS-BATCH-ITEM-AMOUNT NOT = WS-BATCH-CTL-AMOUNT
               MOVE SPACES TO WS-PROOF-MESSAGE
               STRING "BATCH " DELIMITED BY SIZE
                       WS-BATCH-NUMBER DELIMITED BY SIZE
                       " DOLLARS DISAGREE WITH ITS CONTROL"
                           DELIMITED BY SIZE
                   INTO WS-PROOF-MESSAGE
               PERFORM 1900-LOG-PROOF-ERROR
           END-IF.
           MOVE 'N' TO WS-BATCH-OPEN-SW.

       1300-PROVE-FILE-TRAILER.
      **
      * Proves the file's batches and items against its trailer.
      **
           IF LBX-FILE-BATCH-COUNT NOT = WS-FILE-BATCH-COUNT
               MOVE "TRAILER BATCH COUNT DISAGREES WITH FILE"
                   TO WS-PROOF-MESSAGE
               PERFORM 1900-LOG-PROOF-ERROR
           END-IF.
           IF LBX-FILE-ITEM-COUNT NOT = WS-FILE-ITEM-COUNT
               MOVE "TRAILER ITEM COUNT DISAGREES WITH FILE"
                   TO WS-PROOF-MESSAGE
               PERFORM 1900-LOG-PROOF-ERROR
           END-IF.
           IF LBX-FILE-AMOUNT NOT = WS-FILE-ITEM-AMOUNT
               MOVE "TRAILER DEPOSIT TOTAL DISAGREES WITH FILE"
                   TO WS-PROOF-MESSAGE
               PERFORM 1900-LOG-PROOF-ERROR
           END-IF.

       1900-LOG-PROOF-ERROR.
      **
      * Lists one proof failure on the reconciliation report.
      **
           ADD 1 TO WS-PROOF-ERROR-COUNT.
           MOVE WS-PROOF-MESSAGE TO RPL-MESSAGE.
           MOVE WS-RECORD-NUMBER TO RPL-RECORD-NUMBER.
           WRITE REG-LINE FROM REG-PROOF-LINE.

       2000-APPLY-ONE-RECORD.
      **
      * Second pass over the proven file: each detail is matched
      * and applied or left unapplied, and each batch closes with
      * its reconciliation line.
      **
           EVALUATE LBX-RECORD-TYPE
               WHEN 'B'
                   IF BATCH-OPEN
                       PERFORM 2800-PRINT-BATCH-LINE
                   END-IF
                   MOVE 'Y' TO WS-BATCH-OPEN-SW
                   MOVE LBX-BATCH-NUMBER TO WS-BATCH-NUMBER
                   MOVE LBX-BATCH-ITEM-COUNT TO WS-BATCH-CTL-COUNT
                   MOVE LBX-BATCH-AMOUNT TO WS-BATCH-CTL-AMOUNT
                   MOVE 0 TO WS-BATCH-APPLIED-AMOUNT
                   MOVE 0 TO WS-BATCH-UNAPPLIED-AMOUNT
               WHEN 'D'
                   PERFORM 2100-MATCH-REMITTANCE
                   IF ITEM-MATCHED
                       PERFORM 2500-APPLY-ITEM
                   ELSE
                       PERFORM 2600-WRITE-UNAPPLIED
                   END-IF
                   PERFORM 2700-WRITE-ITEM-LINE
               WHEN 'T'
                   IF BATCH-OPEN
                       PERFORM 2800-PRINT-BATCH-LINE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2100-MATCH-REMITTANCE.
      **
      * Finds the student a remittance belongs to: the student
      * number read out of the payer's reference first, then the
      * payer's name against CONVERTED. A zero item is never
      * applied - PAYMENT-EDIT would only suspend it.
      **
           SET ITEM-UNMATCHED TO TRUE.
           MOVE 0 TO WS-MATCHED-STUDENT.
           MOVE SPACES TO WS-MATCHED-NAME.
           MOVE SPACES TO WS-UNAPPLIED-REASON.
           IF LBX-ITEM-AMOUNT = 0
               MOVE "ZERO AMOUNT ITEM" TO WS-UNAPPLIED-REASON
           ELSE
               PERFORM 2110-READ-REFERENCE-NUMBER
               IF WS-REF-DIGITS = 6
                   PERFORM 2120-LOOKUP-REFERENCE-STUDENT
               END-IF
               IF ITEM-UNMATCHED
                   PERFORM 2150-MATCH-BY-NAME
               END-IF
           END-IF.

       2110-READ-REFERENCE-NUMBER.
      **
      * Pulls the first run of digits out of the payer's reference.
      * Payers write "ID 123456", "#123456", or the bare number; a
      * run of exactly six digits is a student number to try, any
      * other length is somebody else's reference.
      **
           MOVE LBX-REMIT-REFERENCE TO WS-REF-TEXT.
           MOVE 0 TO WS-REF-START.
           MOVE 0 TO WS-REF-DIGITS.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > 12 OR WS-REF-START > 0
               IF WS-REF-TEXT (WS-REF-IDX:1) IS NUMERIC
                   MOVE WS-REF-IDX TO WS-REF-START
               END-IF
           END-PERFORM.
           IF WS-REF-START > 0
               PERFORM VARYING WS-REF-IDX FROM WS-REF-START BY 1
                   UNTIL WS-REF-TEXT (WS-REF-IDX:1) IS NOT NUMERIC
                   ADD 1 TO WS-REF-DIGITS
               END-PERFORM
           END-IF.
           IF WS-REF-DIGITS = 6
               MOVE WS-REF-TEXT (WS-REF-START:6)
                   TO WS-REF-NUMBER-TEXT
           END-IF.

       2120-LOOKUP-REFERENCE-STUDENT.
      **
      * Looks the referenced student number up on CONVERTED
      * through the alternate index.
      **
           MOVE WS-REF-NUMBER
               TO STUDENT-NUMBER OF INDX-STUDENT-RECORD.
           READ CONVERTED
               KEY IS STUDENT-NUMBER OF INDX-STUDENT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
      *> The trailer (key 99999) overlays its record count on the
      *> STUDENT-NUMBER bytes, so it sits in the alternate index
      *> under that count's value; a reference that happens to
      *> equal the count must not match the trailer.
                   IF RECORD-FD-KEY OF INDX-STUDENT-RECORD NOT = 99999
                       SET ITEM-MATCHED TO TRUE
                       MOVE WS-REF-NUMBER TO WS-MATCHED-STUDENT
                       MOVE STUDENT-NAME OF INDX-STUDENT-RECORD
                           TO WS-MATCHED-NAME
                       MOVE "APPLIED - REFERENCE"
                           TO WS-DISPOSITION
                   END-IF
           END-READ.

       2150-MATCH-BY-NAME.
      **
      * Walks CONVERTED for students whose name is the payer's
      * name. Exactly one student is a match; two different
      * students is ambiguous and the money waits for the bursar
      * rather than landing on the wrong account.
      **
           MOVE 0 TO WS-NAME-HITS.
           IF LBX-PAYER-NAME = SPACES
               MOVE "NO USABLE REFERENCE OR NAME"
                   TO WS-UNAPPLIED-REASON
           ELSE
               MOVE FUNCTION UPPER-CASE(LBX-PAYER-NAME)
                   TO WS-PAYER-NAME-UPPER
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               MOVE 0 TO RECORD-FD-KEY OF INDX-STUDENT-RECORD
               START CONVERTED
                   KEY IS NOT LESS THAN
                       RECORD-FD-KEY OF INDX-STUDENT-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
               END-START
               PERFORM UNTIL NO-MORE-SCAN-RECORDS
                   READ CONVERTED NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           PERFORM 2160-TEST-NAME-MATCH
                   END-READ
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-NAME-HITS = 1
                       SET ITEM-MATCHED TO TRUE
                       MOVE "APPLIED - NAME MATCH"
                           TO WS-DISPOSITION
                   WHEN WS-NAME-HITS > 1
                       MOVE "AMBIGUOUS NAME MATCH"
                           TO WS-UNAPPLIED-REASON
                   WHEN OTHER
                       MOVE "NO MATCHING STUDENT"
                           TO WS-UNAPPLIED-REASON
               END-EVALUATE
           END-IF.

       2160-TEST-NAME-MATCH.
      **
      * Compares one CONVERTED record's name to the payer's. The
      * same student twice on the file is still one student.
      **
           IF RECORD-FD-KEY OF INDX-STUDENT-RECORD NOT = 99999
               MOVE FUNCTION UPPER-CASE
                       (STUDENT-NAME OF INDX-STUDENT-RECORD)
                   TO WS-STUDENT-NAME-UPPER
               IF WS-STUDENT-NAME-UPPER = WS-PAYER-NAME-UPPER
                   IF WS-NAME-HITS = 0
                       ADD 1 TO WS-NAME-HITS
                       MOVE STUDENT-NUMBER OF INDX-STUDENT-RECORD
                           TO WS-MATCHED-STUDENT
                       MOVE STUDENT-NAME OF INDX-STUDENT-RECORD
                           TO WS-MATCHED-NAME
                   ELSE
                       IF STUDENT-NUMBER OF INDX-STUDENT-RECORD
                               NOT = WS-MATCHED-STUDENT
                           ADD 1 TO WS-NAME-HITS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2500-APPLY-ITEM.
      **
      * Appends the matched item to the raw ledger as a payment
      * dated the day the bank deposited it.
      **
           MOVE WS-MATCHED-STUDENT TO PAY-STUDENT-NUMBER.
           MOVE WS-HDR-DEPOSIT-DATE TO PAY-DATE.
           MOVE LBX-ITEM-AMOUNT TO PAY-AMOUNT.
           IF LBX-ITEM-TYPE = 'E'
               MOVE "EFT" TO PAY-METHOD
           ELSE
               MOVE "CHEQUE" TO PAY-METHOD
           END-IF.
           MOVE 'P' TO PAY-TRAN-TYPE.
           WRITE PAYMENT-RECORD.
           ADD 1 TO WS-APPLIED-COUNT.
           ADD LBX-ITEM-AMOUNT TO WS-APPLIED-AMOUNT.
           ADD LBX-ITEM-AMOUNT TO WS-BATCH-APPLIED-AMOUNT.
           IF WS-DISPOSITION = "APPLIED - REFERENCE"
               ADD 1 TO WS-REF-MATCH-COUNT
               ADD LBX-ITEM-AMOUNT TO WS-REF-MATCH-AMOUNT
           ELSE
               ADD 1 TO WS-NAME-MATCH-COUNT
               ADD LBX-ITEM-AMOUNT TO WS-NAME-MATCH-AMOUNT
           END-IF.

       2600-WRITE-UNAPPLIED.
      **
      * Parks an unmatched or ambiguous item on the unapplied-cash
      * file with everything the bursar needs to trace it.
      **
           MOVE WS-HDR-DEPOSIT-DATE TO UAC-DEPOSIT-DATE.
           MOVE WS-HDR-FILE-ID TO UAC-FILE-ID.
           MOVE LBX-DTL-BATCH-NUMBER TO UAC-BATCH-NUMBER.
           MOVE LBX-ITEM-SEQ TO UAC-ITEM-SEQ.
           MOVE LBX-ITEM-AMOUNT TO UAC-AMOUNT.
           MOVE LBX-ITEM-TYPE TO UAC-ITEM-TYPE.
           MOVE LBX-REMIT-REFERENCE TO UAC-REMIT-REFERENCE.
           MOVE LBX-PAYER-NAME TO UAC-PAYER-NAME.
           MOVE WS-UNAPPLIED-REASON TO UAC-REASON.
           MOVE WS-TODAY-DATE TO UAC-IMPORT-DATE.
           WRITE UNAPPLIED-RECORD.
           ADD 1 TO WS-UNAPPLIED-COUNT.
           ADD LBX-ITEM-AMOUNT TO WS-UNAPPLIED-AMOUNT.
           ADD LBX-ITEM-AMOUNT TO WS-BATCH-UNAPPLIED-AMOUNT.
           MOVE WS-UNAPPLIED-REASON TO WS-DISPOSITION.

       2700-WRITE-ITEM-LINE.
      **
      * Lists one remittance item and where it went.
      **
           MOVE LBX-DTL-BATCH-NUMBER TO RDL-BATCH-NUMBER.
           MOVE LBX-ITEM-SEQ TO RDL-ITEM-SEQ.
           MOVE LBX-ITEM-AMOUNT TO RDL-AMOUNT.
           IF ITEM-MATCHED
               MOVE WS-MATCHED-STUDENT TO RDL-STUDENT-NUMBER
               MOVE WS-MATCHED-NAME TO RDL-NAME
           ELSE
               MOVE SPACES TO RDL-STUDENT-NUMBER
               MOVE LBX-PAYER-NAME TO RDL-NAME
           END-IF.
           MOVE WS-DISPOSITION TO RDL-DISPOSITION.
           WRITE REG-LINE FROM REG-DETAIL-LINE.

       2800-PRINT-BATCH-LINE.
      **
      * Closes a batch with the bank's figure beside what was
      * applied and what was left unapplied.
      **
           MOVE WS-BATCH-NUMBER TO RBL-BATCH-NUMBER.
           MOVE WS-BATCH-CTL-COUNT TO RBL-ITEM-COUNT.
           MOVE WS-BATCH-CTL-AMOUNT TO RBL-BANK-AMOUNT.
           MOVE WS-BATCH-APPLIED-AMOUNT TO RBL-APPLIED-AMOUNT.
           MOVE WS-BATCH-UNAPPLIED-AMOUNT TO RBL-UNAPPLIED-AMOUNT.
           WRITE REG-LINE FROM REG-BATCH-LINE.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
           MOVE 'N' TO WS-BATCH-OPEN-SW.

       3000-WRITE-RECONCILIATION.
      **
      * The deposit reconciliation: the bank's total against what
      * was applied plus what was left unapplied.
      **
           MOVE "BANK DEPOSIT:" TO RTL-LABEL.
           MOVE WS-FILE-ITEM-COUNT TO RTL-COUNT.
           MOVE WS-BANK-DEPOSIT-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "APPLIED TO STUDENTS:" TO RTL-LABEL.
           MOVE WS-APPLIED-COUNT TO RTL-COUNT.
           MOVE WS-APPLIED-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "  BY REFERENCE:" TO RTL-LABEL.
           MOVE WS-REF-MATCH-COUNT TO RTL-COUNT.
           MOVE WS-REF-MATCH-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "  BY NAME MATCH:" TO RTL-LABEL.
           MOVE WS-NAME-MATCH-COUNT TO RTL-COUNT.
           MOVE WS-NAME-MATCH-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           MOVE "UNAPPLIED CASH:" TO RTL-LABEL.
           MOVE WS-UNAPPLIED-COUNT TO RTL-COUNT.
           MOVE WS-UNAPPLIED-AMOUNT TO RTL-AMOUNT.
           WRITE REG-LINE FROM REG-TOTAL-LINE.
           COMPUTE WS-RECONCILED-AMOUNT =
               WS-APPLIED-AMOUNT + WS-UNAPPLIED-AMOUNT.
           IF WS-RECONCILED-AMOUNT = WS-BANK-DEPOSIT-AMOUNT
               MOVE "DEPOSIT RECONCILES - BANK = APPLIED + UNAPPLIED"
                   TO REG-LINE
           ELSE
               MOVE "OUT OF BALANCE - BANK NOT = APPLIED + UNAPPLIED"
                   TO REG-LINE
               DISPLAY "LOCKBOX IMPORT - DEPOSIT OUT OF BALANCE"
           END-IF.
           WRITE REG-LINE.

       3200-LOG-IMPORT.
      **
      * Records the deposit on the import log so it is refused if
      * it ever arrives again. It is logged once the file has
      * proven and before the first item reaches the ledger, the
      * same order AID-DISBURSE stamps an award before writing its
      * ledger item: a run that fails part way leaves the deposit
      * refused for the bursar to finish by hand from the ledger
      * and the reconciliation report, never applied twice.
      **
           OPEN EXTEND IMPORT-LOG.
           MOVE WS-HDR-BANK-ID TO LIL-BANK-ID.
           MOVE WS-HDR-LOCKBOX-NUMBER TO LIL-LOCKBOX-NUMBER.
           MOVE WS-HDR-DEPOSIT-DATE TO LIL-DEPOSIT-DATE.
           MOVE WS-HDR-FILE-ID TO LIL-FILE-ID.
           MOVE WS-FILE-ITEM-COUNT TO LIL-ITEM-COUNT.
           MOVE WS-BANK-DEPOSIT-AMOUNT TO LIL-AMOUNT.
           MOVE WS-TODAY-DATE TO LIL-IMPORT-DATE.
           WRITE IMPORT-LOG-RECORD.
           CLOSE IMPORT-LOG.

       3500-RETIRE-LOCKBOX-FILE.
      **
      * Empties the bank's drop file: every item in it is now on
      * the ledger or the unapplied-cash file. The next deposit is
      * dropped into the emptied file.
      **
           OPEN OUTPUT LOCKBOX-FILE.
           CLOSE LOCKBOX-FILE.
      ** add other procedures here
       END PROGRAM LOCKBOX-IMPORT.
