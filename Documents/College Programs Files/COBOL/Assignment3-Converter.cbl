           SELECT OPTIONAL DELTA-AUDIT
           ASSIGN TO WS-DELTA-PATH
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
               05 DLT-STUDENT-NUMBER PIC 9(6).
               05 DLT-BEFORE-IMAGE PIC X(153).
               05 DLT-AFTER-IMAGE PIC X(153).

       FD  TERM-STATUS-FILE.
           01 TERM-STATUS-RECORD.
               COPY TRMREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FIELDS.
           05 EOF-FLAG PIC X(1).
           05 IX-CNTR PIC 9(5).
           05 WS-TRM-FILE-STATUS PIC X(2).

       01 WS-FILE-PATH-FIELDS.
           05 WS-BASE-PATH PIC X(40).
           05 WS-CHECKPOINT-PATH PIC X(80).
           05 WS-EXCEPTION-PATH PIC X(80).
           05 WS-DELTA-PATH PIC X(80).
           05 WS-TERM-STATUS-PATH PIC X(80).

       01 WS-RUN-MODE-FIELDS.
           05 WS-RUN-MODE PIC X(10).
           PERFORM 0050-BUILD-FILE-PATHS.
           PERFORM 0080-DETERMINE-RUN-MODE.
           PERFORM 0100-DETERMINE-RESTART.
           PERFORM 0150-CHECK-TERM-STATUS.
           OPEN INPUT STUFILE.
      *> A restarted run (full or update) resumes with the counters
      *> and run mode restored from its checkpoint, so the
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-DELTA-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "TERM-STATUS-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-TERM-STATUS-PATH.

       0080-DETERMINE-RUN-MODE.
      **
               CLOSE CHECKPOINT-FILE
           END-IF.

       0150-CHECK-TERM-STATUS.
      **
      * Refuses to touch CONVERTED once TERM-CLOSE has closed the
      * term. An update run would change the frozen file in place,
      * and a full rebuild (or the restart of either) would replace
      * it outright, so no mode runs until the term is reopened.
      **
           OPEN INPUT TERM-STATUS-FILE.
           IF WS-TRM-FILE-STATUS = "00"
               READ TERM-STATUS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TRM-STATUS = 'C'
                           DISPLAY "TERM " WS-TERM " IS CLOSED - "
                               WS-RUN-MODE " RUN REFUSED"
                           CLOSE TERM-STATUS-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE TERM-STATUS-FILE
           END-IF.

       0200-SKIP-CONVERTED-RECORDS.
      **
      * Re-reads and discards the STUFILE records that were already
