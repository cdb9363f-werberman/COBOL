      *          pass posts only the changes keyed since the last
      *          pass, so nothing posts twice. Every record touched
      *          (or found missing) lands on the posting register.
      *          A term TERM-CLOSE has closed is refused outright
      *          until it is reopened.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO WS-POLICY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.

      *> TERM-CLOSE's record of the term; no file (status 35) is a
      *> term that has never been closed.
           SELECT TERM-STATUS-FILE
           ASSIGN TO WS-TERM-STATUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-FILE-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FD  STANDING-POLICY.
           01 POLICY-RECORD.
               COPY POLREC.

       FD  TERM-STATUS-FILE.
           01 TERM-STATUS-RECORD.
               COPY TRMREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FIELDS.
           05 WS-ENROLLMENT-STATUS PIC X(2).
           05 WS-HISTORY-STATUS PIC X(2).
           05 WS-CKPT-FILE-STATUS PIC X(2).
           05 WS-TRM-FILE-STATUS PIC X(2).
           05 WS-AUDIT-EOF-FLAG PIC X(1) VALUE 'N'.
               88 NO-MORE-AUDIT-RECORDS VALUE 'Y'.

           05 WS-REGISTER-PATH PIC X(80).
           05 WS-CHECKPOINT-PATH PIC X(80).
           05 WS-POLICY-PATH PIC X(80).
           05 WS-TERM-STATUS-PATH PIC X(80).

      *> The dean's standing policy, loaded at start of run; a
      *> reposted term's standing is reclassified under the rule in
      * The main procedure of the program
      **
           PERFORM 0050-BUILD-FILE-PATHS.
           PERFORM 0070-CHECK-TERM-STATUS.
           PERFORM 0060-LOAD-STANDING-POLICY.
           PERFORM 0100-LOAD-CHECKPOINT.
           OPEN INPUT MAINT-AUDIT.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "STANDING-POLICY.TXT" DELIMITED BY SIZE
               INTO WS-POLICY-PATH.
           STRING WS-BASE-PATH DELIMITED BY SPACE
                   "TERM-STATUS-" DELIMITED BY SIZE
                   WS-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-TERM-STATUS-PATH.

       0070-CHECK-TERM-STATUS.
      **
      * Refuses to post into a term TERM-CLOSE has closed. The
      * close already proved every audit line was posted, and the
      * term's enrollment and archive records are final until the
      * term is reopened.
      **
           OPEN INPUT TERM-STATUS-FILE.
           IF WS-TRM-FILE-STATUS = "00"
               READ TERM-STATUS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TRM-STATUS = 'C'
                           DISPLAY "TERM " WS-TERM
                               " IS CLOSED - NOTHING POSTED"
                           CLOSE TERM-STATUS-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE TERM-STATUS-FILE
           END-IF.

       0060-LOAD-STANDING-POLICY.
      **
