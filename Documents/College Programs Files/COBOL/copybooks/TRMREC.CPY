      *-----------------------
      * TRMREC.CPY
      * Record layout for the per-term TERM-STATUS file, one record
      * written by TERM-CLOSE. No file on disk means the term has
      * never been closed and is open for business. TRM-STATUS:
      *   C  closed - STUDENT-MAINT is inquiry-only, and GRADE-LOAD,
      *      GRADE-POST, ADD-DROP and the converter refuse to run
      *      against the term
      *   O  reopened - closed once, then reopened by TERM-CLOSE's
      *      REOPEN action; changes are accepted again until the
      *      term is closed a second time
      * The close fields keep the last close and the reopen fields
      * the last reopen, so the record always says who did what.
      *-----------------------
           05 TRM-TERM PIC X(10).
           05 TRM-STATUS PIC X(1).
           05 TRM-CLOSED-TS PIC 9(14).
           05 TRM-CLOSED-BY PIC X(8).
           05 TRM-NEXT-TERM PIC X(10).
           05 TRM-REOPENED-TS PIC 9(14).
           05 TRM-REOPENED-BY PIC X(8).
           05 TRM-REOPEN-REASON PIC X(30).
