      *-----------------------
      * DUNREC.CPY
      * Record layout for the indexed DUNNING-HISTORY file, one
      * record per student, keyed on student number. The
      * collections run owns it. DUN-CURRENT-STAGE is the last
      * stage the student was sent in the current cycle:
      *   0  none - not in collections, or the cycle was reset
      *   1  30-day reminder
      *   2  60-day warning
      *   3  90-day final notice
      *   4  referred to the collection agency
      * Each stage carries the date it went out this cycle. A stage
      * is never sent twice in one cycle. A payment (or the balance
      * coming current) resets the cycle to 0 and counts it. The
      * charged-term and term-payments figures are the AR-MASTER
      * values as they stood at the last notice, which is how the
      * next run tells that a payment has come in since.
      *-----------------------
           05 DUN-STUDENT-NUMBER PIC 9(6).
           05 DUN-CURRENT-STAGE PIC 9(1).
           05 DUN-REMINDER-DATE PIC 9(8).
           05 DUN-WARNING-DATE PIC 9(8).
           05 DUN-FINAL-DATE PIC 9(8).
           05 DUN-REFERRAL-DATE PIC 9(8).
           05 DUN-NOTICE-BALANCE PIC S9(7)V99.
           05 DUN-CHARGED-TERM PIC X(10).
           05 DUN-TERM-PAYMENTS PIC 9(7)V99.
           05 DUN-CYCLE-COUNT PIC 9(3).
           05 DUN-LAST-RESET-DATE PIC 9(8).
