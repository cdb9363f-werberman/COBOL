      * posting run rolls AR-CURRENT-BALANCE into AR-BALANCE-FORWARD
      * and clears the term buckets the first time it charges a new
      * term (AR-LAST-CHARGED-TERM tells it when); the billing run
      * reads but never writes this file. AR-COLLECTION-STATUS is
      * the collections run's: R once the account has been referred
      * to the collection agency (on AR-REFERRAL-DATE), after which
      * the college sends it no more dunning letters.
      *-----------------------
           05 AR-STUDENT-NUMBER PIC 9(6).
           05 AR-BALANCE-FORWARD PIC S9(7)V99.
           05 AR-CURRENT-BALANCE PIC S9(7)V99.
           05 AR-LAST-CHARGED-TERM PIC X(10).
           05 AR-LAST-ACTIVITY-DATE PIC 9(8).
           05 AR-COLLECTION-STATUS PIC X(1).
           05 AR-REFERRAL-DATE PIC 9(8).
