      *-----------------------
      * AGYREC.CPY
      * Record layout for the AGENCY-REFERRALS file the collections
      * run hands to the college's collection agency. This is the
      * agency's own layout, not ours. Each run adds one group:
      *   H  header - our client id with the agency and the date
      *      the referrals were made
      *   D  referral - one account placed for collection: our
      *      student number as the agency's account number, the
      *      debtor's name, the balance placed, the date the debt
      *      fell due, the last activity on the account, and the
      *      date of the final notice the college sent
      *   T  trailer - the group's referral count and total balance
      * The agency's pickup empties the file.
      *-----------------------
           05 AGY-RECORD-TYPE PIC X(1).
           05 AGY-HEADER-DATA.
               10 AGY-CLIENT-ID PIC X(8).
               10 AGY-FILE-DATE PIC 9(8).
               10 FILLER PIC X(69).
           05 AGY-DETAIL-DATA REDEFINES AGY-HEADER-DATA.
               10 AGY-ACCOUNT-NUMBER PIC X(12).
               10 AGY-DEBTOR-NAME PIC X(40).
               10 AGY-BALANCE-PLACED PIC 9(7)V99.
               10 AGY-DELINQUENCY-DATE PIC 9(8).
               10 AGY-LAST-ACTIVITY-DATE PIC 9(8).
               10 AGY-FINAL-NOTICE-DATE PIC 9(8).
           05 AGY-TRAILER-DATA REDEFINES AGY-HEADER-DATA.
               10 AGY-REFERRAL-COUNT PIC 9(7).
               10 AGY-TOTAL-BALANCE PIC 9(9)V99.
               10 FILLER PIC X(67).
