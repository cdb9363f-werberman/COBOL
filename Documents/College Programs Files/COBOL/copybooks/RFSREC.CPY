      *-----------------------
      * RFSREC.CPY
      * Record layout for the bursar's REFUND-SCHEDULE-(term) file -
      * the share of a dropped course's charge credited back,
      * by week of term. One record per week, in week order; a drop
      * in a week past the last record gets the last record's
      * percentage (normally zero).
      *-----------------------
           05 RFS-WEEK-NUMBER PIC 9(2).
           05 RFS-REFUND-PERCENT PIC 9(3).
