      * course and the date they joined it. WAITLIST-BUILD moves
      * enrollments beyond a section's CAT-CAPACITY here in arrival
      * order; WAITLIST-PROMOTE fills seats from the lowest
      * position when drops open them, and ADD-DROP refuses an add
      * to any course with students still waiting. The name,
      * program, and average ride along so a promotion can rebuild
      * the enrollment record without a trip back to CONVERTED.
      *-----------------------
           05 WTL-COURSE-KEY.
               10 WTL-COURSE-CODE PIC X(7).
