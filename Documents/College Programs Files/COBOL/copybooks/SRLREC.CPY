      *-----------------------
      * SRLREC.CPY
      * Record layout for the SEAT-RELEASE-(term) queue. ADD-DROP
      * appends one record for every drop that leaves a section
      * under its CAT-CAPACITY; the next WAITLIST-PROMOTE run reports
      * the released seats against the waitlist it fills them from
      * and then empties the queue.
      *-----------------------
           05 SRL-COURSE-CODE PIC X(7).
           05 SRL-STUDENT-NUMBER PIC 9(6).
           05 SRL-EFFECTIVE-DATE PIC 9(8).
