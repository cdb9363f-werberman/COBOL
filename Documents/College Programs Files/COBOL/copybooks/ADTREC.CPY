      *-----------------------
      * ADTREC.CPY
      * Record layout for the ADD-DROP-TRANS-(term) batch of schedule
      * changes keyed by the registrar once the term is under way -
      * one course added or dropped per record. ADT-ACTION:
      *   A  add the course to the student's load
      *   D  drop the course from the student's load
      * ADT-EFFECTIVE-DATE (YYYYMMDD) is the day the change took
      * effect; it decides which week of the refund schedule a drop
      * falls in.
      *-----------------------
           05 ADT-STUDENT-NUMBER PIC 9(6).
           05 ADT-COURSE-CODE PIC X(7).
           05 ADT-ACTION PIC X(1).
           05 ADT-EFFECTIVE-DATE PIC 9(8).
