      *-----------------------
      * SCHREC.CPY
      * Record layout for the indexed SECTION-SCHEDULE-(term) master
      * SCHEDULE-MAINT owns - when and where each course meets that
      * term, keyed on course code like the COURSE-CATALOG master.
      * SCH-MEETING-DAYS is positional, Monday through Sunday
      * (M T W R F S U): a position carries its day letter when the
      * section meets that day and '-' when it does not, so
      * "M-W-F--" meets Monday, Wednesday, and Friday. Times are
      * 24-hour HHMM; a section occupies its room from the start
      * time up to (not including) the end time.
      *-----------------------
           05 SCH-COURSE-CODE PIC X(7).
           05 SCH-MEETING-DAYS PIC X(7).
           05 SCH-MEETING-DAY-TABLE REDEFINES SCH-MEETING-DAYS.
               10 SCH-MEETING-DAY PIC X(1) OCCURS 7 TIMES.
           05 SCH-START-TIME PIC 9(4).
           05 SCH-END-TIME PIC 9(4).
           05 SCH-ROOM-CODE PIC X(6).
           05 SCH-INSTRUCTOR PIC X(20).
