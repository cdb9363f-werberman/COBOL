      *-----------------------
      * GRSREC.CPY
      * Record layout for the GRADE-SHEETS input GRADE-LOAD reads -
      * each instructor's end-of-term grade sheet for one course,
      * one header record followed by one detail record per
      * student. Sheets for several courses may follow one another
      * in the same file; each header starts a new sheet.
      *   H  sheet header - course, instructor, submission date,
      *      and the count of detail lines the instructor sent
      *   D  detail - one student's final course average
      *-----------------------
           05 GRS-RECORD-TYPE PIC X(1).
           05 GRS-HEADER-DATA.
               10 GRS-COURSE-CODE PIC X(7).
               10 GRS-INSTRUCTOR PIC X(20).
               10 GRS-SUBMISSION-DATE PIC 9(8).
               10 GRS-STUDENT-COUNT PIC 9(3).
           05 GRS-DETAIL-DATA REDEFINES GRS-HEADER-DATA.
               10 GRS-STUDENT-NUMBER PIC 9(6).
               10 GRS-FINAL-AVERAGE PIC 9(3).
               10 FILLER PIC X(29).
