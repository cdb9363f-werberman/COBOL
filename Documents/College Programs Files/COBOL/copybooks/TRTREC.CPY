      *-----------------------
      * TRTREC.CPY
      * Record layout for the bursar's TUITION-RATES-(term)
      * parameter file, maintained as a plain text file in the
      * COURSE-CATALOG convention. Two record types share the
      * layout:
      *   P  program rate - one per PROGRAM-OF-STUDY, carrying the
      *      per-credit rate and the full-time flat-rate band: a
      *      load from RTE-BAND-LOW-CREDITS up to
      *      RTE-BAND-HIGH-CREDITS is charged RTE-FLAT-RATE, each
      *      credit above the band is charged the per-credit rate
      *      on top, and a load below the band is charged per
      *      credit. A zero low bound means the program has no
      *      flat band; a zero high bound means the band is open.
      *      The department and fee columns ride along empty.
      *   D  department fee - one per department, the lab/course
      *      fee charged for every course the department offers;
      *      the program and rate columns ride along empty
      * TUITION-ASSESS prices each student's course load from
      * this file.
      *-----------------------
           05 RTE-RECORD-TYPE PIC X(1).
           05 RTE-PROGRAM PIC X(5).
           05 RTE-DEPARTMENT PIC X(5).
           05 RTE-PER-CREDIT-RATE PIC 9(4)V99.
           05 RTE-BAND-LOW-CREDITS PIC 9(2).
           05 RTE-BAND-HIGH-CREDITS PIC 9(2).
           05 RTE-FLAT-RATE PIC 9(5)V99.
           05 RTE-COURSE-FEE PIC 9(4)V99.
