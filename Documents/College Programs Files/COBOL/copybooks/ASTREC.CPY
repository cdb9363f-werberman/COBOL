      *-----------------------
      * ASTREC.CPY
      * Record layout for the indexed ASSESSED-TUITION-(term) file
      * TUITION-ASSESS builds - one record per student, keyed on
      * student number, carrying the credit load the catalog
      * priced, the tuition and lab/course fee portions, their
      * total, and the extract's TUITION-OWED the assessment was
      * measured against. AR-POSTING charges AST-ASSESSED-AMOUNT
      * in place of TUITION-OWED once the bursar has signed the
      * assessment off (see ASTCTL.CPY).
      *-----------------------
           05 AST-STUDENT-NUMBER PIC 9(6).
           05 AST-PROGRAM-OF-STUDY PIC X(5).
           05 AST-CREDIT-HOURS PIC 9(3).
           05 AST-TUITION-AMOUNT PIC 9(5)V99.
           05 AST-FEE-AMOUNT PIC 9(5)V99.
           05 AST-ASSESSED-AMOUNT PIC 9(6)V99.
           05 AST-TUITION-OWED PIC 9(4)V99.
