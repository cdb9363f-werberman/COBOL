      *-----------------------
      * GLMREC.CPY
      * Record layout for finance's GL-ACCOUNT-MAP parameter file,
      * maintained as a plain text file in the COURSE-CATALOG
      * convention. One record per transaction type per program:
      * the tran type is T (term tuition charge) or one of the
      * PAY-TRAN-TYPE codes P, R, A, C; a blank program is the
      * default row for every program the file does not name.
      * GL-INTERFACE posts each summarized amount as a debit to
      * GLM-DEBIT-ACCOUNT and a credit to GLM-CREDIT-ACCOUNT.
      *-----------------------
           05 GLM-TRAN-TYPE PIC X(1).
           05 GLM-PROGRAM-OF-STUDY PIC X(5).
           05 GLM-DEBIT-ACCOUNT PIC X(12).
           05 GLM-CREDIT-ACCOUNT PIC X(12).
           05 GLM-DESCRIPTION PIC X(30).
