      *-----------------------
      * GLFREC.CPY
      * Record layout for the GL-POSTING-FEED-(term) file
      * AR-POSTING appends to and GL-INTERFACE summarizes - the
      * machine-readable side of the posting register. Every posting
      * run stamps its records with its own batch id (the run's
      * start date and time), and two record types share the layout:
      *   D  detail - one item the run posted to AR-MASTER: a term
      *      tuition charge (type T, carrying the student's
      *      PROGRAM-OF-STUDY from CONVERTED) or a ledger item of
      *      PAY-TRAN-TYPE P, R, A or C (program left blank for the
      *      interface to look up)
      *   C  batch control - written last, once the run finishes;
      *      carries the run's detail count and amount, whether the
      *      transaction pass posted an edited batch, and that
      *      batch's accepted totals from PAYMENT-BATCH-STATUS so the
      *      journal ties back to the edit run's figures. A batch id
      *      with details and no control record is a run that did
      *      not finish, and is never journalized.
      *-----------------------
           05 GLF-RECORD-TYPE PIC X(1).
           05 GLF-BATCH-ID PIC X(14).
           05 GLF-TERM PIC X(10).
           05 GLF-DETAIL-DATA.
               10 GLF-TRAN-TYPE PIC X(1).
               10 GLF-STUDENT-NUMBER PIC 9(6).
               10 GLF-PROGRAM-OF-STUDY PIC X(5).
               10 GLF-AMOUNT PIC 9(7)V99.
               10 FILLER PIC X(25).
           05 GLF-CONTROL-DATA REDEFINES GLF-DETAIL-DATA.
               10 GLF-TRAN-BATCH-SW PIC X(1).
               10 GLF-ACCEPTED-COUNT PIC 9(7).
               10 GLF-ACCEPTED-AMOUNT PIC 9(9)V99.
               10 GLF-DETAIL-COUNT PIC 9(7).
               10 GLF-DETAIL-AMOUNT PIC 9(9)V99.
               10 FILLER PIC X(9).
