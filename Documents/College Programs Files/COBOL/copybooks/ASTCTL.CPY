      *-----------------------
      * ASTCTL.CPY
      * Tuition assessment control record (ASSESSMENT-STATUS-(term)),
      * shared by TUITION-ASSESS and AR-POSTING the way PAYBAT.CPY
      * is shared by the payment runs. The flag:
      *   A  assessed - the assessed-tuition file is built and the
      *      variance report awaits the bursar's review
      *   S  signed off - the bursar has accepted the variances;
      *      AR-POSTING charges the assessed figures
      * The count and amount are the assessment run's totals; the
      * sign-off run proves the file against them before it marks
      * the assessment signed, and stamps the date it did so.
      *-----------------------
           05 ASC-STATUS-FLAG PIC X(1).
           05 ASC-ASSESSED-COUNT PIC 9(7).
           05 ASC-ASSESSED-AMOUNT PIC 9(9)V99.
           05 ASC-SIGNOFF-DATE PIC 9(8).
