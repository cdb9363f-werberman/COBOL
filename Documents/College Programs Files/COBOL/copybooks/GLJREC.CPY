      *-----------------------
      * GLJREC.CPY
      * Record layout for the GL-JOURNAL.TXT journal-entry file
      * GL-INTERFACE writes for finance's general ledger import.
      * The ledger's own layout - one journal per file:
      *   H  header - source system, journal id, journal date and
      *      the term the activity belongs to
      *   D  entry - one debit or credit line: account, D or C, the
      *      amount, and the posting batch, tran type and program
      *      it summarizes
      *   T  trailer - entry count and the debit and credit totals,
      *      which are always equal in a journal the ledger accepts
      * Finance's import empties the file once it has taken the
      * journal; GL-INTERFACE will not write over one still there.
      *-----------------------
           05 GLJ-RECORD-TYPE PIC X(1).
           05 GLJ-HEADER-DATA.
               10 GLJ-SOURCE PIC X(8).
               10 GLJ-JOURNAL-ID PIC X(14).
               10 GLJ-JOURNAL-DATE PIC 9(8).
               10 GLJ-TERM PIC X(10).
               10 FILLER PIC X(44).
           05 GLJ-ENTRY-DATA REDEFINES GLJ-HEADER-DATA.
               10 GLJ-ACCOUNT PIC X(12).
               10 GLJ-DR-CR PIC X(1).
               10 GLJ-AMOUNT PIC 9(9)V99.
               10 GLJ-BATCH-ID PIC X(14).
               10 GLJ-TRAN-TYPE PIC X(1).
               10 GLJ-PROGRAM PIC X(5).
               10 GLJ-DESCRIPTION PIC X(30).
           05 GLJ-TRAILER-DATA REDEFINES GLJ-HEADER-DATA.
               10 GLJ-ENTRY-COUNT PIC 9(7).
               10 GLJ-DEBIT-TOTAL PIC 9(11)V99.
               10 GLJ-CREDIT-TOTAL PIC 9(11)V99.
               10 FILLER PIC X(51).
