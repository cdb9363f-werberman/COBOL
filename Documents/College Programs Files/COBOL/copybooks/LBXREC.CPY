      *-----------------------
      * LBXREC.CPY
      * Record layout for the bank's daily LOCKBOX remittance file
      * LOCKBOX-IMPORT reads. The bank's own layout, not ours - one
      * file per deposit:
      *   H  file header - bank, lockbox, deposit date, and the
      *      bank's file identifier, unique per transmission
      *   B  batch control - starts a batch and carries the bank's
      *      item count and dollar total for it
      *   D  detail - one remittance item in the current batch;
      *      the reference is whatever the payer wrote on the
      *      remittance stub (our student number when they follow
      *      the statement's instructions), the item type is C for
      *      a cheque or E for an electronic item
      *   T  file trailer - batch count, item count, and the
      *      deposit total for the whole file
      *-----------------------
           05 LBX-RECORD-TYPE PIC X(1).
           05 LBX-HEADER-DATA.
               10 LBX-BANK-ID PIC X(8).
               10 LBX-LOCKBOX-NUMBER PIC X(7).
               10 LBX-DEPOSIT-DATE PIC 9(8).
               10 LBX-FILE-ID PIC X(10).
               10 FILLER PIC X(46).
           05 LBX-BATCH-DATA REDEFINES LBX-HEADER-DATA.
               10 LBX-BATCH-NUMBER PIC 9(4).
               10 LBX-BATCH-ITEM-COUNT PIC 9(5).
               10 LBX-BATCH-AMOUNT PIC 9(9)V99.
               10 FILLER PIC X(59).
           05 LBX-DETAIL-DATA REDEFINES LBX-HEADER-DATA.
               10 LBX-DTL-BATCH-NUMBER PIC 9(4).
               10 LBX-ITEM-SEQ PIC 9(5).
               10 LBX-ITEM-AMOUNT PIC 9(6)V99.
               10 LBX-ITEM-TYPE PIC X(1).
               10 LBX-REMIT-REFERENCE PIC X(12).
               10 LBX-PAYER-NAME PIC X(40).
               10 FILLER PIC X(9).
           05 LBX-TRAILER-DATA REDEFINES LBX-HEADER-DATA.
               10 LBX-FILE-BATCH-COUNT PIC 9(4).
               10 LBX-FILE-ITEM-COUNT PIC 9(7).
               10 LBX-FILE-AMOUNT PIC 9(9)V99.
               10 FILLER PIC X(57).
