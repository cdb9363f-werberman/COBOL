      *> on the deposit slips. ASSESSED is not a tender at all -
      *> it marks internally generated charges (the payment-plan
      *> late-fee run) so they pass the edit without pretending to
      *> be bank money. AID likewise marks the scholarship, grant,
      *> and loan credits the aid disbursement run generates.
               88 VALID-PAY-METHOD VALUE "CASH", "CHEQUE",
                   "DEBIT", "CREDIT", "EFT", "TRANSFER",
                   "ASSESSED", "AID".
           05 WS-TYPE-CHECK PIC X(1).
      *> Transaction type codes PAYREC.CPY defines for the posting
      *> run: payment, refund, credit adjustment, new charge.
