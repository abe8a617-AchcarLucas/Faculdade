      *> Customer payment received, one line per payment keyed in by
      *> collections (or loaded from the bank's collection return):
      *> RCB-NUMERO is the invoice being paid and RCB-CLIENTE the
      *> customer who paid it, checked against the open item before
      *> anything is posted. A payment may be smaller than the
      *> balance (partial), equal to it (full) or larger (the excess
      *> becomes a credit on the item).
       01 RECEBIMENTO-RECORD.
           02 RCB-NUMERO            PIC 9(06).
           02 RCB-CLIENTE           PIC X(06).
           02 RCB-DATA              PIC 9(08).
           02 RCB-VALOR             PIC 9(09)V99.
