      *> Customer-return line keyed in by the sales desk when goods
      *> come back: DEV-FATURA is the invoice number printed on the
      *> original FATURA.DAT (VJ-NUMERO) and DEV-NAME the item as it
      *> was invoiced. DEVOLUCAO-VENDAS checks DEV-QTD against what the
      *> invoice actually sold, less whatever earlier credit notes
      *> already took back. The customer and the price are NOT keyed:
      *> both come from the invoice's own journal lines.
       01 DEVOLUCAO-RECORD.
           02 DEV-FATURA            PIC 9(06).
           02 DEV-NAME              PIC X(20).
           02 DEV-QTD               PIC 9(04).
