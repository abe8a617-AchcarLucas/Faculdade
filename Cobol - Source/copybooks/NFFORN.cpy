      *> Supplier-invoice line keyed in by purchasing from the paper
      *> (or electronic) invoice: one record per invoiced purchase-
      *> order line. NF-PEDIDO is the PC-NUMERO printed on the order
      *> and NF-NAME the item, which together find the received line
      *> in PEDRECEB.DAT; NF-QTD/NF-CUSTO-UNIT are what the supplier
      *> is charging for, checked against the received quantity and
      *> the ordered price before anything is scheduled for payment.
       01 NOTA-FORNECEDOR-RECORD.
           02 NF-FORNECEDOR         PIC X(06).
           02 NF-NUMERO-NOTA        PIC X(10).
           02 NF-DATA               PIC 9(08).
           02 NF-PEDIDO             PIC 9(06).
           02 NF-NAME               PIC X(20).
           02 NF-QTD                PIC 9(04).
           02 NF-CUSTO-UNIT         PIC 9(04)V99.
