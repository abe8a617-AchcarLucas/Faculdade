      *> Received purchase-order line, appended by the pricing batch
      *> each time an applied "E" receipt is matched against an open
      *> PEDCOMP.DAT line (CONFERIR-PEDIDO-COMPRA). PEDCOMP.DAT drops
      *> the line once it is received, so this file is what is left
      *> of the order for the supplier-invoice match: the ordered
      *> quantity and price (PR-QTD-PEDIDA/PR-CUSTO-PEDIDO, straight
      *> from PC-QTD/PC-CUSTO-UNIT) and what actually came in
      *> (PR-QTD-RECEBIDA/PR-CUSTO-NOTA, from the receipt movement).
      *> The three-way match (CONFERENCIA-NF-FORNECEDOR) rewrites the
      *> file keeping only the lines still waiting for the invoice.
      *>   PR-SITUACAO "A" aguardando nota - received, not invoiced
      *>               "F" faturado        - invoice matched (dropped
      *>                                     on the next rewrite)
       01 PEDIDO-RECEBIDO-RECORD.
           02 PR-NUMERO             PIC 9(06).
           02 PR-FORNECEDOR         PIC X(06).
           02 PR-NAME               PIC X(20).
           02 PR-LOCAL              PIC X(03).
           02 PR-QTD-PEDIDA         PIC 9(04).
           02 PR-CUSTO-PEDIDO       PIC 9(04)V99.
           02 PR-QTD-RECEBIDA       PIC 9(04).
           02 PR-CUSTO-NOTA         PIC 9(04)V99.
           02 PR-DATA-RECEB         PIC 9(08).
           02 PR-SITUACAO           PIC X(01).
               88 PR-AGUARDANDO-NOTA VALUE "A" "a".
               88 PR-FATURADO       VALUE "F" "f".
