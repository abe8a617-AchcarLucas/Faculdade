      *> Sales-order line read by the billing run: one line per item
      *> sold over the counter. The price does NOT travel on the
      *> order - the billing program prices every line from the
      *> PRECOLST.DAT price in effect on the invoice date, the
      *> customer's own line before the list line, and only without
      *> either falls back to the master's MM-CUSTO-UNIT with the
      *> TAXA-MARKUP-PCT markup in MERCTAXA.DAT. A keyed price can
      *> never disagree with the shop's pricing rule.
       01 PEDIDO-VENDA-RECORD.
           02 PV-CLIENTE            PIC X(06).
           02 PV-NAME               PIC X(20).
