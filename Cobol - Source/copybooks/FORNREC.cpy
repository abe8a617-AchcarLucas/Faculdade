      *> delivery lead time printed on the purchase order;
      *> FORN-PEDIDO-MINIMO is the minimum order value below which the
      *> supplier refuses the order (the run still writes the PO but
      *> flags it on the report). The same FORN-PRAZO-DIAS is the
      *> payment term: the supplier-invoice match schedules each
      *> matched invoice for payment that many days after its date.
       01 FORNECEDOR-MASTER-RECORD.
           02 FORN-CODIGO           PIC X(06).
           02 FORN-NOME             PIC X(30).
