      *> Accounts-payable line scheduled by the supplier-invoice
      *> three-way match: one record per invoice line that agreed
      *> with the order price and the received quantity, due
      *> CP-VENCIMENTO = invoice date + FORN-PRAZO-DIAS. Appended
      *> EXTEND; the weekly payables-due report (VENCIMENTOS-PAGAR)
      *> groups the open lines by due week for treasury.
      *>   CP-SITUACAO "A" a pagar
      *>               "P" pago     - left off the due report
       01 CONTA-PAGAR-RECORD.
           02 CP-FORNECEDOR         PIC X(06).
           02 CP-NUMERO-NOTA        PIC X(10).
           02 CP-PEDIDO             PIC 9(06).
           02 CP-NAME               PIC X(20).
           02 CP-DATA-NOTA          PIC 9(08).
           02 CP-VENCIMENTO         PIC 9(08).
           02 CP-VALOR              PIC 9(09)V99.
           02 CP-SITUACAO           PIC X(01).
               88 CP-A-PAGAR        VALUE "A" "a".
               88 CP-PAGO           VALUE "P" "p".
