      *> Indexed accounts-receivable open item, keyed by CR-NUMERO
      *> (the invoice number printed by FATURAMENTO-VENDAS and carried
      *> on VJ-NUMERO), so collections works from the file instead of
      *> the printed invoices. The billing run writes one record per
      *> invoice it issues; the payment-posting batch
      *> (BAIXA-RECEBIMENTOS) applies each customer payment against
      *> the item and the weekly aging report (AGING-RECEBER) ages
      *> whatever is still open by CR-DATA-EMISSAO.
      *> CR-SALDO is what the customer still owes: it goes to zero on
      *> full payment and NEGATIVE on overpayment - the excess stays
      *> on the item as a credit in the customer's favour and the
      *> aging report shows it in its own column.
      *> CR-VALOR-DEVOLVIDO adds up the credit notes issued against the
      *> invoice for goods returned (DEVOLUCAO-VENDAS); each one comes
      *> off CR-SALDO the same way a payment does.
      *>   CR-SITUACAO "A" aberta   - nothing received yet
      *>               "P" parcial  - partly paid, balance open
      *>               "Q" quitada  - paid in full
      *>               "C" credito  - overpaid, credit to the customer
       01 CONTA-RECEBER-RECORD.
           02 CR-NUMERO             PIC 9(06).
           02 CR-CLIENTE            PIC X(06).
           02 CR-DATA-EMISSAO       PIC 9(08).
           02 CR-VALOR-FATURA       PIC 9(09)V99.
           02 CR-VALOR-RECEBIDO     PIC 9(09)V99.
           02 CR-SALDO              PIC S9(09)V99.
           02 CR-DATA-ULTIMO-RECEB  PIC 9(08).
           02 CR-SITUACAO           PIC X(01).
               88 CR-ABERTA         VALUE "A" "a".
               88 CR-PARCIAL        VALUE "P" "p".
               88 CR-QUITADA        VALUE "Q" "q".
               88 CR-CREDITO        VALUE "C" "c".
           02 CR-VALOR-DEVOLVIDO    PIC 9(09)V99.
