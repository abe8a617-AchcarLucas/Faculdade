      *> Register of credit-note lines issued for customer returns,
      *> one record per returned item, appended EXTEND by
      *> DEVOLUCAO-VENDAS and never rewritten. DR-FATURA ties the line
      *> back to the original invoice, so the next return against the
      *> same invoice and item can only take back what is still left;
      *> DR-NUMERO is the credit-note number printed in NOTACRED.DAT.
       01 DEVOLUCAO-REG-RECORD.
           02 DR-NUMERO             PIC 9(06).
           02 DR-FATURA             PIC 9(06).
           02 DR-DATA               PIC 9(08).
           02 DR-CLIENTE            PIC X(06).
           02 DR-NAME               PIC X(20).
           02 DR-QTD                PIC 9(04).
           02 DR-VALOR              PIC 9(07)V99.
