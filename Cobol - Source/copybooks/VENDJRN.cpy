      *> record per invoiced line, carrying the invoice number so the
      *> owners can tie revenue back to a printed document. Appended
      *> EXTEND, never rewritten.
      *> A customer return (DEVOLUCAO-VENDAS) is journalled as a
      *> NEGATIVE line: VJ-QTD and VJ-VALOR below zero and VJ-NUMERO
      *> carrying the credit-note number, taken from the same
      *> FATSEQ.DAT series as the invoices. Summing the journal
      *> therefore nets returns out of the day's sales without anyone
      *> touching the original line.
       01 VENDA-JORNAL-RECORD.
           02 VJ-DATA               PIC 9(08).
           02 VJ-NUMERO             PIC 9(06).
           02 VJ-CLIENTE            PIC X(06).
           02 VJ-NAME               PIC X(20).
           02 VJ-QTD                PIC S9(04).
           02 VJ-VALOR              PIC S9(07)V99.
