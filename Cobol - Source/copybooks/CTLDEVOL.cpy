      *> Control-totals record written by DEVOLUCAO-VENDAS at end of
      *> job: how many credit notes went out and their total value,
      *> stamped with the processing date so the GL posting step
      *> (CONTABILIZACAO-GL, event DEVOLUC) only picks up today's run.
       01 CTL-DEVOLUCAO-RECORD.
           02 CTD-TOTAL-NOTAS             PIC 9(06).
           02 CTD-TOTAL-CREDITO           PIC 9(09)V99.
           02 CTD-DATA-GRAVACAO           PIC 9(08).
           02 CTD-HORA-GRAVACAO           PIC 9(06).
