      *> Control-totals record written by FATURAMENTO-VENDAS at end of
      *> job: how many accepted cutting-quote lines were invoiced and
      *> their total at the accepted QR-VALOR, stamped with the
      *> processing date so the GL posting step (CONTABILIZACAO-GL,
      *> event COTACAO) only picks up today's run. The material those
      *> quotes consumed is kept out of the pricing batch's sales
      *> total (MT-ORIGEM "Q"), so this is the only revenue posted
      *> for the cutting work.
       01 CTL-COTACAO-RECORD.
           02 CTQ-TOTAL-LINHAS            PIC 9(06).
           02 CTQ-TOTAL-FATURADO          PIC 9(09)V99.
           02 CTQ-DATA-GRAVACAO           PIC 9(08).
           02 CTQ-HORA-GRAVACAO           PIC 9(06).
