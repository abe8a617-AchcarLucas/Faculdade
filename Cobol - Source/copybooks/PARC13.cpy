      *> 13th-salary advance (1a parcela) paid by the November
      *> FOLHA-MENSAL run, one record per employee paid. The
      *> November run rewrites the file; the December run reads it
      *> back and deducts P13-VALOR from the 13th salary due, so the
      *> balance comes out right even if the salary changed in
      *> between. An employee with no record for the year (hired in
      *> December, or the file missing) is paid the full 13th in
      *> December. The termination run (RESCISAO-EMPREGADO) deducts
      *> it the same way from the proportional 13th of anyone let go
      *> after the November run.
       01 PARCELA-13-RECORD.
           02 P13-EMP-ID            PIC 9(06).
           02 P13-ANO               PIC 9(04).
           02 P13-VALOR             PIC 9(06)V99.
           02 P13-DATA-PAGTO        PIC 9(08).
