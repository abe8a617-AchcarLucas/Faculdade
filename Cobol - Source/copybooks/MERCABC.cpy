      *> ABC class of each item, rebuilt every month by MARGEM-ABC
      *> from the month's net revenue in the sales journal: the items
      *> that together make the first 80% of revenue are "A", the next
      *> 15% "B" and the rest - including items that did not sell at
      *> all - "C". The file is rewritten whole (OUTPUT) on each run
      *> and read into a table by the replenishment suggestion
      *> (REPOSICAO-SUGERIDA) and the physical count
      *> (CONTAGEM-ESTOQUE), so buyers and counters work the "A" items
      *> first. An item missing from the file has no class yet.
      *> MA-PARTICIPACAO is the item's share of the month's revenue in
      *> percent; MA-ANO-MES the month the class was computed for.
       01 MERC-ABC-RECORD.
           02 MA-NAME               PIC X(20).
           02 MA-CLASSE             PIC X(01).
               88 MA-CLASSE-A       VALUE "A".
               88 MA-CLASSE-B       VALUE "B".
               88 MA-CLASSE-C       VALUE "C".
           02 MA-RECEITA            PIC S9(09)V99.
           02 MA-PARTICIPACAO       PIC 9(03)V99.
           02 MA-ANO-MES            PIC 9(06).
