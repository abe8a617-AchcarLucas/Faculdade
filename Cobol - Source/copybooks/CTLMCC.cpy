      *> Per-cost-center totals of the monthly payroll, written by
      *> FOLHA-MENSAL next to CTLMFOLH.DAT: one record per cost
      *> center (EMP-DEPARTAMENTO, spaces = no cost center) with the
      *> same money columns. The records add up exactly to the
      *> CTLMFOLH.DAT totals; the GL posting step splits the gross
      *> payroll debit by them and still balances against the single
      *> credit. Same date/time stamp as CTLMFOLH.DAT, so a leftover
      *> file from another run is refused downstream.
       01 CTL-MENSAL-CC-RECORD.
           02 CTC-DEPARTAMENTO            PIC X(04).
           02 CTC-TOTAL-EMPREGADOS        PIC 9(06).
           02 CTC-TOTAL-BRUTO             PIC 9(09)V99.
           02 CTC-TOTAL-PREVIDENCIA       PIC 9(09)V99.
           02 CTC-TOTAL-IMPOSTO           PIC 9(09)V99.
           02 CTC-TOTAL-LIQUIDO           PIC 9(09)V99.
           02 CTC-DATA-GRAVACAO           PIC 9(08).
           02 CTC-HORA-GRAVACAO           PIC 9(06).
