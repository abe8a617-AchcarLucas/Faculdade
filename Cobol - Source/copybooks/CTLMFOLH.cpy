      *> re-adding FOLHAREG.DAT by hand. CTM-DATA/HORA-GRAVACAO
      *> carry the moment of writing (century date) so a leftover
      *> file from another processing date is refused downstream.
      *> Vacation pay and the 13th-salary installments are part of
      *> the month's payroll and are INCLUDED in the gross /
      *> deduction / net columns; CTM-TOTAL-FERIAS and
      *> CTM-TOTAL-DECIMO only break out how much of CTM-TOTAL-BRUTO
      *> was vacation (plus 1/3) and 13th salary.
      *> CTM-TOTAL-LIQUIDO is what was actually paid, after the loan
      *> installments (EMPREST.cpy); CTM-TOTAL-EMPRESTIMO is their
      *> total, for the posting step to move out of the payable.
       01 CTL-MENSAL-FOLHA-RECORD.
           02 CTM-TOTAL-EMPREGADOS        PIC 9(06).
           02 CTM-TOTAL-BRUTO             PIC 9(09)V99.
           02 CTM-TOTAL-LIQUIDO           PIC 9(09)V99.
           02 CTM-DATA-GRAVACAO           PIC 9(08).
           02 CTM-HORA-GRAVACAO           PIC 9(06).
           02 CTM-TOTAL-FERIAS            PIC 9(09)V99.
           02 CTM-TOTAL-DECIMO            PIC 9(09)V99.
           02 CTM-TOTAL-EMPRESTIMO        PIC 9(09)V99.
