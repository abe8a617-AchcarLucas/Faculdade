      *> Loan-deduction control for the monthly payroll (FOLHA-MENSAL):
      *> the installments of payroll-deducted loans ("C" in
      *> EMPREST.cpy) together may take at most EC-MARGEM-PCT percent
      *> of the employee's net pay after social security and income
      *> tax. Salary advances ("A") are limited only by the net pay
      *> itself. Zeros or a missing file mean 35%. Change the legal
      *> margin here, not in the program.
       01 EMPRESTIMO-CONTROLE-RECORD.
           02 EC-MARGEM-PCT         PIC 9(03)V99.
