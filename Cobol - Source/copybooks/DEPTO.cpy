      *> Department / cost-center control file: one record per cost
      *> center the payroll is split by. Program1 only accepts an
      *> EMP-DEPARTAMENTO that is in this file; the monthly payroll
      *> totals by it, the GL posting debits the payroll expense per
      *> cost center and the demography report breaks headcount and
      *> cost down by it. DEP-CONTA-DESPESA is the expense account
      *> debited for the cost center's gross pay; zeros mean the
      *> FOLHABRU debit account of CONTAMAP.DAT. Change the cost
      *> centers here, not in a program.
       01 DEPARTAMENTO-RECORD.
           02 DEP-CODIGO            PIC X(04).
           02 DEP-NOME              PIC X(20).
           02 DEP-CONTA-DESPESA     PIC 9(06).
