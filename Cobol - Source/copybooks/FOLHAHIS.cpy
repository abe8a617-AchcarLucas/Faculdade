      *> Payroll history, appended EXTEND by every FOLHA-MENSAL run
      *> (one record per payment made to an employee, plus one "T"
      *> record carrying the run's control totals - the same figures
      *> written to CTLMFOLH.DAT) and by RESCISAO-EMPREGADO (one "R"
      *> record per settlement). CTLMFOLH.DAT only ever holds the
      *> last month; this file is what the year-end income statement
      *> (INFORME-RENDIMENTOS) adds up. FH-DATA/HORA-GRAVACAO stamp
      *> the run that wrote the record, so when a month is rerun the
      *> statement keeps only the records of the LAST run of that
      *> month (the ones stamped like its "T" record).
      *> FH-LIQUIDO is what was actually paid: net of the loan
      *> installments (EMPREST.cpy) taken from the monthly pay and of
      *> the loan balance taken from a settlement.
      *>   FH-TIPO "M" salario do mes       "F" ferias + 1/3
      *>           "1" 13o - 1a parcela     "2" 13o - 2a parcela
      *>           "R" verbas rescisorias   "T" totais da rodada
       01 FOLHA-HISTORICO-RECORD.
           02 FH-COMPETENCIA        PIC 9(06).
           02 FH-DATA-GRAVACAO      PIC 9(08).
           02 FH-HORA-GRAVACAO      PIC 9(06).
           02 FH-TIPO               PIC X(01).
               88 FH-MENSAL         VALUE "M".
               88 FH-FERIAS         VALUE "F".
               88 FH-13-ADIANTAMENTO VALUE "1".
               88 FH-13-SALDO       VALUE "2".
               88 FH-RESCISAO       VALUE "R".
               88 FH-TOTAL-RODADA   VALUE "T".
           02 FH-EMP-ID             PIC 9(06).
           02 FH-BRUTO              PIC 9(09)V99.
           02 FH-PREVIDENCIA        PIC 9(09)V99.
           02 FH-IMPOSTO            PIC 9(09)V99.
           02 FH-LIQUIDO            PIC 9(09)V99.
