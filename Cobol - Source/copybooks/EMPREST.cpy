      *> Employee loan / salary advance (EMPREST.DAT), one line per
      *> contract: EMPR-EMP-ID + EMPR-CONTRATO. A new contract is
      *> keyed in with EMPR-SALDO = EMPR-PRINCIPAL, EMPR-PARCELAS-PAGAS
      *> zero and EMPR-SITUACAO "A" (or blank); the rest of the record
      *> belongs to the payroll runs. FOLHA-MENSAL deducts up to
      *> EMPR-VALOR-PARCELA each month, never more than the balance,
      *> the net pay left or - for payroll-deducted loans ("C") - the
      *> legal margin of EMPRCTL.DAT. What the pay could not cover is
      *> EMPR-VALOR-ADIADO and simply stays in EMPR-SALDO: the
      *> contract runs past EMPR-QTD-PARCELAS until the balance is
      *> zero. RESCISAO-EMPREGADO takes the whole balance out of the
      *> termination settlement. EMPR-COMPETENCIA / EMPR-VALOR-
      *> DESCONTADO and EMPR-COMPETENCIA-RESCISAO / EMPR-VALOR-RESCISAO
      *> record the last deduction of each run, so a rerun of the
      *> same month puts it back before deducting again. The file is
      *> rewritten whole by both runs (EMPREST.NEW, then back to
      *> EMPREST.DAT), in the order it was read.
      *>   EMPR-SITUACAO "A" aberto   "Q" quitado pela folha
      *>                 "R" quitado na rescisao
       01 EMPRESTIMO-RECORD.
           02 EMPR-EMP-ID           PIC 9(06).
           02 EMPR-CONTRATO         PIC 9(03).
           02 EMPR-TIPO             PIC X(01).
               88 EMPR-ADIANTAMENTO VALUE "A" "a".
               88 EMPR-CONSIGNADO   VALUE "C" "c".
           02 EMPR-DATA-CONCESSAO   PIC 9(08).
           02 EMPR-PRINCIPAL        PIC 9(07)V99.
           02 EMPR-QTD-PARCELAS     PIC 9(03).
           02 EMPR-VALOR-PARCELA    PIC 9(07)V99.
           02 EMPR-SALDO            PIC 9(07)V99.
           02 EMPR-PARCELAS-PAGAS   PIC 9(03).
           02 EMPR-SITUACAO         PIC X(01).
               88 EMPR-ABERTO       VALUE "A" " ".
               88 EMPR-QUITADO      VALUE "Q".
               88 EMPR-QUITADO-RESCISAO VALUE "R".
           02 EMPR-COMPETENCIA      PIC 9(06).
           02 EMPR-VALOR-DESCONTADO PIC 9(07)V99.
           02 EMPR-VALOR-ADIADO     PIC 9(07)V99.
           02 EMPR-COMPETENCIA-RESCISAO PIC 9(06).
           02 EMPR-VALOR-RESCISAO   PIC 9(07)V99.
