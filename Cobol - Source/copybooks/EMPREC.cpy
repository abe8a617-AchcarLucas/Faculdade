      *> completar cada registro com EMP-SITUACAO = "A",
      *> EMP-DATA-ADMISSAO = 00000000 e EMP-DATA-DESLIGAMENTO =
      *> 00000000 e recarregar, pelo mesmo caminho do backup.
      *> EMP-DEPARTAMENTO e o centro de custo (DEPTO.DAT); brancos =
      *> sem centro de custo, que a folha e a demografia agrupam a
      *> parte. CONVERSAO (layout de 91 posicoes): completar cada
      *> registro com EMP-DEPARTAMENTO em brancos e recarregar, pelo
      *> mesmo caminho do backup.
      *> ANONIMIZACAO (LGPD): passado o prazo de retencao depois de
      *> EMP-DATA-DESLIGAMENTO, o ANONIMIZACAO-LGPD troca EMP-NOME
      *> pela marca EMP-ANONIMIZADO, EMP-CPF pela propria matricula
      *> (o indice alternado de CPF nao aceita repeticao) e zera
      *> banco, agencia e conta. Salario, datas e departamento ficam
      *> para a trilha de auditoria e a demografia.
       01 EMPLOYEE-MASTER-RECORD.
           02 EMP-ID                PIC 9(06).
           02 EMP-NOME              PIC X(30).
               88 EMP-ANONIMIZADO   VALUE "*** ANONIMIZADO - LGPD ***".
           02 EMP-CPF               PIC 9(11).
           02 EMP-IDADE             PIC 9(02).
               88 EMP-IDADE-ELEGIVEL VALUE 15 THRU 29.
               88 EMP-DESLIGADO     VALUE "D" "d".
           02 EMP-DATA-ADMISSAO     PIC 9(08).
           02 EMP-DATA-DESLIGAMENTO PIC 9(08).
           02 EMP-DEPARTAMENTO      PIC X(04).
