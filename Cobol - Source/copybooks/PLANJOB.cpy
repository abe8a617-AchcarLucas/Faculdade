      *> PJ-VERIFICA-CHECKPOINT is "S" the step is refused while
      *> CHKPRECO.DAT or CHKPFOLHA.DAT still holds a live checkpoint
      *> from an abended run (set it on the reconciliation step).
      *> PJ-FREQUENCIA says on which nights the step is due, judged
      *> against the business calendar (CALEND.DAT); a step that is
      *> not due is logged NAO DEVIDO and does not break the chain.
      *>   D or space - every night
      *>   U          - working days (month/year-end closings too)
      *>   M          - month-end closing days (year-end too)
      *>   A          - year-end closing day
       01 PLANO-JOB-RECORD.
           02 PJ-STEP-NOME          PIC X(08).
           02 PJ-VERIFICA-CHECKPOINT PIC X(01).
               88 PJ-EXIGE-CHECKPOINT-LIMPO VALUE "S" "s".
           02 PJ-COMANDO            PIC X(60).
           02 PJ-FREQUENCIA         PIC X(01).
               88 PJ-DIARIO         VALUE "D" "d" SPACE.
               88 PJ-DIA-UTIL       VALUE "U" "u".
               88 PJ-FIM-MES        VALUE "M" "m".
               88 PJ-FIM-ANO        VALUE "A" "a".
