      *> Approval limits for salary changes keyed in Program1: a change
      *> of more than APV-LIMITE-PCT percent of the current salary, or
      *> of more than APV-LIMITE-VALOR in money (up or down), does not
      *> reach the master until a second operator - a supervisor -
      *> approves it (SALPEND.cpy). Zero switches that test off.
      *> Without APROVCTL.DAT the defaults in Program1 apply.
       01 APROVACAO-CONTROLE-RECORD.
           02 APV-LIMITE-PCT        PIC 9(03)V99.
           02 APV-LIMITE-VALOR      PIC 9(05)V99.
