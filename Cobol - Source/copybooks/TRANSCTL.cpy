      *> In-transit control for the pricing batch: a transfer load
      *> still unconfirmed at the destination more than
      *> TC-DIAS-LIMITE calendar days after dispatch is flagged
      *> ATRASADA on TRANSREP.DAT. Zeros or a missing file mean 3
      *> days. Change the limit here, not in the program.
       01 TRANSITO-CONTROLE-RECORD.
           02 TC-DIAS-LIMITE        PIC 9(03).
