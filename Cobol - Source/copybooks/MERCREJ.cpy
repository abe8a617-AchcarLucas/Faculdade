      *>   MR-COD-APLICACAO "NC" item nao cadastrado (saida/ajuste)
      *>                    "EI" estoque insuficiente para a saida
      *>                    "SL" saldo excederia o limite do master
      *>                    "ST" recebimento sem transferencia em
      *>                    transito entre os dois locais
      *>   MR-COD-LOCAL     "LO" local desconhecido (origem ou
      *>                    destino fora de LOCCTL.DAT)
      *> MR-ORIGEM carries MT-ORIGEM after the code columns, so a
      *> resubmitted customer return is still treated as a return.
       01 MERCADORIA-REJ-RECORD.
           02 MR-TIPO-MOV           PIC X(01).
           02 MR-NAME               PIC X(20).
           02 MR-COD-CUSTO          PIC X(02).
           02 MR-COD-APLICACAO      PIC X(02).
           02 MR-COD-LOCAL          PIC X(02).
           02 MR-ORIGEM             PIC X(01).
