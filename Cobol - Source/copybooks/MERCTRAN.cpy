      *>   "S" saida   - issue, subtracts MT-QTD (cost comes from master)
      *>   "A" ajuste  - adjustment-to-count, sets the LOCATION balance
      *>                 to MT-QTD (the company total moves by the delta)
      *>   "T" transferencia - dispatch: takes MT-QTD off MT-LOCAL
      *>                 and puts it in transit to MT-LOCAL-DESTINO
      *>                 (TRANSITO.cpy); the company total does not
      *>                 change and nothing is priced
      *>   "R" recebimento de transferencia - the destination confirms
      *>                 the oldest open load from MT-LOCAL to
      *>                 MT-LOCAL-DESTINO; MT-QTD is the quantity
      *>                 COUNTED on arrival (zeros = nothing arrived).
      *>                 The destination gets MT-QTD, the load leaves
      *>                 transit, and any difference to the quantity
      *>                 dispatched moves the company total and goes
      *>                 to the transfer difference report
      *> MT-LOCAL is the stock location (LOCCTL.DAT); spaces fall back
      *> to the first location of the control file, so movement files
      *> from before the second storeroom keep posting unchanged.
      *> MT-LOCAL-DESTINO is only read for "T" and "R".
      *> MT-ORIGEM marks where an "E" came from: "D" is a customer
      *> return written by DEVOLUCAO-VENDAS - it puts the goods back on
      *> hand like any receipt, but it is not checked against purchase
      *> orders and is not priced into the day's sales total (the
      *> credit note is posted to the GL on its own). "Q" is an "S"
      *> written by COTACAO-ACEITE for the material of an accepted
      *> cutting quote - it leaves stock like any issue, but it is not
      *> priced into the day's sales total either: the work is billed
      *> at the accepted quote value and posted to the GL from the
      *> billing run's own control total. Spaces for every other
      *> movement, and for movement files from before the field.
       01 MERCADORIA-TRANS-RECORD.
           02 MT-TIPO-MOV           PIC X(01).
               88 MT-MOV-ENTRADA VALUE "E" "e".
               88 MT-MOV-SAIDA   VALUE "S" "s".
               88 MT-MOV-AJUSTE  VALUE "A" "a".
               88 MT-MOV-TRANSFER VALUE "T" "t".
               88 MT-MOV-RECEBIMENTO VALUE "R" "r".
           02 MT-NAME               PIC X(20).
           02 MT-QTD                PIC 9(04).
           02 MT-CUSTO-UNIT         PIC 9(04)V99.
           02 MT-LOCAL              PIC X(03).
           02 MT-LOCAL-DESTINO      PIC X(03).
           02 MT-ORIGEM             PIC X(01).
               88 MT-ORIGEM-DEVOLUCAO VALUE "D" "d".
               88 MT-ORIGEM-COTACAO VALUE "Q" "q".
