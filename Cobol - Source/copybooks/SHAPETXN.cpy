      *>   "R" rectangle  - ST-DIM1 is the length, ST-DIM2 the width
      *> ST-MATERIAL keys the sheet-material master (MATMAST.cpy) and
      *> ST-PEDIDO carries the customer/order reference the quote
      *> document is grouped by: the first six positions are the
      *> customer code (CLI-CODIGO) the accepted work is billed to.
       01 SHAPE-TRANS-RECORD.
           02 ST-TIPO                PIC X(01).
           02 ST-DIM1                PIC 9(05)V99.
