      *> Working storage for the effective-dated price list: the table
      *> loaded from PRECOLST.DAT by CARREGAR-PRECOS (PRECOLD.cpy) and
      *> the in/out fields of BUSCAR-PRECO-VIGENTE (PRECOBUS.cpy).
      *> Before the lookup the caller moves the item, the customer
      *> (spaces = list price only), the pricing date and the unit
      *> cost to W-PRC-NAME/-CLIENTE/-DATA/-CUSTO; it gets back the
      *> unit selling price in W-PRC-PRECO-UNIT and, in W-PRC-ORIGEM,
      *> whether it came from the list or from the global markup.
       01 W-PRECO-VIGENTE.
           02 W-PRC-NAME            PIC X(20).
           02 W-PRC-CLIENTE         PIC X(06).
           02 W-PRC-DATA            PIC 9(08).
           02 W-PRC-CUSTO           PIC 9(04)V99.
           02 W-PRC-PRECO-UNIT      PIC 9(05)V99.
           02 W-PRC-ORIGEM          PIC X(01).
               88 PRC-DA-LISTA      VALUE "L".
               88 PRC-DO-CLIENTE    VALUE "C".
               88 PRC-MARKUP-GERAL  VALUE "G".
           02 W-PRC-IDX             PIC 9(03).
           02 W-PRC-I               PIC 9(03).
           02 W-PRC-NIVEL           PIC 9(01).
           02 W-PRC-MELHOR-NIVEL    PIC 9(01).
           02 W-PRC-MELHOR-INICIO   PIC 9(08).
       01 W-TABELA-PRECOS.
           02 W-QTD-PRECOS          PIC 9(03) VALUE ZEROS.
           02 W-PRC-ENTRADA OCCURS 300 TIMES.
               03 W-PRC-TAB-NAME    PIC X(20).
               03 W-PRC-TAB-CLIENTE PIC X(06).
               03 W-PRC-TAB-TIPO    PIC X(01).
               03 W-PRC-TAB-PRECO   PIC 9(05)V99.
               03 W-PRC-TAB-PCT     PIC 9(03)V99.
               03 W-PRC-TAB-INICIO  PIC 9(08).
               03 W-PRC-TAB-FIM     PIC 9(08).
