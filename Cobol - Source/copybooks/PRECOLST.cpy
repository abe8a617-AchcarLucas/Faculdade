      *> Effective-dated price list (PRECOLST.DAT), one line per price.
      *> PL-CLIENTE = spaces is the list price for every customer; a
      *> customer code makes it that customer's special price, which
      *> wins over the list price while both are in effect. PL-TIPO
      *> "P" sells at PL-PRECO-UNIT as keyed; "M" sells at the item's
      *> cost plus PL-MARKUP-PCT, so the price follows the cost.
      *> The line is in effect from PL-VIGENCIA-INICIO through
      *> PL-VIGENCIA-FIM inclusive; PL-VIGENCIA-FIM = zeros means until
      *> further notice. When two lines of the same kind overlap, the
      *> one that started last wins. An item with no line in effect
      *> falls back to the global markup of MERCTAXA.DAT.
       01 PRECO-LISTA-RECORD.
           02 PL-NAME               PIC X(20).
           02 PL-CLIENTE            PIC X(06).
           02 PL-TIPO               PIC X(01).
               88 PL-PRECO-FIXO     VALUE "P" "p".
               88 PL-MARKUP         VALUE "M" "m".
           02 PL-PRECO-UNIT         PIC 9(05)V99.
           02 PL-MARKUP-PCT         PIC 9(03)V99.
           02 PL-VIGENCIA-INICIO    PIC 9(08).
           02 PL-VIGENCIA-FIM       PIC 9(08).
