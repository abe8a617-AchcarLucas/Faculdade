      *> Indexed in-transit stock between locations, written by the
      *> pricing batch: a "T" movement takes the goods off the origin
      *> location and books them here, and the "R" receipt at the
      *> destination takes them off again. One record per origin +
      *> destination + item + dispatch date (same-day dispatches of
      *> an item between the same pair travel as one load and are
      *> summed). The receipt always confirms the OLDEST open load of
      *> the pair and item - trucks arrive in the order they left.
      *> MM-QTD on the master keeps counting these goods: the company
      *> total is sum(MERCSALD) + sum(TRANSITO) for every item, so
      *> stock on the truck is valued and never looks lost.
       01 MERC-TRANSITO-RECORD.
           02 TR-CHAVE.
               03 TR-LOCAL-ORIGEM   PIC X(03).
               03 TR-LOCAL-DESTINO  PIC X(03).
               03 TR-NAME           PIC X(20).
               03 TR-DATA-DESPACHO  PIC 9(08).
           02 TR-QTD                PIC 9(04).
