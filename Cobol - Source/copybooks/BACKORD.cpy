      *> Backorder line: a sales-order line the billing run could not
      *> ship for lack of stock (ESTOQUE INSUFICIENTE). The billing
      *> run appends today's shortfalls and, at the start of every
      *> night, fills the open lines first-in first-out from the
      *> stock on hand, partial shipments allowed, before it looks at
      *> the day's new orders. The file is rewritten each night in
      *> two phases (BACKORD.NEW, then back to BACKORD.DAT) keeping
      *> only the lines still open, in their original order - so
      *> file order IS the FIFO queue. BO-DATA is the date of the
      *> original order; BO-QTD stays as ordered and BO-QTD-ATENDIDA
      *> accumulates what has shipped since. Open quantity is the
      *> difference, which the replenishment run also counts as
      *> demand.
       01 BACKORDER-RECORD.
           02 BO-CLIENTE            PIC X(06).
           02 BO-NAME               PIC X(20).
           02 BO-QTD                PIC 9(04).
           02 BO-QTD-ATENDIDA       PIC 9(04).
           02 BO-DATA               PIC 9(08).
