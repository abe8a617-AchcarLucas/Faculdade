      *> Valued movement journal appended by the pricing batch: one
      *> record per APPLIED movement (transfer dispatches excluded -
      *> they move no value), with the signed effect of the movement
      *> on the stock value: receipts at invoice value, issues at the
      *> weighted-average cost of the moment, adjustments at the
      *> balance delta times that cost. A transfer receipt ("R") is
      *> journaled only when the quantity counted on arrival differs
      *> from the quantity dispatched: the difference times the cost,
      *> at the destination, MJ-QTD holding the difference without
      *> sign. The month-end valuation sums
      *> these to walk opening value to closing value; MERCTRAN.DAT
      *> cannot serve because it is replaced daily and carries no
      *> applied cost. Appended EXTEND, never rewritten.
