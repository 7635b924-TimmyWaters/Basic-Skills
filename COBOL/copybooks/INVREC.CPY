      *> by the scheduler when the part goes on a mini count sheet.
          05 INV-ABC-CLASS     PIC X(1).
          05 INV-LAST-COUNT-DATE PIC 9(8).
      *> Standard order quantity, set with the reorder point when the
      *> buyer approves the usage-based recommendation; zero means
      *> none has been set and the PO generation restocks to twice
      *> the reorder point as it always has.
          05 INV-ORDER-QTY     PIC 9(5).
