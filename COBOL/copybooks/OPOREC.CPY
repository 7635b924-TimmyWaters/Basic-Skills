      *> quantity-received running total leaves a short-shipped PO
      *> open with a backordered balance (ordered less received)
      *> instead of the whole order closing on a partial delivery;
      *> the status goes "C" only when receipts cover the order. A
      *> return to vendor takes its quantity back off the received
      *> total, reopening the line when a replacement is expected
      *> and cutting the ordered quantity when it is not. The
      *> unit price is the price the PO was cut at, the figure the
      *> invoice match compares against.
      *>*****************************************************************
