      *> Copybook: IVHREC
      *> Purpose: One posted inventory movement on the transaction
      *> history file WatersTA16 appends to - receipts, issues,
      *> adjustments, transfers, and returns to vendor, with the
      *> actual cost a receipt carried and, for a receipt or a
      *> return against a PO, the PO's vendor and order date. The
      *> ABC classification run values each part's issue activity
      *> from this history, and the vendor performance report
      *> computes lead times from the order and transaction dates
      *> instead of from the single latest-date stamp on the master,
      *> and counts each vendor's returns against its fill rate.
      *> Each movement also carries what it did to the part's book:
      *> the net change to the part's total on hand (an
      *> adjustment's counted figure is the quantity, the change is
      *> the difference it made; a transfer changes nothing), the
      *> on-hand total it left, and the moving-average cost before
      *> and after it - so the inventory month-end close can value
      *> the period's activity and prove it to the master.
      *> An issue carries the cost center that drew the stock, for
      *> the monthly department chargeback; other movements leave
      *> it blank.
      *>*****************************************************************
          05 IVH-TRAN-DATE              PIC 9(8).
          05 IVH-PART-NO                PIC X(5).
          05 IVH-VENDOR-CODE            PIC X(4).
          05 IVH-ORDER-DATE             PIC 9(8).
          05 IVH-LOCATION               PIC X(3).
          05 IVH-QTY-CHANGE             PIC S9(6).
          05 IVH-QTY-ON-HAND            PIC 9(5).
          05 IVH-PRIOR-AVG-COST         PIC 9(5)V99.
          05 IVH-AVG-COST               PIC 9(5)V99.
          05 IVH-COST-CENTER            PIC X(6).
