      *>*****************************************************************
      *> Copybook: IVSREC
      *> Purpose: One part on the period-end inventory valuation
      *> snapshot the WatersTA80 month-end close appends to - each
      *> part's quantity on hand and moving-average cost as the
      *> master stood at the close, and their extended value. The
      *> next close opens from the latest snapshot on file, and any
      *> later month can be compared against a frozen one.
      *>*****************************************************************
          05 IVS-CLOSE-DATE             PIC 9(8).
          05 IVS-FISCAL-YEAR            PIC 9(4).
          05 IVS-FISCAL-PERIOD          PIC 9(2).
          05 IVS-PART-NO                PIC X(5).
          05 IVS-QTY-ON-HAND            PIC 9(5).
          05 IVS-AVG-COST               PIC 9(5)V99.
          05 IVS-VALUE                  PIC 9(11)V99.
