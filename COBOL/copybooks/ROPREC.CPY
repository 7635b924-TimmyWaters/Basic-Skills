      *>*****************************************************************
      *> Copybook: ROPREC
      *> Purpose: One usage-based reorder recommendation, written by
      *> the monthly WatersTA81 review run for every active part
      *> whose recommended reorder point or order quantity differs
      *> from the master, and worked by the buyer in WatersTA82. The
      *> current values are the ones the recommendation was made
      *> against, so a part changed on the master since the run is
      *> not overwritten with a stale figure. The daily issue rate
      *> and vendor lead time behind the figures ride along for the
      *> buyer to see.
      *>*****************************************************************
          05 ROP-RUN-DATE               PIC 9(8).
          05 ROP-PART-NO                PIC X(5).
          05 ROP-PART-DESC              PIC X(15).
          05 ROP-VENDOR-CODE            PIC X(4).
          05 ROP-ABC-CLASS              PIC X(1).
          05 ROP-DAILY-RATE             PIC 9(5)V9999.
          05 ROP-LEAD-DAYS              PIC 9(3).
          05 ROP-CUR-REORDER-POINT      PIC 9(5).
          05 ROP-CUR-ORDER-QTY          PIC 9(5).
          05 ROP-REC-REORDER-POINT      PIC 9(5).
          05 ROP-REC-ORDER-QTY          PIC 9(5).
