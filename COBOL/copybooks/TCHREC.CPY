      *>*****************************************************************
      *> Copybook: TCHREC
      *> Purpose: The hours behind one employee's pay for one fiscal
      *> period on the indexed timecard-history file, keyed the same
      *> way as the pay history (employee ID plus fiscal year and
      *> period) - accumulated by the WatersTA34 timecard capture as
      *> each card is extended, so the WatersTA62 retro pay run can
      *> recompute a paid period's gross at a back-dated rate from
      *> the hours actually worked.
      *>*****************************************************************
          05 TCH-KEY.
             10 TCH-EMPLOYEE-ID         PIC X(9).
             10 TCH-FISCAL-YEAR         PIC 9(4).
             10 TCH-FISCAL-PERIOD       PIC 9(2).
          05 TCH-REGULAR-HOURS          PIC 9(4)V9.
          05 TCH-OVERTIME-HOURS         PIC 9(4)V9.
          05 TCH-LEAVE-HOURS            PIC 9(4)V9.
          05 TCH-OVERTIME-FACTOR        PIC 9V9.
      *> The hourly rate the period's hours now stand paid at, and
      *> the gross extended from them; a retro payment raises both,
      *> so the same hours are never paid the same increase twice.
          05 TCH-HOURLY-RATE            PIC 9(3)V99.
          05 TCH-GROSS-PAY              PIC 9(7)V99.
