      *>*****************************************************************
      *> Copybook: LVEREC
      *> Purpose: One employee's vacation and sick leave bank on the
      *> indexed leave master, keyed by employee ID. Set up and
      *> re-rated by WatersTA61; accrued from hours worked and
      *> relieved by leave hours taken in the WatersTA34 timecard
      *> capture; the balances are printed on the WatersTA1 check
      *> stub and shown by the WatersTA36 inquiry.
      *>*****************************************************************
          05 LV-EMPLOYEE-ID             PIC X(9).
      *> Hours of leave earned per hour worked (e.g. .0385 earns
      *> 80 hours over a 2,080-hour year). Leave hours taken are
      *> not hours worked and earn nothing.
          05 LV-VAC-ACCRUAL-RATE        PIC 9V9(4).
      *> The balance the bank may accrue up to; accrual that would
      *> carry the balance past the cap is forfeited. Zero means
      *> the bank accrues without a ceiling.
          05 LV-VAC-CAP                 PIC 9(4)V99.
          05 LV-VAC-BALANCE             PIC 9(4)V99.
          05 LV-SICK-ACCRUAL-RATE       PIC 9V9(4).
          05 LV-SICK-CAP                PIC 9(4)V99.
          05 LV-SICK-BALANCE            PIC 9(4)V99.
