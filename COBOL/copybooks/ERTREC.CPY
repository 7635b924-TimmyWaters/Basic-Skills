      *>*****************************************************************
      *> Copybook: ERTREC
      *> Purpose: One employee's record on the indexed employer-tax
      *> year-to-date master, keyed by employee ID - the employer's
      *> own FICA and Medicare match, federal unemployment (FUTA),
      *> and state unemployment (SUTA) accrued on the employee's pay
      *> by the WatersTA1 payroll run, with the wages each capped
      *> tax has been charged on so far, so the FUTA and SUTA wage
      *> bases are honored across periods.
      *>*****************************************************************
          05 ERT-EMPLOYEE-ID            PIC X(9).
      *> The unemployment wage bases are calendar-year limits. The
      *> payroll run starts a record over at zero the first time it
      *> pays the employee in a new calendar year, so no year-end
      *> reset is needed.
          05 ERT-CALENDAR-YEAR          PIC 9(4).
      *> The work state the SUTA wages below were charged in.
          05 ERT-WORK-STATE             PIC X(2).
          05 ERT-FUTA-WAGES             PIC 9(9)V99.
          05 ERT-SUTA-WAGES             PIC 9(9)V99.
          05 ERT-FICA-MATCH             PIC 9(9)V99.
          05 ERT-MEDICARE-MATCH         PIC 9(9)V99.
          05 ERT-FUTA                   PIC 9(9)V99.
          05 ERT-SUTA                   PIC 9(9)V99.
