      *>*****************************************************************
      *> Copybook: DTKREC
      *> Purpose: One voluntary deduction actually taken from one
      *> check, written by the WatersTA1 payroll run as each
      *> election is applied - the run's deductions-taken file the
      *> WatersTA64 remittance run totals by payee and employee, so
      *> what is paid over is exactly what came off the checks.
      *>*****************************************************************
          05 DTK-DED-TYPE               PIC X(4).
          05 DTK-EMPLOYEE-ID            PIC X(9).
          05 DTK-EMPLOYEE-NAME          PIC X(25).
          05 DTK-FISCAL-YEAR            PIC 9(4).
          05 DTK-FISCAL-PERIOD          PIC 9(2).
          05 DTK-PAY-DATE               PIC 9(8).
          05 DTK-AMOUNT                 PIC 9(7)V99.
