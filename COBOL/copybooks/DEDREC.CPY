          05 DED-KEY.
             10 DED-EMPLOYEE-ID         PIC X(9).
             10 DED-PRIORITY            PIC 9(2).
      *> Also the key of the payee master (PYEREC) record the
      *> WatersTA64 remittance run pays the deduction over to.
          05 DED-TYPE                   PIC X(4).
      *> "A" takes the flat amount each period; "P" takes the
      *> percent of the period's gross pay.
