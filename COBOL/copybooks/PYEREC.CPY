      *>*****************************************************************
      *> Copybook: PYEREC
      *> Purpose: One third party the payroll deductions are paid
      *> over to, on the indexed payee master keyed by the deduction
      *> type code the elections on DEDREC carry - the garnishing
      *> agency, insurance carrier, or retirement plan, with the
      *> address the remittance is mailed to. Maintained by
      *> WatersTA63; read by the WatersTA64 remittance run.
      *>*****************************************************************
          05 PYE-DED-TYPE               PIC X(4).
          05 PYE-PAYEE-NAME             PIC X(30).
          05 PYE-ADDRESS                PIC X(30).
          05 PYE-CITY                   PIC X(20).
          05 PYE-STATE                  PIC X(2).
          05 PYE-ZIP                    PIC X(9).
      *> "G" - garnishment: each remittance line carries the
      *>       employee and the case number, as the court requires;
      *> "I" - insurance premium; "R" - retirement plan;
      *> "O" - any other voluntary deduction.
          05 PYE-CATEGORY               PIC X(1).
      *> The court case number for a garnishment (each order is set
      *> up under its own deduction type), or the group policy or
      *> plan number the carrier or plan files the money under.
          05 PYE-CASE-NUMBER            PIC X(20).
