      *>*****************************************************************
      *> Copybook: PPAYREC
      *> Purpose: The bank's positive-pay issue record - written by
      *> the WatersTA1 check run for every check it prints, and by
      *> WatersTA59 for every check it voids - so the bank pays only
      *> a check it was told was issued and refuses one it was told
      *> was voided.
      *>*****************************************************************
          05 PP-CHECK-NUMBER            PIC 9(8).
          05 PP-PAY-DATE                PIC 9(8).
          05 PP-EMPLOYEE-ID             PIC X(9).
          05 PP-PAYEE                   PIC X(25).
          05 PP-AMOUNT                  PIC 9(9)V99.
      *> "I" issues the check to the bank; "V" tells the bank the
      *> check number was voided and must not be paid.
          05 PP-ISSUE-CODE              PIC X(1).
