      *>*****************************************************************
      *> Copybook: CCTREC
      *> Purpose: One cost center on the cost-center master (CCMSTR) -
      *> the departments that draw stock from the storeroom. A stock
      *> issue must name an active cost center to post, and the
      *> monthly chargeback charges each one's issues to the expense
      *> account carried here. CC-STATUS "I" marks a cost center
      *> closed to new issues; its history still charges.
      *>*****************************************************************
          05 CC-CODE                    PIC X(6).
          05 CC-NAME                    PIC X(25).
          05 CC-EXPENSE-ACCOUNT         PIC X(8).
          05 CC-STATUS                  PIC X(1).
