      *>*****************************************************************
      *> Copybook: LPHREC
      *> Purpose: One posting against a serviced loan on the indexed
      *> loan payment-history file (LOANHIST), keyed by loan number,
      *> the date the posting took effect, and a sequence number for
      *> a second posting the same day. WatersTA51 writes each
      *> payment and payoff as it posts it, WatersTA85 each escrow
      *> disbursement, refund, and change of monthly escrow, and
      *> WatersTA86 each rate reset; the WatersTA87 year-end run
      *> builds the borrower's interest statement from it.
      *>*****************************************************************
          05 LPH-KEY.
             10 LPH-LOAN-NUMBER         PIC 9(6).
             10 LPH-EFFECTIVE-DATE      PIC 9(8).
             10 LPH-SEQUENCE            PIC 9(3).
      *> "P" - monthly payment;  "O" - payoff;
      *> "T" - property taxes paid out of escrow;
      *> "I" - hazard insurance paid out of escrow;
      *> "R" - escrow surplus refunded to the borrower;
      *> "E" - monthly escrow changed by the annual analysis;
      *> "A" - adjustable rate and payment reset.
          05 LPH-TRAN-TYPE              PIC X(1).
          05 LPH-POSTED-DATE            PIC 9(8).
          05 LPH-AMOUNT                 PIC 9(9)V99.
          05 LPH-INTEREST               PIC 9(7)V99.
          05 LPH-PRINCIPAL              PIC S9(10)V99.
          05 LPH-ESCROW                 PIC 9(7)V99.
          05 LPH-LATE-CHARGE            PIC 9(5)V99.
          05 LPH-FEE                    PIC 9(5)V99.
          05 LPH-BALANCE-AFTER          PIC S9(10)V99.
          05 LPH-ESCROW-BALANCE-AFTER   PIC S9(7)V99.
          05 LPH-RATE-AFTER             PIC 9(2)V9(3).
          05 LPH-PAYMENT-AFTER          PIC 9(7)V99.
          05 LPH-ESCROW-PAYMENT-AFTER   PIC 9(5)V99.
