      *>*****************************************************************
      *> Copybook: RPLREC
      *> Purpose: One replacement check queued for the next WatersTA1
      *> check run - a returned direct deposit queued by WatersTA37,
      *> or a voided check queued for reissue by WatersTA59. The
      *> check run prints each one and empties the queue.
      *>*****************************************************************
          05 RPL-EMPLOYEE-ID            PIC X(9).
          05 RPL-PAY-DATE               PIC 9(8).
          05 RPL-PAY-AMOUNT             PIC 9(9)V99.
          05 RPL-REASON-CODE            PIC X(2).
      *> "D" is a returned deposit: the pay stands as posted and only
      *> the instrument is replaced. "V" is a voided check whose pay
      *> WatersTA59 reversed: the check run re-posts the figures
      *> below to pay history, the YTD master, and the ledger when it
      *> prints the replacement.
          05 RPL-SOURCE                 PIC X(1).
          05 RPL-FISCAL-YEAR            PIC 9(4).
          05 RPL-FISCAL-PERIOD          PIC 9(2).
          05 RPL-GROSS-PAY              PIC 9(7)V99.
          05 RPL-INCOME-TAX             PIC 9(7)V99.
          05 RPL-STATE-TAX              PIC 9(7)V99.
          05 RPL-FICA                   PIC 9(7)V99.
          05 RPL-MEDICARE               PIC 9(7)V99.
          05 RPL-VOLUNTARY-DEDS         PIC 9(7)V99.
      *> The voided check a "V" replacement stands in for; the check
      *> run reads it back for the employer taxes and deductions to
      *> restore. Zero for a returned deposit.
          05 RPL-VOIDED-CHECK-NUMBER    PIC 9(8).
