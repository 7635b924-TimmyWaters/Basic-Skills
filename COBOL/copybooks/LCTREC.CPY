      *>*****************************************************************
      *> Copybook: LCTREC
      *> Purpose: One loan-servicing run's control totals, appended to
      *> the shared LOANCTL file by each run that posts to the loan
      *> payment history - the same totals its register prints - so
      *> the WatersTA87 year-end run can prove the history it reports
      *> from against the year's registers without the binders.
      *>*****************************************************************
          05 LCT-PROGRAM-ID             PIC X(10).
          05 LCT-RUN-DATE               PIC 9(8).
          05 LCT-RUN-MODE               PIC X(1).
          05 LCT-ITEM-COUNT             PIC 9(7).
          05 LCT-AMOUNT                 PIC 9(11)V99.
          05 LCT-INTEREST               PIC 9(11)V99.
          05 LCT-PRINCIPAL              PIC S9(11)V99.
          05 LCT-ESCROW                 PIC 9(11)V99.
          05 LCT-TAXES-PAID             PIC 9(11)V99.
