      *> principal exactly as the amortization schedule computes
      *> them, the paid-through date advances with each full
      *> payment, and the status goes "P" when the balance reaches
      *> zero or a payoff is posted.
      *>*****************************************************************
          05 LS-LOAN-NUMBER             PIC 9(6).
          05 LS-BORROWER-NAME           PIC X(25).
          05 LS-PAID-THRU-DATE          PIC 9(8).
          05 LS-CONVERT-DATE            PIC 9(8).
          05 LS-STATUS                  PIC X(1).
      *> Late charges assessed by the posting run on payments received
      *> past the grace period and not yet collected; they are owed
      *> with the payoff, which zeroes them and stamps the date the
      *> loan was paid off.
          05 LS-LATE-CHARGES-DUE        PIC 9(5)V99.
          05 LS-PAYOFF-DATE             PIC 9(8).
      *> The escrow account. The monthly escrow is collected with each
      *> full payment on top of the principal and interest and
      *> credited to the escrow balance; the WatersTA85 disbursement
      *> run pays the tax and insurance bills out of it as each due
      *> date comes round, rolling the date a year ahead, and an
      *> advance leaves the balance negative. The annual analysis,
      *> due in the month of the analysis date, resets the monthly
      *> escrow and moves the date a year on; a zero date means no
      *> escrow account has been opened.
          05 LS-MONTHLY-ESCROW          PIC 9(5)V99.
          05 LS-ESCROW-BALANCE          PIC S9(7)V99.
          05 LS-ANNUAL-TAXES            PIC 9(7)V99.
          05 LS-TAX-DUE-DATE            PIC 9(8).
          05 LS-ANNUAL-INSURANCE        PIC 9(7)V99.
          05 LS-INSURANCE-DUE-DATE      PIC 9(8).
          05 LS-ESCROW-ANALYSIS-DATE    PIC 9(8).
      *> The note's rate terms, stamped from the loan-program file at
      *> conversion so a later change to the program does not reach
      *> loans already made. A fixed loan is "F"; an adjustable one
      *> ("A") is reset by WatersTA86 in the month of its next reset
      *> date to the index plus the margin, held within the period
      *> cap of the rate it had and the lifetime cap of the rate it
      *> started at, and re-amortized to the maturity date.
          05 LS-RATE-TYPE               PIC X(1).
          05 LS-INITIAL-RATE            PIC 9(2)V9(3).
          05 LS-INDEX-CODE              PIC X(4).
          05 LS-MARGIN                  PIC 9(2)V9(3).
          05 LS-RESET-MONTHS            PIC 9(3).
          05 LS-PERIOD-CAP              PIC 9(2)V9(3).
          05 LS-LIFETIME-CAP            PIC 9(2)V9(3).
          05 LS-NEXT-RESET-DATE         PIC 9(8).
          05 LS-MATURITY-DATE           PIC 9(8).
