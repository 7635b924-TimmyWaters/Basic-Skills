      *>*****************************************************************
      *> Copybook: CHKREC
      *> Purpose: One printed payroll check on the indexed check
      *> master, keyed by check number - written by the WatersTA1
      *> check run as each check is cut, and carried from issue
      *> until the check is voided by WatersTA59 or cleared by the
      *> bank, so a check from three periods ago can be found,
      *> voided, or reconciled without the printed register.
      *>*****************************************************************
          05 CHK-CHECK-NUMBER           PIC 9(8).
          05 CHK-EMPLOYEE-ID            PIC X(9).
          05 CHK-PAYEE                  PIC X(25).
          05 CHK-ISSUE-DATE             PIC 9(8).
          05 CHK-AMOUNT                 PIC 9(9)V99.
      *> The fiscal year and period whose pay the check carries -
      *> the key a void reverses pay history under.
          05 CHK-FISCAL-YEAR            PIC 9(4).
          05 CHK-FISCAL-PERIOD          PIC 9(2).
      *> "O" outstanding, "V" voided, "C" cleared by the bank; the
      *> date is when the check last changed status.
          05 CHK-STATUS                 PIC X(1).
          05 CHK-STATUS-DATE            PIC 9(8).
      *> The reason code keyed on the void transaction; blank for
      *> a check never voided.
          05 CHK-VOID-REASON            PIC X(2).
      *> "Y" when the pay on the check was posted with it, so a void
      *> takes the figures below back out. "N" for a check cut to
      *> replace a returned direct deposit, whose pay stands with
      *> the deposit - voiding one replaces only the instrument.
          05 CHK-PAY-POSTED             PIC X(1).
      *> The check's own figures. The period's pay-history record
      *> can also carry the employee's other checks of the period (a
      *> retro or final-pay check, a reissue), so a void backs out
      *> only what this check carried.
          05 CHK-PAY-FIGURES.
             10 CHK-GROSS-PAY           PIC 9(7)V99.
             10 CHK-INCOME-TAX          PIC 9(7)V99.
             10 CHK-STATE-TAX           PIC 9(7)V99.
             10 CHK-FICA                PIC 9(7)V99.
             10 CHK-MEDICARE            PIC 9(7)V99.
             10 CHK-VOLUNTARY-DEDS      PIC 9(7)V99.
      *> The employer's own taxes accrued on the check, and the
      *> wages charged against the FUTA and SUTA wage bases.
             10 CHK-ER-FICA-MATCH       PIC 9(7)V99.
             10 CHK-ER-MEDICARE-MATCH   PIC 9(7)V99.
             10 CHK-ER-FUTA-WAGES       PIC 9(7)V99.
             10 CHK-ER-FUTA             PIC 9(7)V99.
             10 CHK-ER-SUTA-WAGES       PIC 9(7)V99.
             10 CHK-ER-SUTA             PIC 9(7)V99.
      *> Each voluntary deduction the check took, under the priority
      *> of its election on the deduction master, so a void can put
      *> the election's taken-to-date back.
             10 CHK-DED-COUNT           PIC 9(2).
             10 CHK-DED-ENTRY OCCURS 20 TIMES
                     INDEXED BY CHK-DED-IDX.
                15 CHK-DED-PRIORITY     PIC 9(2).
                15 CHK-DED-TYPE         PIC X(4).
                15 CHK-DED-AMOUNT       PIC 9(7)V99.
