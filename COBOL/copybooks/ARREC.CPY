      *> report. The hold flag is set by the aging run when the
      *> balance passes the run-control threshold and is honored by
      *> WatersTA2 before a re-enrollment invitation is mailed.
      *> The statement fields are kept by the WatersTA74 statement
      *> run: the date and closing balance of the last statement
      *> cut (zero - never stated), and the statement before it, so
      *> a rerun for the same date reprints from the same opening
      *> balance instead of stating nothing.
      *> AR-PLACED-FLAG is set "P" by the WatersTA75 late-fee run
      *> when the account is placed with the collection agency,
      *> on AR-PLACED-DATE; a placed account accrues no more fees.
      *>*****************************************************************
          05 AR-STUDENT-ID              PIC X(9).
          05 AR-BALANCE                 PIC S9(7)V99.
          05 AR-TOTAL-PAYMENTS          PIC 9(9)V99.
          05 AR-HOLD-FLAG               PIC X(1).
          05 AR-LAST-ACTIVITY-DATE      PIC 9(8).
          05 AR-LAST-STATEMENT-DATE     PIC 9(8).
          05 AR-LAST-STATEMENT-BALANCE  PIC S9(7)V99.
          05 AR-PRIOR-STATEMENT-DATE    PIC 9(8).
          05 AR-PRIOR-STATEMENT-BALANCE PIC S9(7)V99.
          05 AR-PLACED-FLAG             PIC X(1).
          05 AR-PLACED-DATE             PIC 9(8).
