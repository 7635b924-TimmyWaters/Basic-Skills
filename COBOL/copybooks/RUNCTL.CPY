      *> run's standing 65-and-10 rule.
          05 RUNCTL-RETIRE-AGE             PIC 9(3).
          05 RUNCTL-RETIRE-SERVICE-YEARS   PIC 9(3).
      *> A payroll check still outstanding this many days after its
      *> issue date lands on the bank reconciliation's stale-dated
      *> list for follow-up. Zero falls back to the standing 180.
          05 RUNCTL-STALE-CHECK-DAYS       PIC 9(3).
      *> The academic term (YYYYMM, the enrollment-date year and
      *> month the course-enrollment file keys its terms by) the
      *> end-of-term student runs close. Zero means not set, and
      *> those runs refuse to guess.
          05 RUNCTL-ACADEMIC-TERM          PIC 9(6).
      *> The current term's first class day and its census date, both
      *> YYYYMMDD. The enrollment posting run counts a drop or a
      *> withdrawal's days into the term from the start date to
      *> find its tuition refund, and takes a drop only before the
      *> census date and a withdrawal only on or after it. Zero
      *> means not set, and drops and withdrawals are refused.
          05 RUNCTL-TERM-START-DATE        PIC 9(8).
          05 RUNCTL-CENSUS-DATE            PIC 9(8).
      *> The monthly late-payment fee on a past-due receivables
      *> balance: this percent of the past-due amount, but never
      *> less than the minimum. Both zero means no fees are
      *> assessed; the collection placements still run.
          05 RUNCTL-LATE-FEE-PERCENT       PIC 9(2)V99.
          05 RUNCTL-LATE-FEE-MINIMUM       PIC 9(3)V99.
      *> The accounts-payable check run pays every approved, unpaid
      *> invoice line due on or before this date (YYYYMMDD). Zero
      *> means the run date.
          05 RUNCTL-AP-CUTOFF-DATE         PIC 9(8).
      *> Tonight's period-end triggers, set by the WatersTA88 date
      *> roll from the processing calendar as it advances the run
      *> date at the end of the stream, and tested by the steps of
      *> the period-end streams: "Y" - the run date is the last
      *> business day of its fiscal period; a payroll date (or one
      *> falls on a day the roll passed over); a term census date
      *> (likewise); the first run date of a new fiscal period.
      *> Anything else is "no".
          05 RUNCTL-MONTH-END-FLAG         PIC X(1).
          05 RUNCTL-PAYROLL-FLAG           PIC X(1).
          05 RUNCTL-CENSUS-FLAG            PIC X(1).
          05 RUNCTL-NEW-PERIOD-FLAG        PIC X(1).
