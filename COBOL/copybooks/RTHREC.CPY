      *>*****************************************************************
      *> Copybook: RTHREC
      *> Purpose: One hourly-rate change on the indexed rate-history
      *> file, keyed by employee ID plus the date the new rate took
      *> effect - written by WatersTA10 whenever a rate is keyed or
      *> changed, and worked by the WatersTA62 retro pay run, which
      *> pays the difference on every period already paid at the old
      *> rate since the effective date.
      *>*****************************************************************
          05 RTH-KEY.
             10 RTH-EMPLOYEE-ID         PIC X(9).
             10 RTH-EFFECTIVE-DATE      PIC 9(8).
          05 RTH-OLD-RATE               PIC 9(3)V99.
          05 RTH-NEW-RATE               PIC 9(3)V99.
          05 RTH-ENTERED-DATE           PIC 9(8).
          05 RTH-OPERATOR-ID            PIC X(4).
      *> "P" - back-dated increase, retro pay pending;
      *> "D" - retro pay computed and fed to payroll on the retro
      *>       date below;
      *> space - no retro due (a new hire's first rate, a change
      *>       effective on the day it was keyed, or a decrease).
          05 RTH-RETRO-STATUS           PIC X(1).
          05 RTH-RETRO-DATE             PIC 9(8).
