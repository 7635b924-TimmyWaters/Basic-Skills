      *>*****************************************************************
      *> Copybook: LPGREC
      *> Purpose: One loan program's rate terms on the loan-program
      *> file (LOANPGMS), keyed through WatersTA50 alongside the dated
      *> rate sheet and dated the same way - the most recently
      *> effective record for a program on or before a date is the
      *> one in force. A fixed-rate program ("F") carries nothing
      *> more. An adjustable program ("A") names the index it
      *> follows - keyed on the rate sheet under its own code - the
      *> margin added to it, the months between rate changes, and
      *> the most the rate may move at one change (period cap) and
      *> over the life of the loan from its starting rate (lifetime
      *> cap). A program with no record is treated as fixed.
      *>*****************************************************************
          05 LPG-PROGRAM-CODE           PIC X(4).
          05 LPG-RATE-TYPE              PIC X(1).
          05 LPG-INDEX-CODE             PIC X(4).
          05 LPG-MARGIN                 PIC 9(2)V9(3).
          05 LPG-RESET-MONTHS           PIC 9(3).
          05 LPG-PERIOD-CAP             PIC 9(2)V9(3).
          05 LPG-LIFETIME-CAP           PIC 9(2)V9(3).
          05 LPG-EFFECTIVE-DATE         PIC 9(8).
