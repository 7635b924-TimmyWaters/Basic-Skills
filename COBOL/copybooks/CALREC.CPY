      *>*****************************************************************
      *> Copybook: CALREC
      *> Purpose: One calendar date on the indexed processing calendar
      *> (PROCCAL), keyed by the date. WatersTA88 builds a year of
      *> dates at a time - weekdays business days, Saturdays and
      *> Sundays not - and the operator then marks the holidays,
      *> payroll dates, and term census dates on it. The month-end
      *> flag is kept on the last business day of each fiscal period
      *> whenever a date in it changes. The nightly date roll reads
      *> the calendar to find the next business day and the period-
      *> end triggers it sets on the run-control record.
      *>*****************************************************************
          05 CAL-DATE.
             10 CAL-YEAR                PIC 9(4).
             10 CAL-MONTH               PIC 9(2).
             10 CAL-DAY                 PIC 9(2).
      *> "B" - business day;  "W" - weekend;  "H" - holiday.
          05 CAL-DAY-TYPE               PIC X(1).
      *> 1 = Monday through 7 = Sunday.
          05 CAL-DAY-OF-WEEK            PIC 9(1).
          05 CAL-FISCAL-YEAR            PIC 9(4).
          05 CAL-FISCAL-PERIOD          PIC 9(2).
      *> "Y" on a payroll date, the last business day of a fiscal
      *> period, and a term census date; "N" otherwise.
          05 CAL-PAYROLL-FLAG           PIC X(1).
          05 CAL-MONTH-END-FLAG         PIC X(1).
          05 CAL-CENSUS-FLAG            PIC X(1).
          05 CAL-DESCRIPTION            PIC X(20).
