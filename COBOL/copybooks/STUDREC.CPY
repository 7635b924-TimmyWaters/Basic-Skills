      *> marks the student "C" as a graduation candidate; a marked
      *> student is not re-listed on later candidate extracts and
      *> stops receiving WatersTA2 lapse reminders.
      *> IN-ACADEMIC-STANDING is stamped by the WatersTA66
      *> end-of-term standing run: "G" good standing, "D" dean's
      *> list, "P" probation, "S" suspension; blank until the
      *> student's first evaluated term. IN-STANDING-TERM is the
      *> term it was stamped for and IN-PRIOR-STANDING the standing
      *> the student carried into that term, so a second
      *> consecutive probation is caught and a rerun of the same
      *> term does not count the student's probation twice.
      *>*****************************************************************
          COPY STUDID REPLACING LEADING ==PREFIX== BY ==IN==.
          05 DATE-OF-BIRTH.
          05 SEND-NOTICE               PIC X(1).
          05 IN-RECORD-STATUS          PIC X(1).
          05 IN-GRAD-CANDIDATE         PIC X(1).
          05 IN-ACADEMIC-STANDING      PIC X(1).
          05 IN-STANDING-TERM          PIC 9(6).
          05 IN-PRIOR-STANDING         PIC X(1).
