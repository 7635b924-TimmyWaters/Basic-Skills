      *>*****************************************************************
      *> Copybook: HOLDOVR
      *> Purpose: One receivables-hold override on the indexed
      *> override file, keyed by student ID and term (the YYYYMM
      *> the enrollment file keys its terms by) - keyed by the
      *> bursar through WatersTA69 and honored by the WatersTA13
      *> enrollment posting, which otherwise refuses a new
      *> enrollment for a student the WatersTA42 aging run has put
      *> on hold. The override lets that one student enroll for that
      *> one term; it carries the signed-on operator who keyed it and
      *> the date, which print on the posting run's hold report
      *> beside every enrollment it let through.
      *>*****************************************************************
          05 HOV-KEY.
             10 HOV-STUDENT-ID          PIC X(9).
             10 HOV-TERM                PIC 9(6).
          05 HOV-OPERATOR-ID            PIC X(4).
          05 HOV-DATE-ENTERED           PIC 9(8).
          05 HOV-NOTE                   PIC X(30).
