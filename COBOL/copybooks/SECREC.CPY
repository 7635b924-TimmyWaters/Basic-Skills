      *>*****************************************************************
      *> Copybook: SECREC
      *> Purpose: One section of a catalog course in one term, on the
      *> indexed section master, keyed by term (the YYYYMM the
      *> course-enrollment file keys its terms by) and course number
      *> - scheduled and sized through WatersTA70, filled by the
      *> WatersTA13 posting run as enrollments take seats, and
      *> listed nightly by the WatersTA71 section-fill report.
      *>*****************************************************************
          05 SEC-KEY.
             10 SEC-TERM                PIC 9(6).
             10 SEC-COURSE-NO           PIC X(7).
          05 SEC-SEAT-LIMIT             PIC 9(4).
      *> Below this many enrolled the section is a cancel candidate
      *> on the section-fill report.
          05 SEC-MINIMUM-COUNT          PIC 9(4).
      *> Kept by WatersTA13: seats taken, students waiting, and the
      *> last waitlist sequence handed out, so arrival order holds
      *> across runs.
          05 SEC-ENROLLED-COUNT         PIC 9(4).
          05 SEC-WAITLIST-COUNT         PIC 9(4).
          05 SEC-LAST-WAITLIST-SEQ      PIC 9(5).
