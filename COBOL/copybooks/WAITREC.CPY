      *>*****************************************************************
      *> Copybook: WAITREC
      *> Purpose: One student waiting for a seat in a full section, on
      *> the indexed waitlist file, keyed by the section's term and
      *> course and a sequence number handed out in arrival order -
      *> written by the WatersTA13 posting run when an enrollment
      *> finds the section full, and taken off the front of the
      *> section's list when a drop frees a seat. The enrollment
      *> date and credits are the original transaction's, so the
      *> enrollment the student is given is the one they asked for.
      *>*****************************************************************
          05 WTL-KEY.
             10 WTL-TERM                PIC 9(6).
             10 WTL-COURSE-NO           PIC X(7).
             10 WTL-SEQUENCE            PIC 9(5).
          05 WTL-STUDENT-ID             PIC X(9).
          05 WTL-ENROLL-DATE            PIC 9(8).
          05 WTL-CREDITS                PIC 9(3).
      *> The prerequisite result found when the student was queued,
      *> carried onto the enrollment when a seat opens.
          05 WTL-PREREQ-STATUS          PIC X(1).
