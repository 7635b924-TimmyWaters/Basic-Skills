      *>*****************************************************************
      *> Copybook: PRQREC
      *> Purpose: One prerequisite of a catalog course, on the indexed
      *> prerequisite table, keyed by the course and the prior course
      *> it requires - maintained through WatersTA72 alongside the
      *> WatersTA38 catalog, and checked by the WatersTA13 posting run
      *> against the student's graded course enrollments. A course
      *> with several prerequisites carries one record for each; all
      *> of them must be met.
      *>*****************************************************************
          05 PRQ-KEY.
             10 PRQ-COURSE-NO           PIC X(7).
             10 PRQ-REQUIRED-COURSE     PIC X(7).
      *> The lowest letter grade (A, B, C, or D) in the required
      *> course that satisfies the prerequisite.
          05 PRQ-MINIMUM-GRADE          PIC X(2).
