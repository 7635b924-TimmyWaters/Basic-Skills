          05 ENR-CREDITS                PIC 9(3).
      *> Blank until the grade is keyed at term end; the grade
      *> points are the 4.0-scale value the GPA weights by the
      *> enrollment's credits. "W" marks a withdrawal posted by
      *> WatersTA13 after the census date: it stays on the
      *> transcript but earns no credit and stays out of the GPA.
          05 ENR-GRADE                  PIC X(2).
          05 ENR-GRADE-POINTS           PIC 9V99.
          05 ENR-ENROLL-DATE            PIC 9(8).
      *> this enrollment, so a later billing run cannot bill the
      *> same posting twice.
          05 ENR-BILLED-FLAG            PIC X(1).
      *> Set by the WatersTA13 posting run: "M" when the student had
      *> not completed a prerequisite of the course at the required
      *> grade - the enrollment posts and is listed for the advisor -
      *> and "W" once the advisor's waiver is keyed through
      *> WatersTA73, stamped with the operator and date. Blank when
      *> every prerequisite was met.
          05 ENR-PREREQ-STATUS          PIC X(1).
          05 ENR-WAIVER-OPERATOR-ID     PIC X(4).
          05 ENR-WAIVER-DATE            PIC 9(8).
