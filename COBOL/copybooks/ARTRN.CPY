      *> collide. Type "C" is a tuition charge written by the
      *> WatersTA40 billing run (carrying the term and course the
      *> charge traces back to), "P" a payment and "A" an adjustment
      *> posted by WatersTA41, "T" a tuition credit posted by the
      *> WatersTA13 enrollment run when a billed course is dropped
      *> or withdrawn from (carrying the term and course it
      *> reverses), "F" a late-payment fee assessed by the
      *> WatersTA75 monthly run - a charge like "C", but carrying
      *> no term or course. The WatersTA42 aging report applies
      *> payments against charges oldest first to age what remains.
      *>*****************************************************************
          05 ART-KEY.
