      *> line to the approved payables ("A") or kicks it to the
      *> discrepancy report ("D"); only blank lines are matched, so
      *> a run can be repeated without re-approving anything.
      *> The due date is keyed with the line; the check number and
      *> paid date stay zero until the WatersTA79 check run pays an
      *> approved line, so a line is paid exactly once.
      *>*****************************************************************
          05 INV-INVOICE-NO             PIC X(10).
          05 INV-PO-NUMBER              PIC 9(6).
          05 INV-UNIT-PRICE             PIC 9(5)V99.
          05 INV-INVOICE-DATE           PIC 9(8).
          05 INV-MATCH-STATUS           PIC X(1).
          05 INV-DUE-DATE               PIC 9(8).
          05 INV-CHECK-NUMBER           PIC 9(8).
          05 INV-PAID-DATE              PIC 9(8).
