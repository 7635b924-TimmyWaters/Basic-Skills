      *>*****************************************************************
      *> Copybook: DBMREC
      *> Purpose: One vendor debit memo on the debit-memo file
      *> (DEBITMEM), written by WatersTA16 when stock received on a
      *> PO is shipped back to the vendor. The memo is valued at the
      *> PO's unit price and carries whether a replacement is
      *> expected. The invoice number, check number, and applied
      *> date stay blank and zero until the WatersTA79 check run
      *> offsets the memo against an approved invoice line for the
      *> same PO and part, so a memo is taken exactly once.
      *>*****************************************************************
          05 DBM-MEMO-NUMBER            PIC 9(6).
          05 DBM-MEMO-DATE              PIC 9(8).
          05 DBM-VENDOR-CODE            PIC X(4).
          05 DBM-PO-NUMBER              PIC 9(6).
          05 DBM-PART-NO                PIC X(5).
          05 DBM-QUANTITY               PIC 9(5).
          05 DBM-UNIT-PRICE             PIC 9(5)V99.
          05 DBM-AMOUNT                 PIC 9(9)V99.
          05 DBM-REPLACEMENT            PIC X(1).
          05 DBM-REFERENCE              PIC X(10).
          05 DBM-INVOICE-NO             PIC X(10).
          05 DBM-CHECK-NUMBER           PIC 9(8).
          05 DBM-APPLIED-DATE           PIC 9(8).
