*> with its quantity or price variance shown, and nothing about
*> it is approved. The price tolerance comes from the MATCHTOL
*> parameter file, not from this program.
*>
*> Modification History:
*>   2026-10-15  The invoice table now carries each line's due
*>               date, check number, and paid date through the
*>               rewrite, so the match no longer drops what the
*>               WatersTA79 check run needs.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA46.
        10 WS-IV-UNIT-PRICE   PIC 9(5)V99.
        10 WS-IV-INVOICE-DATE PIC 9(8).
        10 WS-IV-MATCH-STATUS PIC X(1).
        10 WS-IV-DUE-DATE     PIC 9(8).
        10 WS-IV-CHECK-NUMBER PIC 9(8).
        10 WS-IV-PAID-DATE    PIC 9(8).

*> The open-PO file held for the run: ordered and received
*> quantities and the PO price, the three figures the match
                        TO WS-IV-INVOICE-DATE (WS-INVOICE-COUNT)
                    MOVE INV-MATCH-STATUS
                        TO WS-IV-MATCH-STATUS (WS-INVOICE-COUNT)
                    PERFORM 075-LOAD-PAYMENT-FIELDS
                END-IF
        END-READ
    END-PERFORM
    END-IF
    MOVE "Y" TO MORE-RECORDS.

*> 075-load-payment-fields - a line keyed before lines carried a
*> due date comes off the file blank there; it is taken as due on
*> its invoice date and unpaid, and is written back that way.
075-LOAD-PAYMENT-FIELDS.
    IF INV-DUE-DATE IS NUMERIC
        MOVE INV-DUE-DATE TO WS-IV-DUE-DATE (WS-INVOICE-COUNT)
    ELSE
        MOVE INV-INVOICE-DATE TO WS-IV-DUE-DATE (WS-INVOICE-COUNT)
    END-IF
    IF INV-CHECK-NUMBER IS NUMERIC
            AND INV-PAID-DATE IS NUMERIC
        MOVE INV-CHECK-NUMBER
            TO WS-IV-CHECK-NUMBER (WS-INVOICE-COUNT)
        MOVE INV-PAID-DATE TO WS-IV-PAID-DATE (WS-INVOICE-COUNT)
    ELSE
        MOVE ZERO TO WS-IV-CHECK-NUMBER (WS-INVOICE-COUNT)
        MOVE ZERO TO WS-IV-PAID-DATE (WS-INVOICE-COUNT)
    END-IF.

*> 200-match-one-invoice - the three-way match. The invoice may
*> not bill more than was ordered, may not bill more than has
*> actually been received, and may not price outside the PO price
        MOVE WS-IV-UNIT-PRICE (WS-INV-SUB) TO INV-UNIT-PRICE
        MOVE WS-IV-INVOICE-DATE (WS-INV-SUB) TO INV-INVOICE-DATE
        MOVE WS-IV-MATCH-STATUS (WS-INV-SUB) TO INV-MATCH-STATUS
        MOVE WS-IV-DUE-DATE (WS-INV-SUB) TO INV-DUE-DATE
        MOVE WS-IV-CHECK-NUMBER (WS-INV-SUB) TO INV-CHECK-NUMBER
        MOVE WS-IV-PAID-DATE (WS-INV-SUB) TO INV-PAID-DATE
        WRITE INV-REC
    END-PERFORM
    CLOSE INVOICE-FILE.
