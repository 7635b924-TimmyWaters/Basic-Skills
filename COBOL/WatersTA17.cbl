*>               line. A part with no active source at all is
*>               skipped with an operator message instead of
*>               ordered from nobody.
*>   2026-10-15  A part with a standard order quantity approved
*>               through WatersTA82 is ordered in that quantity
*>               (raised if it would not lift the part back above
*>               its reorder point); a part without one still
*>               restocks to twice its reorder point.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA17.

*> 150-release-low-stock - the same at-or-below-reorder-point test
*> WatersTA5's 200-CHECK-REORDER-POINT applies, less any part that
*> already has an open PO outstanding. The order quantity is the
*> part's standard order quantity where the buyer has approved
*> one, otherwise a restock to twice its reorder point.
150-RELEASE-LOW-STOCK.
    OPEN INPUT INVENTORY-MASTER
    IF WS-INVENTORY-FILE-STATUS NOT = "00"
        END-SEARCH
    END-IF.

*> 157-standard-order-qty - the approved standard quantity, raised
*> when it would not lift a part that has run well below its
*> reorder point back above it on arrival.
157-STANDARD-ORDER-QTY.
    MOVE INV-ORDER-QTY TO WS-ORDER-QTY
    IF QTY-ON-HAND + WS-ORDER-QTY NOT > REORDER-POINT
        COMPUTE WS-ORDER-QTY = REORDER-POINT - QTY-ON-HAND + 1
    END-IF.

*> 158-release-one-part - computes the restocking quantity,
*> settles which source gets the order, and hands the part to
*> the sort keyed by that vendor. No active source anywhere
*> means no PO: the buyer is told instead.
158-RELEASE-ONE-PART.
    IF INV-ORDER-QTY IS NUMERIC AND INV-ORDER-QTY > ZERO
        PERFORM 157-STANDARD-ORDER-QTY
    ELSE
        COMPUTE WS-ORDER-QTY = (REORDER-POINT * 2) - QTY-ON-HAND
    END-IF
    IF WS-ORDER-QTY = ZERO
        MOVE 1 TO WS-ORDER-QTY
    END-IF
