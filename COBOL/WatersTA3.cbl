*>               transaction posting recomputes it as costed
*>               receipts arrive, so valuation stops meaning "last
*>               keystroke".
*>   2026-10-15  A new part starts with no standard order quantity
*>               (zero), so the PO generation restocks it to twice
*>               its reorder point until the buyer approves a
*>               usage-based quantity.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA3.
            MOVE UNIT-PRICE TO INV-AVG-COST
            MOVE SPACE TO INV-ABC-CLASS
            MOVE ZERO TO INV-LAST-COUNT-DATE
            MOVE ZERO TO INV-ORDER-QTY
            WRITE OUT-INV-RECORD
            PERFORM 180-WRITE-REGISTER-LINE
        ELSE
