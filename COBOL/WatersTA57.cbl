*> and swaps the datasets. Each master is converted once, at
*> upgrade time, and this program is then retired from the
*> stream.
*>
*> Modification History:
*>   2026-10-15  The converted inventory record's standard order
*>               quantity is set to zero.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA57.
                MOVE OIN-UNIT-PRICE TO INV-AVG-COST
                MOVE SPACE TO INV-ABC-CLASS
                MOVE ZERO TO INV-LAST-COUNT-DATE
                MOVE ZERO TO INV-ORDER-QTY
                ADD QTY-ON-HAND TO WS-HASH-TOTAL
                ADD UNIT-PRICE TO WS-HASH-TOTAL
                WRITE OUT-INV-RECORD
