*>               master, defaulted to zero on conversion, so a
*>               backup this program cuts reloads cleanly through
*>               the current WatersTA28.
*>   2026-10-15  The converted inventory record's standard order
*>               quantity is set to zero.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA33.
                MOVE OINV-UNIT-PRICE TO INV-AVG-COST
                MOVE SPACE TO INV-ABC-CLASS
                MOVE ZERO TO INV-LAST-COUNT-DATE
                MOVE ZERO TO INV-ORDER-QTY
                ADD QTY-ON-HAND TO WS-HASH-TOTAL
                ADD UNIT-PRICE TO WS-HASH-TOTAL
                MOVE SPACES TO BACKUP-REC
