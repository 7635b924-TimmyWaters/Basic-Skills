*>               carries a net-variance subtotal per location so
*>               the argument about which site is short is settled
*>               by a line on the page.
*>   2026-10-15  Each approved adjustment is now also appended to
*>               the transaction history file as an "A" movement
*>               (IVHREC copybook), so the inventory month-end
*>               close sees the count's effect on the book.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA21.
        ASSIGN TO VARRPT
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT TRANSACTION-HISTORY
        ASSIGN TO INVHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-FILE-STATUS.

    SELECT RUN-LOG
        ASSIGN TO RUNLOG
        ORGANIZATION IS LINE SEQUENTIAL
FD VARIANCE-REPORT.
01 RPT-LINE             PIC X(80).

FD TRANSACTION-HISTORY.
01 IVH-REC.
    COPY IVHREC.

FD RUN-LOG.
01 OUT-RUNLOG-REC.
    COPY RUNLOG.
    05 WS-COUNT-LOCATION         PIC X(3).
    05 WS-BOOK-QTY               PIC 9(5).
    05 WS-LOC-SUB                PIC 9(2).
    05 WS-HIST-FILE-STATUS       PIC XX.

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

*> Net variance by location, rolled up as the counts compare and
*> printed under the report so each site sees its own figure.
    PERFORM 010-LOG-RUN-START
    DISPLAY "APPLY APPROVED ADJUSTMENTS TO THE MASTER? (Y/N)"
    ACCEPT WS-APPLY-ADJUSTMENTS
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

    OPEN I-O INVENTORY-MASTER
    IF WS-INVENTORY-FILE-STATUS NOT = "00"
        STOP RUN
    END-IF

    IF WS-APPLY-ADJUSTMENTS = "Y"
        OPEN EXTEND TRANSACTION-HISTORY
        IF WS-HIST-FILE-STATUS NOT = "00"
            OPEN OUTPUT TRANSACTION-HISTORY
        END-IF
    END-IF

    OPEN OUTPUT VARIANCE-REPORT
    WRITE RPT-LINE FROM WS-HEADING-LINE-1
    MOVE SPACES TO RPT-LINE
          LOCATION-BALANCES
          COUNT-FILE
          VARIANCE-REPORT
    IF WS-APPLY-ADJUSTMENTS = "Y"
        CLOSE TRANSACTION-HISTORY
    END-IF
    PERFORM 900-LOG-RUN-END
    STOP RUN.


*> 230-apply-adjustment - the location goes to the counted figure
*> and the part total moves by the same difference, so the master
*> stays the sum of its locations. The adjustment goes on the
*> transaction history as an "A" movement, the way a keyed
*> adjustment through WatersTA16 does, so the month-end close
*> sees the count's effect on the book.
230-APPLY-ADJUSTMENT.
    MOVE CNT-COUNTED-QTY TO LOC-QTY-ON-HAND
    IF WS-LOC-RECORD-FOUND = "Y"
        WRITE LOC-REC
    END-IF
    ADD WS-VARIANCE-QTY TO QTY-ON-HAND
    REWRITE OUT-INV-RECORD
    PERFORM 235-WRITE-HISTORY-RECORD.

235-WRITE-HISTORY-RECORD.
    MOVE WS-RUN-DATE (1:8) TO IVH-TRAN-DATE
    MOVE PART-NO TO IVH-PART-NO
    MOVE "A" TO IVH-CODE
    MOVE CNT-COUNTED-QTY TO IVH-QUANTITY
    MOVE ZERO TO IVH-UNIT-COST
    MOVE ZERO TO IVH-PO-NUMBER
    MOVE SPACES TO IVH-VENDOR-CODE
    MOVE ZERO TO IVH-ORDER-DATE
    MOVE WS-COUNT-LOCATION TO IVH-LOCATION
    MOVE WS-VARIANCE-QTY TO IVH-QTY-CHANGE
    MOVE QTY-ON-HAND TO IVH-QTY-ON-HAND
    IF INV-AVG-COST IS NUMERIC
        MOVE INV-AVG-COST TO IVH-PRIOR-AVG-COST
    ELSE
        MOVE ZERO TO IVH-PRIOR-AVG-COST
    END-IF
    MOVE IVH-PRIOR-AVG-COST TO IVH-AVG-COST
    MOVE SPACES TO IVH-COST-CENTER
    WRITE IVH-REC.

*> 300-write-totals - the counted/variance/unknown/adjusted counts
*> and the net variance valuation the auditors take away.
