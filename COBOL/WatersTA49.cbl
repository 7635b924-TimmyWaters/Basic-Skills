*> filled complete versus still short on the open-PO file, and
*> totals the dollar volume received - so the buyer picks
*> vendors from a page instead of from habit.
*>
*> Modification History:
*>   2026-10-15  Returns to vendor on the transaction history now
*>               count against the vendor: each vendor line shows
*>               its number of returns and a fill rate, the share
*>               of the units it shipped that were kept.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA49.
    05 WS-RECEIPT-VALUE        PIC 9(11)V99.
    05 WS-AVG-LEAD             PIC 9(5).
    05 WS-LOOKUP-VENDOR        PIC X(4).
    05 WS-FILL-PCT             PIC 9(3)V9.

01 WS-DATE-WORK.
    05 WS-DW-YEAR    PIC 9(4).
        10 WS-VN-COMPLETE     PIC 9(5).
        10 WS-VN-SHORT        PIC 9(5).
        10 WS-VN-DOLLARS      PIC 9(11)V99.
        10 WS-VN-QTY-RECEIVED PIC 9(9).
        10 WS-VN-RETURNS      PIC 9(5).
        10 WS-VN-QTY-RETURNED PIC 9(9).

01 WS-HEADING-LINE-1.
    05 FILLER   PIC X(40) VALUE
    05 FILLER   PIC X(5)  VALUE "SHORT".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(13) VALUE "   $ RECEIVED".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(7)  VALUE "RETURNS".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(6)  VALUE "FILL %".

01 WS-DETAIL-LINE.
    05 WS-D-VENDOR      PIC X(4).
    05 WS-D-SHORT       PIC ZZZZ9.
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 WS-D-DOLLARS     PIC Z(9)9.99.
    05 FILLER           PIC X(4)  VALUE SPACES.
    05 WS-D-RETURNS     PIC ZZZZ9.
    05 FILLER           PIC X(3)  VALUE SPACES.
    05 WS-D-FILL-PCT    PIC ZZ9.9.

01 WS-TRAILER-LINE.
    05 FILLER           PIC X(18) VALUE "VENDORS REPORTED: ".
                    PERFORM 130-FIND-VENDOR-SLOT
                    PERFORM 115-ADD-RECEIPT-OBSERVATION
                END-IF
                IF IVH-CODE = "V"
                        AND IVH-VENDOR-CODE NOT = SPACES
                    MOVE IVH-VENDOR-CODE TO WS-LOOKUP-VENDOR
                    PERFORM 130-FIND-VENDOR-SLOT
                    PERFORM 117-ADD-RETURN
                END-IF
        END-READ
    END-PERFORM
    IF WS-HIST-FILE-STATUS = "00" OR WS-HIST-FILE-STATUS = "10"
        COMPUTE WS-RECEIPT-VALUE =
            IVH-QUANTITY * IVH-UNIT-COST
        ADD WS-RECEIPT-VALUE TO WS-VN-DOLLARS (WS-V)
        ADD IVH-QUANTITY TO WS-VN-QTY-RECEIVED (WS-V)
    END-IF.

*> 117-add-return - stock shipped back to the vendor on a PO
*> counts against the vendor: the units it sent that were kept
*> are what the fill rate measures.
117-ADD-RETURN.
    IF WS-V > ZERO
        ADD 1 TO WS-VN-RETURNS (WS-V)
        ADD IVH-QUANTITY TO WS-VN-QTY-RETURNED (WS-V)
    END-IF.

*> 120-sum-po-positions - each vendor's orders filled complete
        MOVE ZERO TO WS-VN-COMPLETE (WS-V)
        MOVE ZERO TO WS-VN-SHORT (WS-V)
        MOVE ZERO TO WS-VN-DOLLARS (WS-V)
        MOVE ZERO TO WS-VN-QTY-RECEIVED (WS-V)
        MOVE ZERO TO WS-VN-RETURNS (WS-V)
        MOVE ZERO TO WS-VN-QTY-RETURNED (WS-V)
    END-IF.

*> 200-write-vendor-line - one vendor's statistics; the average
*> lead is total lead days over receipt observations, the spread
*> shows as the min-max band, and the fill rate is the share of
*> the units received that were not returned.
200-WRITE-VENDOR-LINE.
    MOVE WS-VN-CODE (WS-V) TO WS-D-VENDOR
    MOVE WS-VN-RECEIPTS (WS-V) TO WS-D-RECEIPTS
    MOVE WS-VN-COMPLETE (WS-V) TO WS-D-COMPLETE
    MOVE WS-VN-SHORT (WS-V) TO WS-D-SHORT
    MOVE WS-VN-DOLLARS (WS-V) TO WS-D-DOLLARS
    MOVE WS-VN-RETURNS (WS-V) TO WS-D-RETURNS
    IF WS-VN-QTY-RECEIVED (WS-V) = ZERO
        MOVE ZERO TO WS-FILL-PCT
    ELSE
        IF WS-VN-QTY-RETURNED (WS-V) > WS-VN-QTY-RECEIVED (WS-V)
            MOVE ZERO TO WS-FILL-PCT
        ELSE
            COMPUTE WS-FILL-PCT ROUNDED =
                (WS-VN-QTY-RECEIVED (WS-V)
                 - WS-VN-QTY-RETURNED (WS-V)) * 100
                / WS-VN-QTY-RECEIVED (WS-V)
        END-IF
    END-IF
    MOVE WS-FILL-PCT TO WS-D-FILL-PCT
    WRITE RPT-LINE FROM WS-DETAIL-LINE.


