*> keyed - and appended to the invoice file the WatersTA46
*> three-way match settles. A session register lists every line
*> keyed.
*>
*> Modification History:
*>   2026-10-15  Each line now carries a due date, keyed with it
*>               and edited (zero means due on receipt), and goes
*>               on the file with its check number and paid date
*>               zero for the WatersTA79 check run.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA45.
    05 WS-E-UNIT-PRICE      PIC X(7).
    05 WS-E-UNIT-PRICE-N    REDEFINES WS-E-UNIT-PRICE
                            PIC 9(5)V99.
    05 WS-E-DUE-DATE        PIC X(8).
    05 WS-E-DUE-DATE-N      REDEFINES WS-E-DUE-DATE
                            PIC 9(8).

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
        ACCEPT WS-E-QUANTITY
        DISPLAY "ENTER INVOICE UNIT PRICE (9999999 = 99999.99):"
        ACCEPT WS-E-UNIT-PRICE
        DISPLAY "ENTER DUE DATE YYYYMMDD (0 = DUE ON RECEIPT):"
        ACCEPT WS-E-DUE-DATE
        PERFORM 160-VALIDATE-ENTRY
        IF WS-ENTRY-VALID = "Y"
            PERFORM 200-WRITE-INVOICE-LINE
                TO WS-REJECT-REASON
        END-IF
    END-IF
    IF WS-ENTRY-VALID = "Y"
        PERFORM 162-EDIT-DUE-DATE
    END-IF
    IF WS-ENTRY-VALID = "Y"
        PERFORM 165-FIND-PO
        IF WS-PO-FOUND = "N"
        END-IF
    END-IF.

*> 162-edit-due-date - a blank or zero due date means the line
*> is due the day it is keyed; otherwise it must be a real date
*> no earlier than that, or the check run would pay it at once.
162-EDIT-DUE-DATE.
    IF WS-E-DUE-DATE = SPACES OR WS-E-DUE-DATE = "0"
        MOVE ZERO TO WS-E-DUE-DATE-N
    END-IF
    IF WS-E-DUE-DATE IS NOT NUMERIC
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "DUE DATE MUST BE NUMERIC YYYYMMDD"
            TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF
    IF WS-E-DUE-DATE-N = ZERO
        MOVE WS-RUN-DATE (1:8) TO WS-E-DUE-DATE
        EXIT PARAGRAPH
    END-IF
    IF WS-E-DUE-DATE (5:2) < "01" OR WS-E-DUE-DATE (5:2) > "12"
            OR WS-E-DUE-DATE (7:2) < "01"
            OR WS-E-DUE-DATE (7:2) > "31"
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "DUE DATE IS NOT A VALID DATE" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF
    IF WS-E-DUE-DATE < WS-RUN-DATE (1:8)
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "DUE DATE IS BEFORE THE INVOICE DATE"
            TO WS-REJECT-REASON
    END-IF.

165-FIND-PO.
    MOVE "N" TO WS-PO-FOUND
    MOVE SPACES TO WS-PO-VENDOR
    END-PERFORM.

*> 200-write-invoice-line - the accepted line joins the invoice
*> file unmatched, for the WatersTA46 run to settle, and unpaid,
*> for the WatersTA79 check run to pay once it is approved.
200-WRITE-INVOICE-LINE.
    MOVE WS-E-INVOICE-NO TO INV-INVOICE-NO
    MOVE WS-E-PO-NUMBER TO INV-PO-NUMBER
    MOVE WS-E-UNIT-PRICE-N TO INV-UNIT-PRICE
    MOVE WS-RUN-DATE (1:8) TO INV-INVOICE-DATE
    MOVE SPACE TO INV-MATCH-STATUS
    MOVE WS-E-DUE-DATE-N TO INV-DUE-DATE
    MOVE ZERO TO INV-CHECK-NUMBER
    MOVE ZERO TO INV-PAID-DATE
    WRITE INV-REC.

*> 170-write-rejected-entry - logs a rejected line with its reason
