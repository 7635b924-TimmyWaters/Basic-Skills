*> and a mailable statement per student billed, addressed from
*> the registration master, and marks each enrollment billed so
*> a rerun cannot charge it twice.
*>
*> Modification History:
*>   2026-10-15  An account created by its first charge now starts
*>               with its statement and collection-placement fields
*>               zeroed, for the WatersTA74 statement run and the
*>               WatersTA75 late-fee run.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA40.
            MOVE ZERO TO AR-TOTAL-CHARGES
            MOVE ZERO TO AR-TOTAL-PAYMENTS
            MOVE SPACE TO AR-HOLD-FLAG
            MOVE ZERO TO AR-LAST-STATEMENT-DATE
            MOVE ZERO TO AR-LAST-STATEMENT-BALANCE
            MOVE ZERO TO AR-PRIOR-STATEMENT-DATE
            MOVE ZERO TO AR-PRIOR-STATEMENT-BALANCE
            MOVE SPACE TO AR-PLACED-FLAG
            MOVE ZERO TO AR-PLACED-DATE
    END-READ
    ADD WS-CHARGE-AMOUNT TO AR-BALANCE
    ADD WS-CHARGE-AMOUNT TO AR-TOTAL-CHARGES
