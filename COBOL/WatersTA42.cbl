*> mailing a re-enrollment invitation - we stop inviting
*> students who owe us money. An account that pays back under
*> the threshold has its hold released here too.
*>
*> Modification History:
*>   2026-10-15  Late-payment fees the WatersTA75 monthly run
*>               assesses (open-item type F) are now aged as
*>               charges alongside the tuition charges, instead of
*>               being netted into the credit pool as if they were
*>               payments.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA42.
    WRITE RPT-LINE FROM WS-DETAIL-LINE.

*> 210-collect-detail - the account's open items by key prefix:
*> charges and late fees into the table in date order, payments,
*> adjustments, and tuition credits summed into the credit pool.
210-COLLECT-DETAIL.
    MOVE ZERO TO WS-CHARGE-COUNT
    MOVE ZERO TO WS-CREDIT-POOL
                IF ART-STUDENT-ID NOT = AR-STUDENT-ID
                    MOVE "Y" TO WS-DETAIL-SCAN-DONE
                ELSE
                    IF ART-TYPE = "C" OR ART-TYPE = "F"
                        IF WS-CHARGE-COUNT < 200
                            ADD 1 TO WS-CHARGE-COUNT
                            MOVE ART-TRAN-DATE TO
