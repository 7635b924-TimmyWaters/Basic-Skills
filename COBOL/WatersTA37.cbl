*> fields of the WatersTA10 employee master, so the same
*> rejection cannot recur next period. A returns register lists
*> every return and correction with its disposition.
*>
*> Modification History:
*>   2026-10-15  The replacement-check queue layout now comes from
*>               the shared RPLREC copybook, which WatersTA59 also
*>               queues voided checks for reissue on, and the
*>               queue is extended instead of replaced, so a
*>               returned deposit can no longer wipe out a reissue
*>               queued ahead of the next check run. Each returned
*>               deposit is queued as source "D": the pay stands
*>               as posted and only the instrument is replaced.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA37.

    SELECT REPLACEMENT-QUEUE
        ASSIGN TO REPLCHK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPLCHK-FILE-STATUS.

    SELECT RETURNS-REGISTER
        ASSIGN TO RETREG
*> run to cut a replacement check for the employee's net pay.
FD REPLACEMENT-QUEUE.
01 OUT-REPLACEMENT-REC.
    COPY RPLREC.

FD RETURNS-REGISTER.
01 REG-LINE               PIC X(80).
    05 WS-BANKRET-FILE-STATUS  PIC XX.
    05 WS-DEPOSIT-FILE-STATUS  PIC XX.
    05 WS-EMP-FILE-STATUS      PIC XX.
    05 WS-REPLCHK-FILE-STATUS  PIC XX.
    05 WS-DEPOSIT-EOF          PIC X(1).
    05 WS-RETURN-COUNT         PIC 9(5) VALUE ZERO.
    05 WS-RETURN-AMOUNT        PIC 9(11)V99 VALUE ZERO.
    END-IF

    OPEN OUTPUT DEPOSIT-STATUS-FILE
                RETURNS-REGISTER

    OPEN EXTEND REPLACEMENT-QUEUE
    IF WS-REPLCHK-FILE-STATUS NOT = "00"
        OPEN OUTPUT REPLACEMENT-QUEUE
    END-IF

    WRITE REG-LINE FROM WS-HEADING-LINE

    PERFORM UNTIL MORE-RECORDS = "N"
            ADD WS-DEP-AMOUNT (DEP-IDX) TO WS-RETURN-AMOUNT
            MOVE WS-DEP-AMOUNT (DEP-IDX) TO WS-R-AMOUNT

            INITIALIZE OUT-REPLACEMENT-REC
            MOVE BRET-EMPLOYEE-ID TO RPL-EMPLOYEE-ID
            MOVE WS-DEP-PAY-DATE (DEP-IDX) TO RPL-PAY-DATE
            MOVE WS-DEP-AMOUNT (DEP-IDX) TO RPL-PAY-AMOUNT
            MOVE BRET-REASON-CODE TO RPL-REASON-CODE
            MOVE "D" TO RPL-SOURCE
            WRITE OUT-REPLACEMENT-REC
            MOVE "RETURNED - REPLACEMENT CHECK QUEUED"
                TO WS-R-DISPOSITION
