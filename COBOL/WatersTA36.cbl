*> total, net) or the employee's full earnings history with
*> totals, so a disputed check from three periods ago is looked
*> up instead of dug out of the printed registers.
*>
*> Modification History:
*>   2026-10-15  Both the stub and the full history now also show
*>               the employee's current vacation and sick leave
*>               balances off the leave master (LVEREC), so an
*>               employee asking what leave is left gets the answer
*>               here instead of from HR. An employee with no leave
*>               bank is told so.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA36.
        RECORD KEY IS PAYH-KEY
        FILE STATUS IS WS-PAYH-FILE-STATUS.

    SELECT LEAVE-MASTER
        ASSIGN TO LVMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LV-EMPLOYEE-ID
        FILE STATUS IS WS-LV-FILE-STATUS.

    SELECT RUN-LOG
        ASSIGN TO RUNLOG
        ORGANIZATION IS LINE SEQUENTIAL
01 PAYH-REC.
    COPY PAYHST.

FD LEAVE-MASTER.
01 LV-REC.
    COPY LVEREC.

FD RUN-LOG.
01 OUT-RUNLOG-REC.
    COPY RUNLOG.
    05 WS-RECORD-FOUND         PIC X(1).
    05 WS-SCAN-DONE            PIC X(1).
    05 WS-PERIOD-COUNT         PIC 9(3).
    05 WS-LV-FILE-STATUS       PIC XX.
    05 WS-LEAVE-MASTER-OPEN    PIC X(1) VALUE "N".
    05 WS-LEAVE-BANK-FOUND     PIC X(1).

01 WS-LOOKUP-FIELDS.
    05 WS-L-EMPLOYEE-ID    PIC X(9).
    05 OUT-MEDICARE        PIC Z(6)9.99.
    05 OUT-VOLUNTARY       PIC Z(6)9.99.
    05 OUT-NET             PIC Z(6)9.99-.
    05 OUT-LEAVE-HOURS     PIC ZZZ9.99.

01 WS-HISTORY-HEADING.
    05 FILLER   PIC X(7)  VALUE "YEAR/PD".
        STOP RUN
    END-IF

    OPEN INPUT LEAVE-MASTER
    IF WS-LV-FILE-STATUS = "00"
        MOVE "Y" TO WS-LEAVE-MASTER-OPEN
    END-IF

    PERFORM UNTIL MORE-RECORDS = "N"
        DISPLAY "SHOW ONE PERIOD (S)TUB OR FULL (H)ISTORY:"
        ACCEPT WS-LOOKUP-MODE
    END-PERFORM

    CLOSE PAY-HISTORY
    IF WS-LEAVE-MASTER-OPEN = "Y"
        CLOSE LEAVE-MASTER
    END-IF
    PERFORM 900-LOG-RUN-END
    STOP RUN.

        DISPLAY "NO PAY HISTORY ON FILE FOR THAT EMPLOYEE"
    ELSE
        PERFORM 230-DISPLAY-HISTORY-TOTALS
    END-IF
    PERFORM 310-DISPLAY-LEAVE-BALANCES.

*> 220-display-history-line - one period in the register's column
*> order, rolled into the employee's totals.
    MOVE PAYH-VOLUNTARY-DEDS TO OUT-VOLUNTARY
    DISPLAY "VOL DEDS:     " OUT-VOLUNTARY
    MOVE PAYH-NET-PAY TO OUT-NET
    DISPLAY "NET PAY:      " OUT-NET
    PERFORM 310-DISPLAY-LEAVE-BALANCES.

*> 310-display-leave-balances - the employee's leave bank as it
*> stands today, after the latest timecard accrued and relieved
*> it - not as of the period displayed above.
310-DISPLAY-LEAVE-BALANCES.
    MOVE "N" TO WS-LEAVE-BANK-FOUND
    IF WS-LEAVE-MASTER-OPEN = "Y"
        MOVE WS-L-EMPLOYEE-ID TO LV-EMPLOYEE-ID
        MOVE "Y" TO WS-LEAVE-BANK-FOUND
        READ LEAVE-MASTER
            INVALID KEY
                MOVE "N" TO WS-LEAVE-BANK-FOUND
        END-READ
    END-IF
    IF WS-LEAVE-BANK-FOUND = "N"
        DISPLAY "NO LEAVE BANK ON FILE FOR THAT EMPLOYEE"
    ELSE
        MOVE LV-VAC-BALANCE TO OUT-LEAVE-HOURS
        DISPLAY "VACATION LEFT: " OUT-LEAVE-HOURS " HRS"
        MOVE LV-SICK-BALANCE TO OUT-LEAVE-HOURS
        DISPLAY "SICK LEFT:     " OUT-LEAVE-HOURS " HRS"
    END-IF.


*> 010-log-run-start / 900-log-run-end - the start and normal-end
