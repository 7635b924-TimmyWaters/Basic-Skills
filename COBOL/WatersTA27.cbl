*> Date: 2026-08-22
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: This program unloads one of the system's indexed
*> masters - the YTD withholding master, the registration master,
*> the inventory master, the receivables master or its detail,
*> or the loan master - to a sequential backup file with a
*> dated header and a trailer carrying the record count and a
*> hash total over the master's key numeric fields. WatersTA28
*> reloads the backup and proves the same count and hash, so a
*>               graduation-candidate byte the degree-progress run
*>               marks), so the programs that carry the record
*>               cannot drift apart on its layout.
*>   2026-10-15  A refused unload - a bad master code or a master
*>               that will not open - now ends with condition code
*>               8 and an abnormal end on the run log, so the
*>               month-end stream stops before its first update.
*>   2026-10-15  Unloads the receivables master (A), the
*>               receivables detail (T), and the loan master (L) as
*>               well, so the month-end close backs up every master
*>               it updates before the first update.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA27.
        RECORD KEY IS PART-NO
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT RECEIVABLES-MASTER
        ASSIGN TO ARMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AR-STUDENT-ID
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT RECEIVABLES-DETAIL
        ASSIGN TO ARTRANS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ART-KEY
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT LOAN-MASTER
        ASSIGN TO LOANMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LM-QUOTE-NUMBER
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT BACKUP-FILE
        ASSIGN TO BACKUP
        ORGANIZATION IS LINE SEQUENTIAL.
    01 OUT-INV-RECORD.
        COPY INVREC.

FD RECEIVABLES-MASTER.
01 AR-REC.
    COPY ARREC.

FD RECEIVABLES-DETAIL.
01 ART-REC.
    COPY ARTRN.

FD LOAN-MASTER.
01 LM-REC.
    COPY LOANQT REPLACING LEADING ==PREFIX== BY ==LM==.

FD BACKUP-FILE.
01 BACKUP-REC.
    05 BKP-RECORD-TYPE    PIC X(1).
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    DISPLAY "UNLOAD WHICH MASTER - (Y)TD, (R)EGISTRATION, "
        "(I)NVENTORY, (A)R MASTER, AR (T)RANSACTIONS, (L)OAN:"
    ACCEPT WS-MASTER-CODE

    IF WS-MASTER-CODE NOT = "Y" AND WS-MASTER-CODE NOT = "R"
            AND WS-MASTER-CODE NOT = "I"
            AND WS-MASTER-CODE NOT = "A"
            AND WS-MASTER-CODE NOT = "T"
            AND WS-MASTER-CODE NOT = "L"
        DISPLAY "WATERSTA27: MASTER CODE MUST BE Y, R, I, A, T, "
            "OR L"
        MOVE 8 TO RETURN-CODE
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF

        IF WS-MASTER-CODE = "R"
            PERFORM 210-UNLOAD-REGISTRATION-MASTER
        ELSE
            IF WS-MASTER-CODE = "I"
                PERFORM 220-UNLOAD-INVENTORY-MASTER
            ELSE
                IF WS-MASTER-CODE = "A"
                    PERFORM 230-UNLOAD-RECEIVABLES-MASTER
                ELSE
                    IF WS-MASTER-CODE = "T"
                        PERFORM 240-UNLOAD-RECEIVABLES-DETAIL
                    ELSE
                        PERFORM 250-UNLOAD-LOAN-MASTER
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF

    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA27: UNABLE TO OPEN YTD-MASTER, "
            "FILE STATUS " WS-MASTER-FILE-STATUS
        CLOSE BACKUP-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA27: UNABLE TO OPEN REGISTRATION-MASTER, "
            "FILE STATUS " WS-MASTER-FILE-STATUS
        CLOSE BACKUP-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA27: UNABLE TO OPEN INVENTORY-MASTER, "
            "FILE STATUS " WS-MASTER-FILE-STATUS
        CLOSE BACKUP-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
    END-PERFORM
    CLOSE INVENTORY-MASTER.

*> 230-unload-receivables-master - the hash total for the
*> receivables master is the sum of each account's total charges
*> and total payments.
230-UNLOAD-RECEIVABLES-MASTER.
    OPEN INPUT RECEIVABLES-MASTER
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA27: UNABLE TO OPEN RECEIVABLES-MASTER, "
            "FILE STATUS " WS-MASTER-FILE-STATUS
        CLOSE BACKUP-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ RECEIVABLES-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                ADD 1 TO WS-RECORD-COUNT
                ADD AR-TOTAL-CHARGES TO WS-HASH-TOTAL
                ADD AR-TOTAL-PAYMENTS TO WS-HASH-TOTAL
                MOVE SPACES TO BACKUP-REC
                MOVE "D" TO BKP-RECORD-TYPE
                MOVE AR-REC TO BKP-BODY
                WRITE BACKUP-REC
        END-READ
    END-PERFORM
    CLOSE RECEIVABLES-MASTER.

*> 240-unload-receivables-detail - the hash total for the
*> receivables detail is the sum of the transaction amounts.
240-UNLOAD-RECEIVABLES-DETAIL.
    OPEN INPUT RECEIVABLES-DETAIL
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA27: UNABLE TO OPEN RECEIVABLES-DETAIL, "
            "FILE STATUS " WS-MASTER-FILE-STATUS
        CLOSE BACKUP-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ RECEIVABLES-DETAIL NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                ADD 1 TO WS-RECORD-COUNT
                ADD ART-AMOUNT TO WS-HASH-TOTAL
                MOVE SPACES TO BACKUP-REC
                MOVE "D" TO BKP-RECORD-TYPE
                MOVE ART-REC TO BKP-BODY
                WRITE BACKUP-REC
        END-READ
    END-PERFORM
    CLOSE RECEIVABLES-DETAIL.

*> 250-unload-loan-master - the hash total for the loan master is
*> the sum of each quote's amount borrowed and monthly payment.
250-UNLOAD-LOAN-MASTER.
    OPEN INPUT LOAN-MASTER
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA27: UNABLE TO OPEN LOAN-MASTER, "
            "FILE STATUS " WS-MASTER-FILE-STATUS
        CLOSE BACKUP-FILE
        MOVE 8 TO RETURN-CODE
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ LOAN-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                ADD 1 TO WS-RECORD-COUNT
                ADD LM-BORROW-AMT TO WS-HASH-TOTAL
                ADD LM-MONTHLY-PAYMENT TO WS-HASH-TOTAL
                MOVE SPACES TO BACKUP-REC
                MOVE "D" TO BKP-RECORD-TYPE
                MOVE LM-REC TO BKP-BODY
                WRITE BACKUP-REC
        END-READ
    END-PERFORM
    CLOSE LOAN-MASTER.

*> 010-log-run-start / 900-log-run-end - the start and normal-end
*> records every batch program appends to the shared run log.
010-LOG-RUN-START.
    MOVE SPACE TO RUNLOG-ABEND-FLAG
    PERFORM 020-WRITE-RUN-LOG.

*> 905-log-run-abend - the end record a refused unload writes,
*> with condition code 8, so a stream stops before it updates a
*> master whose backup was never taken.
905-LOG-RUN-ABEND.
    MOVE "E" TO RUNLOG-RECORD-TYPE
    MOVE "ABNORMAL" TO RUNLOG-COMPLETION-STATUS
    MOVE "Y" TO RUNLOG-ABEND-FLAG
    PERFORM 020-WRITE-RUN-LOG.

020-WRITE-RUN-LOG.
    MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-STAMP
    MOVE "WatersTA27" TO RUNLOG-PROGRAM-ID
