*> Date: 2026-08-22
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: This program rebuilds one of the indexed masters from
*> a sequential backup WatersTA27 unloaded. The backup's
*> header must name the master being reloaded, every detail
*> record is written back through the index, and the reload only
*> reports success when the record count and hash total it
*>               graduation-candidate byte the degree-progress run
*>               marks), so the programs that carry the record
*>               cannot drift apart on its layout.
*>   2026-10-15  A registration backup body now reloads as the
*>               193-byte record, which carries the academic
*>               standing the WatersTA66 end-of-term run stamps.
*>   2026-10-15  The inventory record reload widened to 99 bytes
*>               for the standard order quantity; the hash basis
*>               is still unchanged.
*>   2026-10-15  Reloads the receivables master (A, 92 bytes), the
*>               receivables detail (T, 63 bytes), and the loan
*>               master (L, 132 bytes) from the backups WatersTA27
*>               now takes of them, proving each on the same hash
*>               WatersTA27 builds.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA28.
        RECORD KEY IS PART-NO
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT RECEIVABLES-MASTER
        ASSIGN TO ARMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-STUDENT-ID
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT RECEIVABLES-DETAIL
        ASSIGN TO ARTRANS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ART-KEY
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT LOAN-MASTER
        ASSIGN TO LOANMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LM-QUOTE-NUMBER
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT BACKUP-FILE
        ASSIGN TO BACKUP
        ORGANIZATION IS LINE SEQUENTIAL
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
    DISPLAY "RELOAD WHICH MASTER - (Y)TD, (R)EGISTRATION, "
        "(I)NVENTORY, (A)R MASTER, AR (T)RANSACTIONS, (L)OAN:"
    ACCEPT WS-MASTER-CODE

    IF WS-MASTER-CODE NOT = "Y" AND WS-MASTER-CODE NOT = "R"
            AND WS-MASTER-CODE NOT = "I"
            AND WS-MASTER-CODE NOT = "A"
            AND WS-MASTER-CODE NOT = "T"
            AND WS-MASTER-CODE NOT = "L"
        DISPLAY "WATERSTA28: MASTER CODE MUST BE Y, R, I, A, T, "
            "OR L"
        STOP RUN
    END-IF

        IF WS-MASTER-CODE = "R"
            OPEN OUTPUT REGISTRATION-MASTER
        ELSE
            IF WS-MASTER-CODE = "I"
                OPEN OUTPUT INVENTORY-MASTER
            ELSE
                IF WS-MASTER-CODE = "A"
                    OPEN OUTPUT RECEIVABLES-MASTER
                ELSE
                    IF WS-MASTER-CODE = "T"
                        OPEN OUTPUT RECEIVABLES-DETAIL
                    ELSE
                        OPEN OUTPUT LOAN-MASTER
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF
    IF WS-MASTER-FILE-STATUS NOT = "00"
        IF WS-MASTER-CODE = "R"
            CLOSE REGISTRATION-MASTER
        ELSE
            IF WS-MASTER-CODE = "I"
                CLOSE INVENTORY-MASTER
            ELSE
                IF WS-MASTER-CODE = "A"
                    CLOSE RECEIVABLES-MASTER
                ELSE
                    IF WS-MASTER-CODE = "T"
                        CLOSE RECEIVABLES-DETAIL
                    ELSE
                        CLOSE LOAN-MASTER
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

            WRITE YTD-REC
        ELSE
            IF WS-MASTER-CODE = "R"
                MOVE BKP-BODY (1:193) TO IN-STUDENT-REC
                IF IN-DATE-LAST-ENROLLMENT IS NUMERIC
                    MOVE IN-DATE-LAST-ENROLLMENT
                        TO WS-ENROLL-DATE-N
                END-IF
                WRITE IN-STUDENT-REC
            ELSE
                PERFORM 210-APPLY-OTHER-MASTER
            END-IF
        END-IF
    ELSE
        END-IF
    END-IF.

*> 210-apply-other-master - the inventory, receivables, and loan
*> masters, each rolled into the hash the way WatersTA27 rolls it.
210-APPLY-OTHER-MASTER.
    IF WS-MASTER-CODE = "I"
        MOVE BKP-BODY (1:99) TO OUT-INV-RECORD
        ADD QTY-ON-HAND TO WS-HASH-TOTAL
        ADD UNIT-PRICE TO WS-HASH-TOTAL
        WRITE OUT-INV-RECORD
    ELSE
        IF WS-MASTER-CODE = "A"
            MOVE BKP-BODY (1:92) TO AR-REC
            ADD AR-TOTAL-CHARGES TO WS-HASH-TOTAL
            ADD AR-TOTAL-PAYMENTS TO WS-HASH-TOTAL
            WRITE AR-REC
        ELSE
            IF WS-MASTER-CODE = "T"
                MOVE BKP-BODY (1:63) TO ART-REC
                ADD ART-AMOUNT TO WS-HASH-TOTAL
                WRITE ART-REC
            ELSE
                MOVE BKP-BODY (1:132) TO LM-REC
                ADD LM-BORROW-AMT TO WS-HASH-TOTAL
                ADD LM-MONTHLY-PAYMENT TO WS-HASH-TOTAL
                WRITE LM-REC
            END-IF
        END-IF
    END-IF.

*> 300-prove-the-counts - the reload succeeds only when what was
*> written back matches what the unload said it wrote out.
300-PROVE-THE-COUNTS.
