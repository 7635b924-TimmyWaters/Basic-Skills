*>               on a mismatch or a missing trailer, logging the
*>               refusal to the run log as an abnormal end so the
*>               morning status report surfaces it.
*>   2026-10-15  Each history record now also carries the
*>               movement's net change to the part total, the on-
*>               hand total it left, and the moving-average cost
*>               before and after it (IVHREC copybook), for the
*>               inventory month-end close to value and prove the
*>               period from.
*>   2026-10-15  An issue transaction now carries the requesting
*>               cost center, checked against the active cost
*>               centers on the cost-center master (CCTREC
*>               copybook); an issue with none, or one not on file,
*>               is rejected. The cost center rides on the issue's
*>               history record for the monthly department
*>               chargeback.
*>   2026-10-15  A new "V" return-to-vendor transaction ships stock
*>               received on a PO back to the vendor: it names the
*>               PO and part, takes the stock off the part and
*>               location at the moving average, gives the quantity
*>               back off the PO line's received total - reopening
*>               the line backordered when a replacement is
*>               expected, or reducing the ordered quantity when
*>               not - and writes a numbered debit memo (DBMREC
*>               copybook) at the PO price to the debit-memo file
*>               for the check run to offset, printed for the
*>               vendor on the dated RTVMEMO file.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA16.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-FILE-STATUS.

    SELECT COST-CENTER-MASTER
        ASSIGN TO CCMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CC-FILE-STATUS.

    SELECT DEBIT-MEMO-FILE
        ASSIGN TO DEBITMEM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DBM-FILE-STATUS.

    SELECT MEMO-CONTROL-FILE
        ASSIGN TO DMEMONUM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MEMOCTL-FILE-STATUS.

    SELECT DEBIT-MEMO-PRINT
        ASSIGN TO WS-RTVMEMO-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT VENDOR-MASTER
        ASSIGN TO VENDMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VENDOR-FILE-STATUS.

    SELECT OUTPUT-CATALOG
        ASSIGN TO OUTCAT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUTCAT-FILE-STATUS.

    SELECT RUN-LOG
        ASSIGN TO RUNLOG
        ORGANIZATION IS LINE SEQUENTIAL
    05 TRAN-UNIT-COST   PIC 9(5)V99.
    05 TRAN-LOCATION    PIC X(3).
    05 TRAN-TO-LOCATION PIC X(3).
*> The department drawing the stock - required on an issue, and
*> ignored on every other code.
    05 TRAN-COST-CENTER PIC X(6).
*> On a return to vendor, "Y" when the vendor is to ship a
*> replacement - the PO line reopens backordered for it - and
*> anything else when the return simply cancels the goods.
    05 TRAN-REPLACEMENT PIC X(1).
*> The feed's final record is the standard batch-control trailer:
*> "*TRAILER*" across the leading positions, then the detail
*> count and a hash total of the quantity field, which
01 IVH-REC.
    COPY IVHREC.

FD COST-CENTER-MASTER.
01 CC-REC.
    COPY CCTREC.

FD DEBIT-MEMO-FILE.
01 DBM-REC.
    COPY DBMREC.

*> The last debit memo number issued, kept on its own one-record
*> control file the way the check numbers are.
FD MEMO-CONTROL-FILE.
01 MEMOCTL-REC.
    05 MEMOCTL-LAST-MEMO-NUMBER PIC 9(6).

FD DEBIT-MEMO-PRINT.
01 MEMO-LINE            PIC X(80).

FD VENDOR-MASTER.
    01 VM-VENDOR-REC.
        05 VM-VENDOR-CODE  PIC X(4).
        05 VM-VENDOR-DESC  PIC X(20).
        05 VM-STATUS       PIC X(1).

FD OUTPUT-CATALOG.
01 OUT-CATALOG-REC.
    COPY OUTCAT.

FD RUN-LOG.
01 OUT-RUNLOG-REC.
    COPY RUNLOG.
    05 WS-OLD-QTY                PIC 9(5).
    05 WS-OLD-AVG-COST           PIC 9(5)V99.
    05 WS-NEW-AVG-COST           PIC 9(5)V99.
    05 WS-PRIOR-AVG-COST         PIC 9(5)V99.
    05 WS-COST-MOVE              PIC S9(5)V99.
    05 WS-COST-CHANGE-COUNT      PIC 9(5) VALUE ZERO.
    05 WS-LOC-FILE-STATUS        PIC XX.
    05 WS-PREPASS-HASH           PIC 9(11).
    05 WS-TRAILER-COUNT          PIC 9(7).
    05 WS-TRAILER-HASH           PIC 9(11).
    05 WS-CC-FILE-STATUS         PIC XX.
    05 WS-CC-COUNT               PIC 9(3) VALUE ZERO.
    05 WS-CC-VALID               PIC X(1).
    05 WS-DBM-FILE-STATUS        PIC XX.
    05 WS-MEMOCTL-FILE-STATUS    PIC XX.
    05 WS-VENDOR-FILE-STATUS     PIC XX.
    05 WS-OUTCAT-FILE-STATUS     PIC XX.
    05 WS-VND-SUB                PIC 9(3).
    05 WS-MEMO-NUMBER            PIC 9(6) VALUE ZERO.
    05 WS-MEMO-AMOUNT            PIC 9(9)V99.
    05 WS-MEMO-TOTAL             PIC 9(11)V99 VALUE ZERO.
    05 WS-POS-REOPENED-COUNT     PIC 9(4) VALUE ZERO.

*> This run's debit memos for the vendors, stamped with the run
*> date so a rerun opens a fresh generation instead of
*> overwriting the last one.
01 WS-RTVMEMO-NAME               PIC X(21) VALUE "RTVMEMO".

*> The vendor master held for the run - the name a debit memo is
*> addressed to.
01 WS-VENDOR-TABLE.
    05 WS-VENDOR-COUNT           PIC 9(3) VALUE ZERO.
    05 WS-VND-ENTRY OCCURS 500 TIMES.
        10 WS-VND-CODE          PIC X(4).
        10 WS-VND-DESC          PIC X(20).

*> The active cost centers an issue may be charged to, loaded
*> from the cost-center master once for the run.
01 WS-COST-CENTER-TABLE.
    05 WS-CC-ENTRY OCCURS 0 TO 500 TIMES
           DEPENDING ON WS-CC-COUNT
           INDEXED BY CC-IDX.
        10 WS-CC-CODE         PIC X(6).

*> A receipt that moves the moving-average cost by more than this
*> amount is listed on the cost-change register. A supervisor
    05 WS-ISSUE-QTY              PIC 9(7) VALUE ZERO.
    05 WS-ADJUST-COUNT           PIC 9(5) VALUE ZERO.
    05 WS-ADJUST-QTY             PIC 9(7) VALUE ZERO.
    05 WS-RETURN-COUNT           PIC 9(5) VALUE ZERO.
    05 WS-RETURN-QTY             PIC 9(7) VALUE ZERO.

01 WS-HEADING-LINE.
    05 FILLER   PIC X(6)  VALUE "PART".
        "OPEN POS CLOSED BY RECEIPTS:".
    05 WS-T-POS-CLOSED    PIC ZZZ9.

01 WS-PO-REOPENED-LINE.
    05 FILLER             PIC X(29) VALUE
        "PO LINES REOPENED BY RETURNS:".
    05 WS-T-POS-REOPENED  PIC ZZZ9.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 FILLER             PIC X(21) VALUE "DEBIT MEMOS WRITTEN:".
    05 WS-T-MEMO-TOTAL    PIC Z(8)9.99.

*> The debit memo sent to the vendor with the returned goods.
01 WS-MEMO-HEADING-1.
    05 FILLER             PIC X(30) VALUE "DEBIT MEMO".
    05 FILLER             PIC X(8)  VALUE "MEMO NO ".
    05 WS-MH-MEMO-NUMBER  PIC 9(6).
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 FILLER             PIC X(5)  VALUE "DATE ".
    05 WS-MH-DATE         PIC 9(8).

01 WS-MEMO-HEADING-2.
    05 FILLER             PIC X(8)  VALUE "VENDOR ".
    05 WS-MH-VENDOR-CODE  PIC X(4).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-MH-VENDOR-NAME  PIC X(20).

01 WS-MEMO-COLUMNS.
    05 FILLER   PIC X(8)  VALUE "PO NO".
    05 FILLER   PIC X(7)  VALUE "PART".
    05 FILLER   PIC X(12) VALUE "REFERENCE".
    05 FILLER   PIC X(10) VALUE "  QUANTITY".
    05 FILLER   PIC X(12) VALUE "  UNIT PRICE".
    05 FILLER   PIC X(14) VALUE "        AMOUNT".

01 WS-MEMO-DETAIL.
    05 WS-MD-PO-NUMBER    PIC 9(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-MD-PART-NO      PIC X(5).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-MD-REFERENCE    PIC X(10).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-MD-QUANTITY     PIC Z(7)9.
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 WS-MD-UNIT-PRICE   PIC ZZZZ9.99.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 WS-MD-AMOUNT       PIC Z(7)9.99.

01 WS-MEMO-NOTE-LINE.
    05 WS-MN-NOTE         PIC X(60).

01 WS-MEMO-SEPARATOR     PIC X(60) VALUE ALL "-".

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 115-VERIFY-BATCH-CONTROLS
    PERFORM 055-READ-TOLERANCES
    PERFORM 060-LOAD-OPEN-PO-FILE
    PERFORM 065-LOAD-COST-CENTERS
    PERFORM 070-LOAD-VENDOR-TABLE
    PERFORM 075-READ-MEMO-CONTROL
    PERFORM 080-STAMP-MEMO-NAME

    OPEN I-O INVENTORY-MASTER
    IF WS-INVENTORY-FILE-STATUS NOT = "00"
         OUTPUT TRANSACTION-REGISTER
                REJECTED-TRANSACTIONS
                COST-CHANGE-REGISTER
                DEBIT-MEMO-PRINT

    OPEN EXTEND TRANSACTION-HISTORY
    IF WS-HIST-FILE-STATUS NOT = "00"
        OPEN OUTPUT TRANSACTION-HISTORY
    END-IF
    OPEN EXTEND DEBIT-MEMO-FILE
    IF WS-DBM-FILE-STATUS NOT = "00"
        OPEN OUTPUT DEBIT-MEMO-FILE
    END-IF

    WRITE REG-LINE FROM WS-HEADING-LINE

    PERFORM 300-WRITE-CODE-TOTALS
    MOVE WS-POS-CLOSED-COUNT TO WS-T-POS-CLOSED
    WRITE REG-LINE FROM WS-PO-CLOSED-LINE
    MOVE WS-POS-REOPENED-COUNT TO WS-T-POS-REOPENED
    MOVE WS-MEMO-TOTAL TO WS-T-MEMO-TOTAL
    WRITE REG-LINE FROM WS-PO-REOPENED-LINE

    CLOSE INVENTORY-MASTER
          LOCATION-BALANCES
          TRANSACTION-HISTORY
          DEBIT-MEMO-FILE
          INVENTORY-TRANSACTIONS
          TRANSACTION-REGISTER
          REJECTED-TRANSACTIONS
          COST-CHANGE-REGISTER
          DEBIT-MEMO-PRINT

    PERFORM 500-REWRITE-OPEN-PO-FILE
    IF WS-RETURN-COUNT > ZERO
        PERFORM 077-REWRITE-MEMO-CONTROL
    END-IF
    PERFORM 400-WRITE-RUN-COUNT
    PERFORM 900-LOG-RUN-END
    STOP RUN.
    END-IF
    MOVE "Y" TO MORE-RECORDS.

*> 065-load-cost-centers - the active cost centers only; one
*> marked inactive can no longer draw stock. A missing master
*> leaves the table empty, so every issue rejects until the file
*> is in place.
065-LOAD-COST-CENTERS.
    OPEN INPUT COST-CENTER-MASTER
    IF WS-CC-FILE-STATUS NOT = "00"
        MOVE "N" TO MORE-RECORDS
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ COST-CENTER-MASTER
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF CC-STATUS NOT = "I" AND WS-CC-COUNT < 500
                    ADD 1 TO WS-CC-COUNT
                    MOVE CC-CODE TO WS-CC-CODE (WS-CC-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF WS-CC-FILE-STATUS = "00" OR WS-CC-FILE-STATUS = "10"
        CLOSE COST-CENTER-MASTER
    END-IF
    MOVE "Y" TO MORE-RECORDS.

*> 070-load-vendor-table - the names the debit memos are
*> addressed to; a missing vendor master only leaves the name
*> off the memo.
070-LOAD-VENDOR-TABLE.
    OPEN INPUT VENDOR-MASTER
    IF WS-VENDOR-FILE-STATUS NOT = "00"
        MOVE "N" TO MORE-RECORDS
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ VENDOR-MASTER
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF WS-VENDOR-COUNT < 500
                    ADD 1 TO WS-VENDOR-COUNT
                    MOVE VM-VENDOR-CODE
                        TO WS-VND-CODE (WS-VENDOR-COUNT)
                    MOVE VM-VENDOR-DESC
                        TO WS-VND-DESC (WS-VENDOR-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF WS-VENDOR-FILE-STATUS = "00"
            OR WS-VENDOR-FILE-STATUS = "10"
        CLOSE VENDOR-MASTER
    END-IF
    MOVE "Y" TO MORE-RECORDS.

*> 075-read-memo-control - the last debit memo number issued;
*> numbering starts from zero the first time the file exists.
075-READ-MEMO-CONTROL.
    MOVE ZERO TO WS-MEMO-NUMBER
    OPEN INPUT MEMO-CONTROL-FILE
    IF WS-MEMOCTL-FILE-STATUS = "00"
        READ MEMO-CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                IF MEMOCTL-LAST-MEMO-NUMBER IS NUMERIC
                    MOVE MEMOCTL-LAST-MEMO-NUMBER
                        TO WS-MEMO-NUMBER
                END-IF
        END-READ
        CLOSE MEMO-CONTROL-FILE
    END-IF.

*> 077-rewrite-memo-control - writes back the last memo number
*> issued so the next run keeps the sequence.
077-REWRITE-MEMO-CONTROL.
    OPEN OUTPUT MEMO-CONTROL-FILE
    MOVE WS-MEMO-NUMBER TO MEMOCTL-LAST-MEMO-NUMBER
    WRITE MEMOCTL-REC
    CLOSE MEMO-CONTROL-FILE.

*> 080-stamp-memo-name - the dated debit memo print name and its
*> catalog entry for the retention sweep.
080-STAMP-MEMO-NAME.
    MOVE SPACES TO WS-RTVMEMO-NAME
    STRING "RTVMEMO." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-RTVMEMO-NAME
    OPEN EXTEND OUTPUT-CATALOG
    IF WS-OUTCAT-FILE-STATUS NOT = "00"
        OPEN OUTPUT OUTPUT-CATALOG
    END-IF
    MOVE WS-RTVMEMO-NAME TO OUTCAT-FILE-NAME
    MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
    WRITE OUT-CATALOG-REC
    CLOSE OUTPUT-CATALOG.

*> 205-check-cost-center - an issue must name an active cost
*> center, or nobody can be charged for the stock it takes.
205-CHECK-COST-CENTER.
    MOVE "N" TO WS-CC-VALID
    IF TRAN-COST-CENTER NOT = SPACES AND WS-CC-COUNT > ZERO
        SET CC-IDX TO 1
        SEARCH WS-CC-ENTRY
            AT END
                CONTINUE
            WHEN WS-CC-CODE (CC-IDX) = TRAN-COST-CENTER
                MOVE "Y" TO WS-CC-VALID
        END-SEARCH
    END-IF.

*> 115-verify-batch-controls - pre-passes the transaction feed,
*> counting the detail records and hashing their quantity field,
*> and balances the result against the feed's batch-control
        ADD 1 TO WS-POS-CLOSED-COUNT
    END-IF.

*> 245-check-po-return - a return to vendor must name the PO the
*> goods arrived on, find that PO line for the part whether it is
*> still open or already closed, and send back no more than the
*> line has received - the vendor can only credit what it
*> shipped.
245-CHECK-PO-RETURN.
    MOVE "Y" TO WS-PO-RECEIPT-OK
    MOVE ZERO TO WS-PO-LINE-SUB
    IF TRAN-PO-NUMBER IS NOT NUMERIC OR TRAN-PO-NUMBER = ZERO
        MOVE "N" TO WS-PO-RECEIPT-OK
        MOVE "RETURN MUST NAME THE PO IT ARRIVED ON"
            TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-OPO-SUB FROM 1 BY 1
            UNTIL WS-OPO-SUB > WS-OPENPO-COUNT
        IF WS-OP-PO-NUMBER (WS-OPO-SUB) = TRAN-PO-NUMBER
                AND WS-OP-PART-NO (WS-OPO-SUB) = TRAN-PART-NO
            MOVE WS-OPO-SUB TO WS-PO-LINE-SUB
        END-IF
    END-PERFORM
    IF WS-PO-LINE-SUB = ZERO
        MOVE "N" TO WS-PO-RECEIPT-OK
        MOVE "NO PO ON FILE FOR PART AND PO NUMBER"
            TO WS-REJECT-REASON
    ELSE
        IF WS-OP-QTY-RECEIVED (WS-PO-LINE-SUB) < TRAN-QUANTITY
            MOVE "N" TO WS-PO-RECEIPT-OK
            MOVE "RETURN EXCEEDS QUANTITY RECEIVED ON PO"
                TO WS-REJECT-REASON
        END-IF
    END-IF.

*> 255-apply-return-to-po - the returned goods come off the line's
*> received total. When the vendor is to replace them the line
*> reopens, backordered by what was returned, for the replacement
*> receipt to post against; otherwise the ordered quantity drops
*> by the same amount, so the return cancels the goods and leaves
*> the line's open or closed standing as it was.
255-APPLY-RETURN-TO-PO.
    SUBTRACT TRAN-QUANTITY FROM WS-OP-QTY-RECEIVED (WS-PO-LINE-SUB)
    MOVE "Y" TO WS-POS-UPDATED
    IF TRAN-REPLACEMENT = "Y"
        IF WS-OP-STATUS (WS-PO-LINE-SUB) = "C"
            ADD 1 TO WS-POS-REOPENED-COUNT
        END-IF
        MOVE "O" TO WS-OP-STATUS (WS-PO-LINE-SUB)
    ELSE
        SUBTRACT TRAN-QUANTITY
            FROM WS-OP-QTY-ORDERED (WS-PO-LINE-SUB)
    END-IF.

*> 500-rewrite-open-po-file - the open-PO file written back with
*> the receipts' closures in place; an untouched file is left
*> alone.
*> 200-post-transaction - edits the transaction, reads the part by
*> key, and applies the movement: R adds the quantity received, I
*> subtracts the quantity issued (refused when it would drive the
*> on-hand negative, or when it names no active cost center to
*> charge), A sets the on-hand to the counted quantity outright,
*> and V ships stock received on a PO back to the vendor.
200-POST-TRANSACTION.
    IF TRAN-LOCATION = SPACES
        MOVE "MAI" TO WS-FROM-LOCATION
    MOVE TRAN-TO-LOCATION TO WS-TO-LOCATION
    IF TRAN-CODE NOT = "R" AND TRAN-CODE NOT = "I"
            AND TRAN-CODE NOT = "A" AND TRAN-CODE NOT = "T"
            AND TRAN-CODE NOT = "V"
        MOVE "UNRECOGNIZED TRANSACTION CODE" TO WS-REJECT-REASON
        PERFORM 220-WRITE-REJECT
    ELSE
                    TO WS-REJECT-REASON
                PERFORM 220-WRITE-REJECT
            ELSE
                MOVE "Y" TO WS-CC-VALID
                IF TRAN-CODE = "I"
                    PERFORM 205-CHECK-COST-CENTER
                END-IF
                IF WS-CC-VALID = "N"
                    MOVE "ISSUE COST CENTER MISSING OR NOT ON FILE"
                        TO WS-REJECT-REASON
                    PERFORM 220-WRITE-REJECT
                ELSE
                    PERFORM 210-APPLY-TO-MASTER
                END-IF
            END-IF
        END-IF
    END-IF.
        MOVE "PART NUMBER NOT ON MASTER" TO WS-REJECT-REASON
        PERFORM 220-WRITE-REJECT
    ELSE
        IF INV-AVG-COST IS NUMERIC
            MOVE INV-AVG-COST TO WS-PRIOR-AVG-COST
        ELSE
            MOVE ZERO TO WS-PRIOR-AVG-COST
        END-IF
        IF TRAN-CODE = "R" AND TRAN-PO-NUMBER IS NUMERIC
                AND TRAN-PO-NUMBER > ZERO
            PERFORM 240-CHECK-PO-RECEIPT
        ELSE
            IF TRAN-CODE = "V"
                PERFORM 245-CHECK-PO-RETURN
            ELSE
                MOVE "Y" TO WS-PO-RECEIPT-OK
                MOVE ZERO TO WS-PO-LINE-SUB
            END-IF
        END-IF
        IF WS-PO-RECEIPT-OK = "N"
            PERFORM 220-WRITE-REJECT
        IF TRAN-CODE = "T"
            PERFORM 280-POST-TRANSFER
        ELSE
        IF (TRAN-CODE = "I" OR TRAN-CODE = "V")
                AND TRAN-QUANTITY > QTY-ON-HAND
            IF TRAN-CODE = "I"
                MOVE "ISSUE EXCEEDS QUANTITY ON HAND"
                    TO WS-REJECT-REASON
            ELSE
                MOVE "RETURN EXCEEDS QUANTITY ON HAND"
                    TO WS-REJECT-REASON
            END-IF
            PERFORM 220-WRITE-REJECT
        ELSE
            IF TRAN-CODE = "I" OR TRAN-CODE = "V"
                PERFORM 265-CHECK-LOCATION-ISSUE
            END-IF
            IF WS-PO-RECEIPT-OK = "N"
                    COMPUTE WS-LOC-DELTA = ZERO - TRAN-QUANTITY
                    PERFORM 275-UPDATE-LOCATION-BALANCE
                ELSE
                    IF TRAN-CODE = "V"
                        PERFORM 290-POST-RETURN
                    ELSE
                        PERFORM 285-ADJUST-LOCATION
                        ADD 1 TO WS-ADJUST-COUNT
                        ADD TRAN-QUANTITY TO WS-ADJUST-QTY
                    END-IF
                END-IF
            END-IF
            REWRITE OUT-INV-RECORD
        END-IF
    END-IF.

*> 265-check-location-issue - an issue or a return must come out
*> of a location that actually holds the stock; a short location
*> is a reject even when the part total could cover it, because
*> the argument about which site the stock is in is the problem
*> this file exists to settle.
265-CHECK-LOCATION-ISSUE.
    PERFORM 270-GET-LOCATION-RECORD
    IF LOC-QTY-ON-HAND < TRAN-QUANTITY
        MOVE "N" TO WS-PO-RECEIPT-OK
        IF TRAN-CODE = "V"
            MOVE "RETURN EXCEEDS LOCATION ON HAND"
                TO WS-REJECT-REASON
        ELSE
            MOVE "ISSUE EXCEEDS LOCATION ON HAND"
                TO WS-REJECT-REASON
        END-IF
    END-IF.

*> 270-get-location-record - reads the part/location balance,
    END-IF
    ADD WS-LOC-DELTA TO QTY-ON-HAND.

*> 290-post-return - the returned stock leaves the part total and
*> the location at the moving average, which the return does not
*> move; the PO line gives back what it received, and the vendor
*> gets a debit memo for the goods at the PO price.
290-POST-RETURN.
    SUBTRACT TRAN-QUANTITY FROM QTY-ON-HAND
    ADD 1 TO WS-RETURN-COUNT
    ADD TRAN-QUANTITY TO WS-RETURN-QTY
    COMPUTE WS-LOC-DELTA = ZERO - TRAN-QUANTITY
    PERFORM 275-UPDATE-LOCATION-BALANCE
    PERFORM 255-APPLY-RETURN-TO-PO
    PERFORM 295-WRITE-DEBIT-MEMO.

*> 295-write-debit-memo - the next memo number, the memo on the
*> debit-memo file for the check run to offset, and the printed
*> memo that goes to the vendor with the goods.
295-WRITE-DEBIT-MEMO.
    ADD 1 TO WS-MEMO-NUMBER
    COMPUTE WS-MEMO-AMOUNT =
        TRAN-QUANTITY * WS-OP-UNIT-PRICE (WS-PO-LINE-SUB)
    ADD WS-MEMO-AMOUNT TO WS-MEMO-TOTAL

    MOVE WS-MEMO-NUMBER TO DBM-MEMO-NUMBER
    MOVE WS-RUN-DATE (1:8) TO DBM-MEMO-DATE
    MOVE WS-OP-VENDOR-CODE (WS-PO-LINE-SUB) TO DBM-VENDOR-CODE
    MOVE TRAN-PO-NUMBER TO DBM-PO-NUMBER
    MOVE TRAN-PART-NO TO DBM-PART-NO
    MOVE TRAN-QUANTITY TO DBM-QUANTITY
    MOVE WS-OP-UNIT-PRICE (WS-PO-LINE-SUB) TO DBM-UNIT-PRICE
    MOVE WS-MEMO-AMOUNT TO DBM-AMOUNT
    IF TRAN-REPLACEMENT = "Y"
        MOVE "Y" TO DBM-REPLACEMENT
    ELSE
        MOVE "N" TO DBM-REPLACEMENT
    END-IF
    MOVE TRAN-REFERENCE TO DBM-REFERENCE
    MOVE SPACES TO DBM-INVOICE-NO
    MOVE ZERO TO DBM-CHECK-NUMBER
    MOVE ZERO TO DBM-APPLIED-DATE
    WRITE DBM-REC

    MOVE WS-MEMO-NUMBER TO WS-MH-MEMO-NUMBER
    MOVE WS-RUN-DATE (1:8) TO WS-MH-DATE
    MOVE DBM-VENDOR-CODE TO WS-MH-VENDOR-CODE
    MOVE "*NOT ON VENDOR MASTER*" TO WS-MH-VENDOR-NAME
    PERFORM VARYING WS-VND-SUB FROM 1 BY 1
            UNTIL WS-VND-SUB > WS-VENDOR-COUNT
        IF WS-VND-CODE (WS-VND-SUB) = DBM-VENDOR-CODE
            MOVE WS-VND-DESC (WS-VND-SUB) TO WS-MH-VENDOR-NAME
        END-IF
    END-PERFORM
    WRITE MEMO-LINE FROM WS-MEMO-HEADING-1
    WRITE MEMO-LINE FROM WS-MEMO-HEADING-2
    MOVE SPACES TO MEMO-LINE
    WRITE MEMO-LINE
    WRITE MEMO-LINE FROM WS-MEMO-COLUMNS
    MOVE TRAN-PO-NUMBER TO WS-MD-PO-NUMBER
    MOVE TRAN-PART-NO TO WS-MD-PART-NO
    MOVE TRAN-REFERENCE TO WS-MD-REFERENCE
    MOVE TRAN-QUANTITY TO WS-MD-QUANTITY
    MOVE DBM-UNIT-PRICE TO WS-MD-UNIT-PRICE
    MOVE WS-MEMO-AMOUNT TO WS-MD-AMOUNT
    WRITE MEMO-LINE FROM WS-MEMO-DETAIL
    MOVE SPACES TO MEMO-LINE
    WRITE MEMO-LINE
    IF DBM-REPLACEMENT = "Y"
        MOVE "REPLACEMENT REQUESTED - THE PO LINE STAYS OPEN FOR IT"
            TO WS-MN-NOTE
    ELSE
        MOVE "NO REPLACEMENT - THE PO IS REDUCED BY THE QUANTITY"
            TO WS-MN-NOTE
    END-IF
    WRITE MEMO-LINE FROM WS-MEMO-NOTE-LINE
    MOVE "THIS AMOUNT WILL BE DEDUCTED FROM OUR PAYMENT ON THE PO"
        TO WS-MN-NOTE
    WRITE MEMO-LINE FROM WS-MEMO-NOTE-LINE
    WRITE MEMO-LINE FROM WS-MEMO-SEPARATOR.

*> 220-write-reject - logs a rejected transaction with its reason
*> so the stockroom can correct and resubmit it.
220-WRITE-REJECT.
*> 235-write-history-record - the movement on the history file: a
*> receipt against a PO carries the PO's vendor and order date so
*> lead time can be computed later; anything else carries zeros
*> and spaces in those positions. The change to the part total
*> is the location delta the movement applied, except a transfer,
*> which only moves stock between locations.
235-WRITE-HISTORY-RECORD.
    MOVE WS-RUN-DATE (1:8) TO IVH-TRAN-DATE
    MOVE TRAN-PART-NO TO IVH-PART-NO
        MOVE ZERO TO IVH-ORDER-DATE
    END-IF
    MOVE WS-FROM-LOCATION TO IVH-LOCATION
    IF TRAN-CODE = "T"
        MOVE ZERO TO IVH-QTY-CHANGE
    ELSE
        MOVE WS-LOC-DELTA TO IVH-QTY-CHANGE
    END-IF
    MOVE QTY-ON-HAND TO IVH-QTY-ON-HAND
    MOVE WS-PRIOR-AVG-COST TO IVH-PRIOR-AVG-COST
    IF INV-AVG-COST IS NUMERIC
        MOVE INV-AVG-COST TO IVH-AVG-COST
    ELSE
        MOVE ZERO TO IVH-AVG-COST
    END-IF
    IF TRAN-CODE = "I"
        MOVE TRAN-COST-CENTER TO IVH-COST-CENTER
    ELSE
        MOVE SPACES TO IVH-COST-CENTER
    END-IF
    WRITE IVH-REC.

*> 300-write-code-totals - the per-code activity totals and the
    MOVE WS-TRANSFER-COUNT TO WS-C-COUNT
    MOVE WS-TRANSFER-QTY TO WS-C-QTY
    WRITE REG-LINE FROM WS-CODE-TOTAL-LINE
    MOVE "VENDOR RETURN" TO WS-C-LABEL
    MOVE WS-RETURN-COUNT TO WS-C-COUNT
    MOVE WS-RETURN-QTY TO WS-C-QTY
    WRITE REG-LINE FROM WS-CODE-TOTAL-LINE

    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
