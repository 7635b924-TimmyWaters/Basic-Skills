*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: The buyer's approval session for the usage-based
*> reorder recommendations the monthly WatersTA81 review writes.
*> Each recommendation is shown with the part's current and
*> recommended reorder point and order quantity and the usage and
*> lead time behind them, and the buyer approves or rejects it.
*> Only an approved recommendation touches the inventory master,
*> and each field it changes is logged to the part change-history
*> file with its before and after values, the signed-on buyer,
*> and the date, exactly as WatersTA22 logs a keyed change. A
*> part whose figures were changed on the master after the review
*> ran is skipped rather than overwritten with a stale figure.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA82.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INVENTORY-MASTER
        ASSIGN TO INVMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PART-NO
        FILE STATUS IS WS-INVENTORY-FILE-STATUS.

    SELECT RECOMMENDATION-FILE
        ASSIGN TO ROPRECS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ROP-FILE-STATUS.

    SELECT CHANGE-HISTORY
        ASSIGN TO PARTCHG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-FILE-STATUS.

    SELECT SESSION-REGISTER
        ASSIGN TO ROPAREG
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPERATOR-MASTER
        ASSIGN TO OPERMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPERATOR-FILE-STATUS.

    SELECT RUN-LOG
        ASSIGN TO RUNLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD INVENTORY-MASTER.
    01 OUT-INV-RECORD.
        COPY INVREC.

FD RECOMMENDATION-FILE.
01 ROP-REC.
    COPY ROPREC.

*> The part change-history record WatersTA22 writes.
FD CHANGE-HISTORY.
01 OUT-HISTORY-REC.
    05 CHG-DATE          PIC 9(8).
    05 CHG-OPERATOR      PIC X(4).
    05 CHG-PART-NO       PIC X(5).
    05 CHG-FIELD-NAME    PIC X(13).
    05 CHG-BEFORE-VALUE  PIC X(20).
    05 CHG-AFTER-VALUE   PIC X(20).

FD SESSION-REGISTER.
01 REG-LINE              PIC X(80).

FD OPERATOR-MASTER.
01 OPR-REC.
    COPY OPRREC.

FD RUN-LOG.
01 OUT-RUNLOG-REC.
    COPY RUNLOG.

WORKING-STORAGE SECTION.
01 WS-RUNLOG-AREAS.
    05 WS-RUNLOG-FILE-STATUS   PIC XX.
    05 WS-RUNLOG-STAMP.
        10 WS-RLS-DATE         PIC 9(8).
        10 WS-RLS-TIME         PIC 9(6).
        10 FILLER              PIC X(7).

01 WS-WORK-AREAS.
    05 MORE-RECORDS              PIC X(1) VALUE "Y".
    05 WS-INVENTORY-FILE-STATUS  PIC XX.
    05 WS-ROP-FILE-STATUS        PIC XX.
    05 WS-HISTORY-FILE-STATUS    PIC XX.
    05 WS-PART-FOUND             PIC X(1).
    05 WS-DECISION               PIC X(1).
    05 WS-CUR-ORDER-QTY          PIC 9(5).
    05 WS-APPROVED-COUNT         PIC 9(5) VALUE ZERO.
    05 WS-REJECTED-COUNT         PIC 9(5) VALUE ZERO.
    05 WS-SKIPPED-COUNT          PIC 9(5) VALUE ZERO.

01 WS-SIGNON-AREAS.
    05 WS-OPERATOR-FILE-STATUS   PIC XX.
    05 WS-OPERATOR-ID            PIC X(4).
    05 WS-OPERATOR-EOF           PIC X(1).
    05 WS-OPERATOR-AUTHORIZED    PIC X(1).
    05 WS-AUTH-SUB               PIC 9(2).

01 WS-CURRENT-DATE.
    05 WS-CD-YEAR    PIC 9(4).
    05 WS-CD-MONTH   PIC 9(2).
    05 WS-CD-DAY     PIC 9(2).
    05 FILLER        PIC X(10).

*> Display copies of the numeric fields for the screen and for
*> the before/after values on the change-history record.
01 WS-VALUE-WORK.
    05 WS-BEFORE-VALUE   PIC X(20).
    05 WS-AFTER-VALUE    PIC X(20).
    05 WS-QTY-DISPLAY    PIC 9(5).
    05 WS-RATE-DISPLAY   PIC Z(4)9.9999.
    05 WS-LEAD-DISPLAY   PIC ZZ9.

01 WS-DETAIL-LINE.
    05 WS-D-PART-NO   PIC X(5).
    05 FILLER         PIC X(3)  VALUE SPACES.
    05 WS-D-ACTION    PIC X(40).

01 WS-TRAILER-LINE.
    05 WS-T-LABEL     PIC X(24).
    05 WS-T-COUNT     PIC ZZZZ9.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 005-OPERATOR-SIGN-ON
    PERFORM 010-LOG-RUN-START
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

    OPEN INPUT RECOMMENDATION-FILE
    IF WS-ROP-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA82: NO RECOMMENDATIONS ON FILE - RUN "
            "THE WATERSTA81 REVIEW FIRST."
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF

    OPEN I-O INVENTORY-MASTER
    IF WS-INVENTORY-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA82: UNABLE TO OPEN INVENTORY-MASTER, "
            "FILE STATUS " WS-INVENTORY-FILE-STATUS
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF

    OPEN EXTEND CHANGE-HISTORY
    IF WS-HISTORY-FILE-STATUS NOT = "00"
        OPEN OUTPUT CHANGE-HISTORY
    END-IF

    OPEN OUTPUT SESSION-REGISTER

    PERFORM UNTIL MORE-RECORDS = "N"
        READ RECOMMENDATION-FILE
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                PERFORM 200-WORK-RECOMMENDATION
        END-READ
    END-PERFORM

    MOVE "RECOMMENDATIONS APPROVED" TO WS-T-LABEL
    MOVE WS-APPROVED-COUNT TO WS-T-COUNT
    WRITE REG-LINE FROM WS-TRAILER-LINE
    MOVE "RECOMMENDATIONS REJECTED" TO WS-T-LABEL
    MOVE WS-REJECTED-COUNT TO WS-T-COUNT
    WRITE REG-LINE FROM WS-TRAILER-LINE
    MOVE "RECOMMENDATIONS SKIPPED" TO WS-T-LABEL
    MOVE WS-SKIPPED-COUNT TO WS-T-COUNT
    WRITE REG-LINE FROM WS-TRAILER-LINE

    CLOSE RECOMMENDATION-FILE
          INVENTORY-MASTER
          CHANGE-HISTORY
          SESSION-REGISTER
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 005-operator-sign-on - the session opens with an operator ID
*> checked against the operator master WatersTA56 maintains: the
*> operator must be on file, active, and authorized for this
*> program, or the session is refused before any master is
*> opened. The verified ID is what the change-history records
*> carry.
005-OPERATOR-SIGN-ON.
    MOVE "N" TO WS-OPERATOR-AUTHORIZED
    MOVE "N" TO WS-OPERATOR-EOF
    DISPLAY "ENTER OPERATOR ID:"
    ACCEPT WS-OPERATOR-ID

    OPEN INPUT OPERATOR-MASTER
    IF WS-OPERATOR-FILE-STATUS NOT = "00"
        MOVE "Y" TO WS-OPERATOR-EOF
    END-IF
    PERFORM UNTIL WS-OPERATOR-EOF = "Y"
        READ OPERATOR-MASTER
            AT END
                MOVE "Y" TO WS-OPERATOR-EOF
            NOT AT END
                IF OPR-OPERATOR-ID = WS-OPERATOR-ID
                        AND OPR-STATUS = "A"
                    MOVE "Y" TO WS-OPERATOR-EOF
                    PERFORM 007-CHECK-AUTHORIZATION
                END-IF
        END-READ
    END-PERFORM
    IF WS-OPERATOR-FILE-STATUS = "00"
            OR WS-OPERATOR-FILE-STATUS = "10"
        CLOSE OPERATOR-MASTER
    END-IF

    IF WS-OPERATOR-AUTHORIZED = "N"
        DISPLAY "WATERSTA82: OPERATOR " WS-OPERATOR-ID
            " IS NOT AUTHORIZED FOR THIS PROGRAM - "
            "SESSION REFUSED."
        STOP RUN
    END-IF.

*> 007-check-authorization - the operator's authorization table
*> must carry this program's ID.
007-CHECK-AUTHORIZATION.
    PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
            UNTIL WS-AUTH-SUB > 10
        IF OPR-AUTH-PROGRAM (WS-AUTH-SUB) = "WatersTA82"
            MOVE "Y" TO WS-OPERATOR-AUTHORIZED
        END-IF
    END-PERFORM.

*> 200-work-recommendation - the part must still be on file,
*> active, and carrying the figures the review saw; otherwise the
*> recommendation is skipped and registered as such. A part that
*> passes is shown to the buyer for a decision; (Q)UIT ends the
*> session and leaves the rest of the file unworked.
200-WORK-RECOMMENDATION.
    MOVE "Y" TO WS-PART-FOUND
    MOVE ROP-PART-NO TO PART-NO
    READ INVENTORY-MASTER
        INVALID KEY
            MOVE "N" TO WS-PART-FOUND
    END-READ
    IF WS-PART-FOUND = "N"
        MOVE "SKIPPED - NO LONGER ON MASTER" TO WS-D-ACTION
        PERFORM 280-WRITE-SKIP
        EXIT PARAGRAPH
    END-IF
    IF INV-STATUS = "D"
        MOVE "SKIPPED - DISCONTINUED SINCE REVIEW" TO WS-D-ACTION
        PERFORM 280-WRITE-SKIP
        EXIT PARAGRAPH
    END-IF
    IF INV-ORDER-QTY IS NUMERIC
        MOVE INV-ORDER-QTY TO WS-CUR-ORDER-QTY
    ELSE
        MOVE ZERO TO WS-CUR-ORDER-QTY
    END-IF
    IF REORDER-POINT NOT = ROP-CUR-REORDER-POINT
            OR WS-CUR-ORDER-QTY NOT = ROP-CUR-ORDER-QTY
        MOVE "SKIPPED - CHANGED SINCE REVIEW" TO WS-D-ACTION
        PERFORM 280-WRITE-SKIP
        EXIT PARAGRAPH
    END-IF

    DISPLAY " "
    DISPLAY "PART:          " PART-NO " " PART-DESC
    DISPLAY "VENDOR:        " VENDOR-CODE " " VENDOR-DESC
    DISPLAY "ABC CLASS:     " INV-ABC-CLASS
    MOVE ROP-DAILY-RATE TO WS-RATE-DISPLAY
    DISPLAY "DAILY ISSUES:  " WS-RATE-DISPLAY
    MOVE ROP-LEAD-DAYS TO WS-LEAD-DISPLAY
    DISPLAY "LEAD DAYS:     " WS-LEAD-DISPLAY
    DISPLAY "REORDER POINT: " ROP-CUR-REORDER-POINT
        "  RECOMMENDED " ROP-REC-REORDER-POINT
    DISPLAY "ORDER QTY:     " ROP-CUR-ORDER-QTY
        "  RECOMMENDED " ROP-REC-ORDER-QTY
    DISPLAY "(A)PPROVE, (R)EJECT, OR (Q)UIT:"
    ACCEPT WS-DECISION

    IF WS-DECISION = "A"
        PERFORM 250-APPLY-RECOMMENDATION
    ELSE
        IF WS-DECISION = "Q"
            MOVE "N" TO MORE-RECORDS
        ELSE
            ADD 1 TO WS-REJECTED-COUNT
            MOVE ROP-PART-NO TO WS-D-PART-NO
            MOVE "REJECTED" TO WS-D-ACTION
            WRITE REG-LINE FROM WS-DETAIL-LINE
        END-IF
    END-IF.

*> 250-apply-recommendation - each figure that actually changes
*> is logged with its before and after values, then the part is
*> rewritten.
250-APPLY-RECOMMENDATION.
    IF ROP-REC-REORDER-POINT NOT = REORDER-POINT
        MOVE REORDER-POINT TO WS-QTY-DISPLAY
        MOVE WS-QTY-DISPLAY TO WS-BEFORE-VALUE
        MOVE ROP-REC-REORDER-POINT TO REORDER-POINT
        MOVE REORDER-POINT TO WS-QTY-DISPLAY
        MOVE WS-QTY-DISPLAY TO WS-AFTER-VALUE
        MOVE "REORDER-POINT" TO CHG-FIELD-NAME
        PERFORM 260-WRITE-HISTORY-REC
    END-IF
    IF ROP-REC-ORDER-QTY NOT = WS-CUR-ORDER-QTY
        MOVE WS-CUR-ORDER-QTY TO WS-QTY-DISPLAY
        MOVE WS-QTY-DISPLAY TO WS-BEFORE-VALUE
        MOVE ROP-REC-ORDER-QTY TO INV-ORDER-QTY
        MOVE INV-ORDER-QTY TO WS-QTY-DISPLAY
        MOVE WS-QTY-DISPLAY TO WS-AFTER-VALUE
        MOVE "INV-ORDER-QTY" TO CHG-FIELD-NAME
        PERFORM 260-WRITE-HISTORY-REC
    END-IF
    REWRITE OUT-INV-RECORD
    ADD 1 TO WS-APPROVED-COUNT
    MOVE ROP-PART-NO TO WS-D-PART-NO
    MOVE "APPROVED - REORDER FIGURES CHANGED" TO WS-D-ACTION
    WRITE REG-LINE FROM WS-DETAIL-LINE.

260-WRITE-HISTORY-REC.
    MOVE WS-CURRENT-DATE (1:8) TO CHG-DATE
    MOVE WS-OPERATOR-ID TO CHG-OPERATOR
    MOVE ROP-PART-NO TO CHG-PART-NO
    MOVE WS-BEFORE-VALUE TO CHG-BEFORE-VALUE
    MOVE WS-AFTER-VALUE TO CHG-AFTER-VALUE
    WRITE OUT-HISTORY-REC.

280-WRITE-SKIP.
    ADD 1 TO WS-SKIPPED-COUNT
    MOVE ROP-PART-NO TO WS-D-PART-NO
    WRITE REG-LINE FROM WS-DETAIL-LINE
    DISPLAY "PART " ROP-PART-NO " " WS-D-ACTION.

*> 010-log-run-start / 900-log-run-end - the start and normal-end
*> records every batch program appends to the shared run log, so
*> the morning status run can see what ran, when, and how it
*> ended. An abend leaves the start record with no matching end,
*> which is exactly what the status report flags.
010-LOG-RUN-START.
    MOVE "S" TO RUNLOG-RECORD-TYPE
    MOVE "STARTED" TO RUNLOG-COMPLETION-STATUS
    MOVE SPACE TO RUNLOG-ABEND-FLAG
    PERFORM 020-WRITE-RUN-LOG.

900-LOG-RUN-END.
    MOVE "E" TO RUNLOG-RECORD-TYPE
    MOVE "NORMAL" TO RUNLOG-COMPLETION-STATUS
    MOVE SPACE TO RUNLOG-ABEND-FLAG
    PERFORM 020-WRITE-RUN-LOG.

*> 905-log-run-abend - the end record a refused run writes, so
*> the morning status report lists it as ended abnormally.
905-LOG-RUN-ABEND.
    MOVE "E" TO RUNLOG-RECORD-TYPE
    MOVE "ABNORMAL" TO RUNLOG-COMPLETION-STATUS
    MOVE "Y" TO RUNLOG-ABEND-FLAG
    PERFORM 020-WRITE-RUN-LOG.

020-WRITE-RUN-LOG.
    MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-STAMP
    MOVE "WatersTA82" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA82.
