*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: The monthly reorder-point review. The reorder points
*> on the inventory master were keyed once at part entry and
*> never revisited, so WatersTA5 and the WatersTA17 PO generation
*> order off figures that no longer describe the part. This run
*> recomputes them from what the part actually does: each active
*> part's average daily issue rate over the last 90 days of the
*> transaction history, and its vendor's average days from order
*> to receipt off the same costed receipts WatersTA49 measures.
*> The recommended reorder point covers the demand expected over
*> that lead time plus a safety stock that is a share of it set
*> by the part's ABC class; the recommended order quantity covers
*> 30 days of demand. Every active part is printed on the review
*> report with its current and recommended figures, and each part
*> whose figures would change is written to the recommendation
*> file for the buyer to approve or reject in WatersTA82 - this
*> run changes nothing on the master itself.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA81.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INVENTORY-MASTER
        ASSIGN TO INVMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PART-NO
        FILE STATUS IS WS-INVENTORY-FILE-STATUS.

    SELECT TRANSACTION-HISTORY
        ASSIGN TO INVHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-FILE-STATUS.

    SELECT RECOMMENDATION-FILE
        ASSIGN TO ROPRECS
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RUN-CONTROL-FILE
        ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT REVIEW-REPORT
        ASSIGN TO WS-ROPREVW-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OUTPUT-CATALOG
        ASSIGN TO OUTCAT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUTCAT-FILE-STATUS.

    SELECT RUN-LOG
        ASSIGN TO RUNLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD INVENTORY-MASTER.
    01 OUT-INV-RECORD.
        COPY INVREC.

FD TRANSACTION-HISTORY.
01 IVH-REC.
    COPY IVHREC.

FD RECOMMENDATION-FILE.
01 ROP-REC.
    COPY ROPREC.

FD RUN-CONTROL-FILE.
01 RUNCTL-REC.
    COPY RUNCTL.

FD REVIEW-REPORT.
01 RPT-LINE                      PIC X(132).

FD OUTPUT-CATALOG.
01 OUT-CATALOG-REC.
    COPY OUTCAT.

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
    05 MORE-RECORDS            PIC X(1) VALUE "Y".
    05 WS-INVENTORY-FILE-STATUS PIC XX.
    05 WS-HIST-FILE-STATUS     PIC XX.
    05 WS-OUTCAT-FILE-STATUS   PIC XX.
    05 WS-RUN-CONTROL-FOUND    PIC X(1) VALUE "N".
    05 WS-V                    PIC 9(3).
    05 WS-LOOKUP-VENDOR        PIC X(4).
    05 WS-LEAD-DAYS            PIC S9(7).
    05 WS-ORDER-DAYS           PIC 9(7).
    05 WS-RECEIPT-DAYS         PIC 9(7).
    05 WS-RUN-DAYS             PIC 9(7).
    05 WS-WINDOW-START-DAYS    PIC 9(7).
    05 WS-TRAN-DAYS            PIC 9(7).
    05 WS-ALL-RECEIPTS         PIC 9(7) VALUE ZERO.
    05 WS-ALL-LEAD-TOTAL       PIC 9(9) VALUE ZERO.
    05 WS-ALL-LEAD-AVG         PIC 9(3) VALUE ZERO.
    05 WS-PART-LEAD-DAYS       PIC 9(3).
    05 WS-PART-FACTOR          PIC 9V99.
    05 WS-DAILY-RATE           PIC 9(5)V9999.
    05 WS-LEAD-DEMAND          PIC 9(7)V9999.
    05 WS-QTY-WORK             PIC 9(7)V9999.
    05 WS-QTY-WHOLE            PIC 9(7).
    05 WS-REC-REORDER-POINT    PIC 9(5).
    05 WS-REC-ORDER-QTY        PIC 9(5).
    05 WS-CUR-ORDER-QTY        PIC 9(5).
    05 WS-NOTE                 PIC X(30).

*> The usage window and the order coverage, in days, and the
*> safety stock each ABC class carries as a share of its lead-
*> time demand - the high-value A movers are the ones a stockout
*> hurts most, so they carry the deepest cushion. An unclassified
*> part is treated as a C, the same way the cycle-count scheduler
*> treats it.
01 WS-POLICY.
    05 WS-USAGE-WINDOW-DAYS    PIC 9(3) VALUE 90.
    05 WS-ORDER-COVER-DAYS     PIC 9(3) VALUE 30.
    05 WS-SAFETY-VALUES.
        10 FILLER              PIC X(4) VALUE "A050".
        10 FILLER              PIC X(4) VALUE "B035".
        10 FILLER              PIC X(4) VALUE "C025".
    05 WS-SAFETY-TABLE REDEFINES WS-SAFETY-VALUES.
        10 WS-SF-ENTRY OCCURS 3 TIMES INDEXED BY SF-IDX.
            15 WS-SF-CLASS     PIC X(1).
            15 WS-SF-FACTOR    PIC 9V99.

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

01 WS-DATE-WORK.
    05 WS-DW-YEAR    PIC 9(4).
    05 WS-DW-MONTH   PIC 9(2).
    05 WS-DW-DAY     PIC 9(2).

*> This run's review report, stamped with the run date so a rerun
*> opens a fresh generation instead of overwriting the last one.
01 WS-ROPREVW-NAME               PIC X(21) VALUE "ROPREVW".

01 WS-COUNTERS.
    05 WS-ACTIVE-PARTS         PIC 9(5) VALUE ZERO.
    05 WS-RECOMMENDED          PIC 9(5) VALUE ZERO.
    05 WS-UNCHANGED            PIC 9(5) VALUE ZERO.
    05 WS-NOT-RECOMMENDED      PIC 9(5) VALUE ZERO.

*> Every part on the master, in part-number order as the master
*> reads, with the quantity issued inside the usage window.
01 WS-PART-TABLE.
    05 WS-PART-COUNT           PIC 9(5) VALUE ZERO.
    05 WS-PT-ENTRY OCCURS 0 TO 5000 TIMES
            DEPENDING ON WS-PART-COUNT
            ASCENDING KEY IS WS-PT-PART-NO
            INDEXED BY PT-IDX.
        10 WS-PT-PART-NO      PIC X(5).
        10 WS-PT-ISSUED       PIC 9(7).

*> One lead-time roll-up per vendor off the receipt history, the
*> same observations WatersTA49 reports.
01 WS-VENDOR-TABLE.
    05 WS-VENDOR-COUNT         PIC 9(3) VALUE ZERO.
    05 WS-VN-ENTRY OCCURS 500 TIMES.
        10 WS-VN-CODE         PIC X(4).
        10 WS-VN-RECEIPTS     PIC 9(5).
        10 WS-VN-LEAD-TOTAL   PIC 9(9).

01 WS-HEADING-LINE-1.
    05 FILLER             PIC X(40) VALUE
        "REORDER POINT REVIEW - USAGE BASED".
    05 FILLER             PIC X(10) VALUE "RUN DATE ".
    05 WS-H-RUN-DATE      PIC 9(8).
    05 FILLER             PIC X(16) VALUE "   USAGE WINDOW ".
    05 WS-H-WINDOW        PIC ZZ9.
    05 FILLER             PIC X(20) VALUE " DAYS, ORDER COVER ".
    05 WS-H-COVER         PIC ZZ9.
    05 FILLER             PIC X(5)  VALUE " DAYS".

01 WS-COLUMN-HEADING.
    05 FILLER   PIC X(7)  VALUE "PART".
    05 FILLER   PIC X(17) VALUE "DESCRIPTION".
    05 FILLER   PIC X(6)  VALUE "VEND".
    05 FILLER   PIC X(4)  VALUE "ABC".
    05 FILLER   PIC X(12) VALUE " DAILY RATE".
    05 FILLER   PIC X(6)  VALUE " LEAD".
    05 FILLER   PIC X(9)  VALUE "  CUR ROP".
    05 FILLER   PIC X(9)  VALUE "  REC ROP".
    05 FILLER   PIC X(9)  VALUE "  CUR QTY".
    05 FILLER   PIC X(9)  VALUE "  REC QTY".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(30) VALUE "NOTE".

01 WS-DETAIL-LINE.
    05 WS-D-PART-NO       PIC X(5).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-DESC          PIC X(15).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-VENDOR        PIC X(4).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-CLASS         PIC X(1).
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 WS-D-DAILY-RATE    PIC Z(5)9.9999.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-LEAD-DAYS     PIC ZZ9.
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 WS-D-CUR-ROP       PIC ZZZZ9.
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 WS-D-REC-ROP       PIC ZZZZ9.
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 WS-D-CUR-QTY       PIC ZZZZ9.
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 WS-D-REC-QTY       PIC ZZZZ9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-NOTE          PIC X(30).

01 WS-COUNT-LINE.
    05 WS-C-LABEL         PIC X(40).
    05 WS-C-COUNT         PIC Z(6)9.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 030-READ-RUN-CONTROL
    PERFORM 040-STAMP-OUTPUT-NAMES
    PERFORM 050-LOAD-PART-TABLE
    PERFORM 060-SUM-HISTORY

    OPEN OUTPUT REVIEW-REPORT
    OPEN OUTPUT RECOMMENDATION-FILE
    MOVE WS-RUN-DATE (1:8) TO WS-H-RUN-DATE
    MOVE WS-USAGE-WINDOW-DAYS TO WS-H-WINDOW
    MOVE WS-ORDER-COVER-DAYS TO WS-H-COVER
    WRITE RPT-LINE FROM WS-HEADING-LINE-1
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    WRITE RPT-LINE FROM WS-COLUMN-HEADING
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE

    OPEN INPUT INVENTORY-MASTER
    PERFORM UNTIL MORE-RECORDS = "N"
        READ INVENTORY-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF INV-STATUS NOT = "D"
                    PERFORM 200-REVIEW-PART
                END-IF
        END-READ
    END-PERFORM
    CLOSE INVENTORY-MASTER

    PERFORM 400-WRITE-TOTALS
    CLOSE REVIEW-REPORT
          RECOMMENDATION-FILE
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 030-read-run-control - the run date anchors the usage window;
*> the system date stands in when the file is absent.
030-READ-RUN-CONTROL.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
    MOVE "N" TO WS-RUN-CONTROL-FOUND
    OPEN INPUT RUN-CONTROL-FILE
    READ RUN-CONTROL-FILE
        AT END
            CONTINUE
        NOT AT END
            MOVE "Y" TO WS-RUN-CONTROL-FOUND
    END-READ
    CLOSE RUN-CONTROL-FILE
    IF WS-RUN-CONTROL-FOUND = "Y"
        MOVE RUNCTL-RUN-DATE TO WS-RUN-DATE
    END-IF
    COMPUTE WS-RUN-DAYS =
        WS-RUN-YEAR * 360 + WS-RUN-MONTH * 30 + WS-RUN-DAY
    COMPUTE WS-WINDOW-START-DAYS =
        WS-RUN-DAYS - WS-USAGE-WINDOW-DAYS.

*> 040-stamp-output-names - the dated review report name and its
*> catalog entry for the retention sweep.
040-STAMP-OUTPUT-NAMES.
    MOVE SPACES TO WS-ROPREVW-NAME
    STRING "ROPREVW." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-ROPREVW-NAME
    OPEN EXTEND OUTPUT-CATALOG
    IF WS-OUTCAT-FILE-STATUS NOT = "00"
        OPEN OUTPUT OUTPUT-CATALOG
    END-IF
    MOVE WS-ROPREVW-NAME TO OUTCAT-FILE-NAME
    MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
    WRITE OUT-CATALOG-REC
    CLOSE OUTPUT-CATALOG.

*> 050-load-part-table - the part numbers in key order, so each
*> issue on the history can be found with a binary search. A
*> master too big for the table is refused rather than reviewed
*> in part.
050-LOAD-PART-TABLE.
    OPEN INPUT INVENTORY-MASTER
    IF WS-INVENTORY-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA81: UNABLE TO OPEN INVENTORY-MASTER, "
            "FILE STATUS " WS-INVENTORY-FILE-STATUS
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ INVENTORY-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF WS-PART-COUNT < 5000
                    ADD 1 TO WS-PART-COUNT
                    MOVE PART-NO TO WS-PT-PART-NO (WS-PART-COUNT)
                    MOVE ZERO TO WS-PT-ISSUED (WS-PART-COUNT)
                ELSE
                    DISPLAY "WATERSTA81: INVENTORY MASTER HOLDS "
                        "MORE THAN 5000 PARTS - RUN REFUSED."
                    PERFORM 905-LOG-RUN-ABEND
                    STOP RUN
                END-IF
        END-READ
    END-PERFORM
    CLOSE INVENTORY-MASTER
    MOVE "Y" TO MORE-RECORDS.

*> 060-sum-history - one pass of the history gathers both sides:
*> every receipt carrying a vendor and an order date is one
*> lead-time observation, exactly as WatersTA49 counts it, and
*> every issue inside the usage window adds to its part's usage.
*> Dates use the shop's 30-day-month arithmetic.
060-SUM-HISTORY.
    OPEN INPUT TRANSACTION-HISTORY
    IF WS-HIST-FILE-STATUS NOT = "00"
        MOVE "N" TO MORE-RECORDS
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ TRANSACTION-HISTORY
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF IVH-CODE = "R"
                        AND IVH-VENDOR-CODE NOT = SPACES
                        AND IVH-ORDER-DATE > ZERO
                    PERFORM 065-ADD-LEAD-OBSERVATION
                END-IF
                IF IVH-CODE = "I"
                    PERFORM 068-ADD-USAGE
                END-IF
        END-READ
    END-PERFORM
    IF WS-HIST-FILE-STATUS = "00" OR WS-HIST-FILE-STATUS = "10"
        CLOSE TRANSACTION-HISTORY
    END-IF
    MOVE "Y" TO MORE-RECORDS

    IF WS-ALL-RECEIPTS > ZERO
        COMPUTE WS-ALL-LEAD-AVG ROUNDED =
            WS-ALL-LEAD-TOTAL / WS-ALL-RECEIPTS
    END-IF.

065-ADD-LEAD-OBSERVATION.
    MOVE IVH-ORDER-DATE TO WS-DATE-WORK
    COMPUTE WS-ORDER-DAYS =
        WS-DW-YEAR * 360 + WS-DW-MONTH * 30 + WS-DW-DAY
    MOVE IVH-TRAN-DATE TO WS-DATE-WORK
    COMPUTE WS-RECEIPT-DAYS =
        WS-DW-YEAR * 360 + WS-DW-MONTH * 30 + WS-DW-DAY
    COMPUTE WS-LEAD-DAYS = WS-RECEIPT-DAYS - WS-ORDER-DAYS
    IF WS-LEAD-DAYS < ZERO
        MOVE ZERO TO WS-LEAD-DAYS
    END-IF

    MOVE IVH-VENDOR-CODE TO WS-LOOKUP-VENDOR
    PERFORM 130-FIND-VENDOR-SLOT
    IF WS-V = ZERO
        IF WS-VENDOR-COUNT < 500
            ADD 1 TO WS-VENDOR-COUNT
            MOVE WS-VENDOR-COUNT TO WS-V
            MOVE WS-LOOKUP-VENDOR TO WS-VN-CODE (WS-V)
            MOVE ZERO TO WS-VN-RECEIPTS (WS-V)
            MOVE ZERO TO WS-VN-LEAD-TOTAL (WS-V)
        END-IF
    END-IF
    IF WS-V > ZERO
        ADD 1 TO WS-VN-RECEIPTS (WS-V)
        ADD WS-LEAD-DAYS TO WS-VN-LEAD-TOTAL (WS-V)
    END-IF
    ADD 1 TO WS-ALL-RECEIPTS
    ADD WS-LEAD-DAYS TO WS-ALL-LEAD-TOTAL.

068-ADD-USAGE.
    MOVE IVH-TRAN-DATE TO WS-DATE-WORK
    COMPUTE WS-TRAN-DAYS =
        WS-DW-YEAR * 360 + WS-DW-MONTH * 30 + WS-DW-DAY
    IF WS-TRAN-DAYS > WS-WINDOW-START-DAYS
            AND WS-TRAN-DAYS NOT > WS-RUN-DAYS
        SEARCH ALL WS-PT-ENTRY
            AT END
                CONTINUE
            WHEN WS-PT-PART-NO (PT-IDX) = IVH-PART-NO
                ADD IVH-QUANTITY TO WS-PT-ISSUED (PT-IDX)
        END-SEARCH
    END-IF.

*> 130-find-vendor-slot - the vendor's roll-up slot, or zero
*> when the vendor has none yet.
130-FIND-VENDOR-SLOT.
    MOVE ZERO TO WS-V
    PERFORM VARYING WS-V FROM 1 BY 1
            UNTIL WS-V > WS-VENDOR-COUNT
               OR WS-VN-CODE (WS-V) = WS-LOOKUP-VENDOR
        CONTINUE
    END-PERFORM
    IF WS-V > WS-VENDOR-COUNT
        MOVE ZERO TO WS-V
    END-IF.

*> 200-review-part - a part with no issues in the window, or with
*> no lead time to go on anywhere, gets no recommendation; its
*> figures are left for the buyer to judge. A part whose vendor
*> has no receipts on record is sized on the average lead time
*> across all vendors, and the report says so.
200-REVIEW-PART.
    ADD 1 TO WS-ACTIVE-PARTS
    MOVE SPACES TO WS-NOTE
    MOVE ZERO TO WS-DAILY-RATE
    MOVE ZERO TO WS-PART-LEAD-DAYS
    IF INV-ORDER-QTY IS NUMERIC
        MOVE INV-ORDER-QTY TO WS-CUR-ORDER-QTY
    ELSE
        MOVE ZERO TO WS-CUR-ORDER-QTY
    END-IF
    MOVE REORDER-POINT TO WS-REC-REORDER-POINT
    MOVE WS-CUR-ORDER-QTY TO WS-REC-ORDER-QTY

    SEARCH ALL WS-PT-ENTRY
        AT END
            CONTINUE
        WHEN WS-PT-PART-NO (PT-IDX) = PART-NO
            COMPUTE WS-DAILY-RATE ROUNDED =
                WS-PT-ISSUED (PT-IDX) / WS-USAGE-WINDOW-DAYS
    END-SEARCH

    MOVE VENDOR-CODE TO WS-LOOKUP-VENDOR
    PERFORM 130-FIND-VENDOR-SLOT
    IF WS-V > ZERO
        COMPUTE WS-PART-LEAD-DAYS ROUNDED =
            WS-VN-LEAD-TOTAL (WS-V) / WS-VN-RECEIPTS (WS-V)
    ELSE
        IF WS-ALL-RECEIPTS > ZERO
            MOVE WS-ALL-LEAD-AVG TO WS-PART-LEAD-DAYS
            MOVE "ALL-VENDOR AVERAGE LEAD TIME" TO WS-NOTE
        END-IF
    END-IF

    IF WS-DAILY-RATE = ZERO
        MOVE "NO ISSUES IN WINDOW - NOT SIZED" TO WS-NOTE
        ADD 1 TO WS-NOT-RECOMMENDED
    ELSE
        IF WS-ALL-RECEIPTS = ZERO
            MOVE "NO LEAD TIME ON RECORD" TO WS-NOTE
            ADD 1 TO WS-NOT-RECOMMENDED
        ELSE
            PERFORM 210-SIZE-PART
            IF WS-REC-REORDER-POINT = REORDER-POINT
                    AND WS-REC-ORDER-QTY = WS-CUR-ORDER-QTY
                IF WS-NOTE = SPACES
                    MOVE "NO CHANGE" TO WS-NOTE
                END-IF
                ADD 1 TO WS-UNCHANGED
            ELSE
                PERFORM 220-WRITE-RECOMMENDATION
            END-IF
        END-IF
    END-IF

    MOVE PART-NO TO WS-D-PART-NO
    MOVE PART-DESC TO WS-D-DESC
    MOVE VENDOR-CODE TO WS-D-VENDOR
    MOVE INV-ABC-CLASS TO WS-D-CLASS
    MOVE WS-DAILY-RATE TO WS-D-DAILY-RATE
    MOVE WS-PART-LEAD-DAYS TO WS-D-LEAD-DAYS
    MOVE REORDER-POINT TO WS-D-CUR-ROP
    MOVE WS-REC-REORDER-POINT TO WS-D-REC-ROP
    MOVE WS-CUR-ORDER-QTY TO WS-D-CUR-QTY
    MOVE WS-REC-ORDER-QTY TO WS-D-REC-QTY
    MOVE WS-NOTE TO WS-D-NOTE
    WRITE RPT-LINE FROM WS-DETAIL-LINE.

*> 210-size-part - lead-time demand plus the class's safety share
*> of it is the reorder point, and the cover period's demand is
*> the order quantity. Both round up to the next whole unit, so a
*> fractional need is never sized away, and the order quantity is
*> never less than one.
210-SIZE-PART.
    MOVE WS-SF-FACTOR (3) TO WS-PART-FACTOR
    SET SF-IDX TO 1
    SEARCH WS-SF-ENTRY
        AT END
            CONTINUE
        WHEN WS-SF-CLASS (SF-IDX) = INV-ABC-CLASS
            MOVE WS-SF-FACTOR (SF-IDX) TO WS-PART-FACTOR
    END-SEARCH

    COMPUTE WS-LEAD-DEMAND = WS-DAILY-RATE * WS-PART-LEAD-DAYS
    COMPUTE WS-QTY-WORK = WS-LEAD-DEMAND * (1 + WS-PART-FACTOR)
    PERFORM 215-ROUND-UP
    IF WS-QTY-WHOLE > 99999
        MOVE 99999 TO WS-QTY-WHOLE
    END-IF
    MOVE WS-QTY-WHOLE TO WS-REC-REORDER-POINT

    COMPUTE WS-QTY-WORK = WS-DAILY-RATE * WS-ORDER-COVER-DAYS
    PERFORM 215-ROUND-UP
    IF WS-QTY-WHOLE > 99999
        MOVE 99999 TO WS-QTY-WHOLE
    END-IF
    IF WS-QTY-WHOLE = ZERO
        MOVE 1 TO WS-QTY-WHOLE
    END-IF
    MOVE WS-QTY-WHOLE TO WS-REC-ORDER-QTY.

215-ROUND-UP.
    MOVE WS-QTY-WORK TO WS-QTY-WHOLE
    IF WS-QTY-WORK > WS-QTY-WHOLE
        ADD 1 TO WS-QTY-WHOLE
    END-IF.

220-WRITE-RECOMMENDATION.
    MOVE WS-RUN-DATE (1:8) TO ROP-RUN-DATE
    MOVE PART-NO TO ROP-PART-NO
    MOVE PART-DESC TO ROP-PART-DESC
    MOVE VENDOR-CODE TO ROP-VENDOR-CODE
    MOVE INV-ABC-CLASS TO ROP-ABC-CLASS
    MOVE WS-DAILY-RATE TO ROP-DAILY-RATE
    MOVE WS-PART-LEAD-DAYS TO ROP-LEAD-DAYS
    MOVE REORDER-POINT TO ROP-CUR-REORDER-POINT
    MOVE WS-CUR-ORDER-QTY TO ROP-CUR-ORDER-QTY
    MOVE WS-REC-REORDER-POINT TO ROP-REC-REORDER-POINT
    MOVE WS-REC-ORDER-QTY TO ROP-REC-ORDER-QTY
    WRITE ROP-REC
    ADD 1 TO WS-RECOMMENDED
    IF WS-NOTE = SPACES
        MOVE "FOR BUYER APPROVAL" TO WS-NOTE
    END-IF.

400-WRITE-TOTALS.
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE "ACTIVE PARTS REVIEWED" TO WS-C-LABEL
    MOVE WS-ACTIVE-PARTS TO WS-C-COUNT
    WRITE RPT-LINE FROM WS-COUNT-LINE
    MOVE "RECOMMENDED FOR BUYER APPROVAL" TO WS-C-LABEL
    MOVE WS-RECOMMENDED TO WS-C-COUNT
    WRITE RPT-LINE FROM WS-COUNT-LINE
    MOVE "ALREADY AT RECOMMENDED FIGURES" TO WS-C-LABEL
    MOVE WS-UNCHANGED TO WS-C-COUNT
    WRITE RPT-LINE FROM WS-COUNT-LINE
    MOVE "NOT SIZED - NO USAGE OR LEAD TIME" TO WS-C-LABEL
    MOVE WS-NOT-RECOMMENDED TO WS-C-COUNT
    WRITE RPT-LINE FROM WS-COUNT-LINE.

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
    MOVE "WatersTA81" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA81.
