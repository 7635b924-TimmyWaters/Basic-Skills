*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: The last word on a month-end close, on one page. The
*> WATMEND stream runs the period-end programs in order - the
*> master backups, the receivables aging, late fees, and
*> statements, the slow-moving stock and ABC classification, the
*> inventory close, and the quote pipeline expiry - and this run
*> follows them. From the shared run log it lists every step of
*> the stream with its start, end, and completion status for the
*> night, so a step that never ran, never ended, or ended
*> abnormally is in front of whoever signs off the close. From
*> the masters the close touched it prints the period's control
*> totals: the inventory snapshot the close froze, the parts in
*> each ABC class, the receivables balance with the holds, the
*> placements, the statements and the late fees of the period,
*> and the loan quotes by status. A close with any step short of
*> a clean end ends with condition code 4.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA89.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-LOG-IN
        ASSIGN TO RUNLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-IN-STATUS.

    SELECT RUN-CONTROL-FILE
        ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

    SELECT VALUATION-SNAPSHOT
        ASSIGN TO INVSNAP
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SNAP-FILE-STATUS.

    SELECT INVENTORY-MASTER
        ASSIGN TO INVMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PART-NO
        FILE STATUS IS WS-INV-FILE-STATUS.

    SELECT RECEIVABLES-MASTER
        ASSIGN TO ARMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AR-STUDENT-ID
        FILE STATUS IS WS-AR-FILE-STATUS.

    SELECT RECEIVABLES-DETAIL
        ASSIGN TO ARTRANS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ART-KEY
        FILE STATUS IS WS-ART-FILE-STATUS.

    SELECT LOAN-MASTER
        ASSIGN TO LOANMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LM-QUOTE-NUMBER
        FILE STATUS IS WS-LOAN-FILE-STATUS.

    SELECT CLOSE-SUMMARY
        ASSIGN TO WS-MENDSUM-NAME
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
FD RUN-LOG-IN.
01 IN-RUNLOG-REC.
    COPY RUNLOG.

FD RUN-CONTROL-FILE.
01 RUNCTL-REC.
    COPY RUNCTL.

FD VALUATION-SNAPSHOT.
01 IVS-REC.
    COPY IVSREC.

FD INVENTORY-MASTER.
01 INV-RECORD.
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

FD CLOSE-SUMMARY.
01 RPT-LINE                      PIC X(80).

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
    05 MORE-RECORDS               PIC X(1) VALUE "Y".
    05 WS-RUNLOG-IN-STATUS        PIC XX.
    05 WS-RUNCTL-FILE-STATUS      PIC XX.
    05 WS-SNAP-FILE-STATUS        PIC XX.
    05 WS-INV-FILE-STATUS         PIC XX.
    05 WS-AR-FILE-STATUS          PIC XX.
    05 WS-ART-FILE-STATUS         PIC XX.
    05 WS-LOAN-FILE-STATUS        PIC XX.
    05 WS-OUTCAT-FILE-STATUS      PIC XX.
    05 WS-RUN-CONTROL-FOUND       PIC X(1).
    05 WS-CLOSE-NIGHT             PIC 9(8).
    05 WS-STEP-SUB                PIC 9(2).
    05 WS-CLEAN-COUNT             PIC 9(2) VALUE ZERO.
    05 WS-FISCAL-YEAR             PIC 9(4).
    05 WS-FISCAL-PERIOD           PIC 9(2).

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

*> The stream's steps in running order, with what each one does
*> for the close. The backups run once per master under the one
*> program name; an abnormal end on any of them marks the step.
01 WS-STEP-VALUES.
    05 FILLER PIC X(10) VALUE "WatersTA27".
    05 FILLER PIC X(26) VALUE "MASTER BACKUPS".
    05 FILLER PIC X(10) VALUE "WatersTA42".
    05 FILLER PIC X(26) VALUE "RECEIVABLES AGING".
    05 FILLER PIC X(10) VALUE "WatersTA75".
    05 FILLER PIC X(26) VALUE "LATE FEES AND PLACEMENT".
    05 FILLER PIC X(10) VALUE "WatersTA74".
    05 FILLER PIC X(26) VALUE "STUDENT STATEMENTS".
    05 FILLER PIC X(10) VALUE "WatersTA23".
    05 FILLER PIC X(26) VALUE "SLOW-MOVING STOCK".
    05 FILLER PIC X(10) VALUE "WatersTA47".
    05 FILLER PIC X(26) VALUE "ABC CLASSIFICATION".
    05 FILLER PIC X(10) VALUE "WatersTA80".
    05 FILLER PIC X(26) VALUE "INVENTORY CLOSE AND GL".
    05 FILLER PIC X(10) VALUE "WatersTA52".
    05 FILLER PIC X(26) VALUE "QUOTE PIPELINE EXPIRY".
01 WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
    05 WS-STEP-ENTRY OCCURS 8 TIMES.
        10 WS-STEP-PROGRAM       PIC X(10).
        10 WS-STEP-DESCRIPTION   PIC X(26).

*> Each step's standing for the night off the run log.
01 WS-STEP-STATE-TABLE.
    05 WS-STEP-STATE OCCURS 8 TIMES.
        10 WS-SS-START-TIME      PIC 9(6).
        10 WS-SS-END-TIME        PIC 9(6).
        10 WS-SS-HAVE-START      PIC X(1).
        10 WS-SS-HAVE-END        PIC X(1).
        10 WS-SS-ABENDED         PIC X(1).

01 WS-CONTROL-TOTALS.
    05 WS-SNAP-PARTS              PIC 9(7) VALUE ZERO.
    05 WS-SNAP-QUANTITY           PIC 9(11) VALUE ZERO.
    05 WS-SNAP-VALUE              PIC 9(11)V99 VALUE ZERO.
    05 WS-CLASS-A                 PIC 9(7) VALUE ZERO.
    05 WS-CLASS-B                 PIC 9(7) VALUE ZERO.
    05 WS-CLASS-C                 PIC 9(7) VALUE ZERO.
    05 WS-CLASS-NONE              PIC 9(7) VALUE ZERO.
    05 WS-AR-ACCOUNTS             PIC 9(7) VALUE ZERO.
    05 WS-AR-BALANCE              PIC S9(11)V99 VALUE ZERO.
    05 WS-AR-HOLDS                PIC 9(7) VALUE ZERO.
    05 WS-AR-PLACED               PIC 9(7) VALUE ZERO.
    05 WS-AR-PLACED-BALANCE       PIC S9(11)V99 VALUE ZERO.
    05 WS-AR-STATEMENTS           PIC 9(7) VALUE ZERO.
    05 WS-AR-STATED-BALANCE       PIC S9(11)V99 VALUE ZERO.
    05 WS-FEE-COUNT               PIC 9(7) VALUE ZERO.
    05 WS-FEE-AMOUNT              PIC 9(11)V99 VALUE ZERO.
    05 WS-QUOTES-ACTIVE           PIC 9(7) VALUE ZERO.
    05 WS-QUOTES-EXPIRED          PIC 9(7) VALUE ZERO.
    05 WS-QUOTES-CONVERTED        PIC 9(7) VALUE ZERO.
    05 WS-QUOTES-DECLINED         PIC 9(7) VALUE ZERO.
    05 WS-ACTIVE-AMOUNT           PIC 9(13) VALUE ZERO.

*> This close's summary, stamped with the run date.
01 WS-MENDSUM-NAME               PIC X(21) VALUE "MENDSUM".

01 WS-HEADING-LINE-1.
    05 FILLER             PIC X(26) VALUE
        "MONTH-END CLOSE SUMMARY".
    05 FILLER             PIC X(9)  VALUE "RUN DATE ".
    05 WS-H-RUN-DATE      PIC 9(8).
    05 FILLER             PIC X(17) VALUE "   FISCAL PERIOD ".
    05 WS-H-FISCAL-YEAR   PIC 9(4).
    05 FILLER             PIC X(1)  VALUE "/".
    05 WS-H-FISCAL-PERIOD PIC 9(2).

01 WS-SECTION-LINE.
    05 WS-S-TEXT          PIC X(50).
    05 WS-S-DATE          PIC X(8).

01 WS-STEP-HEADING.
    05 FILLER   PIC X(12) VALUE "PROGRAM".
    05 FILLER   PIC X(28) VALUE "STEP".
    05 FILLER   PIC X(8)  VALUE "START".
    05 FILLER   PIC X(8)  VALUE "END".
    05 FILLER   PIC X(20) VALUE "STATUS".

01 WS-STEP-LINE.
    05 WS-P-PROGRAM       PIC X(10).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-P-DESCRIPTION   PIC X(26).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-P-START         PIC X(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-P-END           PIC X(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-P-STATUS        PIC X(24).

01 WS-STEP-TRAILER.
    05 FILLER             PIC X(13) VALUE "STEPS CLEAN: ".
    05 WS-ST-CLEAN        PIC Z9.
    05 FILLER             PIC X(4)  VALUE " OF ".
    05 WS-ST-STEPS        PIC Z9.
    05 FILLER             PIC X(3)  VALUE " - ".
    05 WS-ST-VERDICT      PIC X(50).

01 WS-TOTAL-LINE.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-T-LABEL         PIC X(36).
    05 WS-T-COUNT         PIC Z,ZZZ,ZZ9.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 WS-T-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

01 WS-TOTAL-COUNT-LINE REDEFINES WS-TOTAL-LINE.
    05 FILLER             PIC X(2).
    05 FILLER             PIC X(36).
    05 FILLER             PIC X(9).
    05 WS-TC-BLANK        PIC X(21).

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    MOVE WS-RLS-DATE TO WS-CLOSE-NIGHT
    PERFORM 030-READ-RUN-CONTROL
    PERFORM 040-STAMP-OUTPUT-NAME

    PERFORM 200-LOAD-STEP-STATES
    PERFORM 300-TOTAL-SNAPSHOT
    PERFORM 310-TOTAL-INVENTORY-CLASSES
    PERFORM 320-TOTAL-RECEIVABLES
    PERFORM 330-TOTAL-LATE-FEES
    PERFORM 340-TOTAL-QUOTES

    OPEN OUTPUT CLOSE-SUMMARY
    MOVE WS-RUN-DATE (1:8) TO WS-H-RUN-DATE
    MOVE WS-FISCAL-YEAR TO WS-H-FISCAL-YEAR
    MOVE WS-FISCAL-PERIOD TO WS-H-FISCAL-PERIOD
    WRITE RPT-LINE FROM WS-HEADING-LINE-1
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM 400-PRINT-STEPS
    PERFORM 500-PRINT-CONTROL-TOTALS
    CLOSE CLOSE-SUMMARY

    DISPLAY "WATERSTA89: " WS-CLEAN-COUNT " OF 8 CLOSE STEPS ENDED "
        "CLEAN"
    IF WS-CLEAN-COUNT < 8
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 030-read-run-control - the run date is the close date and the
*> fiscal year and period are the ones the close froze its
*> snapshot under; the system date stands in when the file is
*> absent, the way WatersTA80 falls back.
030-READ-RUN-CONTROL.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
    MOVE WS-RUN-YEAR TO WS-FISCAL-YEAR
    MOVE WS-RUN-MONTH TO WS-FISCAL-PERIOD
    MOVE "N" TO WS-RUN-CONTROL-FOUND
    OPEN INPUT RUN-CONTROL-FILE
    IF WS-RUNCTL-FILE-STATUS = "00"
        READ RUN-CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE "Y" TO WS-RUN-CONTROL-FOUND
        END-READ
        CLOSE RUN-CONTROL-FILE
    END-IF

    IF WS-RUN-CONTROL-FOUND = "Y"
        MOVE RUNCTL-RUN-DATE TO WS-RUN-DATE
        IF RUNCTL-FISCAL-YEAR IS NUMERIC
                AND RUNCTL-FISCAL-YEAR > ZERO
            MOVE RUNCTL-FISCAL-YEAR TO WS-FISCAL-YEAR
            MOVE RUNCTL-FISCAL-PERIOD TO WS-FISCAL-PERIOD
        END-IF
    END-IF.

*> 040-stamp-output-name - the dated summary name and its catalog
*> entry for the retention sweep.
040-STAMP-OUTPUT-NAME.
    MOVE SPACES TO WS-MENDSUM-NAME
    STRING "MENDSUM." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-MENDSUM-NAME
    OPEN EXTEND OUTPUT-CATALOG
    IF WS-OUTCAT-FILE-STATUS NOT = "00"
        OPEN OUTPUT OUTPUT-CATALOG
    END-IF
    MOVE WS-MENDSUM-NAME TO OUTCAT-FILE-NAME
    MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
    WRITE OUT-CATALOG-REC
    CLOSE OUTPUT-CATALOG.

*> 200-load-step-states - tonight's records for the stream's
*> programs, the way the morning status report reads the log:
*> a start opens the step, an end closes it, and an end with the
*> abend flag marks it for the rest of the night.
200-LOAD-STEP-STATES.
    PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
            UNTIL WS-STEP-SUB > 8
        MOVE ZERO TO WS-SS-START-TIME (WS-STEP-SUB)
        MOVE ZERO TO WS-SS-END-TIME (WS-STEP-SUB)
        MOVE "N" TO WS-SS-HAVE-START (WS-STEP-SUB)
        MOVE "N" TO WS-SS-HAVE-END (WS-STEP-SUB)
        MOVE "N" TO WS-SS-ABENDED (WS-STEP-SUB)
    END-PERFORM
    MOVE "Y" TO MORE-RECORDS
    OPEN INPUT RUN-LOG-IN
    IF WS-RUNLOG-IN-STATUS NOT = "00"
        MOVE "N" TO MORE-RECORDS
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ RUN-LOG-IN
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF RUNLOG-RUN-DATE OF IN-RUNLOG-REC = WS-CLOSE-NIGHT
                        AND RUNLOG-RECORD-TYPE OF IN-RUNLOG-REC
                            NOT = "C"
                    PERFORM 210-APPLY-LOG-RECORD
                END-IF
        END-READ
    END-PERFORM
    IF WS-RUNLOG-IN-STATUS = "00" OR WS-RUNLOG-IN-STATUS = "10"
        CLOSE RUN-LOG-IN
    END-IF.

210-APPLY-LOG-RECORD.
    PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
            UNTIL WS-STEP-SUB > 8
        IF WS-STEP-PROGRAM (WS-STEP-SUB)
                = RUNLOG-PROGRAM-ID OF IN-RUNLOG-REC
            IF RUNLOG-RECORD-TYPE OF IN-RUNLOG-REC = "S"
                IF WS-SS-HAVE-START (WS-STEP-SUB) = "N"
                    MOVE RUNLOG-TIME OF IN-RUNLOG-REC
                        TO WS-SS-START-TIME (WS-STEP-SUB)
                END-IF
                MOVE "Y" TO WS-SS-HAVE-START (WS-STEP-SUB)
                MOVE "N" TO WS-SS-HAVE-END (WS-STEP-SUB)
            ELSE
                MOVE RUNLOG-TIME OF IN-RUNLOG-REC
                    TO WS-SS-END-TIME (WS-STEP-SUB)
                MOVE "Y" TO WS-SS-HAVE-END (WS-STEP-SUB)
                IF RUNLOG-ABEND-FLAG OF IN-RUNLOG-REC NOT = SPACE
                    MOVE "Y" TO WS-SS-ABENDED (WS-STEP-SUB)
                END-IF
            END-IF
        END-IF
    END-PERFORM.

*> 300-total-snapshot - the parts, quantity, and value the
*> inventory close froze for this fiscal period.
300-TOTAL-SNAPSHOT.
    MOVE "Y" TO MORE-RECORDS
    OPEN INPUT VALUATION-SNAPSHOT
    IF WS-SNAP-FILE-STATUS NOT = "00"
        MOVE "N" TO MORE-RECORDS
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ VALUATION-SNAPSHOT
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF IVS-FISCAL-YEAR = WS-FISCAL-YEAR
                        AND IVS-FISCAL-PERIOD = WS-FISCAL-PERIOD
                    ADD 1 TO WS-SNAP-PARTS
                    ADD IVS-QTY-ON-HAND TO WS-SNAP-QUANTITY
                    ADD IVS-VALUE TO WS-SNAP-VALUE
                END-IF
        END-READ
    END-PERFORM
    IF WS-SNAP-FILE-STATUS = "00" OR WS-SNAP-FILE-STATUS = "10"
        CLOSE VALUATION-SNAPSHOT
    END-IF.

*> 310-total-inventory-classes - the parts in each class the ABC
*> classification stamped on the master.
310-TOTAL-INVENTORY-CLASSES.
    MOVE "Y" TO MORE-RECORDS
    OPEN INPUT INVENTORY-MASTER
    IF WS-INV-FILE-STATUS NOT = "00"
        MOVE "N" TO MORE-RECORDS
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ INVENTORY-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF INV-ABC-CLASS = "A"
                    ADD 1 TO WS-CLASS-A
                ELSE
                    IF INV-ABC-CLASS = "B"
                        ADD 1 TO WS-CLASS-B
                    ELSE
                        IF INV-ABC-CLASS = "C"
                            ADD 1 TO WS-CLASS-C
                        ELSE
                            ADD 1 TO WS-CLASS-NONE
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF WS-INV-FILE-STATUS = "00" OR WS-INV-FILE-STATUS = "10"
        CLOSE INVENTORY-MASTER
    END-IF.

*> 320-total-receivables - the accounts and their balance, the
*> holds the aging set, the accounts placed in the run month, and
*> the statements cut on the run date.
320-TOTAL-RECEIVABLES.
    MOVE "Y" TO MORE-RECORDS
    OPEN INPUT RECEIVABLES-MASTER
    IF WS-AR-FILE-STATUS NOT = "00"
        MOVE "N" TO MORE-RECORDS
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ RECEIVABLES-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                ADD 1 TO WS-AR-ACCOUNTS
                ADD AR-BALANCE TO WS-AR-BALANCE
                IF AR-HOLD-FLAG = "H"
                    ADD 1 TO WS-AR-HOLDS
                END-IF
                IF AR-PLACED-FLAG = "P"
                        AND AR-PLACED-DATE (1:6) = WS-RUN-DATE (1:6)
                    ADD 1 TO WS-AR-PLACED
                    ADD AR-BALANCE TO WS-AR-PLACED-BALANCE
                END-IF
                IF AR-LAST-STATEMENT-DATE = WS-RUN-DATE (1:8)
                    ADD 1 TO WS-AR-STATEMENTS
                    ADD AR-LAST-STATEMENT-BALANCE
                        TO WS-AR-STATED-BALANCE
                END-IF
        END-READ
    END-PERFORM
    IF WS-AR-FILE-STATUS = "00" OR WS-AR-FILE-STATUS = "10"
        CLOSE RECEIVABLES-MASTER
    END-IF.

*> 330-total-late-fees - the "F" items the late-fee run posted in
*> the run month.
330-TOTAL-LATE-FEES.
    MOVE "Y" TO MORE-RECORDS
    OPEN INPUT RECEIVABLES-DETAIL
    IF WS-ART-FILE-STATUS NOT = "00"
        MOVE "N" TO MORE-RECORDS
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ RECEIVABLES-DETAIL NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF ART-TYPE = "F"
                        AND ART-TRAN-DATE (1:6) = WS-RUN-DATE (1:6)
                    ADD 1 TO WS-FEE-COUNT
                    ADD ART-AMOUNT TO WS-FEE-AMOUNT
                END-IF
        END-READ
    END-PERFORM
    IF WS-ART-FILE-STATUS = "00" OR WS-ART-FILE-STATUS = "10"
        CLOSE RECEIVABLES-DETAIL
    END-IF.

*> 340-total-quotes - the loan master's quotes by status after
*> the pipeline expiry; a blank status is an active quote the
*> expiry run has not yet stamped.
340-TOTAL-QUOTES.
    MOVE "Y" TO MORE-RECORDS
    OPEN INPUT LOAN-MASTER
    IF WS-LOAN-FILE-STATUS NOT = "00"
        MOVE "N" TO MORE-RECORDS
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ LOAN-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF LM-QUOTE-STATUS = "A" OR LM-QUOTE-STATUS = SPACE
                    ADD 1 TO WS-QUOTES-ACTIVE
                    ADD LM-BORROW-AMT TO WS-ACTIVE-AMOUNT
                ELSE
                    IF LM-QUOTE-STATUS = "E"
                        ADD 1 TO WS-QUOTES-EXPIRED
                    ELSE
                        IF LM-QUOTE-STATUS = "C"
                            ADD 1 TO WS-QUOTES-CONVERTED
                        ELSE
                            ADD 1 TO WS-QUOTES-DECLINED
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF WS-LOAN-FILE-STATUS = "00" OR WS-LOAN-FILE-STATUS = "10"
        CLOSE LOAN-MASTER
    END-IF.

*> 400-print-steps - one line per step of the stream, in running
*> order, and whether the close is complete.
400-PRINT-STEPS.
    MOVE "STEP COMPLETION - RUN LOG FOR THE NIGHT OF" TO WS-S-TEXT
    MOVE WS-CLOSE-NIGHT TO WS-S-DATE
    WRITE RPT-LINE FROM WS-SECTION-LINE
    WRITE RPT-LINE FROM WS-STEP-HEADING
    PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
            UNTIL WS-STEP-SUB > 8
        PERFORM 410-PRINT-ONE-STEP
    END-PERFORM
    MOVE WS-CLEAN-COUNT TO WS-ST-CLEAN
    MOVE 8 TO WS-ST-STEPS
    IF WS-CLEAN-COUNT = 8
        MOVE "CLOSE COMPLETE" TO WS-ST-VERDICT
    ELSE
        MOVE "CLOSE INCOMPLETE - RESOLVE THE FLAGGED STEPS"
            TO WS-ST-VERDICT
    END-IF
    WRITE RPT-LINE FROM WS-STEP-TRAILER.

410-PRINT-ONE-STEP.
    MOVE WS-STEP-PROGRAM (WS-STEP-SUB) TO WS-P-PROGRAM
    MOVE WS-STEP-DESCRIPTION (WS-STEP-SUB) TO WS-P-DESCRIPTION
    MOVE SPACES TO WS-P-START
    MOVE SPACES TO WS-P-END
    IF WS-SS-HAVE-START (WS-STEP-SUB) = "N"
        MOVE "** NOT RUN **" TO WS-P-STATUS
    ELSE
        MOVE WS-SS-START-TIME (WS-STEP-SUB) TO WS-P-START
        IF WS-SS-HAVE-END (WS-STEP-SUB) = "N"
            MOVE "** NO END RECORD **" TO WS-P-STATUS
        ELSE
            MOVE WS-SS-END-TIME (WS-STEP-SUB) TO WS-P-END
            IF WS-SS-ABENDED (WS-STEP-SUB) = "Y"
                MOVE "** ENDED ABNORMALLY **" TO WS-P-STATUS
            ELSE
                MOVE "ENDED CLEAN" TO WS-P-STATUS
                ADD 1 TO WS-CLEAN-COUNT
            END-IF
        END-IF
    END-IF
    WRITE RPT-LINE FROM WS-STEP-LINE.

*> 500-print-control-totals - the period's figures from the files
*> the close touched, counts and amounts side by side.
500-PRINT-CONTROL-TOTALS.
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE "CONTROL TOTALS" TO WS-S-TEXT
    MOVE SPACES TO WS-S-DATE
    WRITE RPT-LINE FROM WS-SECTION-LINE

    MOVE "INVENTORY SNAPSHOT FOR THE PERIOD" TO WS-S-TEXT
    WRITE RPT-LINE FROM WS-SECTION-LINE
    IF WS-SNAP-PARTS = ZERO
        MOVE "NO SNAPSHOT FROZEN FOR THE PERIOD" TO WS-T-LABEL
        MOVE ZERO TO WS-T-COUNT
        MOVE SPACES TO WS-TC-BLANK
        WRITE RPT-LINE FROM WS-TOTAL-LINE
    ELSE
        MOVE "PARTS / CLOSING VALUE" TO WS-T-LABEL
        MOVE WS-SNAP-PARTS TO WS-T-COUNT
        MOVE WS-SNAP-VALUE TO WS-T-AMOUNT
        WRITE RPT-LINE FROM WS-TOTAL-LINE
        MOVE "QUANTITY ON HAND" TO WS-T-LABEL
        MOVE WS-SNAP-QUANTITY TO WS-T-COUNT
        MOVE SPACES TO WS-TC-BLANK
        WRITE RPT-LINE FROM WS-TOTAL-LINE
    END-IF

    MOVE "INVENTORY CLASSIFICATION - PARTS BY CLASS" TO WS-S-TEXT
    WRITE RPT-LINE FROM WS-SECTION-LINE
    MOVE "CLASS A" TO WS-T-LABEL
    MOVE WS-CLASS-A TO WS-T-COUNT
    MOVE SPACES TO WS-TC-BLANK
    WRITE RPT-LINE FROM WS-TOTAL-LINE
    MOVE "CLASS B" TO WS-T-LABEL
    MOVE WS-CLASS-B TO WS-T-COUNT
    WRITE RPT-LINE FROM WS-TOTAL-LINE
    MOVE "CLASS C" TO WS-T-LABEL
    MOVE WS-CLASS-C TO WS-T-COUNT
    WRITE RPT-LINE FROM WS-TOTAL-LINE
    MOVE "NOT CLASSIFIED" TO WS-T-LABEL
    MOVE WS-CLASS-NONE TO WS-T-COUNT
    WRITE RPT-LINE FROM WS-TOTAL-LINE

    MOVE "STUDENT RECEIVABLES" TO WS-S-TEXT
    WRITE RPT-LINE FROM WS-SECTION-LINE
    MOVE "ACCOUNTS / BALANCE OUTSTANDING" TO WS-T-LABEL
    MOVE WS-AR-ACCOUNTS TO WS-T-COUNT
    MOVE WS-AR-BALANCE TO WS-T-AMOUNT
    WRITE RPT-LINE FROM WS-TOTAL-LINE
    MOVE "ACCOUNTS ON HOLD" TO WS-T-LABEL
    MOVE WS-AR-HOLDS TO WS-T-COUNT
    MOVE SPACES TO WS-TC-BLANK
    WRITE RPT-LINE FROM WS-TOTAL-LINE
    MOVE "LATE FEES ASSESSED IN THE PERIOD" TO WS-T-LABEL
    MOVE WS-FEE-COUNT TO WS-T-COUNT
    MOVE WS-FEE-AMOUNT TO WS-T-AMOUNT
    WRITE RPT-LINE FROM WS-TOTAL-LINE
    MOVE "PLACED FOR COLLECTION IN THE PERIOD" TO WS-T-LABEL
    MOVE WS-AR-PLACED TO WS-T-COUNT
    MOVE WS-AR-PLACED-BALANCE TO WS-T-AMOUNT
    WRITE RPT-LINE FROM WS-TOTAL-LINE
    MOVE "STATEMENTS CUT ON THE RUN DATE" TO WS-T-LABEL
    MOVE WS-AR-STATEMENTS TO WS-T-COUNT
    MOVE WS-AR-STATED-BALANCE TO WS-T-AMOUNT
    WRITE RPT-LINE FROM WS-TOTAL-LINE

    MOVE "LOAN QUOTE PIPELINE" TO WS-S-TEXT
    WRITE RPT-LINE FROM WS-SECTION-LINE
    MOVE "ACTIVE QUOTES / AMOUNT TO BORROW" TO WS-T-LABEL
    MOVE WS-QUOTES-ACTIVE TO WS-T-COUNT
    MOVE WS-ACTIVE-AMOUNT TO WS-T-AMOUNT
    WRITE RPT-LINE FROM WS-TOTAL-LINE
    MOVE "EXPIRED" TO WS-T-LABEL
    MOVE WS-QUOTES-EXPIRED TO WS-T-COUNT
    MOVE SPACES TO WS-TC-BLANK
    WRITE RPT-LINE FROM WS-TOTAL-LINE
    MOVE "CONVERTED TO SERVICED LOANS" TO WS-T-LABEL
    MOVE WS-QUOTES-CONVERTED TO WS-T-COUNT
    WRITE RPT-LINE FROM WS-TOTAL-LINE
    MOVE "DECLINED" TO WS-T-LABEL
    MOVE WS-QUOTES-DECLINED TO WS-T-COUNT
    WRITE RPT-LINE FROM WS-TOTAL-LINE.

*> 010-log-run-start / 900-log-run-end - the start and normal-end
*> records every batch program appends to the shared run log, so
*> the morning status run can see what ran, when, and how it
*> ended. An abend leaves the start record with no matching end,
*> which is exactly what the status report flags.
010-LOG-RUN-START.
    MOVE "S" TO RUNLOG-RECORD-TYPE OF OUT-RUNLOG-REC
    MOVE "STARTED" TO RUNLOG-COMPLETION-STATUS OF OUT-RUNLOG-REC
    MOVE SPACE TO RUNLOG-ABEND-FLAG OF OUT-RUNLOG-REC
    PERFORM 020-WRITE-RUN-LOG.

900-LOG-RUN-END.
    MOVE "E" TO RUNLOG-RECORD-TYPE OF OUT-RUNLOG-REC
    MOVE "NORMAL" TO RUNLOG-COMPLETION-STATUS OF OUT-RUNLOG-REC
    MOVE SPACE TO RUNLOG-ABEND-FLAG OF OUT-RUNLOG-REC
    PERFORM 020-WRITE-RUN-LOG.

020-WRITE-RUN-LOG.
    MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-STAMP
    MOVE "WatersTA89" TO RUNLOG-PROGRAM-ID OF OUT-RUNLOG-REC
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE OF OUT-RUNLOG-REC
    MOVE WS-RLS-TIME TO RUNLOG-TIME OF OUT-RUNLOG-REC
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA89.
