*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: This quarter-end program builds the federal quarterly
*> return figures from the pay-history file the WatersTA1 payroll
*> run writes, instead of from a stack of tax registers and a
*> calculator. The three fiscal periods of the run-control
*> quarter are read off PAY-HISTORY and the liability report
*> shows wages, federal income tax withheld, and FICA and
*> Medicare (the employee's share and the employer's matching
*> share) month by month of pay date, with the quarter's total
*> deposit liability. A per-employee state quarterly wage file is
*> written by work state (wages and state tax withheld) with state
*> subtotals on the report, and the quarter's wages and federal
*> and state withholding are tied back to the movement on the YTD
*> master since the prior quarter's close - the report says
*> outright by how much they are out when they do not agree.
*>
*> The YTD movement is measured against a quarter-end snapshot of
*> the master's totals this run appends to the QTRSNAP file, so
*> the run belongs after the quarter's last payroll and before
*> the next period posts. The first quarter of a fiscal year
*> measures from zero, since the WatersTA11 year-end reset the
*> master.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA58.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PAY-HISTORY
        ASSIGN TO PAYHIST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PAYH-KEY
        FILE STATUS IS WS-PAYH-FILE-STATUS.

    SELECT EMPLOYEE-MASTER
        ASSIGN TO EMPMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EMP-EMPLOYEE-ID
        FILE STATUS IS WS-EMP-FILE-STATUS.

    SELECT YTD-MASTER
        ASSIGN TO YTDMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS YTD-EMPLOYEE-ID
        FILE STATUS IS WS-YTD-FILE-STATUS.

    SELECT QUARTER-SNAPSHOT
        ASSIGN TO QTRSNAP
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SNAP-FILE-STATUS.

    SELECT LIABILITY-REPORT
        ASSIGN TO QTRLIAB
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT STATE-WAGE-FILE
        ASSIGN TO STWAGE
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT SORT-WORK-FILE
        ASSIGN TO SORTWK1.

    SELECT RUN-CONTROL-FILE
        ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RUN-LOG
        ASSIGN TO RUNLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD PAY-HISTORY.
01 PAYH-REC.
    COPY PAYHST.

FD EMPLOYEE-MASTER.
01 EMP-REC.
    COPY EMPREC.

FD YTD-MASTER.
01 YTD-REC.
    COPY YTDREC.

*> One record per quarter close: the YTD master's totals as they
*> stood when the quarter's liability report ran. The next
*> quarter's run measures its movement from here. A rerun
*> appends a fresh record; the last one on file for a quarter is
*> the one that counts.
FD QUARTER-SNAPSHOT.
01 SNAP-REC.
    05 SNAP-FISCAL-YEAR          PIC 9(4).
    05 SNAP-QUARTER              PIC 9(1).
    05 SNAP-TAKEN-DATE           PIC 9(8).
    05 SNAP-WAGES                PIC 9(11)V99.
    05 SNAP-WITHHOLDING          PIC 9(11)V99.
    05 SNAP-STATE-WITHHOLDING    PIC 9(11)V99.

FD LIABILITY-REPORT.
01 RPT-LINE                      PIC X(132).

*> The state quarterly wage file, one record per employee paid in
*> the quarter, in work-state then employee order - the layout
*> the state unemployment and withholding returns are keyed from.
FD STATE-WAGE-FILE.
01 SW-REC.
    05 SW-FISCAL-YEAR            PIC 9(4).
    05 SW-QUARTER                PIC 9(1).
    05 SW-WORK-STATE             PIC X(2).
    05 SW-EMPLOYEE-ID            PIC X(9).
    05 SW-EMPLOYEE-NAME          PIC X(25).
    05 SW-WAGES                  PIC 9(9)V99.
    05 SW-STATE-TAX              PIC 9(9)V99.

SD SORT-WORK-FILE.
01 SRT-STATE-WAGE-REC.
    05 SRT-WORK-STATE            PIC X(2).
    05 SRT-EMPLOYEE-ID           PIC X(9).
    05 SRT-EMPLOYEE-NAME         PIC X(25).
    05 SRT-WAGES                 PIC 9(9)V99.
    05 SRT-STATE-TAX             PIC 9(9)V99.

FD RUN-CONTROL-FILE.
01 RUNCTL-REC.
    COPY RUNCTL.

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
    05 WS-PAYH-FILE-STATUS       PIC XX.
    05 WS-EMP-FILE-STATUS        PIC XX.
    05 WS-YTD-FILE-STATUS        PIC XX.
    05 WS-SNAP-FILE-STATUS       PIC XX.
    05 WS-SNAP-EOF               PIC X(1).
    05 WS-RUN-CONTROL-FOUND      PIC X(1) VALUE "N".
    05 WS-FISCAL-YEAR            PIC 9(4).
    05 WS-FISCAL-PERIOD          PIC 9(2).
    05 WS-QUARTER                PIC 9(1).
    05 WS-FIRST-PERIOD           PIC 9(2).
    05 WS-LAST-PERIOD            PIC 9(2).
    05 WS-PRIOR-QUARTER          PIC 9(1).
    05 WS-PRIOR-SNAP-FOUND       PIC X(1).
    05 WS-CURRENT-EMPLOYEE       PIC X(9).
    05 WS-CURRENT-NAME           PIC X(25).
    05 WS-PAY-MONTH              PIC 9(2).
    05 WS-MONTH-SUB              PIC 9(2).
    05 WS-STATE-SUB              PIC 9(3).
    05 WS-STATE-FOUND            PIC X(1).
    05 WS-CURRENT-STATE          PIC X(2).
    05 WS-HISTORY-COUNT          PIC 9(7) VALUE ZERO.
    05 WS-EMPLOYEE-COUNT         PIC 9(5) VALUE ZERO.
    05 WS-OUT-OF-BALANCE         PIC X(1) VALUE "N".

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

*> One employee's quarter, accumulated across the employee's
*> history records (the file is in employee-ID order) and handed
*> to the sort at each change of employee.
01 WS-EMPLOYEE-TOTALS.
    05 WS-E-WAGES                PIC 9(9)V99.
    05 WS-E-STATE-TAX            PIC 9(9)V99.

*> The quarter broken out by the month of each check's pay date.
*> The employer's FICA and Medicare match the employee's share
*> dollar for dollar, so the match columns are the employee
*> columns again and the deposit liability is federal income tax
*> plus both halves of each.
01 WS-MONTH-TABLE.
    05 WS-MONTH-ENTRY OCCURS 12 TIMES.
        10 WS-M-CHECKS           PIC 9(7).
        10 WS-M-WAGES            PIC 9(11)V99.
        10 WS-M-INCOME-TAX       PIC 9(11)V99.
        10 WS-M-FICA             PIC 9(11)V99.
        10 WS-M-MEDICARE         PIC 9(11)V99.

01 WS-QUARTER-TOTALS.
    05 WS-Q-CHECKS               PIC 9(7) VALUE ZERO.
    05 WS-Q-WAGES                PIC 9(11)V99 VALUE ZERO.
    05 WS-Q-INCOME-TAX           PIC 9(11)V99 VALUE ZERO.
    05 WS-Q-STATE-TAX            PIC 9(11)V99 VALUE ZERO.
    05 WS-Q-FICA                 PIC 9(11)V99 VALUE ZERO.
    05 WS-Q-MEDICARE             PIC 9(11)V99 VALUE ZERO.
    05 WS-LIABILITY              PIC 9(11)V99.

*> Work-state subtotals, built as the sorted state wage records
*> come back and printed after the monthly section.
01 WS-STATE-TABLE.
    05 WS-STATE-COUNT            PIC 9(3) VALUE ZERO.
    05 WS-STATE-ENTRY OCCURS 60 TIMES.
        10 WS-ST-CODE            PIC X(2).
        10 WS-ST-EMPLOYEES       PIC 9(5).
        10 WS-ST-WAGES           PIC 9(11)V99.
        10 WS-ST-STATE-TAX       PIC 9(11)V99.

*> The YTD tie-out: the master's totals now, the prior quarter's
*> close, and the movement between them that the quarter's pay
*> history has to account for.
01 WS-YTD-TIE-OUT.
    05 WS-NOW-WAGES              PIC 9(11)V99 VALUE ZERO.
    05 WS-NOW-WITHHOLDING        PIC 9(11)V99 VALUE ZERO.
    05 WS-NOW-STATE-WITHHOLDING  PIC 9(11)V99 VALUE ZERO.
    05 WS-PRIOR-WAGES            PIC 9(11)V99 VALUE ZERO.
    05 WS-PRIOR-WITHHOLDING      PIC 9(11)V99 VALUE ZERO.
    05 WS-PRIOR-STATE-WITHHOLDING PIC 9(11)V99 VALUE ZERO.
    05 WS-HISTORY-AMOUNT         PIC 9(11)V99.
    05 WS-MOVEMENT               PIC S9(11)V99.
    05 WS-DIFFERENCE             PIC S9(11)V99.

01 WS-HEADING-LINE-1.
    05 FILLER              PIC X(40) VALUE
        "QUARTERLY PAYROLL TAX LIABILITY REPORT".
    05 FILLER              PIC X(13) VALUE "FISCAL YEAR: ".
    05 WS-H-FISCAL-YEAR    PIC 9(4).
    05 FILLER              PIC X(12) VALUE "  QUARTER: ".
    05 WS-H-QUARTER        PIC 9(1).
    05 FILLER              PIC X(12) VALUE "  PERIODS: ".
    05 WS-H-FIRST-PERIOD   PIC 9(2).
    05 FILLER              PIC X(3)  VALUE " - ".
    05 WS-H-LAST-PERIOD    PIC 9(2).
    05 FILLER              PIC X(12) VALUE "  RUN DATE: ".
    05 WS-H-RUN-DATE       PIC 9(8).

01 WS-MONTH-HEADING.
    05 FILLER   PIC X(6)  VALUE "MONTH".
    05 FILLER   PIC X(8)  VALUE " CHECKS".
    05 FILLER   PIC X(15) VALUE "          WAGES".
    05 FILLER   PIC X(14) VALUE "  FED INC TAX".
    05 FILLER   PIC X(14) VALUE "   FICA EMPLOY".
    05 FILLER   PIC X(14) VALUE "    FICA MATCH".
    05 FILLER   PIC X(14) VALUE "   MEDI EMPLOY".
    05 FILLER   PIC X(14) VALUE "    MEDI MATCH".
    05 FILLER   PIC X(16) VALUE "  TOTAL LIABLTY".

01 WS-MONTH-LINE.
    05 WS-ML-LABEL         PIC X(6).
    05 WS-ML-CHECKS        PIC ZZZZZZ9.
    05 FILLER              PIC X(1)  VALUE SPACES.
    05 WS-ML-WAGES         PIC Z(10)9.99.
    05 FILLER              PIC X(1)  VALUE SPACES.
    05 WS-ML-INCOME-TAX    PIC Z(9)9.99.
    05 FILLER              PIC X(1)  VALUE SPACES.
    05 WS-ML-FICA          PIC Z(9)9.99.
    05 FILLER              PIC X(1)  VALUE SPACES.
    05 WS-ML-FICA-MATCH    PIC Z(9)9.99.
    05 FILLER              PIC X(1)  VALUE SPACES.
    05 WS-ML-MEDICARE      PIC Z(9)9.99.
    05 FILLER              PIC X(1)  VALUE SPACES.
    05 WS-ML-MEDI-MATCH    PIC Z(9)9.99.
    05 FILLER              PIC X(1)  VALUE SPACES.
    05 WS-ML-LIABILITY     PIC Z(11)9.99.

01 WS-STATE-HEADING.
    05 FILLER   PIC X(8)  VALUE "STATE".
    05 FILLER   PIC X(11) VALUE "  EMPLOYEES".
    05 FILLER   PIC X(15) VALUE "          WAGES".
    05 FILLER   PIC X(15) VALUE "      STATE TAX".

01 WS-STATE-LINE.
    05 WS-SL-STATE         PIC X(8).
    05 WS-SL-EMPLOYEES     PIC Z(10)9.
    05 FILLER              PIC X(1)  VALUE SPACES.
    05 WS-SL-WAGES         PIC Z(10)9.99.
    05 FILLER              PIC X(1)  VALUE SPACES.
    05 WS-SL-STATE-TAX     PIC Z(10)9.99.

01 WS-TIE-HEADING.
    05 FILLER   PIC X(20) VALUE "YTD MASTER TIE-OUT".
    05 FILLER   PIC X(16) VALUE "     PAY HISTORY".
    05 FILLER   PIC X(16) VALUE "    YTD MOVEMENT".
    05 FILLER   PIC X(16) VALUE "      DIFFERENCE".

01 WS-TIE-LINE.
    05 WS-TL-LABEL         PIC X(20).
    05 WS-TL-HISTORY       PIC Z(11)9.99.
    05 FILLER              PIC X(1)  VALUE SPACES.
    05 WS-TL-MOVEMENT      PIC Z(11)9.99-.
    05 WS-TL-DIFFERENCE    PIC Z(11)9.99-.
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-TL-FLAG          PIC X(20).

01 WS-MESSAGE-LINE.
    05 WS-MSG-TEXT         PIC X(80).

01 WS-TRAILER-LINE.
    05 FILLER              PIC X(26) VALUE "PAY HISTORY RECORDS READ: ".
    05 WS-T-HISTORY-COUNT  PIC ZZZZZZ9.
    05 FILLER              PIC X(3)  VALUE SPACES.
    05 FILLER              PIC X(16) VALUE "EMPLOYEES PAID: ".
    05 WS-T-EMPLOYEE-COUNT PIC ZZZZ9.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 050-READ-RUN-CONTROL
    PERFORM 060-LOAD-PRIOR-SNAPSHOT
    INITIALIZE WS-MONTH-TABLE

    OPEN INPUT PAY-HISTORY
    IF WS-PAYH-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA58: UNABLE TO OPEN PAY-HISTORY, "
            "FILE STATUS " WS-PAYH-FILE-STATUS
        STOP RUN
    END-IF

    OPEN INPUT EMPLOYEE-MASTER
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA58: UNABLE TO OPEN EMPLOYEE-MASTER, "
            "FILE STATUS " WS-EMP-FILE-STATUS
        STOP RUN
    END-IF

    OPEN OUTPUT LIABILITY-REPORT
                STATE-WAGE-FILE

    MOVE WS-FISCAL-YEAR TO WS-H-FISCAL-YEAR
    MOVE WS-QUARTER TO WS-H-QUARTER
    MOVE WS-FIRST-PERIOD TO WS-H-FIRST-PERIOD
    MOVE WS-LAST-PERIOD TO WS-H-LAST-PERIOD
    MOVE WS-RUN-DATE (1:8) TO WS-H-RUN-DATE
    WRITE RPT-LINE FROM WS-HEADING-LINE-1
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SRT-WORK-STATE
                         SRT-EMPLOYEE-ID
        INPUT PROCEDURE IS 200-RELEASE-EMPLOYEES
        OUTPUT PROCEDURE IS 300-WRITE-STATE-WAGES

    PERFORM 400-WRITE-MONTH-SECTION
    PERFORM 450-WRITE-STATE-SECTION
    PERFORM 500-TIE-TO-YTD-MASTER
    PERFORM 550-WRITE-SNAPSHOT

    MOVE WS-HISTORY-COUNT TO WS-T-HISTORY-COUNT
    MOVE WS-EMPLOYEE-COUNT TO WS-T-EMPLOYEE-COUNT
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    WRITE RPT-LINE FROM WS-TRAILER-LINE

    CLOSE PAY-HISTORY
          EMPLOYEE-MASTER
          LIABILITY-REPORT
          STATE-WAGE-FILE
    IF WS-OUT-OF-BALANCE = "Y"
        DISPLAY "WATERSTA58: QUARTER DOES NOT TIE TO THE YTD "
            "MASTER - SEE THE QTRLIAB TIE-OUT SECTION"
    END-IF
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 050-read-run-control - the fiscal year and period from the
*> run-control record name the quarter: periods 01-03 are the
*> first quarter, 04-06 the second, and so on. The system date
*> stands in when the file is absent, the way WatersTA1 falls
*> back.
050-READ-RUN-CONTROL.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
    MOVE WS-RUN-YEAR TO WS-FISCAL-YEAR
    MOVE WS-RUN-MONTH TO WS-FISCAL-PERIOD
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
        IF RUNCTL-FISCAL-YEAR IS NUMERIC
                AND RUNCTL-FISCAL-YEAR > ZERO
            MOVE RUNCTL-FISCAL-YEAR TO WS-FISCAL-YEAR
            MOVE RUNCTL-FISCAL-PERIOD TO WS-FISCAL-PERIOD
        END-IF
    END-IF

    IF WS-FISCAL-PERIOD < 1 OR WS-FISCAL-PERIOD > 12
        DISPLAY "WATERSTA58: FISCAL PERIOD " WS-FISCAL-PERIOD
            " IS NOT 01-12 - RUN REFUSED"
        STOP RUN
    END-IF
    COMPUTE WS-QUARTER = (WS-FISCAL-PERIOD + 2) / 3
    COMPUTE WS-FIRST-PERIOD = (WS-QUARTER - 1) * 3 + 1
    COMPUTE WS-LAST-PERIOD = WS-FIRST-PERIOD + 2.

*> 060-load-prior-snapshot - the YTD master's totals at the close
*> of the prior quarter of the same fiscal year. The first
*> quarter measures from zero (the year-end reset); a later
*> quarter with no prior close on file also measures from zero,
*> and the tie-out says so.
060-LOAD-PRIOR-SNAPSHOT.
    MOVE "N" TO WS-PRIOR-SNAP-FOUND
    IF WS-QUARTER = 1
        MOVE "Y" TO WS-PRIOR-SNAP-FOUND
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-PRIOR-QUARTER = WS-QUARTER - 1
    MOVE "N" TO WS-SNAP-EOF
    OPEN INPUT QUARTER-SNAPSHOT
    IF WS-SNAP-FILE-STATUS NOT = "00"
        MOVE "Y" TO WS-SNAP-EOF
    END-IF
    PERFORM UNTIL WS-SNAP-EOF = "Y"
        READ QUARTER-SNAPSHOT
            AT END
                MOVE "Y" TO WS-SNAP-EOF
            NOT AT END
                IF SNAP-FISCAL-YEAR = WS-FISCAL-YEAR
                        AND SNAP-QUARTER = WS-PRIOR-QUARTER
                    MOVE "Y" TO WS-PRIOR-SNAP-FOUND
                    MOVE SNAP-WAGES TO WS-PRIOR-WAGES
                    MOVE SNAP-WITHHOLDING TO WS-PRIOR-WITHHOLDING
                    MOVE SNAP-STATE-WITHHOLDING
                        TO WS-PRIOR-STATE-WITHHOLDING
                END-IF
        END-READ
    END-PERFORM
    IF WS-SNAP-FILE-STATUS = "00" OR WS-SNAP-FILE-STATUS = "10"
        CLOSE QUARTER-SNAPSHOT
    END-IF.

*> 200-release-employees - the sort's input side: every history
*> record for the quarter's fiscal periods is rolled into its
*> pay-date month and the quarter totals, and into the
*> employee's quarter; each employee's quarter goes to the sort
*> when the next employee's records begin.
200-RELEASE-EMPLOYEES.
    MOVE SPACES TO WS-CURRENT-EMPLOYEE
    PERFORM UNTIL MORE-RECORDS = "N"
        READ PAY-HISTORY NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF PAYH-FISCAL-YEAR = WS-FISCAL-YEAR
                        AND PAYH-FISCAL-PERIOD >= WS-FIRST-PERIOD
                        AND PAYH-FISCAL-PERIOD <= WS-LAST-PERIOD
                    PERFORM 210-ACCUMULATE-HISTORY
                END-IF
        END-READ
    END-PERFORM
    IF WS-CURRENT-EMPLOYEE NOT = SPACES
        PERFORM 220-RELEASE-ONE-EMPLOYEE
    END-IF.

210-ACCUMULATE-HISTORY.
    IF PAYH-EMPLOYEE-ID NOT = WS-CURRENT-EMPLOYEE
        IF WS-CURRENT-EMPLOYEE NOT = SPACES
            PERFORM 220-RELEASE-ONE-EMPLOYEE
        END-IF
        MOVE PAYH-EMPLOYEE-ID TO WS-CURRENT-EMPLOYEE
        MOVE PAYH-EMPLOYEE-NAME TO WS-CURRENT-NAME
        MOVE ZERO TO WS-E-WAGES
        MOVE ZERO TO WS-E-STATE-TAX
    END-IF
    ADD 1 TO WS-HISTORY-COUNT
    ADD PAYH-GROSS-PAY TO WS-E-WAGES
    ADD PAYH-STATE-TAX TO WS-E-STATE-TAX

    ADD 1 TO WS-Q-CHECKS
    ADD PAYH-GROSS-PAY TO WS-Q-WAGES
    ADD PAYH-INCOME-TAX TO WS-Q-INCOME-TAX
    ADD PAYH-STATE-TAX TO WS-Q-STATE-TAX
    ADD PAYH-FICA TO WS-Q-FICA
    ADD PAYH-MEDICARE TO WS-Q-MEDICARE

    MOVE PAYH-PAY-DATE (5:2) TO WS-PAY-MONTH
    IF WS-PAY-MONTH < 1 OR WS-PAY-MONTH > 12
        MOVE WS-RUN-MONTH TO WS-PAY-MONTH
    END-IF
    ADD 1 TO WS-M-CHECKS (WS-PAY-MONTH)
    ADD PAYH-GROSS-PAY TO WS-M-WAGES (WS-PAY-MONTH)
    ADD PAYH-INCOME-TAX TO WS-M-INCOME-TAX (WS-PAY-MONTH)
    ADD PAYH-FICA TO WS-M-FICA (WS-PAY-MONTH)
    ADD PAYH-MEDICARE TO WS-M-MEDICARE (WS-PAY-MONTH).

*> 220-release-one-employee - the employee's work state comes off
*> the payroll master; an ID no longer on the master is filed
*> under a blank state so its wages still reach the state file
*> and somebody asks why.
220-RELEASE-ONE-EMPLOYEE.
    ADD 1 TO WS-EMPLOYEE-COUNT
    MOVE WS-CURRENT-EMPLOYEE TO EMP-EMPLOYEE-ID
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE SPACES TO SRT-WORK-STATE
        NOT INVALID KEY
            MOVE EMP-WORK-STATE TO SRT-WORK-STATE
    END-READ
    MOVE WS-CURRENT-EMPLOYEE TO SRT-EMPLOYEE-ID
    MOVE WS-CURRENT-NAME TO SRT-EMPLOYEE-NAME
    MOVE WS-E-WAGES TO SRT-WAGES
    MOVE WS-E-STATE-TAX TO SRT-STATE-TAX
    RELEASE SRT-STATE-WAGE-REC.

*> 300-write-state-wages - the sort's output side: one state wage
*> record per employee in state order, each rolled into its
*> state's subtotal.
300-WRITE-STATE-WAGES.
    MOVE "Y" TO MORE-RECORDS
    PERFORM UNTIL MORE-RECORDS = "N"
        RETURN SORT-WORK-FILE
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                MOVE WS-FISCAL-YEAR TO SW-FISCAL-YEAR
                MOVE WS-QUARTER TO SW-QUARTER
                MOVE SRT-WORK-STATE TO SW-WORK-STATE
                MOVE SRT-EMPLOYEE-ID TO SW-EMPLOYEE-ID
                MOVE SRT-EMPLOYEE-NAME TO SW-EMPLOYEE-NAME
                MOVE SRT-WAGES TO SW-WAGES
                MOVE SRT-STATE-TAX TO SW-STATE-TAX
                WRITE SW-REC
                PERFORM 310-ADD-STATE-SUBTOTAL
        END-RETURN
    END-PERFORM.

310-ADD-STATE-SUBTOTAL.
    MOVE "N" TO WS-STATE-FOUND
    PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
            UNTIL WS-STATE-SUB > WS-STATE-COUNT
            OR WS-STATE-FOUND = "Y"
        IF WS-ST-CODE (WS-STATE-SUB) = SRT-WORK-STATE
            MOVE "Y" TO WS-STATE-FOUND
            ADD 1 TO WS-ST-EMPLOYEES (WS-STATE-SUB)
            ADD SRT-WAGES TO WS-ST-WAGES (WS-STATE-SUB)
            ADD SRT-STATE-TAX TO WS-ST-STATE-TAX (WS-STATE-SUB)
        END-IF
    END-PERFORM
    IF WS-STATE-FOUND = "N" AND WS-STATE-COUNT < 60
        ADD 1 TO WS-STATE-COUNT
        MOVE SRT-WORK-STATE TO WS-ST-CODE (WS-STATE-COUNT)
        MOVE 1 TO WS-ST-EMPLOYEES (WS-STATE-COUNT)
        MOVE SRT-WAGES TO WS-ST-WAGES (WS-STATE-COUNT)
        MOVE SRT-STATE-TAX TO WS-ST-STATE-TAX (WS-STATE-COUNT)
    END-IF.

*> 400-write-month-section - one line per pay-date month with any
*> checks in it, then the quarter total line.
400-WRITE-MONTH-SECTION.
    WRITE RPT-LINE FROM WS-MONTH-HEADING
    PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
            UNTIL WS-MONTH-SUB > 12
        IF WS-M-CHECKS (WS-MONTH-SUB) > ZERO
            MOVE SPACES TO WS-ML-LABEL
            MOVE WS-MONTH-SUB TO WS-ML-LABEL (1:2)
            MOVE WS-M-CHECKS (WS-MONTH-SUB) TO WS-ML-CHECKS
            MOVE WS-M-WAGES (WS-MONTH-SUB) TO WS-ML-WAGES
            MOVE WS-M-INCOME-TAX (WS-MONTH-SUB) TO WS-ML-INCOME-TAX
            MOVE WS-M-FICA (WS-MONTH-SUB) TO WS-ML-FICA
            MOVE WS-M-FICA (WS-MONTH-SUB) TO WS-ML-FICA-MATCH
            MOVE WS-M-MEDICARE (WS-MONTH-SUB) TO WS-ML-MEDICARE
            MOVE WS-M-MEDICARE (WS-MONTH-SUB) TO WS-ML-MEDI-MATCH
            COMPUTE WS-LIABILITY =
                WS-M-INCOME-TAX (WS-MONTH-SUB)
                + (WS-M-FICA (WS-MONTH-SUB) * 2)
                + (WS-M-MEDICARE (WS-MONTH-SUB) * 2)
            MOVE WS-LIABILITY TO WS-ML-LIABILITY
            WRITE RPT-LINE FROM WS-MONTH-LINE
        END-IF
    END-PERFORM

    MOVE "QTR" TO WS-ML-LABEL
    MOVE WS-Q-CHECKS TO WS-ML-CHECKS
    MOVE WS-Q-WAGES TO WS-ML-WAGES
    MOVE WS-Q-INCOME-TAX TO WS-ML-INCOME-TAX
    MOVE WS-Q-FICA TO WS-ML-FICA
    MOVE WS-Q-FICA TO WS-ML-FICA-MATCH
    MOVE WS-Q-MEDICARE TO WS-ML-MEDICARE
    MOVE WS-Q-MEDICARE TO WS-ML-MEDI-MATCH
    COMPUTE WS-LIABILITY =
        WS-Q-INCOME-TAX + (WS-Q-FICA * 2) + (WS-Q-MEDICARE * 2)
    MOVE WS-LIABILITY TO WS-ML-LIABILITY
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    WRITE RPT-LINE FROM WS-MONTH-LINE.

*> 450-write-state-section - the state subtotals the state wage
*> file carries, one line per work state.
450-WRITE-STATE-SECTION.
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    WRITE RPT-LINE
    WRITE RPT-LINE FROM WS-STATE-HEADING
    PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
            UNTIL WS-STATE-SUB > WS-STATE-COUNT
        IF WS-ST-CODE (WS-STATE-SUB) = SPACES
            MOVE "(NONE)" TO WS-SL-STATE
        ELSE
            MOVE WS-ST-CODE (WS-STATE-SUB) TO WS-SL-STATE
        END-IF
        MOVE WS-ST-EMPLOYEES (WS-STATE-SUB) TO WS-SL-EMPLOYEES
        MOVE WS-ST-WAGES (WS-STATE-SUB) TO WS-SL-WAGES
        MOVE WS-ST-STATE-TAX (WS-STATE-SUB) TO WS-SL-STATE-TAX
        WRITE RPT-LINE FROM WS-STATE-LINE
    END-PERFORM
    MOVE "TOTAL" TO WS-SL-STATE
    MOVE WS-EMPLOYEE-COUNT TO WS-SL-EMPLOYEES
    MOVE WS-Q-WAGES TO WS-SL-WAGES
    MOVE WS-Q-STATE-TAX TO WS-SL-STATE-TAX
    WRITE RPT-LINE FROM WS-STATE-LINE.

*> 500-tie-to-ytd-master - the master's totals now, less the prior
*> quarter's close, is the quarter's movement; the pay history
*> for the quarter has to equal it element by element. Any
*> difference is printed with its amount and flagged on the
*> console.
500-TIE-TO-YTD-MASTER.
    OPEN INPUT YTD-MASTER
    IF WS-YTD-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA58: UNABLE TO OPEN YTD-MASTER, "
            "FILE STATUS " WS-YTD-FILE-STATUS
        STOP RUN
    END-IF
    MOVE "Y" TO MORE-RECORDS
    PERFORM UNTIL MORE-RECORDS = "N"
        READ YTD-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                ADD YTD-WAGES TO WS-NOW-WAGES
                ADD YTD-WITHHOLDING TO WS-NOW-WITHHOLDING
                ADD YTD-STATE-WITHHOLDING
                    TO WS-NOW-STATE-WITHHOLDING
        END-READ
    END-PERFORM
    CLOSE YTD-MASTER

    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    WRITE RPT-LINE
    WRITE RPT-LINE FROM WS-TIE-HEADING

    MOVE "WAGES" TO WS-TL-LABEL
    MOVE WS-Q-WAGES TO WS-HISTORY-AMOUNT
    COMPUTE WS-MOVEMENT = WS-NOW-WAGES - WS-PRIOR-WAGES
    PERFORM 510-WRITE-TIE-LINE

    MOVE "FED INCOME TAX" TO WS-TL-LABEL
    MOVE WS-Q-INCOME-TAX TO WS-HISTORY-AMOUNT
    COMPUTE WS-MOVEMENT =
        WS-NOW-WITHHOLDING - WS-PRIOR-WITHHOLDING
    PERFORM 510-WRITE-TIE-LINE

    MOVE "STATE INCOME TAX" TO WS-TL-LABEL
    MOVE WS-Q-STATE-TAX TO WS-HISTORY-AMOUNT
    COMPUTE WS-MOVEMENT =
        WS-NOW-STATE-WITHHOLDING - WS-PRIOR-STATE-WITHHOLDING
    PERFORM 510-WRITE-TIE-LINE

    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    IF WS-PRIOR-SNAP-FOUND = "N"
        MOVE "NO PRIOR QUARTER CLOSE ON QTRSNAP - MOVEMENT IS MEASURED FROM ZERO"
            TO WS-MSG-TEXT
        WRITE RPT-LINE FROM WS-MESSAGE-LINE
    END-IF
    IF WS-OUT-OF-BALANCE = "Y"
        MOVE "** QUARTER DOES NOT TIE TO THE YTD MASTER - DIFFERENCES SHOWN ABOVE **"
            TO WS-MSG-TEXT
    ELSE
        MOVE "QUARTER TIES TO THE YTD MASTER" TO WS-MSG-TEXT
    END-IF
    WRITE RPT-LINE FROM WS-MESSAGE-LINE.

*> 510-write-tie-line - the difference is pay history less YTD
*> movement, so a positive figure means history carries more than
*> the master moved.
510-WRITE-TIE-LINE.
    MOVE WS-HISTORY-AMOUNT TO WS-TL-HISTORY
    MOVE WS-MOVEMENT TO WS-TL-MOVEMENT
    COMPUTE WS-DIFFERENCE = WS-HISTORY-AMOUNT - WS-MOVEMENT
    MOVE WS-DIFFERENCE TO WS-TL-DIFFERENCE
    IF WS-DIFFERENCE = ZERO
        MOVE "TIES" TO WS-TL-FLAG
    ELSE
        MOVE "** OUT OF BALANCE **" TO WS-TL-FLAG
        MOVE "Y" TO WS-OUT-OF-BALANCE
    END-IF
    WRITE RPT-LINE FROM WS-TIE-LINE.

*> 550-write-snapshot - this quarter's close, for the next
*> quarter's run to measure from.
550-WRITE-SNAPSHOT.
    OPEN EXTEND QUARTER-SNAPSHOT
    IF WS-SNAP-FILE-STATUS NOT = "00"
        OPEN OUTPUT QUARTER-SNAPSHOT
    END-IF
    MOVE WS-FISCAL-YEAR TO SNAP-FISCAL-YEAR
    MOVE WS-QUARTER TO SNAP-QUARTER
    MOVE WS-RUN-DATE (1:8) TO SNAP-TAKEN-DATE
    MOVE WS-NOW-WAGES TO SNAP-WAGES
    MOVE WS-NOW-WITHHOLDING TO SNAP-WITHHOLDING
    MOVE WS-NOW-STATE-WITHHOLDING TO SNAP-STATE-WITHHOLDING
    WRITE SNAP-REC
    CLOSE QUARTER-SNAPSHOT.


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

020-WRITE-RUN-LOG.
    MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-STAMP
    MOVE "WatersTA58" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA58.
