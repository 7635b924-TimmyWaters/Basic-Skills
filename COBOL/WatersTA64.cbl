*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: This program pays the payroll's voluntary deductions
*> over to the third parties they are owed to. The deductions-
*> taken file the WatersTA1 payroll run writes - one record per
*> deduction actually withheld from a check - is sorted by
*> deduction type and employee and totaled per employee and per
*> payee, the payee being found on the payee master WatersTA63
*> maintains. Each payee gets one payment record on the payment
*> file accounts payable cuts the checks from, preceded by a
*> remittance-advice record per employee, and a remittance
*> register lists the same. Garnishment lines carry the employee
*> and the court case number, as the court requires. A deduction
*> type with no payee on file is listed as not remitted rather
*> than paid to no one.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA64.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DEDUCTIONS-TAKEN
        ASSIGN TO DEDTAKE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DTK-FILE-STATUS.

    SELECT PAYEE-MASTER
        ASSIGN TO PYEMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PYE-DED-TYPE
        FILE STATUS IS WS-PYE-FILE-STATUS.

    SELECT REMITTANCE-FILE
        ASSIGN TO REMITPAY
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT REMITTANCE-REGISTER
        ASSIGN TO REMITREG
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
FD DEDUCTIONS-TAKEN.
01 DTK-REC.
    COPY DTKREC.

FD PAYEE-MASTER.
01 PYE-REC.
    COPY PYEREC.

*> The payment file accounts payable cuts the remittance checks
*> from: for each payee, a remittance-advice record ("D") per
*> employee, then the payment record ("P") for the payee's total,
*> and one trailer at the end carrying the payment count and total
*> so the file can be balanced before a check is cut.
FD REMITTANCE-FILE.
01 RMT-PAYMENT-REC.
    05 RMT-RECORD-TYPE       PIC X(1).
    05 RMT-DED-TYPE          PIC X(4).
    05 RMT-PAYEE-NAME        PIC X(30).
    05 RMT-ADDRESS           PIC X(30).
    05 RMT-CITY              PIC X(20).
    05 RMT-STATE             PIC X(2).
    05 RMT-ZIP               PIC X(9).
    05 RMT-CASE-NUMBER       PIC X(20).
    05 RMT-FISCAL-YEAR       PIC 9(4).
    05 RMT-FISCAL-PERIOD     PIC 9(2).
    05 RMT-PAY-DATE          PIC 9(8).
    05 RMT-AMOUNT            PIC 9(9)V99.
01 RMT-ADVICE-REC.
    05 RMA-RECORD-TYPE       PIC X(1).
    05 RMA-DED-TYPE          PIC X(4).
    05 RMA-EMPLOYEE-ID       PIC X(9).
    05 RMA-EMPLOYEE-NAME     PIC X(25).
    05 RMA-CASE-NUMBER       PIC X(20).
    05 RMA-AMOUNT            PIC 9(7)V99.
01 RMT-TRAILER-REC.
    05 RMT-TRL-RECORD-TYPE   PIC X(1).
    05 RMT-TRL-PAYMENT-COUNT PIC 9(7).
    05 RMT-TRL-TOTAL         PIC 9(11)V99.

FD REMITTANCE-REGISTER.
01 REG-LINE                  PIC X(100).

SD SORT-WORK-FILE.
01 SRT-DEDUCTION-REC.
    05 SRT-DED-TYPE          PIC X(4).
    05 SRT-EMPLOYEE-ID       PIC X(9).
    05 SRT-EMPLOYEE-NAME     PIC X(25).
    05 SRT-FISCAL-YEAR       PIC 9(4).
    05 SRT-FISCAL-PERIOD     PIC 9(2).
    05 SRT-PAY-DATE          PIC 9(8).
    05 SRT-AMOUNT            PIC 9(7)V99.

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
    05 MORE-RECORDS            PIC X(1) VALUE "Y".
    05 WS-DTK-FILE-STATUS      PIC XX.
    05 WS-PYE-FILE-STATUS      PIC XX.
    05 WS-RUN-CONTROL-FOUND    PIC X(1) VALUE "N".
    05 WS-PAYEE-ON-FILE        PIC X(1).
    05 WS-READ-COUNT           PIC 9(7) VALUE ZERO.
    05 WS-READ-TOTAL           PIC 9(11)V99 VALUE ZERO.
    05 WS-PAYMENT-COUNT        PIC 9(7) VALUE ZERO.
    05 WS-REMITTED-TOTAL       PIC 9(11)V99 VALUE ZERO.
    05 WS-UNREMITTED-COUNT     PIC 9(7) VALUE ZERO.
    05 WS-UNREMITTED-TOTAL     PIC 9(11)V99 VALUE ZERO.

*> The payee and employee being totaled; a change of deduction
*> type closes out the payee, a change of employee within it
*> closes out the employee.
01 WS-CONTROL-BREAK.
    05 WS-CUR-DED-TYPE         PIC X(4) VALUE SPACES.
    05 WS-CUR-EMPLOYEE-ID      PIC X(9) VALUE SPACES.
    05 WS-CUR-EMPLOYEE-NAME    PIC X(25).
    05 WS-CUR-FISCAL-YEAR      PIC 9(4).
    05 WS-CUR-FISCAL-PERIOD    PIC 9(2).
    05 WS-CUR-PAY-DATE         PIC 9(8).
    05 WS-EMPLOYEE-AMOUNT      PIC 9(7)V99.
    05 WS-PAYEE-AMOUNT         PIC 9(9)V99.
    05 WS-PAYEE-EMPLOYEES      PIC 9(5).

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

01 WS-TITLE-LINE.
    05 FILLER              PIC X(40) VALUE
        "PAYROLL DEDUCTION REMITTANCE REGISTER".
    05 FILLER              PIC X(10) VALUE "RUN DATE: ".
    05 WS-TL-RUN-DATE      PIC 9(8).

01 WS-PAYEE-LINE.
    05 FILLER              PIC X(6)  VALUE "PAYEE ".
    05 WS-PL-DED-TYPE      PIC X(4).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-PL-PAYEE-NAME    PIC X(30).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-PL-CITY          PIC X(20).
    05 FILLER              PIC X(1)  VALUE SPACES.
    05 WS-PL-STATE         PIC X(2).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-PL-CATEGORY-TEXT PIC X(12).

01 WS-POLICY-LINE.
    05 FILLER              PIC X(12) VALUE SPACES.
    05 FILLER              PIC X(18) VALUE "POLICY/PLAN NO.".
    05 WS-PY-CASE-NUMBER   PIC X(20).

01 WS-NO-PAYEE-LINE.
    05 FILLER              PIC X(6)  VALUE "PAYEE ".
    05 WS-NP-DED-TYPE      PIC X(4).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 FILLER              PIC X(40) VALUE
        "** NO PAYEE ON FILE - NOT REMITTED **".

01 WS-EMPLOYEE-LINE.
    05 FILLER              PIC X(12) VALUE SPACES.
    05 WS-EL-EMPLOYEE-ID   PIC X(9).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-EL-EMPLOYEE-NAME PIC X(25).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-EL-CASE-TEXT     PIC X(6).
    05 WS-EL-CASE-NUMBER   PIC X(20).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-EL-AMOUNT        PIC Z,ZZZ,ZZ9.99.

01 WS-PAYEE-TOTAL-LINE.
    05 FILLER              PIC X(12) VALUE SPACES.
    05 WS-PT-LABEL         PIC X(22).
    05 WS-PT-EMPLOYEES     PIC ZZZZ9.
    05 FILLER              PIC X(41) VALUE " EMPLOYEE(S)".
    05 WS-PT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

01 WS-TOTAL-LINE.
    05 WS-TOT-LABEL        PIC X(30).
    05 WS-TOT-COUNT        PIC ZZZZZZ9.
    05 FILLER              PIC X(3)  VALUE SPACES.
    05 WS-TOT-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 050-READ-RUN-CONTROL

    OPEN INPUT PAYEE-MASTER
    IF WS-PYE-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA64: UNABLE TO OPEN PAYEE-MASTER, "
            "FILE STATUS " WS-PYE-FILE-STATUS
        STOP RUN
    END-IF

    OPEN OUTPUT REMITTANCE-FILE
                REMITTANCE-REGISTER

    MOVE WS-RUN-DATE (1:8) TO WS-TL-RUN-DATE
    WRITE REG-LINE FROM WS-TITLE-LINE
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SRT-DED-TYPE
                         SRT-EMPLOYEE-ID
        INPUT PROCEDURE IS 200-RELEASE-DEDUCTIONS
        OUTPUT PROCEDURE IS 300-REMIT-BY-PAYEE

    PERFORM 390-WRITE-REMITTANCE-TRAILER
    PERFORM 400-WRITE-TOTALS

    CLOSE PAYEE-MASTER
          REMITTANCE-FILE
          REMITTANCE-REGISTER
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 050-read-run-control - the run date the register is headed
*> with, falling back to the system date when the file is absent.
050-READ-RUN-CONTROL.
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
    END-IF.

*> 200-release-deductions - the sort's input side: every deduction
*> the payroll run took, counted and totaled so the register can
*> prove everything read was either remitted or listed as not.
200-RELEASE-DEDUCTIONS.
    OPEN INPUT DEDUCTIONS-TAKEN
    IF WS-DTK-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA64: UNABLE TO OPEN DEDUCTIONS-TAKEN, "
            "FILE STATUS " WS-DTK-FILE-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ DEDUCTIONS-TAKEN
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                ADD DTK-AMOUNT TO WS-READ-TOTAL
                MOVE DTK-DED-TYPE TO SRT-DED-TYPE
                MOVE DTK-EMPLOYEE-ID TO SRT-EMPLOYEE-ID
                MOVE DTK-EMPLOYEE-NAME TO SRT-EMPLOYEE-NAME
                MOVE DTK-FISCAL-YEAR TO SRT-FISCAL-YEAR
                MOVE DTK-FISCAL-PERIOD TO SRT-FISCAL-PERIOD
                MOVE DTK-PAY-DATE TO SRT-PAY-DATE
                MOVE DTK-AMOUNT TO SRT-AMOUNT
                RELEASE SRT-DEDUCTION-REC
        END-READ
    END-PERFORM
    CLOSE DEDUCTIONS-TAKEN.

*> 300-remit-by-payee - the sort's output side, in deduction type
*> then employee order, with a control break on each.
300-REMIT-BY-PAYEE.
    MOVE "Y" TO MORE-RECORDS
    PERFORM UNTIL MORE-RECORDS = "N"
        RETURN SORT-WORK-FILE
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                PERFORM 305-TAKE-ONE-DEDUCTION
        END-RETURN
    END-PERFORM
    IF WS-CUR-DED-TYPE NOT = SPACES
        PERFORM 330-END-EMPLOYEE
        PERFORM 340-END-PAYEE
    END-IF.

305-TAKE-ONE-DEDUCTION.
    IF SRT-DED-TYPE NOT = WS-CUR-DED-TYPE
        IF WS-CUR-DED-TYPE NOT = SPACES
            PERFORM 330-END-EMPLOYEE
            PERFORM 340-END-PAYEE
        END-IF
        PERFORM 310-START-PAYEE
        PERFORM 320-START-EMPLOYEE
    ELSE
        IF SRT-EMPLOYEE-ID NOT = WS-CUR-EMPLOYEE-ID
            PERFORM 330-END-EMPLOYEE
            PERFORM 320-START-EMPLOYEE
        END-IF
    END-IF
    ADD SRT-AMOUNT TO WS-EMPLOYEE-AMOUNT.

*> 310-start-payee - looks the deduction type up on the payee
*> master and heads the payee's section of the register.
310-START-PAYEE.
    MOVE SRT-DED-TYPE TO WS-CUR-DED-TYPE
    MOVE SRT-FISCAL-YEAR TO WS-CUR-FISCAL-YEAR
    MOVE SRT-FISCAL-PERIOD TO WS-CUR-FISCAL-PERIOD
    MOVE SRT-PAY-DATE TO WS-CUR-PAY-DATE
    MOVE ZERO TO WS-PAYEE-AMOUNT
    MOVE ZERO TO WS-PAYEE-EMPLOYEES

    MOVE "Y" TO WS-PAYEE-ON-FILE
    MOVE SRT-DED-TYPE TO PYE-DED-TYPE
    READ PAYEE-MASTER
        INVALID KEY
            MOVE "N" TO WS-PAYEE-ON-FILE
            MOVE SPACES TO PYE-CASE-NUMBER
            MOVE SPACE TO PYE-CATEGORY
    END-READ

    IF WS-PAYEE-ON-FILE = "N"
        MOVE SRT-DED-TYPE TO WS-NP-DED-TYPE
        WRITE REG-LINE FROM WS-NO-PAYEE-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE PYE-DED-TYPE TO WS-PL-DED-TYPE
    MOVE PYE-PAYEE-NAME TO WS-PL-PAYEE-NAME
    MOVE PYE-CITY TO WS-PL-CITY
    MOVE PYE-STATE TO WS-PL-STATE
    MOVE "OTHER" TO WS-PL-CATEGORY-TEXT
    IF PYE-CATEGORY = "G"
        MOVE "GARNISHMENT" TO WS-PL-CATEGORY-TEXT
    END-IF
    IF PYE-CATEGORY = "I"
        MOVE "INSURANCE" TO WS-PL-CATEGORY-TEXT
    END-IF
    IF PYE-CATEGORY = "R"
        MOVE "RETIREMENT" TO WS-PL-CATEGORY-TEXT
    END-IF
    WRITE REG-LINE FROM WS-PAYEE-LINE
    IF PYE-CATEGORY NOT = "G" AND PYE-CASE-NUMBER NOT = SPACES
        MOVE PYE-CASE-NUMBER TO WS-PY-CASE-NUMBER
        WRITE REG-LINE FROM WS-POLICY-LINE
    END-IF.

320-START-EMPLOYEE.
    MOVE SRT-EMPLOYEE-ID TO WS-CUR-EMPLOYEE-ID
    MOVE SRT-EMPLOYEE-NAME TO WS-CUR-EMPLOYEE-NAME
    MOVE ZERO TO WS-EMPLOYEE-AMOUNT.

*> 330-end-employee - one register line and one remittance-advice
*> record for what was taken from the employee for this payee. A
*> garnishment line carries the court case number beside the
*> employee.
330-END-EMPLOYEE.
    ADD WS-EMPLOYEE-AMOUNT TO WS-PAYEE-AMOUNT
    ADD 1 TO WS-PAYEE-EMPLOYEES

    MOVE WS-CUR-EMPLOYEE-ID TO WS-EL-EMPLOYEE-ID
    MOVE WS-CUR-EMPLOYEE-NAME TO WS-EL-EMPLOYEE-NAME
    IF PYE-CATEGORY = "G"
        MOVE "CASE  " TO WS-EL-CASE-TEXT
        MOVE PYE-CASE-NUMBER TO WS-EL-CASE-NUMBER
    ELSE
        MOVE SPACES TO WS-EL-CASE-TEXT
        MOVE SPACES TO WS-EL-CASE-NUMBER
    END-IF
    MOVE WS-EMPLOYEE-AMOUNT TO WS-EL-AMOUNT
    WRITE REG-LINE FROM WS-EMPLOYEE-LINE

    IF WS-PAYEE-ON-FILE = "Y"
        MOVE "D" TO RMA-RECORD-TYPE
        MOVE WS-CUR-DED-TYPE TO RMA-DED-TYPE
        MOVE WS-CUR-EMPLOYEE-ID TO RMA-EMPLOYEE-ID
        MOVE WS-CUR-EMPLOYEE-NAME TO RMA-EMPLOYEE-NAME
        MOVE PYE-CASE-NUMBER TO RMA-CASE-NUMBER
        MOVE WS-EMPLOYEE-AMOUNT TO RMA-AMOUNT
        WRITE RMT-ADVICE-REC
    END-IF.

*> 340-end-payee - the payee's total goes to the payment file as
*> the amount to pay, or, with no payee on file, into the run's
*> not-remitted total for payroll to chase.
340-END-PAYEE.
    MOVE WS-PAYEE-EMPLOYEES TO WS-PT-EMPLOYEES
    MOVE WS-PAYEE-AMOUNT TO WS-PT-AMOUNT
    IF WS-PAYEE-ON-FILE = "N"
        ADD 1 TO WS-UNREMITTED-COUNT
        ADD WS-PAYEE-AMOUNT TO WS-UNREMITTED-TOTAL
        MOVE "NOT REMITTED" TO WS-PT-LABEL
        WRITE REG-LINE FROM WS-PAYEE-TOTAL-LINE
        MOVE SPACES TO REG-LINE
        WRITE REG-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "P" TO RMT-RECORD-TYPE
    MOVE PYE-DED-TYPE TO RMT-DED-TYPE
    MOVE PYE-PAYEE-NAME TO RMT-PAYEE-NAME
    MOVE PYE-ADDRESS TO RMT-ADDRESS
    MOVE PYE-CITY TO RMT-CITY
    MOVE PYE-STATE TO RMT-STATE
    MOVE PYE-ZIP TO RMT-ZIP
    MOVE PYE-CASE-NUMBER TO RMT-CASE-NUMBER
    MOVE WS-CUR-FISCAL-YEAR TO RMT-FISCAL-YEAR
    MOVE WS-CUR-FISCAL-PERIOD TO RMT-FISCAL-PERIOD
    MOVE WS-CUR-PAY-DATE TO RMT-PAY-DATE
    MOVE WS-PAYEE-AMOUNT TO RMT-AMOUNT
    WRITE RMT-PAYMENT-REC
    ADD 1 TO WS-PAYMENT-COUNT
    ADD WS-PAYEE-AMOUNT TO WS-REMITTED-TOTAL

    MOVE "REMITTED" TO WS-PT-LABEL
    WRITE REG-LINE FROM WS-PAYEE-TOTAL-LINE
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE.

390-WRITE-REMITTANCE-TRAILER.
    MOVE "T" TO RMT-TRL-RECORD-TYPE
    MOVE WS-PAYMENT-COUNT TO RMT-TRL-PAYMENT-COUNT
    MOVE WS-REMITTED-TOTAL TO RMT-TRL-TOTAL
    WRITE RMT-TRAILER-REC.

*> 400-write-totals - what was read against what was paid over and
*> what was held back for want of a payee; the two must add back
*> to the deductions the payroll run took.
400-WRITE-TOTALS.
    MOVE "DEDUCTIONS TAKEN" TO WS-TOT-LABEL
    MOVE WS-READ-COUNT TO WS-TOT-COUNT
    MOVE WS-READ-TOTAL TO WS-TOT-AMOUNT
    WRITE REG-LINE FROM WS-TOTAL-LINE
    MOVE "PAYMENTS TO PAYEES" TO WS-TOT-LABEL
    MOVE WS-PAYMENT-COUNT TO WS-TOT-COUNT
    MOVE WS-REMITTED-TOTAL TO WS-TOT-AMOUNT
    WRITE REG-LINE FROM WS-TOTAL-LINE
    MOVE "TYPES WITH NO PAYEE" TO WS-TOT-LABEL
    MOVE WS-UNREMITTED-COUNT TO WS-TOT-COUNT
    MOVE WS-UNREMITTED-TOTAL TO WS-TOT-AMOUNT
    WRITE REG-LINE FROM WS-TOTAL-LINE
    IF WS-UNREMITTED-COUNT > ZERO
        DISPLAY "WATERSTA64: DEDUCTIONS WITH NO PAYEE ON FILE WERE "
            "NOT REMITTED - SEE THE REMITTANCE REGISTER."
    END-IF.

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
    MOVE "WatersTA64" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA64.
