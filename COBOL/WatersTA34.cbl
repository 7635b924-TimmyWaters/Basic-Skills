*> the feed against before posting. The gross amounts and control
*> totals WatersTA1 verifies are therefore produced by this
*> system instead of computed outside it and typed in.
*>
*> Modification History:
*>   2026-10-15  Vacation and sick hours taken are now keyed on the
*>               timecard alongside hours worked, paid at the
*>               master's hourly rate as part of the card's gross,
*>               and relieved from the employee's bank on the leave
*>               master (LVEREC) maintained by WatersTA61. Each
*>               accepted card also accrues vacation and sick hours
*>               on the hours worked, at the employee's accrual
*>               rates and up to the caps. A card that would take a
*>               bank negative, or that takes leave with no bank on
*>               file, is rejected. The register was widened to 132
*>               columns to show the leave hours, leave gross, and
*>               the balances left.
*>   2026-10-15  Each accepted card's hours - regular, overtime, and
*>               leave - the rate they were extended at, and the
*>               gross are now accumulated on the timecard-history
*>               master (TCHREC) under the run-control fiscal
*>               period, so the WatersTA62 retro pay run can
*>               recompute a paid period at a back-dated rate. The
*>               feed's detail record now carries an earnings-type
*>               byte (blank for timecard pay; "R" marks a retro
*>               record WatersTA62 appends).
*>   2026-10-15  WS-RUN-DATE is its own record again; the entry
*>               switch, reject reason, counts, and gross total had
*>               fallen under it, which left the trailer count and
*>               total blank.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA34.
        RECORD KEY IS EMP-EMPLOYEE-ID
        FILE STATUS IS WS-EMP-FILE-STATUS.

    SELECT LEAVE-MASTER
        ASSIGN TO LVMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LV-EMPLOYEE-ID
        FILE STATUS IS WS-LV-FILE-STATUS.

    SELECT TIMECARD-HISTORY
        ASSIGN TO TCHMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TCH-KEY
        FILE STATUS IS WS-TCH-FILE-STATUS.

    SELECT RUN-CONTROL-FILE
        ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT PAYROLL-OUTPUT
        ASSIGN TO PAYOUT
        ORGANIZATION IS LINE SEQUENTIAL.
    01 EMP-REC.
        COPY EMPREC.

FD LEAVE-MASTER.
    01 LV-REC.
        COPY LVEREC.

FD TIMECARD-HISTORY.
    01 TCH-REC.
        COPY TCHREC.

FD RUN-CONTROL-FILE.
    01 RUNCTL-REC.
        COPY RUNCTL.

*> The payroll feed in the exact layout WatersTA1 reads: one
*> detail record per timecard, then the batch-control trailer
*> ("*TRAILER*" in the ID positions) WatersTA1's pre-pass
    01 OUT-PAYROLL-REC.
        05 OUT-EMPLOYEE-ID    PIC X(9).
        05 OUT-GROSS-PAY      PIC 9(7)V99.
        05 OUT-EARNINGS-TYPE  PIC X(1).
    01 OUT-PAYROLL-TRAILER.
        05 OUT-TRL-MARKER     PIC X(9).
        05 OUT-TRL-COUNT      PIC 9(7).
        05 OUT-TRL-GROSS      PIC 9(9)V99.

FD TIMECARD-REGISTER.
    01 REG-LINE               PIC X(132).

FD REJECTED-ENTRIES.
    01 REJ-LINE               PIC X(80).
01 WS-WORK-AREAS.
    05 MORE-RECORDS              PIC X(1) VALUE "Y".
    05 WS-EMP-FILE-STATUS        PIC XX.
    05 WS-LV-FILE-STATUS         PIC XX.
    05 WS-LEAVE-BANK-FOUND       PIC X(1).
    05 WS-TCH-FILE-STATUS        PIC XX.
    05 WS-RUN-CONTROL-FOUND      PIC X(1) VALUE "N".
    05 WS-FISCAL-YEAR            PIC 9(4).
    05 WS-FISCAL-PERIOD          PIC 9(2).
    05 WS-ENTRY-VALID            PIC X(1).
    05 WS-REJECT-REASON          PIC X(40).
    05 WS-ACCEPT-COUNT           PIC 9(7) VALUE ZERO.
    05 WS-REJECT-COUNT           PIC 9(5) VALUE ZERO.
    05 WS-TOTAL-GROSS            PIC 9(9)V99 VALUE ZERO.

01 WS-RUN-DATE.
    05 WS-RUN-YEAR               PIC 9(4).
    05 WS-RUN-MONTH              PIC 9(2).
    05 WS-RUN-DAY                PIC 9(2).
    05 FILLER                    PIC X(13).

01 WS-ENTRY-FIELDS.
    05 WS-E-EMPLOYEE-ID     PIC X(9).
    05 WS-E-HOURS           PIC X(4).
    05 WS-E-HOURS-N         REDEFINES WS-E-HOURS
                            PIC 9(3)V9.
    05 WS-E-VAC-HOURS       PIC X(4).
    05 WS-E-VAC-HOURS-N     REDEFINES WS-E-VAC-HOURS
                            PIC 9(3)V9.
    05 WS-E-SICK-HOURS      PIC X(4).
    05 WS-E-SICK-HOURS-N    REDEFINES WS-E-SICK-HOURS
                            PIC 9(3)V9.

*> Regular hours are paid at the master's hourly rate; hours over
*> the regular-hours ceiling are paid at the overtime multiplier.
    05 WS-OVERTIME-HOURS    PIC 9(3)V9.
    05 WS-REGULAR-GROSS     PIC 9(7)V99.
    05 WS-OVERTIME-GROSS    PIC 9(7)V99.
    05 WS-LEAVE-HOURS       PIC 9(3)V9.
    05 WS-LEAVE-GROSS       PIC 9(7)V99.
    05 WS-GROSS-PAY         PIC 9(7)V99.
    05 WS-ACCRUED-HOURS     PIC 9(4)V99.

01 WS-REJECT-LINE.
    05 WS-R-EMPLOYEE-ID   PIC X(9).
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(6)  VALUE " HOURS".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(6)  VALUE "LV HRS".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(6)  VALUE "  RATE".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(10) VALUE " REG GROSS".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(10) VALUE "  OT GROSS".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(10) VALUE "  LV GROSS".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(10) VALUE "TOT GROSS".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(7)  VALUE "VAC BAL".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(8)  VALUE "SICK BAL".

01 WS-REGISTER-LINE.
    05 WS-G-EMPLOYEE-ID    PIC X(9).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-G-HOURS          PIC ZZ9.9.
    05 FILLER              PIC X(3)  VALUE SPACES.
    05 WS-G-LEAVE-HOURS    PIC ZZ9.9.
    05 FILLER              PIC X(3)  VALUE SPACES.
    05 WS-G-RATE           PIC ZZ9.99.
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-G-REGULAR-GROSS  PIC Z(6)9.99.
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-G-OVERTIME-GROSS PIC Z(6)9.99.
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-G-LEAVE-GROSS    PIC Z(6)9.99.
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-G-GROSS-PAY      PIC Z(6)9.99.
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-G-VAC-BALANCE    PIC ZZZ9.99.
    05 FILLER              PIC X(3)  VALUE SPACES.
    05 WS-G-SICK-BALANCE   PIC ZZZ9.99.

01 WS-REGISTER-TOTAL-LINE.
    05 FILLER               PIC X(20) VALUE "TIMECARDS ACCEPTED: ".
PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 050-READ-RUN-CONTROL
    OPEN INPUT EMPLOYEE-MASTER
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA34: UNABLE TO OPEN EMPLOYEE-MASTER, "
        STOP RUN
    END-IF

    OPEN I-O LEAVE-MASTER
    IF WS-LV-FILE-STATUS = "35"
        OPEN OUTPUT LEAVE-MASTER
        CLOSE LEAVE-MASTER
        OPEN I-O LEAVE-MASTER
    END-IF
    IF WS-LV-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA34: UNABLE TO OPEN LEAVE-MASTER, "
            "FILE STATUS " WS-LV-FILE-STATUS
        STOP RUN
    END-IF

    OPEN I-O TIMECARD-HISTORY
    IF WS-TCH-FILE-STATUS = "35"
        OPEN OUTPUT TIMECARD-HISTORY
        CLOSE TIMECARD-HISTORY
        OPEN I-O TIMECARD-HISTORY
    END-IF
    IF WS-TCH-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA34: UNABLE TO OPEN TIMECARD-HISTORY, "
            "FILE STATUS " WS-TCH-FILE-STATUS
        STOP RUN
    END-IF

    OPEN OUTPUT PAYROLL-OUTPUT
                TIMECARD-REGISTER
                REJECTED-ENTRIES
        ACCEPT WS-E-EMPLOYEE-ID
        DISPLAY "ENTER HOURS WORKED (9999 = 999.9):"
        ACCEPT WS-E-HOURS
        DISPLAY "ENTER VACATION HOURS TAKEN (9999 = 999.9, OR 0):"
        ACCEPT WS-E-VAC-HOURS
        DISPLAY "ENTER SICK HOURS TAKEN (9999 = 999.9, OR 0):"
        ACCEPT WS-E-SICK-HOURS
        PERFORM 160-VALIDATE-ENTRY
        IF WS-ENTRY-VALID = "Y"
            PERFORM 200-COMPUTE-GROSS-PAY
            PERFORM 260-UPDATE-LEAVE-BANK
            PERFORM 270-POST-TIMECARD-HISTORY
            PERFORM 250-WRITE-PAYROLL-DETAIL
            PERFORM 180-WRITE-REGISTER-LINE
        ELSE
    WRITE REG-LINE FROM WS-REGISTER-TOTAL-LINE

    CLOSE EMPLOYEE-MASTER
          LEAVE-MASTER
          TIMECARD-HISTORY
          PAYROLL-OUTPUT
          TIMECARD-REGISTER
          REJECTED-ENTRIES
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 050-read-run-control - the fiscal year and period the cards are
*> being captured for, from the shared run-control file, so the
*> hours land in the timecard history under the same period the
*> payroll run will post the pay to. Falls back to the calendar
*> year and month when the file is absent or empty.
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
    END-IF.

*> 160-validate-entry - edits the keyed timecard before it becomes
*> a payroll record: a non-blank ID that is on the payroll master,
*> numeric hours, and a non-zero hourly rate on the master - a
*> zero rate means payroll never keyed one, and paying the card at
*> nothing would only surface as a complaint on payday. Leave
*> taken must then be covered by the employee's leave bank.
160-VALIDATE-ENTRY.
    MOVE "Y" TO WS-ENTRY-VALID
    MOVE SPACES TO WS-REJECT-REASON
        MOVE "BLANK EMPLOYEE ID" TO WS-REJECT-REASON
    ELSE
        IF WS-E-HOURS IS NOT NUMERIC
                OR WS-E-VAC-HOURS IS NOT NUMERIC
                OR WS-E-SICK-HOURS IS NOT NUMERIC
            MOVE "N" TO WS-ENTRY-VALID
            MOVE "HOURS IS NOT NUMERIC" TO WS-REJECT-REASON
        ELSE
            PERFORM 165-LOOKUP-EMPLOYEE
        END-IF
    END-IF
    IF WS-ENTRY-VALID = "Y"
        PERFORM 167-CHECK-LEAVE-BANK
    END-IF.

*> 165-lookup-employee - pulls the employee's name and hourly rate
            END-IF
    END-READ.

*> 167-check-leave-bank - reads the employee's leave bank. Leave
*> taken with no bank on file, or more leave than the bank holds,
*> rejects the card - the balance is never allowed below zero. An
*> employee with no bank who takes no leave is paid as before and
*> simply accrues nothing.
167-CHECK-LEAVE-BANK.
    MOVE "Y" TO WS-LEAVE-BANK-FOUND
    MOVE WS-E-EMPLOYEE-ID TO LV-EMPLOYEE-ID
    READ LEAVE-MASTER
        INVALID KEY
            MOVE "N" TO WS-LEAVE-BANK-FOUND
    END-READ
    IF WS-LEAVE-BANK-FOUND = "N"
        IF WS-E-VAC-HOURS-N > ZERO OR WS-E-SICK-HOURS-N > ZERO
            MOVE "N" TO WS-ENTRY-VALID
            MOVE "LEAVE TAKEN BUT NO LEAVE BANK ON FILE"
                TO WS-REJECT-REASON
        END-IF
    ELSE
        IF WS-E-VAC-HOURS-N > LV-VAC-BALANCE
            MOVE "N" TO WS-ENTRY-VALID
            MOVE "VACATION TAKEN EXCEEDS BALANCE"
                TO WS-REJECT-REASON
        ELSE
            IF WS-E-SICK-HOURS-N > LV-SICK-BALANCE
                MOVE "N" TO WS-ENTRY-VALID
                MOVE "SICK TAKEN EXCEEDS BALANCE"
                    TO WS-REJECT-REASON
            END-IF
        END-IF
    END-IF.

*> 200-compute-gross-pay - hours up to the regular-hours ceiling
*> are extended at the master's hourly rate; hours over it at the
*> overtime multiplier. Leave hours taken are paid at the straight
*> hourly rate and never count toward overtime.
200-COMPUTE-GROSS-PAY.
    IF WS-E-HOURS-N > WS-REGULAR-HOURS-MAX
        MOVE WS-REGULAR-HOURS-MAX TO WS-REGULAR-HOURS
        WS-REGULAR-HOURS * EMP-HOURLY-RATE
    COMPUTE WS-OVERTIME-GROSS ROUNDED =
        WS-OVERTIME-HOURS * EMP-HOURLY-RATE * WS-OVERTIME-FACTOR
    COMPUTE WS-LEAVE-HOURS =
        WS-E-VAC-HOURS-N + WS-E-SICK-HOURS-N
    COMPUTE WS-LEAVE-GROSS ROUNDED =
        WS-LEAVE-HOURS * EMP-HOURLY-RATE
    COMPUTE WS-GROSS-PAY =
        WS-REGULAR-GROSS + WS-OVERTIME-GROSS + WS-LEAVE-GROSS.

*> 260-update-leave-bank - relieves the leave taken from the bank
*> read by 167-CHECK-LEAVE-BANK, then accrues on the hours worked
*> at the employee's rates. Accrual that would carry a balance
*> past its cap is forfeited; a zero cap accrues without limit.
260-UPDATE-LEAVE-BANK.
    IF WS-LEAVE-BANK-FOUND = "N"
        EXIT PARAGRAPH
    END-IF
    SUBTRACT WS-E-VAC-HOURS-N FROM LV-VAC-BALANCE
    SUBTRACT WS-E-SICK-HOURS-N FROM LV-SICK-BALANCE

    COMPUTE WS-ACCRUED-HOURS ROUNDED =
        WS-E-HOURS-N * LV-VAC-ACCRUAL-RATE
    ADD WS-ACCRUED-HOURS TO LV-VAC-BALANCE
    IF LV-VAC-CAP > ZERO AND LV-VAC-BALANCE > LV-VAC-CAP
        MOVE LV-VAC-CAP TO LV-VAC-BALANCE
    END-IF

    COMPUTE WS-ACCRUED-HOURS ROUNDED =
        WS-E-HOURS-N * LV-SICK-ACCRUAL-RATE
    ADD WS-ACCRUED-HOURS TO LV-SICK-BALANCE
    IF LV-SICK-CAP > ZERO AND LV-SICK-BALANCE > LV-SICK-CAP
        MOVE LV-SICK-CAP TO LV-SICK-BALANCE
    END-IF

    REWRITE LV-REC.

*> 270-post-timecard-history - adds the card's hours and gross to
*> the employee's timecard history for the period; a second card
*> for the same employee in the same period is added to the
*> first.
270-POST-TIMECARD-HISTORY.
    MOVE WS-E-EMPLOYEE-ID TO TCH-EMPLOYEE-ID
    MOVE WS-FISCAL-YEAR TO TCH-FISCAL-YEAR
    MOVE WS-FISCAL-PERIOD TO TCH-FISCAL-PERIOD
    READ TIMECARD-HISTORY
        INVALID KEY
            MOVE ZERO TO TCH-REGULAR-HOURS
            MOVE ZERO TO TCH-OVERTIME-HOURS
            MOVE ZERO TO TCH-LEAVE-HOURS
            MOVE ZERO TO TCH-GROSS-PAY
            MOVE WS-OVERTIME-FACTOR TO TCH-OVERTIME-FACTOR
            MOVE EMP-HOURLY-RATE TO TCH-HOURLY-RATE
            ADD WS-REGULAR-HOURS TO TCH-REGULAR-HOURS
            ADD WS-OVERTIME-HOURS TO TCH-OVERTIME-HOURS
            ADD WS-LEAVE-HOURS TO TCH-LEAVE-HOURS
            ADD WS-GROSS-PAY TO TCH-GROSS-PAY
            WRITE TCH-REC
        NOT INVALID KEY
            MOVE EMP-HOURLY-RATE TO TCH-HOURLY-RATE
            ADD WS-REGULAR-HOURS TO TCH-REGULAR-HOURS
            ADD WS-OVERTIME-HOURS TO TCH-OVERTIME-HOURS
            ADD WS-LEAVE-HOURS TO TCH-LEAVE-HOURS
            ADD WS-GROSS-PAY TO TCH-GROSS-PAY
            REWRITE TCH-REC
    END-READ.

*> 250-write-payroll-detail - one payroll feed record per accepted
*> timecard, rolled into the count and gross total the trailer
250-WRITE-PAYROLL-DETAIL.
    MOVE WS-E-EMPLOYEE-ID TO OUT-EMPLOYEE-ID
    MOVE WS-GROSS-PAY TO OUT-GROSS-PAY
    MOVE SPACE TO OUT-EARNINGS-TYPE
    WRITE OUT-PAYROLL-REC
    ADD 1 TO WS-ACCEPT-COUNT
    ADD WS-GROSS-PAY TO WS-TOTAL-GROSS.
    MOVE WS-E-EMPLOYEE-ID TO WS-G-EMPLOYEE-ID
    MOVE EMP-EMPLOYEE-NAME TO WS-G-EMPLOYEE-NAME
    MOVE WS-E-HOURS-N TO WS-G-HOURS
    MOVE WS-LEAVE-HOURS TO WS-G-LEAVE-HOURS
    MOVE EMP-HOURLY-RATE TO WS-G-RATE
    MOVE WS-REGULAR-GROSS TO WS-G-REGULAR-GROSS
    MOVE WS-OVERTIME-GROSS TO WS-G-OVERTIME-GROSS
    MOVE WS-LEAVE-GROSS TO WS-G-LEAVE-GROSS
    MOVE WS-GROSS-PAY TO WS-G-GROSS-PAY
    IF WS-LEAVE-BANK-FOUND = "Y"
        MOVE LV-VAC-BALANCE TO WS-G-VAC-BALANCE
        MOVE LV-SICK-BALANCE TO WS-G-SICK-BALANCE
    ELSE
        MOVE ZERO TO WS-G-VAC-BALANCE
        MOVE ZERO TO WS-G-SICK-BALANCE
    END-IF
    WRITE REG-LINE FROM WS-REGISTER-LINE.


