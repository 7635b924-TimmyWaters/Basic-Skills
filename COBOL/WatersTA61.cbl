*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: This program maintains the leave master the WatersTA34
*> timecard capture accrues and relieves - each employee's
*> vacation and sick accrual rates (hours earned per hour
*> worked), the cap each bank may accrue up to, and, when the
*> employee is first set up, the opening balances carried over
*> from HR's records. A change re-rates or re-caps the bank but
*> carries the balances forward untouched; from then on the
*> balances move only through the timecards. Entries are edited
*> before they touch the master, and a session register lists
*> every entry applied.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA61.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LEAVE-MASTER
        ASSIGN TO LVMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LV-EMPLOYEE-ID
        FILE STATUS IS WS-LV-FILE-STATUS.

    SELECT EMPLOYEE-MASTER
        ASSIGN TO EMPMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EMP-EMPLOYEE-ID
        FILE STATUS IS WS-EMP-FILE-STATUS.

    SELECT REJECTED-ENTRIES
        ASSIGN TO LVEREJ
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ENTRY-REGISTER
        ASSIGN TO LVEREG
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RUN-LOG
        ASSIGN TO RUNLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD LEAVE-MASTER.
    01 LV-REC.
        COPY LVEREC.

FD EMPLOYEE-MASTER.
    01 EMP-REC.
        COPY EMPREC.

FD REJECTED-ENTRIES.
    01 REJ-LINE               PIC X(80).

FD ENTRY-REGISTER.
    01 REG-LINE               PIC X(100).

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
    05 WS-LV-FILE-STATUS         PIC XX.
    05 WS-EMP-FILE-STATUS        PIC XX.
    05 WS-FUNCTION-CODE          PIC X(1).
    05 WS-ENTRY-VALID            PIC X(1).
    05 WS-RECORD-ON-FILE         PIC X(1).
    05 WS-VAC-BALANCE-SAVE       PIC 9(4)V99.
    05 WS-SICK-BALANCE-SAVE      PIC 9(4)V99.
    05 WS-REJECT-REASON          PIC X(40).
    05 WS-REJECT-COUNT           PIC 9(5) VALUE ZERO.
    05 WS-ACCEPT-COUNT           PIC 9(5) VALUE ZERO.

01 WS-ENTRY-FIELDS.
    05 WS-E-EMPLOYEE-ID       PIC X(9).
    05 WS-E-VAC-RATE          PIC X(5).
    05 WS-E-VAC-RATE-N        REDEFINES WS-E-VAC-RATE
                              PIC 9V9(4).
    05 WS-E-VAC-CAP           PIC X(6).
    05 WS-E-VAC-CAP-N         REDEFINES WS-E-VAC-CAP
                              PIC 9(4)V99.
    05 WS-E-VAC-BALANCE       PIC X(6).
    05 WS-E-VAC-BALANCE-N     REDEFINES WS-E-VAC-BALANCE
                              PIC 9(4)V99.
    05 WS-E-SICK-RATE         PIC X(5).
    05 WS-E-SICK-RATE-N       REDEFINES WS-E-SICK-RATE
                              PIC 9V9(4).
    05 WS-E-SICK-CAP          PIC X(6).
    05 WS-E-SICK-CAP-N        REDEFINES WS-E-SICK-CAP
                              PIC 9(4)V99.
    05 WS-E-SICK-BALANCE      PIC X(6).
    05 WS-E-SICK-BALANCE-N    REDEFINES WS-E-SICK-BALANCE
                              PIC 9(4)V99.

01 WS-REJECT-LINE.
    05 WS-R-EMPLOYEE-ID   PIC X(9).
    05 FILLER             PIC X(3) VALUE SPACES.
    05 WS-R-REASON        PIC X(40).

01 WS-HEADING-LINE.
    05 FILLER   PIC X(9)  VALUE "EMP ID".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(8)  VALUE "VAC RATE".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(7)  VALUE "VAC CAP".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(7)  VALUE "VAC BAL".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(8)  VALUE "SICK RTE".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(7)  VALUE "SCK CAP".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(7)  VALUE "SCK BAL".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(8)  VALUE "FUNCTION".

01 WS-REGISTER-LINE.
    05 WS-G-EMPLOYEE-ID    PIC X(9).
    05 FILLER              PIC X(4)  VALUE SPACES.
    05 WS-G-VAC-RATE       PIC 9.9999.
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-G-VAC-CAP        PIC ZZZ9.99.
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-G-VAC-BALANCE    PIC ZZZ9.99.
    05 FILLER              PIC X(4)  VALUE SPACES.
    05 WS-G-SICK-RATE      PIC 9.9999.
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-G-SICK-CAP       PIC ZZZ9.99.
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-G-SICK-BALANCE   PIC ZZZ9.99.
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-G-FUNCTION       PIC X(8).

01 WS-REGISTER-TOTAL-LINE.
    05 FILLER               PIC X(18) VALUE "ENTRIES ACCEPTED:".
    05 WS-G-ACCEPT-COUNT    PIC ZZZZ9.
    05 FILLER               PIC X(3)  VALUE SPACES.
    05 FILLER               PIC X(18) VALUE "ENTRIES REJECTED:".
    05 WS-G-REJECT-COUNT    PIC ZZZZ9.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    OPEN I-O LEAVE-MASTER
    IF WS-LV-FILE-STATUS = "35"
        OPEN OUTPUT LEAVE-MASTER
        CLOSE LEAVE-MASTER
        OPEN I-O LEAVE-MASTER
    END-IF
    IF WS-LV-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA61: UNABLE TO OPEN LEAVE-MASTER, "
            "FILE STATUS " WS-LV-FILE-STATUS
        STOP RUN
    END-IF

    OPEN INPUT EMPLOYEE-MASTER
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA61: UNABLE TO OPEN EMPLOYEE-MASTER, "
            "FILE STATUS " WS-EMP-FILE-STATUS
        STOP RUN
    END-IF

    OPEN OUTPUT REJECTED-ENTRIES
                ENTRY-REGISTER

    WRITE REG-LINE FROM WS-HEADING-LINE

    PERFORM UNTIL MORE-RECORDS = "N"
        DISPLAY "ENTER FUNCTION - (A)DD OR (C)HANGE:"
        ACCEPT WS-FUNCTION-CODE
        DISPLAY "ENTER EMPLOYEE ID:"
        ACCEPT WS-E-EMPLOYEE-ID
        DISPLAY "ENTER VACATION ACCRUAL PER HOUR (99999 = 9.9999):"
        ACCEPT WS-E-VAC-RATE
        DISPLAY "ENTER VACATION CAP (999999 = 9999.99, OR 0):"
        ACCEPT WS-E-VAC-CAP
        DISPLAY "ENTER SICK ACCRUAL PER HOUR (99999 = 9.9999):"
        ACCEPT WS-E-SICK-RATE
        DISPLAY "ENTER SICK CAP (999999 = 9999.99, OR 0):"
        ACCEPT WS-E-SICK-CAP
        IF WS-FUNCTION-CODE = "A"
            DISPLAY "ENTER OPENING VACATION HOURS (999999 = 9999.99):"
            ACCEPT WS-E-VAC-BALANCE
            DISPLAY "ENTER OPENING SICK HOURS (999999 = 9999.99):"
            ACCEPT WS-E-SICK-BALANCE
        ELSE
            MOVE ZERO TO WS-E-VAC-BALANCE-N
            MOVE ZERO TO WS-E-SICK-BALANCE-N
        END-IF
        PERFORM 160-VALIDATE-ENTRY
        IF WS-ENTRY-VALID = "Y"
            PERFORM 200-APPLY-ENTRY
            PERFORM 180-WRITE-REGISTER-LINE
        ELSE
            PERFORM 170-WRITE-REJECTED-ENTRY
        END-IF
        DISPLAY "IS THERE MORE DATA? (Y/N)"
        ACCEPT MORE-RECORDS
    END-PERFORM

    MOVE WS-ACCEPT-COUNT TO WS-G-ACCEPT-COUNT
    MOVE WS-REJECT-COUNT TO WS-G-REJECT-COUNT
    WRITE REG-LINE FROM WS-REGISTER-TOTAL-LINE

    CLOSE LEAVE-MASTER
          EMPLOYEE-MASTER
          REJECTED-ENTRIES
          ENTRY-REGISTER
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 160-validate-entry - edits the keyed leave setup before it
*> touches the leave master: a recognized function code, an
*> employee the payroll master knows, numeric rates, caps and
*> opening balances, and an opening balance no larger than its
*> cap - a bank cannot start out over its own ceiling.
160-VALIDATE-ENTRY.
    MOVE "Y" TO WS-ENTRY-VALID
    MOVE SPACES TO WS-REJECT-REASON

    IF WS-FUNCTION-CODE NOT = "A" AND WS-FUNCTION-CODE NOT = "C"
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "FUNCTION MUST BE A OR C" TO WS-REJECT-REASON
    END-IF
    IF WS-ENTRY-VALID = "Y" AND WS-E-EMPLOYEE-ID = SPACES
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "BLANK EMPLOYEE ID" TO WS-REJECT-REASON
    END-IF
    IF WS-ENTRY-VALID = "Y"
        IF WS-E-VAC-RATE IS NOT NUMERIC
                OR WS-E-SICK-RATE IS NOT NUMERIC
                OR WS-E-VAC-CAP IS NOT NUMERIC
                OR WS-E-SICK-CAP IS NOT NUMERIC
            MOVE "N" TO WS-ENTRY-VALID
            MOVE "RATES AND CAPS MUST BE NUMERIC"
                TO WS-REJECT-REASON
        END-IF
    END-IF
    IF WS-ENTRY-VALID = "Y"
        IF WS-E-VAC-BALANCE IS NOT NUMERIC
                OR WS-E-SICK-BALANCE IS NOT NUMERIC
            MOVE "N" TO WS-ENTRY-VALID
            MOVE "OPENING BALANCES MUST BE NUMERIC"
                TO WS-REJECT-REASON
        END-IF
    END-IF
    IF WS-ENTRY-VALID = "Y"
        IF (WS-E-VAC-CAP-N > ZERO
                AND WS-E-VAC-BALANCE-N > WS-E-VAC-CAP-N)
                OR (WS-E-SICK-CAP-N > ZERO
                AND WS-E-SICK-BALANCE-N > WS-E-SICK-CAP-N)
            MOVE "N" TO WS-ENTRY-VALID
            MOVE "OPENING BALANCE OVER THE CAP"
                TO WS-REJECT-REASON
        END-IF
    END-IF
    IF WS-ENTRY-VALID = "Y"
        PERFORM 163-CHECK-EMPLOYEE
    END-IF
    IF WS-ENTRY-VALID = "Y"
        PERFORM 165-CHECK-ON-FILE
    END-IF.

*> 163-check-employee - a leave bank for an employee the payroll
*> master has never heard of would never accrue; refuse it here.
163-CHECK-EMPLOYEE.
    MOVE WS-E-EMPLOYEE-ID TO EMP-EMPLOYEE-ID
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE "N" TO WS-ENTRY-VALID
            MOVE "EMPLOYEE ID NOT ON PAYROLL MASTER"
                TO WS-REJECT-REASON
    END-READ.

*> 165-check-on-file - an add must not overlay a bank already on
*> file, and a change must have a bank to change. The balances on
*> an existing record are saved so a re-rate does not disturb
*> what the employee has earned.
165-CHECK-ON-FILE.
    MOVE "Y" TO WS-RECORD-ON-FILE
    MOVE ZERO TO WS-VAC-BALANCE-SAVE
    MOVE ZERO TO WS-SICK-BALANCE-SAVE
    MOVE WS-E-EMPLOYEE-ID TO LV-EMPLOYEE-ID
    READ LEAVE-MASTER
        INVALID KEY
            MOVE "N" TO WS-RECORD-ON-FILE
        NOT INVALID KEY
            MOVE LV-VAC-BALANCE TO WS-VAC-BALANCE-SAVE
            MOVE LV-SICK-BALANCE TO WS-SICK-BALANCE-SAVE
    END-READ

    IF WS-FUNCTION-CODE = "A" AND WS-RECORD-ON-FILE = "Y"
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "LEAVE BANK ALREADY ON FILE" TO WS-REJECT-REASON
    END-IF
    IF WS-FUNCTION-CODE = "C" AND WS-RECORD-ON-FILE = "N"
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "LEAVE BANK NOT ON FILE" TO WS-REJECT-REASON
    END-IF.

*> 200-apply-entry - writes a new bank with its opening balances
*> for an add, or rewrites the rates and caps for a change with
*> the balances carried forward.
200-APPLY-ENTRY.
    MOVE WS-E-EMPLOYEE-ID TO LV-EMPLOYEE-ID
    MOVE WS-E-VAC-RATE-N TO LV-VAC-ACCRUAL-RATE
    MOVE WS-E-VAC-CAP-N TO LV-VAC-CAP
    MOVE WS-E-SICK-RATE-N TO LV-SICK-ACCRUAL-RATE
    MOVE WS-E-SICK-CAP-N TO LV-SICK-CAP
    IF WS-FUNCTION-CODE = "A"
        MOVE WS-E-VAC-BALANCE-N TO LV-VAC-BALANCE
        MOVE WS-E-SICK-BALANCE-N TO LV-SICK-BALANCE
        WRITE LV-REC
    ELSE
        MOVE WS-VAC-BALANCE-SAVE TO LV-VAC-BALANCE
        MOVE WS-SICK-BALANCE-SAVE TO LV-SICK-BALANCE
        REWRITE LV-REC
    END-IF.

*> 170-write-rejected-entry - logs a rejected entry with its
*> reason instead of letting a bad keystroke reach the bank.
170-WRITE-REJECTED-ENTRY.
    ADD 1 TO WS-REJECT-COUNT
    MOVE WS-E-EMPLOYEE-ID TO WS-R-EMPLOYEE-ID
    MOVE WS-REJECT-REASON TO WS-R-REASON
    WRITE REJ-LINE FROM WS-REJECT-LINE.

*> 180-write-register-line - lists each bank set up or re-rated
*> this session, with the balances as they now stand.
180-WRITE-REGISTER-LINE.
    ADD 1 TO WS-ACCEPT-COUNT
    MOVE LV-EMPLOYEE-ID TO WS-G-EMPLOYEE-ID
    MOVE LV-VAC-ACCRUAL-RATE TO WS-G-VAC-RATE
    MOVE LV-VAC-CAP TO WS-G-VAC-CAP
    MOVE LV-VAC-BALANCE TO WS-G-VAC-BALANCE
    MOVE LV-SICK-ACCRUAL-RATE TO WS-G-SICK-RATE
    MOVE LV-SICK-CAP TO WS-G-SICK-CAP
    MOVE LV-SICK-BALANCE TO WS-G-SICK-BALANCE
    IF WS-FUNCTION-CODE = "A"
        MOVE "ADDED" TO WS-G-FUNCTION
    ELSE
        MOVE "CHANGED" TO WS-G-FUNCTION
    END-IF
    WRITE REG-LINE FROM WS-REGISTER-LINE.


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
    MOVE "WatersTA61" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA61.
