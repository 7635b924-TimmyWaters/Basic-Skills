*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: This program builds a terminated employee's final pay
*> inside the system instead of beside it. Keyed against a
*> termination WatersTA54 has already recorded, it extends the
*> hours of the last partial period the way the WatersTA34
*> timecard capture does, pays out the vacation left in the
*> employee's leave bank, and settles the deduction elections:
*> every open one is stopped as of the termination date, except
*> that a garnishment carries its remaining balance to the final
*> check, and the payroll run stops it as of its run date once
*> the final check has taken what it can. With nothing owed there
*> is no final check, so a garnishment is stopped here as well,
*> any balance left to its goal listed as unpaid. The result is
*> an off-cycle payroll feed - one final-pay record (earnings type
*> "F") and its batch-control trailer - that the WatersTA1 payroll
*> run accepts for the one terminated ID, so the taxes, the YTD
*> master, and the pay history come out right. A final-pay
*> register shows how the check was built.
*>
*> Modification History:
*>   2026-10-15  A garnishment is stopped as of the termination
*>               date when nothing is owed and no final check will
*>               follow, with any balance to its goal listed as
*>               unpaid; otherwise the payroll run stops it on the
*>               final check.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA65.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EMPLOYEE-MASTER
        ASSIGN TO EMPMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EMP-EMPLOYEE-ID
        FILE STATUS IS WS-EMP-FILE-STATUS.

    SELECT LEAVE-MASTER
        ASSIGN TO LVMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LV-EMPLOYEE-ID
        FILE STATUS IS WS-LV-FILE-STATUS.

    SELECT DEDUCTION-MASTER
        ASSIGN TO DEDMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DED-KEY
        FILE STATUS IS WS-DED-FILE-STATUS.

    SELECT PAYEE-MASTER
        ASSIGN TO PYEMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PYE-DED-TYPE
        FILE STATUS IS WS-PYE-FILE-STATUS.

    SELECT TIMECARD-HISTORY
        ASSIGN TO TCHMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS TCH-KEY
        FILE STATUS IS WS-TCH-FILE-STATUS.

    SELECT RUN-CONTROL-FILE
        ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT PAYROLL-OUTPUT
        ASSIGN TO PAYOUT
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT FINAL-PAY-REGISTER
        ASSIGN TO FINALREG
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RUN-LOG
        ASSIGN TO RUNLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD EMPLOYEE-MASTER.
    01 EMP-REC.
        COPY EMPREC.

FD LEAVE-MASTER.
    01 LV-REC.
        COPY LVEREC.

FD DEDUCTION-MASTER.
    01 DED-REC.
        COPY DEDREC.

FD PAYEE-MASTER.
    01 PYE-REC.
        COPY PYEREC.

FD TIMECARD-HISTORY.
    01 TCH-REC.
        COPY TCHREC.

FD RUN-CONTROL-FILE.
01 RUNCTL-REC.
    COPY RUNCTL.

*> The off-cycle feed, in the same layout the WatersTA34 timecard
*> capture writes: the one final-pay detail, then the batch-control
*> trailer WatersTA1's pre-pass balances the feed against.
FD PAYROLL-OUTPUT.
    01 OUT-PAYROLL-REC.
        05 OUT-EMPLOYEE-ID    PIC X(9).
        05 OUT-GROSS-PAY      PIC 9(7)V99.
        05 OUT-EARNINGS-TYPE  PIC X(1).
    01 OUT-PAYROLL-TRAILER.
        05 OUT-TRL-MARKER     PIC X(9).
        05 OUT-TRL-COUNT      PIC 9(7).
        05 OUT-TRL-GROSS      PIC 9(9)V99.

FD FINAL-PAY-REGISTER.
    01 REG-LINE               PIC X(80).

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
    05 WS-EMP-FILE-STATUS        PIC XX.
    05 WS-LV-FILE-STATUS         PIC XX.
    05 WS-DED-FILE-STATUS        PIC XX.
    05 WS-PYE-FILE-STATUS        PIC XX.
    05 WS-TCH-FILE-STATUS        PIC XX.
    05 WS-RUN-CONTROL-FOUND      PIC X(1) VALUE "N".
    05 WS-LEAVE-MASTER-OPEN      PIC X(1) VALUE "N".
    05 WS-DED-MASTER-OPEN        PIC X(1) VALUE "N".
    05 WS-PAYEE-MASTER-OPEN      PIC X(1) VALUE "N".
    05 WS-DED-EOF                PIC X(1).
    05 WS-GARNISHMENT            PIC X(1).
    05 WS-ENTRY-VALID            PIC X(1).
    05 WS-REJECT-REASON          PIC X(45).
    05 WS-FISCAL-YEAR            PIC 9(4).
    05 WS-FISCAL-PERIOD          PIC 9(2).

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

01 WS-ENTRY-FIELDS.
    05 WS-E-EMPLOYEE-ID     PIC X(9).
    05 WS-E-HOURS           PIC X(4).
    05 WS-E-HOURS-N         REDEFINES WS-E-HOURS
                            PIC 9(3)V9.

*> The same regular-hours ceiling and overtime multiplier the
*> timecard capture extends hours with.
01 WS-PAY-CONSTANTS.
    05 WS-REGULAR-HOURS-MAX PIC 9(3)V9 VALUE 40.0.
    05 WS-OVERTIME-FACTOR   PIC 9V9    VALUE 1.5.

01 WS-PAY-WORK.
    05 WS-REGULAR-HOURS     PIC 9(3)V9.
    05 WS-OVERTIME-HOURS    PIC 9(3)V9.
    05 WS-REGULAR-GROSS     PIC 9(7)V99.
    05 WS-OVERTIME-GROSS    PIC 9(7)V99.
    05 WS-HOURS-GROSS       PIC 9(7)V99.
    05 WS-PAYOUT-HOURS      PIC 9(4)V99.
    05 WS-PAYOUT-GROSS      PIC 9(7)V99.
    05 WS-FORFEIT-HOURS     PIC 9(4)V99.
    05 WS-FINAL-GROSS       PIC 9(7)V99.
    05 WS-GARNISH-BALANCE   PIC 9(7)V99.

01 WS-TITLE-LINE.
    05 FILLER              PIC X(40) VALUE
        "FINAL PAY - TERMINATED EMPLOYEE".
    05 FILLER              PIC X(10) VALUE "RUN DATE: ".
    05 WS-TL-RUN-DATE      PIC 9(8).

01 WS-EMPLOYEE-LINE.
    05 WS-EL-EMPLOYEE-ID   PIC X(9).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-EL-EMPLOYEE-NAME PIC X(25).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 FILLER              PIC X(11) VALUE "TERMINATED ".
    05 WS-EL-TERM-DATE     PIC 9(8).
    05 FILLER              PIC X(7)  VALUE "  RATE ".
    05 WS-EL-RATE          PIC ZZ9.99.

*> One line per component of the final check.
01 WS-DETAIL-LINE.
    05 FILLER              PIC X(4)  VALUE SPACES.
    05 WS-DL-LABEL         PIC X(40).
    05 WS-DL-HOURS         PIC ZZZ9.99.
    05 FILLER              PIC X(4)  VALUE SPACES.
    05 WS-DL-AMOUNT        PIC Z,ZZZ,ZZ9.99.

*> One line per deduction election and what was done with it.
01 WS-DEDUCTION-LINE.
    05 FILLER              PIC X(4)  VALUE SPACES.
    05 WS-DD-TYPE          PIC X(4).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-DD-TEXT          PIC X(45).
    05 FILLER              PIC X(1)  VALUE SPACES.
    05 WS-DD-AMOUNT        PIC Z,ZZZ,ZZ9.99.

01 WS-REJECT-LINE.
    05 WS-R-EMPLOYEE-ID    PIC X(9).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 FILLER              PIC X(10) VALUE "REJECTED: ".
    05 WS-R-REASON         PIC X(45).

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 050-READ-RUN-CONTROL
    PERFORM 060-OPEN-MASTERS

    OPEN OUTPUT FINAL-PAY-REGISTER
    MOVE WS-RUN-DATE (1:8) TO WS-TL-RUN-DATE
    WRITE REG-LINE FROM WS-TITLE-LINE
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE

    DISPLAY "ENTER TERMINATED EMPLOYEE ID:"
    ACCEPT WS-E-EMPLOYEE-ID
    DISPLAY "ENTER HOURS WORKED IN THE FINAL PARTIAL PERIOD "
        "(9999 = 999.9, OR 0):"
    ACCEPT WS-E-HOURS

    PERFORM 160-VALIDATE-ENTRY
    IF WS-ENTRY-VALID = "N"
        MOVE WS-E-EMPLOYEE-ID TO WS-R-EMPLOYEE-ID
        MOVE WS-REJECT-REASON TO WS-R-REASON
        WRITE REG-LINE FROM WS-REJECT-LINE
        DISPLAY "WATERSTA65: " WS-REJECT-REASON
            " - NO FINAL PAY FEED WRITTEN."
    ELSE
        MOVE EMP-EMPLOYEE-ID TO WS-EL-EMPLOYEE-ID
        MOVE EMP-EMPLOYEE-NAME TO WS-EL-EMPLOYEE-NAME
        MOVE EMP-TERM-DATE TO WS-EL-TERM-DATE
        MOVE EMP-HOURLY-RATE TO WS-EL-RATE
        WRITE REG-LINE FROM WS-EMPLOYEE-LINE

        PERFORM 200-COMPUTE-FINAL-HOURS
        PERFORM 300-PAY-OUT-LEAVE
        PERFORM 400-SETTLE-DEDUCTIONS
        PERFORM 500-WRITE-OFF-CYCLE-FEED
    END-IF

    PERFORM 800-CLOSE-MASTERS
    CLOSE FINAL-PAY-REGISTER
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 050-read-run-control - the fiscal year and period the final
*> hours belong to, the same way the timecard capture takes them,
*> falling back to the calendar year and month.
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

*> 060-open-masters - the payroll master and timecard history are
*> required. An employee with no leave bank, no deductions, or no
*> payee set up is still paid, so those masters are optional.
060-OPEN-MASTERS.
    OPEN INPUT EMPLOYEE-MASTER
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA65: UNABLE TO OPEN EMPLOYEE-MASTER, "
            "FILE STATUS " WS-EMP-FILE-STATUS
        STOP RUN
    END-IF

    OPEN I-O TIMECARD-HISTORY
    IF WS-TCH-FILE-STATUS = "35"
        OPEN OUTPUT TIMECARD-HISTORY
        CLOSE TIMECARD-HISTORY
        OPEN I-O TIMECARD-HISTORY
    END-IF
    IF WS-TCH-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA65: UNABLE TO OPEN TIMECARD-HISTORY, "
            "FILE STATUS " WS-TCH-FILE-STATUS
        STOP RUN
    END-IF

    OPEN I-O LEAVE-MASTER
    IF WS-LV-FILE-STATUS = "00"
        MOVE "Y" TO WS-LEAVE-MASTER-OPEN
    END-IF
    OPEN I-O DEDUCTION-MASTER
    IF WS-DED-FILE-STATUS = "00"
        MOVE "Y" TO WS-DED-MASTER-OPEN
    END-IF
    OPEN INPUT PAYEE-MASTER
    IF WS-PYE-FILE-STATUS = "00"
        MOVE "Y" TO WS-PAYEE-MASTER-OPEN
    END-IF.

800-CLOSE-MASTERS.
    CLOSE EMPLOYEE-MASTER
          TIMECARD-HISTORY
    IF WS-LEAVE-MASTER-OPEN = "Y"
        CLOSE LEAVE-MASTER
    END-IF
    IF WS-DED-MASTER-OPEN = "Y"
        CLOSE DEDUCTION-MASTER
    END-IF
    IF WS-PAYEE-MASTER-OPEN = "Y"
        CLOSE PAYEE-MASTER
    END-IF.

*> 160-validate-entry - final pay is keyed against a termination:
*> the employee must be on the payroll master and already marked
*> terminated (an active employee is paid by the regular payroll),
*> the hours must be numeric, and hours worked need a rate to be
*> extended at.
160-VALIDATE-ENTRY.
    MOVE "Y" TO WS-ENTRY-VALID
    MOVE SPACES TO WS-REJECT-REASON

    IF WS-E-HOURS IS NOT NUMERIC
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "HOURS WORKED IS NOT NUMERIC" TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF

    MOVE WS-E-EMPLOYEE-ID TO EMP-EMPLOYEE-ID
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE "N" TO WS-ENTRY-VALID
            MOVE "EMPLOYEE ID NOT ON PAYROLL MASTER"
                TO WS-REJECT-REASON
            EXIT PARAGRAPH
    END-READ

    IF EMP-STATUS NOT = "T"
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "EMPLOYEE IS NOT TERMINATED - PAY ON REGULAR RUN"
            TO WS-REJECT-REASON
        EXIT PARAGRAPH
    END-IF

    IF WS-E-HOURS-N > ZERO AND EMP-HOURLY-RATE = ZERO
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "NO HOURLY RATE ON FILE FOR EMPLOYEE"
            TO WS-REJECT-REASON
    END-IF.

*> 200-compute-final-hours - the last partial period's hours,
*> extended exactly as a timecard would be and posted to the
*> timecard history, so a later back-dated raise reaches these
*> hours too.
200-COMPUTE-FINAL-HOURS.
    IF WS-E-HOURS-N > WS-REGULAR-HOURS-MAX
        MOVE WS-REGULAR-HOURS-MAX TO WS-REGULAR-HOURS
        COMPUTE WS-OVERTIME-HOURS =
            WS-E-HOURS-N - WS-REGULAR-HOURS-MAX
    ELSE
        MOVE WS-E-HOURS-N TO WS-REGULAR-HOURS
        MOVE ZERO TO WS-OVERTIME-HOURS
    END-IF
    COMPUTE WS-REGULAR-GROSS ROUNDED =
        WS-REGULAR-HOURS * EMP-HOURLY-RATE
    COMPUTE WS-OVERTIME-GROSS ROUNDED =
        WS-OVERTIME-HOURS * EMP-HOURLY-RATE * WS-OVERTIME-FACTOR
    COMPUTE WS-HOURS-GROSS = WS-REGULAR-GROSS + WS-OVERTIME-GROSS

    MOVE "REGULAR HOURS" TO WS-DL-LABEL
    MOVE WS-REGULAR-HOURS TO WS-DL-HOURS
    MOVE WS-REGULAR-GROSS TO WS-DL-AMOUNT
    WRITE REG-LINE FROM WS-DETAIL-LINE
    MOVE "OVERTIME HOURS" TO WS-DL-LABEL
    MOVE WS-OVERTIME-HOURS TO WS-DL-HOURS
    MOVE WS-OVERTIME-GROSS TO WS-DL-AMOUNT
    WRITE REG-LINE FROM WS-DETAIL-LINE

    IF WS-E-HOURS-N > ZERO
        PERFORM 270-POST-TIMECARD-HISTORY
    END-IF.

270-POST-TIMECARD-HISTORY.
    MOVE EMP-EMPLOYEE-ID TO TCH-EMPLOYEE-ID
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
            ADD WS-HOURS-GROSS TO TCH-GROSS-PAY
            WRITE TCH-REC
        NOT INVALID KEY
            MOVE EMP-HOURLY-RATE TO TCH-HOURLY-RATE
            ADD WS-REGULAR-HOURS TO TCH-REGULAR-HOURS
            ADD WS-OVERTIME-HOURS TO TCH-OVERTIME-HOURS
            ADD WS-HOURS-GROSS TO TCH-GROSS-PAY
            REWRITE TCH-REC
    END-READ.

*> 300-pay-out-leave - the vacation balance left in the bank is
*> paid at the straight hourly rate. Sick leave is not a cash
*> benefit and is forfeited at separation. Both balances are
*> cleared so the bank cannot be paid out twice.
300-PAY-OUT-LEAVE.
    MOVE ZERO TO WS-PAYOUT-HOURS
    MOVE ZERO TO WS-PAYOUT-GROSS
    MOVE ZERO TO WS-FORFEIT-HOURS
    IF WS-LEAVE-MASTER-OPEN = "Y"
        MOVE EMP-EMPLOYEE-ID TO LV-EMPLOYEE-ID
        READ LEAVE-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE LV-VAC-BALANCE TO WS-PAYOUT-HOURS
                MOVE LV-SICK-BALANCE TO WS-FORFEIT-HOURS
                COMPUTE WS-PAYOUT-GROSS ROUNDED =
                    LV-VAC-BALANCE * EMP-HOURLY-RATE
                MOVE ZERO TO LV-VAC-BALANCE
                MOVE ZERO TO LV-SICK-BALANCE
                REWRITE LV-REC
        END-READ
    END-IF

    MOVE "VACATION BALANCE PAID OUT" TO WS-DL-LABEL
    MOVE WS-PAYOUT-HOURS TO WS-DL-HOURS
    MOVE WS-PAYOUT-GROSS TO WS-DL-AMOUNT
    WRITE REG-LINE FROM WS-DETAIL-LINE
    MOVE "SICK BALANCE FORFEITED" TO WS-DL-LABEL
    MOVE WS-FORFEIT-HOURS TO WS-DL-HOURS
    MOVE ZERO TO WS-DL-AMOUNT
    WRITE REG-LINE FROM WS-DETAIL-LINE

    COMPUTE WS-FINAL-GROSS = WS-HOURS-GROSS + WS-PAYOUT-GROSS
    MOVE "FINAL GROSS PAY" TO WS-DL-LABEL
    MOVE ZERO TO WS-DL-HOURS
    MOVE WS-FINAL-GROSS TO WS-DL-AMOUNT
    WRITE REG-LINE FROM WS-DETAIL-LINE
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE.

*> 400-settle-deductions - walks the employee's elections. Each
*> one still open is stopped as of the termination date, so the
*> payroll run takes none of them from the final check - except a
*> garnishment (its payee carries category G), whose remaining
*> balance to its goal is set up as a flat amount the final check
*> takes, as far as the pay allows. A garnishment with no goal
*> takes its usual amount one last time. The payroll run closes
*> both kinds on the final check. When nothing is owed no final
*> check follows, so a garnishment is stopped as of the
*> termination date here, with any balance to its goal listed as
*> unpaid for payroll to settle with the payee.
400-SETTLE-DEDUCTIONS.
    IF WS-DED-MASTER-OPEN = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-DED-EOF
    MOVE EMP-EMPLOYEE-ID TO DED-EMPLOYEE-ID
    MOVE ZERO TO DED-PRIORITY
    START DEDUCTION-MASTER KEY NOT < DED-KEY
        INVALID KEY
            MOVE "Y" TO WS-DED-EOF
    END-START
    PERFORM UNTIL WS-DED-EOF = "Y"
        READ DEDUCTION-MASTER NEXT RECORD
            AT END
                MOVE "Y" TO WS-DED-EOF
            NOT AT END
                IF DED-EMPLOYEE-ID NOT = EMP-EMPLOYEE-ID
                    MOVE "Y" TO WS-DED-EOF
                ELSE
                    PERFORM 410-SETTLE-ONE-DEDUCTION
                END-IF
        END-READ
    END-PERFORM.

410-SETTLE-ONE-DEDUCTION.
    MOVE DED-TYPE TO WS-DD-TYPE
    MOVE ZERO TO WS-DD-AMOUNT
    IF (DED-STOP-DATE NOT = ZERO
            AND DED-STOP-DATE NOT > EMP-TERM-DATE)
            OR (DED-GOAL-AMOUNT NOT = ZERO
            AND DED-TAKEN-TO-DATE >= DED-GOAL-AMOUNT)
        MOVE "ALREADY ENDED BEFORE TERMINATION" TO WS-DD-TEXT
        WRITE REG-LINE FROM WS-DEDUCTION-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-GARNISHMENT
    IF WS-PAYEE-MASTER-OPEN = "Y"
        MOVE DED-TYPE TO PYE-DED-TYPE
        READ PAYEE-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF PYE-CATEGORY = "G"
                    MOVE "Y" TO WS-GARNISHMENT
                END-IF
        END-READ
    END-IF

    IF WS-GARNISHMENT = "Y" AND WS-FINAL-GROSS = ZERO
        MOVE EMP-TERM-DATE TO DED-STOP-DATE
        REWRITE DED-REC
        IF DED-GOAL-AMOUNT NOT = ZERO
            COMPUTE WS-DD-AMOUNT =
                DED-GOAL-AMOUNT - DED-TAKEN-TO-DATE
            MOVE "GARNISHMENT - NO FINAL CHECK, BALANCE UNPAID"
                TO WS-DD-TEXT
        ELSE
            MOVE "GARNISHMENT - NO FINAL CHECK, STOPPED"
                TO WS-DD-TEXT
        END-IF
        WRITE REG-LINE FROM WS-DEDUCTION-LINE
        EXIT PARAGRAPH
    END-IF

    IF WS-GARNISHMENT = "N"
        MOVE EMP-TERM-DATE TO DED-STOP-DATE
        REWRITE DED-REC
        MOVE "STOPPED AS OF THE TERMINATION DATE" TO WS-DD-TEXT
        WRITE REG-LINE FROM WS-DEDUCTION-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE ZERO TO DED-STOP-DATE
    IF DED-GOAL-AMOUNT = ZERO
        MOVE "GARNISHMENT - USUAL AMOUNT ON FINAL CHECK"
            TO WS-DD-TEXT
    ELSE
        COMPUTE WS-GARNISH-BALANCE =
            DED-GOAL-AMOUNT - DED-TAKEN-TO-DATE
        MOVE "A" TO DED-METHOD
        IF WS-GARNISH-BALANCE > 99999.99
            MOVE 99999.99 TO DED-FLAT-AMOUNT
        ELSE
            MOVE WS-GARNISH-BALANCE TO DED-FLAT-AMOUNT
        END-IF
        MOVE WS-GARNISH-BALANCE TO WS-DD-AMOUNT
        MOVE "GARNISHMENT - BALANCE CARRIED TO FINAL CHECK"
            TO WS-DD-TEXT
    END-IF
    REWRITE DED-REC
    WRITE REG-LINE FROM WS-DEDUCTION-LINE.

*> 500-write-off-cycle-feed - the final check as a one-record
*> payroll feed with its trailer. Nothing owed means no feed.
500-WRITE-OFF-CYCLE-FEED.
    IF WS-FINAL-GROSS = ZERO
        MOVE SPACES TO REG-LINE
        WRITE REG-LINE
        MOVE "NOTHING OWED - NO FINAL PAY FEED WRITTEN"
            TO WS-DL-LABEL
        MOVE ZERO TO WS-DL-HOURS
        MOVE ZERO TO WS-DL-AMOUNT
        WRITE REG-LINE FROM WS-DETAIL-LINE
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT PAYROLL-OUTPUT
    MOVE EMP-EMPLOYEE-ID TO OUT-EMPLOYEE-ID
    MOVE WS-FINAL-GROSS TO OUT-GROSS-PAY
    MOVE "F" TO OUT-EARNINGS-TYPE
    WRITE OUT-PAYROLL-REC
    MOVE "*TRAILER*" TO OUT-TRL-MARKER
    MOVE 1 TO OUT-TRL-COUNT
    MOVE WS-FINAL-GROSS TO OUT-TRL-GROSS
    WRITE OUT-PAYROLL-TRAILER
    CLOSE PAYROLL-OUTPUT.

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
    MOVE "WatersTA65" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA65.
