*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: This program pays the retroactive difference owed when
*> an hourly raise is keyed after the date it took effect. Every
*> rate change WatersTA10 marked retro-pending on the rate-history
*> file is worked against the pay history: each period paid to the
*> employee on or after the effective date is re-extended from the
*> hours on the timecard history at the new rate, and the increase
*> over what was paid is owed. One retro earnings record per
*> employee (earnings type "R") is added to the payroll feed ahead
*> of its trailer, the trailer is rebuilt to carry the added count
*> and gross, and a retro register lists each employee, the
*> periods covered, and the amount. The incoming feed is balanced
*> to its own trailer first, so a short feed is never passed on
*> under a new trailer that would make it look whole.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA62.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RATE-HISTORY
        ASSIGN TO RTHMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RTH-KEY
        FILE STATUS IS WS-RTH-FILE-STATUS.

    SELECT PAY-HISTORY
        ASSIGN TO PAYHIST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PAYH-KEY
        FILE STATUS IS WS-PAYH-FILE-STATUS.

    SELECT TIMECARD-HISTORY
        ASSIGN TO TCHMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TCH-KEY
        FILE STATUS IS WS-TCH-FILE-STATUS.

    SELECT EMPLOYEE-MASTER
        ASSIGN TO EMPMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EMP-EMPLOYEE-ID
        FILE STATUS IS WS-EMP-FILE-STATUS.

    SELECT PAYROLL-INPUT
        ASSIGN TO PAYIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAYIN-FILE-STATUS.

    SELECT PAYROLL-OUTPUT
        ASSIGN TO PAYOUT
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RETRO-REGISTER
        ASSIGN TO RETROREG
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RUN-CONTROL-FILE
        ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RUN-LOG
        ASSIGN TO RUNLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD RATE-HISTORY.
01 RTH-REC.
    COPY RTHREC.

FD PAY-HISTORY.
01 PAYH-REC.
    COPY PAYHST.

FD TIMECARD-HISTORY.
01 TCH-REC.
    COPY TCHREC.

FD EMPLOYEE-MASTER.
01 EMP-REC.
    COPY EMPREC.

*> The payroll feed as the WatersTA34 timecard capture wrote it,
*> and the same feed passed on to WatersTA1 with the retro records
*> added - same layouts, so the feed reads the same either way.
FD PAYROLL-INPUT.
01 IN-PAYROLL-REC.
    05 IN-EMPLOYEE-ID     PIC X(9).
    05 IN-GROSS-PAY       PIC 9(7)V99.
    05 IN-EARNINGS-TYPE   PIC X(1).
01 IN-PAYROLL-TRAILER.
    05 IN-TRL-MARKER      PIC X(9).
    05 IN-TRL-COUNT       PIC 9(7).
    05 IN-TRL-GROSS       PIC 9(9)V99.

FD PAYROLL-OUTPUT.
01 OUT-PAYROLL-REC.
    05 OUT-EMPLOYEE-ID    PIC X(9).
    05 OUT-GROSS-PAY      PIC 9(7)V99.
    05 OUT-EARNINGS-TYPE  PIC X(1).
01 OUT-PAYROLL-TRAILER.
    05 OUT-TRL-MARKER     PIC X(9).
    05 OUT-TRL-COUNT      PIC 9(7).
    05 OUT-TRL-GROSS      PIC 9(9)V99.

FD RETRO-REGISTER.
01 REG-LINE               PIC X(100).

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
    05 MORE-PERIODS            PIC X(1).
    05 WS-RTH-FILE-STATUS      PIC XX.
    05 WS-PAYH-FILE-STATUS     PIC XX.
    05 WS-TCH-FILE-STATUS      PIC XX.
    05 WS-EMP-FILE-STATUS      PIC XX.
    05 WS-PAYIN-FILE-STATUS    PIC XX.
    05 WS-RUN-CONTROL-FOUND    PIC X(1) VALUE "N".
    05 WS-FEED-PRESENT         PIC X(1) VALUE "N".
    05 WS-TRAILER-FOUND        PIC X(1) VALUE "N".
    05 WS-FEED-COUNT           PIC 9(7) VALUE ZERO.
    05 WS-FEED-GROSS           PIC 9(9)V99 VALUE ZERO.
    05 WS-TRAILER-COUNT        PIC 9(7) VALUE ZERO.
    05 WS-TRAILER-GROSS        PIC 9(9)V99 VALUE ZERO.
    05 WS-PENDING-COUNT        PIC 9(5) VALUE ZERO.
    05 WS-HELD-COUNT           PIC 9(5) VALUE ZERO.
    05 WS-RETRO-COUNT          PIC 9(5) VALUE ZERO.
    05 WS-RETRO-TOTAL          PIC 9(9)V99 VALUE ZERO.
    05 WS-NEW-GROSS            PIC 9(7)V99.
    05 WS-PART-GROSS           PIC 9(7)V99.
    05 WS-PERIOD-RETRO         PIC S9(7)V99.

*> The employee whose retro is being gathered; the feed record is
*> written when the rate history moves on to the next employee.
01 WS-EMPLOYEE-BREAK.
    05 WS-CUR-EMPLOYEE-ID      PIC X(9) VALUE SPACES.
    05 WS-CUR-EMPLOYEE-NAME    PIC X(25).
    05 WS-CUR-TERMINATED       PIC X(1).
    05 WS-CUR-PERIOD-COUNT     PIC 9(3).
    05 WS-CUR-RETRO            PIC 9(7)V99.
    05 WS-CUR-FIRST-PERIOD     PIC X(7).
    05 WS-CUR-LAST-PERIOD      PIC X(7).

01 WS-PERIOD-LABEL.
    05 WS-PL-YEAR              PIC 9(4).
    05 FILLER                  PIC X(1) VALUE "/".
    05 WS-PL-PERIOD            PIC 9(2).

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

01 WS-TITLE-LINE.
    05 FILLER              PIC X(40) VALUE
        "RETROACTIVE PAY REGISTER".
    05 FILLER              PIC X(10) VALUE "RUN DATE: ".
    05 WS-TL-RUN-DATE      PIC 9(8).

01 WS-HEADING-LINE.
    05 FILLER   PIC X(11) VALUE "EMP ID".
    05 FILLER   PIC X(27) VALUE "NAME".
    05 FILLER   PIC X(9)  VALUE "PERIOD".
    05 FILLER   PIC X(9)  VALUE "   HOURS".
    05 FILLER   PIC X(9)  VALUE "  OLD RT".
    05 FILLER   PIC X(9)  VALUE "  NEW RT".
    05 FILLER   PIC X(13) VALUE "  RETRO AMT".

*> One line per period re-extended at the new rate.
01 WS-PERIOD-LINE.
    05 WS-PD-EMPLOYEE-ID   PIC X(9).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-PD-EMPLOYEE-NAME PIC X(25).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-PD-PERIOD        PIC X(7).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-PD-HOURS         PIC ZZZ9.9.
    05 FILLER              PIC X(3)  VALUE SPACES.
    05 WS-PD-OLD-RATE      PIC ZZ9.99.
    05 FILLER              PIC X(3)  VALUE SPACES.
    05 WS-PD-NEW-RATE      PIC ZZ9.99.
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-PD-RETRO         PIC Z,ZZZ,ZZ9.99.

*> A period or rate change that could not be paid, and why.
01 WS-NOTE-LINE.
    05 WS-NL-EMPLOYEE-ID   PIC X(9).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-NL-EMPLOYEE-NAME PIC X(25).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-NL-PERIOD        PIC X(7).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-NL-TEXT          PIC X(50).

01 WS-EMPLOYEE-TOTAL-LINE.
    05 FILLER              PIC X(11) VALUE SPACES.
    05 FILLER              PIC X(16) VALUE "RETRO FED - ".
    05 WS-ET-PERIOD-COUNT  PIC ZZ9.
    05 FILLER              PIC X(13) VALUE " PERIOD(S)  ".
    05 WS-ET-FIRST-PERIOD  PIC X(7).
    05 FILLER              PIC X(4)  VALUE " TO ".
    05 WS-ET-LAST-PERIOD   PIC X(7).
    05 FILLER              PIC X(3)  VALUE SPACES.
    05 WS-ET-RETRO         PIC Z,ZZZ,ZZ9.99.

01 WS-TOTAL-LINE.
    05 WS-TOT-LABEL        PIC X(30).
    05 WS-TOT-COUNT        PIC ZZZZZZ9.
    05 FILLER              PIC X(3)  VALUE SPACES.
    05 WS-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 050-READ-RUN-CONTROL
    PERFORM 110-VERIFY-INCOMING-FEED

    OPEN I-O RATE-HISTORY
    IF WS-RTH-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA62: UNABLE TO OPEN RATE-HISTORY, "
            "FILE STATUS " WS-RTH-FILE-STATUS
        STOP RUN
    END-IF
    OPEN INPUT PAY-HISTORY
    IF WS-PAYH-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA62: UNABLE TO OPEN PAY-HISTORY, "
            "FILE STATUS " WS-PAYH-FILE-STATUS
        STOP RUN
    END-IF
    OPEN I-O TIMECARD-HISTORY
    IF WS-TCH-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA62: UNABLE TO OPEN TIMECARD-HISTORY, "
            "FILE STATUS " WS-TCH-FILE-STATUS
        STOP RUN
    END-IF
    OPEN INPUT EMPLOYEE-MASTER
    IF WS-EMP-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA62: UNABLE TO OPEN EMPLOYEE-MASTER, "
            "FILE STATUS " WS-EMP-FILE-STATUS
        STOP RUN
    END-IF

    OPEN OUTPUT PAYROLL-OUTPUT
                RETRO-REGISTER
    PERFORM 120-COPY-INCOMING-FEED

    MOVE WS-RUN-DATE (1:8) TO WS-TL-RUN-DATE
    WRITE REG-LINE FROM WS-TITLE-LINE
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
    WRITE REG-LINE FROM WS-HEADING-LINE

    MOVE LOW-VALUES TO RTH-KEY
    START RATE-HISTORY KEY NOT < RTH-KEY
        INVALID KEY
            MOVE "N" TO MORE-RECORDS
    END-START
    PERFORM UNTIL MORE-RECORDS = "N"
        READ RATE-HISTORY NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF RTH-RETRO-STATUS = "P"
                    PERFORM 200-PROCESS-RATE-CHANGE
                END-IF
        END-READ
    END-PERFORM
    IF WS-CUR-EMPLOYEE-ID NOT = SPACES
        PERFORM 290-END-EMPLOYEE
    END-IF

    PERFORM 300-WRITE-PAYROLL-TRAILER
    PERFORM 400-WRITE-TOTALS

    CLOSE RATE-HISTORY
          PAY-HISTORY
          TIMECARD-HISTORY
          EMPLOYEE-MASTER
          PAYROLL-OUTPUT
          RETRO-REGISTER
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 050-read-run-control - the run date stamped on the rate changes
*> paid, falling back to the system date when the file is absent.
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

*> 110-verify-incoming-feed - the timecard feed, when there is one,
*> must balance to its own trailer before anything is added to it;
*> the run is refused otherwise, the same check WatersTA1 applies.
*> A period with no timecard feed yet is a retro-only feed.
110-VERIFY-INCOMING-FEED.
    OPEN INPUT PAYROLL-INPUT
    IF WS-PAYIN-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WS-FEED-PRESENT
    PERFORM UNTIL MORE-RECORDS = "N"
        READ PAYROLL-INPUT
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF IN-EMPLOYEE-ID = "*TRAILER*"
                    MOVE "Y" TO WS-TRAILER-FOUND
                    MOVE IN-TRL-COUNT TO WS-TRAILER-COUNT
                    MOVE IN-TRL-GROSS TO WS-TRAILER-GROSS
                ELSE
                    ADD 1 TO WS-FEED-COUNT
                    ADD IN-GROSS-PAY TO WS-FEED-GROSS
                END-IF
        END-READ
    END-PERFORM
    CLOSE PAYROLL-INPUT
    MOVE "Y" TO MORE-RECORDS

    IF WS-TRAILER-FOUND = "N"
        DISPLAY "WATERSTA62: PAYROLL FEED HAS NO TRAILER RECORD. "
            "RUN REFUSED."
        STOP RUN
    END-IF
    IF WS-TRAILER-COUNT NOT = WS-FEED-COUNT
            OR WS-TRAILER-GROSS NOT = WS-FEED-GROSS
        DISPLAY "WATERSTA62: PAYROLL FEED DOES NOT BALANCE TO ITS "
            "TRAILER. RUN REFUSED."
        STOP RUN
    END-IF.

*> 120-copy-incoming-feed - the feed's detail records pass through
*> unchanged; its trailer is dropped and rebuilt at the end.
120-COPY-INCOMING-FEED.
    IF WS-FEED-PRESENT = "N"
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT PAYROLL-INPUT
    PERFORM UNTIL MORE-RECORDS = "N"
        READ PAYROLL-INPUT
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF IN-EMPLOYEE-ID NOT = "*TRAILER*"
                    WRITE OUT-PAYROLL-REC FROM IN-PAYROLL-REC
                END-IF
        END-READ
    END-PERFORM
    CLOSE PAYROLL-INPUT
    MOVE "Y" TO MORE-RECORDS.

*> 200-process-rate-change - one pending back-dated increase. The
*> rate history is read in employee order, so a change of employee
*> closes out the one before. A terminated employee is not paid by
*> the payroll run, so the change is left pending for final pay
*> to settle by hand.
200-PROCESS-RATE-CHANGE.
    ADD 1 TO WS-PENDING-COUNT
    IF RTH-EMPLOYEE-ID NOT = WS-CUR-EMPLOYEE-ID
        IF WS-CUR-EMPLOYEE-ID NOT = SPACES
            PERFORM 290-END-EMPLOYEE
        END-IF
        PERFORM 210-START-EMPLOYEE
    END-IF

    MOVE SPACES TO WS-NL-PERIOD
    IF WS-CUR-TERMINATED = "Y"
        ADD 1 TO WS-HELD-COUNT
        MOVE "EMPLOYEE TERMINATED OR NOT ON FILE - LEFT PENDING"
            TO WS-NL-TEXT
        PERFORM 280-WRITE-NOTE-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM 220-SCAN-PAY-HISTORY

    MOVE "D" TO RTH-RETRO-STATUS
    MOVE WS-RUN-DATE (1:8) TO RTH-RETRO-DATE
    REWRITE RTH-REC.

210-START-EMPLOYEE.
    MOVE RTH-EMPLOYEE-ID TO WS-CUR-EMPLOYEE-ID
    MOVE ZERO TO WS-CUR-PERIOD-COUNT
    MOVE ZERO TO WS-CUR-RETRO
    MOVE SPACES TO WS-CUR-FIRST-PERIOD
    MOVE SPACES TO WS-CUR-LAST-PERIOD
    MOVE "N" TO WS-CUR-TERMINATED
    MOVE RTH-EMPLOYEE-ID TO EMP-EMPLOYEE-ID
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE "Y" TO WS-CUR-TERMINATED
            MOVE "** NOT ON MASTER **" TO WS-CUR-EMPLOYEE-NAME
        NOT INVALID KEY
            MOVE EMP-EMPLOYEE-NAME TO WS-CUR-EMPLOYEE-NAME
            IF EMP-STATUS = "T"
                MOVE "Y" TO WS-CUR-TERMINATED
            END-IF
    END-READ.

*> 220-scan-pay-history - every period on the pay history for the
*> employee whose check was dated on or after the effective date.
220-SCAN-PAY-HISTORY.
    MOVE RTH-EMPLOYEE-ID TO PAYH-EMPLOYEE-ID
    MOVE ZERO TO PAYH-FISCAL-YEAR
    MOVE ZERO TO PAYH-FISCAL-PERIOD
    MOVE "Y" TO MORE-PERIODS
    START PAY-HISTORY KEY NOT < PAYH-KEY
        INVALID KEY
            MOVE "N" TO MORE-PERIODS
    END-START
    PERFORM UNTIL MORE-PERIODS = "N"
        READ PAY-HISTORY NEXT RECORD
            AT END
                MOVE "N" TO MORE-PERIODS
            NOT AT END
                IF PAYH-EMPLOYEE-ID NOT = RTH-EMPLOYEE-ID
                    MOVE "N" TO MORE-PERIODS
                ELSE
                    IF PAYH-PAY-DATE NOT < RTH-EFFECTIVE-DATE
                        PERFORM 230-RETRO-ONE-PERIOD
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> 230-retro-one-period - re-extends the period's hours at the new
*> rate the way the timecard capture extends them (regular, then
*> overtime at the period's overtime factor, then leave, each
*> rounded). Only an increase over what the hours stand paid at is
*> owed; the timecard history is then raised to the new rate and
*> gross, so the same hours are never paid the same raise twice -
*> a second back-dated change for the employee picks up from here.
230-RETRO-ONE-PERIOD.
    MOVE PAYH-FISCAL-YEAR TO WS-PL-YEAR
    MOVE PAYH-FISCAL-PERIOD TO WS-PL-PERIOD
    MOVE WS-PERIOD-LABEL TO WS-NL-PERIOD

    MOVE PAYH-EMPLOYEE-ID TO TCH-EMPLOYEE-ID
    MOVE PAYH-FISCAL-YEAR TO TCH-FISCAL-YEAR
    MOVE PAYH-FISCAL-PERIOD TO TCH-FISCAL-PERIOD
    READ TIMECARD-HISTORY
        INVALID KEY
            MOVE "NO HOURS ON FILE FOR PERIOD - FIGURE BY HAND"
                TO WS-NL-TEXT
            PERFORM 280-WRITE-NOTE-LINE
            EXIT PARAGRAPH
    END-READ

    COMPUTE WS-NEW-GROSS ROUNDED =
        TCH-REGULAR-HOURS * RTH-NEW-RATE
    COMPUTE WS-PART-GROSS ROUNDED =
        TCH-OVERTIME-HOURS * RTH-NEW-RATE * TCH-OVERTIME-FACTOR
    ADD WS-PART-GROSS TO WS-NEW-GROSS
    COMPUTE WS-PART-GROSS ROUNDED =
        TCH-LEAVE-HOURS * RTH-NEW-RATE
    ADD WS-PART-GROSS TO WS-NEW-GROSS
    COMPUTE WS-PERIOD-RETRO = WS-NEW-GROSS - TCH-GROSS-PAY

    IF WS-PERIOD-RETRO = ZERO
        EXIT PARAGRAPH
    END-IF
    IF WS-PERIOD-RETRO < ZERO
        MOVE "PERIOD PAID ABOVE THE NEW RATE - NOT ADJUSTED"
            TO WS-NL-TEXT
        PERFORM 280-WRITE-NOTE-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WS-CUR-EMPLOYEE-ID TO WS-PD-EMPLOYEE-ID
    MOVE WS-CUR-EMPLOYEE-NAME TO WS-PD-EMPLOYEE-NAME
    MOVE WS-PERIOD-LABEL TO WS-PD-PERIOD
    COMPUTE WS-PD-HOURS = TCH-REGULAR-HOURS + TCH-OVERTIME-HOURS
        + TCH-LEAVE-HOURS
    MOVE TCH-HOURLY-RATE TO WS-PD-OLD-RATE
    MOVE RTH-NEW-RATE TO WS-PD-NEW-RATE
    MOVE WS-PERIOD-RETRO TO WS-PD-RETRO
    WRITE REG-LINE FROM WS-PERIOD-LINE

    MOVE RTH-NEW-RATE TO TCH-HOURLY-RATE
    MOVE WS-NEW-GROSS TO TCH-GROSS-PAY
    REWRITE TCH-REC

    ADD WS-PERIOD-RETRO TO WS-CUR-RETRO
    ADD 1 TO WS-CUR-PERIOD-COUNT
    IF WS-CUR-FIRST-PERIOD = SPACES
            OR WS-PERIOD-LABEL < WS-CUR-FIRST-PERIOD
        MOVE WS-PERIOD-LABEL TO WS-CUR-FIRST-PERIOD
    END-IF
    IF WS-PERIOD-LABEL > WS-CUR-LAST-PERIOD
        MOVE WS-PERIOD-LABEL TO WS-CUR-LAST-PERIOD
    END-IF.

280-WRITE-NOTE-LINE.
    MOVE WS-CUR-EMPLOYEE-ID TO WS-NL-EMPLOYEE-ID
    MOVE WS-CUR-EMPLOYEE-NAME TO WS-NL-EMPLOYEE-NAME
    WRITE REG-LINE FROM WS-NOTE-LINE.

*> 290-end-employee - the employee's retro for every change paid
*> this run goes to the feed as one "R" earnings record, which
*> WatersTA1 pays as its own check and adds into the period's pay
*> history.
290-END-EMPLOYEE.
    IF WS-CUR-RETRO = ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CUR-EMPLOYEE-ID TO OUT-EMPLOYEE-ID
    MOVE WS-CUR-RETRO TO OUT-GROSS-PAY
    MOVE "R" TO OUT-EARNINGS-TYPE
    WRITE OUT-PAYROLL-REC
    ADD 1 TO WS-RETRO-COUNT
    ADD WS-CUR-RETRO TO WS-RETRO-TOTAL

    MOVE WS-CUR-PERIOD-COUNT TO WS-ET-PERIOD-COUNT
    MOVE WS-CUR-FIRST-PERIOD TO WS-ET-FIRST-PERIOD
    MOVE WS-CUR-LAST-PERIOD TO WS-ET-LAST-PERIOD
    MOVE WS-CUR-RETRO TO WS-ET-RETRO
    WRITE REG-LINE FROM WS-EMPLOYEE-TOTAL-LINE
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE.

*> 300-write-payroll-trailer - the rebuilt trailer carries the
*> incoming feed's count and gross plus the retro records added,
*> so WatersTA1's pre-pass balances the combined feed.
300-WRITE-PAYROLL-TRAILER.
    MOVE "*TRAILER*" TO OUT-TRL-MARKER
    COMPUTE OUT-TRL-COUNT = WS-FEED-COUNT + WS-RETRO-COUNT
    COMPUTE OUT-TRL-GROSS = WS-FEED-GROSS + WS-RETRO-TOTAL
    WRITE OUT-PAYROLL-TRAILER.

400-WRITE-TOTALS.
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
    MOVE "RATE CHANGES PENDING" TO WS-TOT-LABEL
    MOVE WS-PENDING-COUNT TO WS-TOT-COUNT
    MOVE ZERO TO WS-TOT-AMOUNT
    WRITE REG-LINE FROM WS-TOTAL-LINE
    MOVE "LEFT PENDING" TO WS-TOT-LABEL
    MOVE WS-HELD-COUNT TO WS-TOT-COUNT
    MOVE ZERO TO WS-TOT-AMOUNT
    WRITE REG-LINE FROM WS-TOTAL-LINE
    MOVE "RETRO RECORDS FED" TO WS-TOT-LABEL
    MOVE WS-RETRO-COUNT TO WS-TOT-COUNT
    MOVE WS-RETRO-TOTAL TO WS-TOT-AMOUNT
    WRITE REG-LINE FROM WS-TOTAL-LINE
    MOVE "FEED RECORDS PASSED THROUGH" TO WS-TOT-LABEL
    MOVE WS-FEED-COUNT TO WS-TOT-COUNT
    MOVE WS-FEED-GROSS TO WS-TOT-AMOUNT
    WRITE REG-LINE FROM WS-TOTAL-LINE.

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
    MOVE "WatersTA62" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA62.
