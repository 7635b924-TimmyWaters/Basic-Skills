*>               stamped on every audit record alongside the old
*>               and new values, so the trail says who as well as
*>               what.
*>   2026-10-15  The record now carries the stale-dated check
*>               threshold the WatersTA60 bank reconciliation ages
*>               outstanding payroll checks against.
*>   2026-10-15  The record now carries the academic term (year and
*>               month) the end-of-term student runs close,
*>               starting with the WatersTA66 academic standing
*>               run.
*>   2026-10-15  The record now carries the current term's start
*>               date and census date, which the WatersTA13 posting
*>               run prices drops and withdrawals by.
*>   2026-10-15  The record now carries the late-payment fee
*>               percent and minimum the WatersTA75 monthly
*>               late-fee run charges past-due accounts by.
*>   2026-10-15  The record now carries the payables cutoff date
*>               the WatersTA79 check run pays approved invoice
*>               lines through, keyed and edited here like the
*>               other dates.
*>   2026-10-15  The record now carries tonight's period-end
*>               triggers (month-end, payroll, census, and new-
*>               period flags) the WatersTA88 date roll sets from
*>               the processing calendar; they are keyed here only
*>               to correct a night the calendar had wrong.
*>   2026-10-15  The parameter audit file is assigned to RUNCTLAU,
*>               the DD name the job streams supply, so maintenance
*>               changes and the date roll's changes go to the same
*>               audit trail.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA29.
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

    SELECT PARAMETER-AUDIT
        ASSIGN TO RUNCTLAU
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

    05 WS-DW-MONTH  PIC 9(2).
    05 WS-DW-DAY    PIC 9(2).

*> The late-fee percent and minimum are keyed as digits with two
*> implied decimals and edited back for the display and audit.
01 WS-FEE-WORK.
    05 WS-PCT-DIGITS          PIC 9(4).
    05 WS-PCT-VALUE REDEFINES WS-PCT-DIGITS PIC 9(2)V99.
    05 WS-MIN-DIGITS          PIC 9(5).
    05 WS-MIN-VALUE REDEFINES WS-MIN-DIGITS PIC 9(3)V99.
    05 WS-EDIT-PCT            PIC Z9.99.
    05 WS-EDIT-MIN            PIC ZZ9.99.

01 WS-DAYS-IN-MONTH-TABLE.
    05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).

    PERFORM 297-MAINTAIN-REPORT-RETAIN
    PERFORM 298-MAINTAIN-RETIRE-AGE
    PERFORM 299-MAINTAIN-RETIRE-SERVICE
    PERFORM 310-MAINTAIN-STALE-CHECK
    PERFORM 320-MAINTAIN-ACADEMIC-TERM
    PERFORM 330-MAINTAIN-TERM-START
    PERFORM 340-MAINTAIN-CENSUS-DATE
    PERFORM 350-MAINTAIN-LATE-FEE-PCT
    PERFORM 360-MAINTAIN-LATE-FEE-MIN
    PERFORM 370-MAINTAIN-AP-CUTOFF
    PERFORM 380-MAINTAIN-MONTH-END-FLAG
    PERFORM 385-MAINTAIN-PAYROLL-FLAG
    PERFORM 390-MAINTAIN-CENSUS-FLAG
    PERFORM 395-MAINTAIN-NEW-PERIOD-FLAG

    PERFORM 300-REWRITE-RUN-CONTROL
    CLOSE PARAMETER-AUDIT
        MOVE ZERO TO RUNCTL-REPORT-RETAIN-DAYS
        MOVE ZERO TO RUNCTL-RETIRE-AGE
        MOVE ZERO TO RUNCTL-RETIRE-SERVICE-YEARS
        MOVE ZERO TO RUNCTL-STALE-CHECK-DAYS
        MOVE ZERO TO RUNCTL-ACADEMIC-TERM
        MOVE ZERO TO RUNCTL-TERM-START-DATE
        MOVE ZERO TO RUNCTL-CENSUS-DATE
    END-IF.

*> 200-maintain-run-date - the as-of date the nightly stream runs
        END-IF
    END-IF.

310-MAINTAIN-STALE-CHECK.
    DISPLAY "STALE-DATED CHECK DAYS, 000 = STANDING 180: "
        RUNCTL-STALE-CHECK-DAYS
    DISPLAY "ENTER NEW DAYS 000-999 (BLANK KEEPS CURRENT):"
    ACCEPT WS-ENTRY
    IF WS-ENTRY NOT = SPACES
        IF WS-ENTRY (1:3) IS NUMERIC
            MOVE "STALE-CHECK-DAYS" TO AUD-FIELD-NAME
            MOVE RUNCTL-STALE-CHECK-DAYS TO AUD-OLD-VALUE
            MOVE WS-ENTRY TO AUD-NEW-VALUE
            PERFORM 400-WRITE-AUDIT-REC
            MOVE WS-ENTRY (1:3) TO RUNCTL-STALE-CHECK-DAYS
        ELSE
            DISPLAY "DAYS MUST BE NUMERIC - NOT CHANGED"
        END-IF
    END-IF.

*> 320-maintain-academic-term - the term the end-of-term student
*> runs close, as the year and month the enrollment file keys its
*> terms by.
320-MAINTAIN-ACADEMIC-TERM.
    DISPLAY "ACADEMIC TERM YYYYMM, 000000 = NOT SET: "
        RUNCTL-ACADEMIC-TERM
    DISPLAY "ENTER NEW TERM YYYYMM (BLANK KEEPS CURRENT):"
    ACCEPT WS-ENTRY
    IF WS-ENTRY NOT = SPACES
        MOVE ZERO TO WS-NUM-WORK
        IF WS-ENTRY (1:6) IS NUMERIC
            MOVE WS-ENTRY (5:2) TO WS-NUM-WORK
        END-IF
        IF WS-ENTRY (1:6) = "000000"
                OR (WS-NUM-WORK >= 1 AND WS-NUM-WORK <= 12
                AND WS-ENTRY (1:4) >= "1980"
                AND WS-ENTRY (1:4) <= "2100")
            MOVE "ACADEMIC-TERM" TO AUD-FIELD-NAME
            MOVE RUNCTL-ACADEMIC-TERM TO AUD-OLD-VALUE
            MOVE WS-ENTRY TO AUD-NEW-VALUE
            PERFORM 400-WRITE-AUDIT-REC
            MOVE WS-ENTRY (1:6) TO RUNCTL-ACADEMIC-TERM
        ELSE
            DISPLAY "TERM MUST BE A REAL YEAR AND MONTH - "
                "NOT CHANGED"
        END-IF
    END-IF.

*> 330-maintain-term-start - the current term's first class day,
*> the day a drop or withdrawal's days into the term count from.
*> All zeros clears it.
330-MAINTAIN-TERM-START.
    DISPLAY "TERM START DATE, 00000000 = NOT SET: "
        RUNCTL-TERM-START-DATE
    DISPLAY "ENTER NEW DATE YYYYMMDD (BLANK KEEPS CURRENT):"
    ACCEPT WS-ENTRY
    IF WS-ENTRY NOT = SPACES
        MOVE "N" TO WS-DATE-VALID
        IF WS-ENTRY (1:8) = "00000000"
            MOVE "Y" TO WS-DATE-VALID
            MOVE ZERO TO WS-DATE-WORK
        ELSE
            MOVE WS-ENTRY (1:8) TO WS-DATE-WORK
            PERFORM 150-VALIDATE-DATE
        END-IF
        IF WS-DATE-VALID = "Y"
            MOVE "TERM-START-DATE" TO AUD-FIELD-NAME
            MOVE RUNCTL-TERM-START-DATE TO AUD-OLD-VALUE
            MOVE WS-ENTRY TO AUD-NEW-VALUE
            PERFORM 400-WRITE-AUDIT-REC
            MOVE WS-DATE-WORK TO RUNCTL-TERM-START-DATE
        ELSE
            DISPLAY "NOT A REAL CALENDAR DATE - NOT CHANGED"
        END-IF
    END-IF.

*> 340-maintain-census-date - the term's census date: drops are
*> taken before it, withdrawals on or after it. It cannot fall
*> before the term start. All zeros clears it.
340-MAINTAIN-CENSUS-DATE.
    DISPLAY "CENSUS DATE, 00000000 = NOT SET: "
        RUNCTL-CENSUS-DATE
    DISPLAY "ENTER NEW DATE YYYYMMDD (BLANK KEEPS CURRENT):"
    ACCEPT WS-ENTRY
    IF WS-ENTRY NOT = SPACES
        MOVE "N" TO WS-DATE-VALID
        IF WS-ENTRY (1:8) = "00000000"
            MOVE "Y" TO WS-DATE-VALID
            MOVE ZERO TO WS-DATE-WORK
        ELSE
            MOVE WS-ENTRY (1:8) TO WS-DATE-WORK
            PERFORM 150-VALIDATE-DATE
            IF WS-DATE-VALID = "Y"
                    AND WS-DATE-WORK < RUNCTL-TERM-START-DATE
                MOVE "N" TO WS-DATE-VALID
                DISPLAY "CENSUS DATE CANNOT FALL BEFORE THE TERM "
                    "START"
            END-IF
        END-IF
        IF WS-DATE-VALID = "Y"
            MOVE "CENSUS-DATE" TO AUD-FIELD-NAME
            MOVE RUNCTL-CENSUS-DATE TO AUD-OLD-VALUE
            MOVE WS-ENTRY TO AUD-NEW-VALUE
            PERFORM 400-WRITE-AUDIT-REC
            MOVE WS-DATE-WORK TO RUNCTL-CENSUS-DATE
        ELSE
            DISPLAY "NOT A VALID CENSUS DATE - NOT CHANGED"
        END-IF
    END-IF.

*> 350-maintain-late-fee-pct - the percent of the past-due
*> balance the monthly late-fee run charges, keyed as four digits
*> with two implied decimals (0150 is 1.50 percent).
350-MAINTAIN-LATE-FEE-PCT.
    MOVE ZERO TO WS-EDIT-PCT
    IF RUNCTL-LATE-FEE-PERCENT IS NUMERIC
        MOVE RUNCTL-LATE-FEE-PERCENT TO WS-EDIT-PCT
    END-IF
    DISPLAY "LATE FEE PERCENT OF PAST DUE, 00.00 = NONE: "
        WS-EDIT-PCT
    DISPLAY "ENTER NEW PERCENT 0000-2500, 0150 = 1.50 "
        "(BLANK KEEPS CURRENT):"
    ACCEPT WS-ENTRY
    IF WS-ENTRY NOT = SPACES
        IF WS-ENTRY (1:4) IS NUMERIC
                AND WS-ENTRY (1:4) <= "2500"
            MOVE WS-ENTRY (1:4) TO WS-PCT-DIGITS
            MOVE "LATE-FEE-PERCENT" TO AUD-FIELD-NAME
            MOVE WS-EDIT-PCT TO AUD-OLD-VALUE
            MOVE WS-PCT-VALUE TO WS-EDIT-PCT
            MOVE WS-EDIT-PCT TO AUD-NEW-VALUE
            PERFORM 400-WRITE-AUDIT-REC
            MOVE WS-PCT-VALUE TO RUNCTL-LATE-FEE-PERCENT
        ELSE
            DISPLAY "PERCENT MUST BE 0000 TO 2500 - NOT CHANGED"
        END-IF
    END-IF.

*> 360-maintain-late-fee-min - the smallest late fee charged,
*> keyed as five digits with two implied decimals (02500 is
*> 25.00).
360-MAINTAIN-LATE-FEE-MIN.
    MOVE ZERO TO WS-EDIT-MIN
    IF RUNCTL-LATE-FEE-MINIMUM IS NUMERIC
        MOVE RUNCTL-LATE-FEE-MINIMUM TO WS-EDIT-MIN
    END-IF
    DISPLAY "LATE FEE MINIMUM AMOUNT, 000.00 = NONE: "
        WS-EDIT-MIN
    DISPLAY "ENTER NEW MINIMUM 00000-99999, 02500 = 25.00 "
        "(BLANK KEEPS CURRENT):"
    ACCEPT WS-ENTRY
    IF WS-ENTRY NOT = SPACES
        IF WS-ENTRY (1:5) IS NUMERIC
            MOVE WS-ENTRY (1:5) TO WS-MIN-DIGITS
            MOVE "LATE-FEE-MINIMUM" TO AUD-FIELD-NAME
            MOVE WS-EDIT-MIN TO AUD-OLD-VALUE
            MOVE WS-MIN-VALUE TO WS-EDIT-MIN
            MOVE WS-EDIT-MIN TO AUD-NEW-VALUE
            PERFORM 400-WRITE-AUDIT-REC
            MOVE WS-MIN-VALUE TO RUNCTL-LATE-FEE-MINIMUM
        ELSE
            DISPLAY "MINIMUM MUST BE NUMERIC - NOT CHANGED"
        END-IF
    END-IF.

*> 370-maintain-ap-cutoff - the due-date cutoff for the payables
*> check run; zero leaves the run paying whatever is due by its
*> own run date.
370-MAINTAIN-AP-CUTOFF.
    DISPLAY "PAYABLES CUTOFF DATE, 00000000 = RUN DATE: "
        RUNCTL-AP-CUTOFF-DATE
    DISPLAY "ENTER NEW DATE YYYYMMDD (BLANK KEEPS CURRENT):"
    ACCEPT WS-ENTRY
    IF WS-ENTRY NOT = SPACES
        MOVE "N" TO WS-DATE-VALID
        IF WS-ENTRY (1:8) = "00000000"
            MOVE "Y" TO WS-DATE-VALID
            MOVE ZERO TO WS-DATE-WORK
        ELSE
            MOVE WS-ENTRY (1:8) TO WS-DATE-WORK
            PERFORM 150-VALIDATE-DATE
        END-IF
        IF WS-DATE-VALID = "Y"
            MOVE "AP-CUTOFF-DATE" TO AUD-FIELD-NAME
            MOVE RUNCTL-AP-CUTOFF-DATE TO AUD-OLD-VALUE
            MOVE WS-ENTRY TO AUD-NEW-VALUE
            PERFORM 400-WRITE-AUDIT-REC
            MOVE WS-DATE-WORK TO RUNCTL-AP-CUTOFF-DATE
        ELSE
            DISPLAY "NOT A VALID CUTOFF DATE - NOT CHANGED"
        END-IF
    END-IF.

*> 380-maintain-month-end-flag through 395 - tonight's
*> period-end triggers. The WatersTA88 date roll sets them from
*> the processing calendar every night; they are keyed here only
*> to correct a night the calendar had wrong, and the next roll
*> sets them afresh.
380-MAINTAIN-MONTH-END-FLAG.
    DISPLAY "MONTH-END FLAG, Y = LAST BUSINESS DAY OF THE PERIOD: "
        RUNCTL-MONTH-END-FLAG
    DISPLAY "ENTER Y OR N (BLANK KEEPS CURRENT):"
    ACCEPT WS-ENTRY
    IF WS-ENTRY NOT = SPACES
        IF WS-ENTRY = "Y" OR WS-ENTRY = "N"
            MOVE "MONTH-END-FLAG" TO AUD-FIELD-NAME
            MOVE RUNCTL-MONTH-END-FLAG TO AUD-OLD-VALUE
            MOVE WS-ENTRY TO AUD-NEW-VALUE
            PERFORM 400-WRITE-AUDIT-REC
            MOVE WS-ENTRY (1:1) TO RUNCTL-MONTH-END-FLAG
        ELSE
            DISPLAY "FLAG MUST BE Y OR N - NOT CHANGED"
        END-IF
    END-IF.

385-MAINTAIN-PAYROLL-FLAG.
    DISPLAY "PAYROLL FLAG, Y = TONIGHT IS A PAYROLL NIGHT: "
        RUNCTL-PAYROLL-FLAG
    DISPLAY "ENTER Y OR N (BLANK KEEPS CURRENT):"
    ACCEPT WS-ENTRY
    IF WS-ENTRY NOT = SPACES
        IF WS-ENTRY = "Y" OR WS-ENTRY = "N"
            MOVE "PAYROLL-FLAG" TO AUD-FIELD-NAME
            MOVE RUNCTL-PAYROLL-FLAG TO AUD-OLD-VALUE
            MOVE WS-ENTRY TO AUD-NEW-VALUE
            PERFORM 400-WRITE-AUDIT-REC
            MOVE WS-ENTRY (1:1) TO RUNCTL-PAYROLL-FLAG
        ELSE
            DISPLAY "FLAG MUST BE Y OR N - NOT CHANGED"
        END-IF
    END-IF.

390-MAINTAIN-CENSUS-FLAG.
    DISPLAY "CENSUS FLAG, Y = TONIGHT IS A TERM CENSUS NIGHT: "
        RUNCTL-CENSUS-FLAG
    DISPLAY "ENTER Y OR N (BLANK KEEPS CURRENT):"
    ACCEPT WS-ENTRY
    IF WS-ENTRY NOT = SPACES
        IF WS-ENTRY = "Y" OR WS-ENTRY = "N"
            MOVE "CENSUS-FLAG" TO AUD-FIELD-NAME
            MOVE RUNCTL-CENSUS-FLAG TO AUD-OLD-VALUE
            MOVE WS-ENTRY TO AUD-NEW-VALUE
            PERFORM 400-WRITE-AUDIT-REC
            MOVE WS-ENTRY (1:1) TO RUNCTL-CENSUS-FLAG
        ELSE
            DISPLAY "FLAG MUST BE Y OR N - NOT CHANGED"
        END-IF
    END-IF.

395-MAINTAIN-NEW-PERIOD-FLAG.
    DISPLAY "NEW-PERIOD FLAG, Y = FIRST RUN OF A FISCAL PERIOD: "
        RUNCTL-NEW-PERIOD-FLAG
    DISPLAY "ENTER Y OR N (BLANK KEEPS CURRENT):"
    ACCEPT WS-ENTRY
    IF WS-ENTRY NOT = SPACES
        IF WS-ENTRY = "Y" OR WS-ENTRY = "N"
            MOVE "NEW-PERIOD-FLAG" TO AUD-FIELD-NAME
            MOVE RUNCTL-NEW-PERIOD-FLAG TO AUD-OLD-VALUE
            MOVE WS-ENTRY TO AUD-NEW-VALUE
            PERFORM 400-WRITE-AUDIT-REC
            MOVE WS-ENTRY (1:1) TO RUNCTL-NEW-PERIOD-FLAG
        ELSE
            DISPLAY "FLAG MUST BE Y OR N - NOT CHANGED"
        END-IF
    END-IF.

*> 150-validate-date - a real calendar date: numeric, a real
*> month, a real day for that month (February allows 29), and a
*> plausible year.
