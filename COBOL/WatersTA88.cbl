*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: The processing calendar and the nightly date roll,
*> which take the morning hand edit of the run date out of the
*> stream. The calendar is an indexed file of dates, each marked
*> a business day, a weekend, or a holiday, with its fiscal year
*> and period and flags for payroll dates, term census dates,
*> and the last business day of the period.
*>   B - build: every date of a year is added - Monday through
*>       Friday as business days, Saturday and Sunday as weekend
*>       - with the fiscal period its calendar month. A date
*>       already on file keeps its marks.
*>   M - mark: a signed-on operator marks holidays, payroll
*>       dates, and census dates. The month-end flag moves to the
*>       period's last business day after every change.
*>   R - roll, the last step of the nightly stream: the run date
*>       on the run-control record advances to the next business
*>       day, the fiscal year and period follow it across a
*>       period boundary, and tonight's triggers are set from the
*>       calendar - month-end, payroll, census, new period. A
*>       payroll or census date falling on a day the roll passes
*>       over is carried to the business day it lands on. A run
*>       date not on the calendar, or a calendar that runs out,
*>       refuses the roll with condition code 8.
*>   T - test, for a stream's JCL: one trigger letter on the
*>       input (M, P, C, or N); condition code 0 when tonight's
*>       flag is set and 4 when it is not, so the step's COND
*>       bypasses a period-end job on a night it is not due.
*>       A test changes nothing and is not logged, so the run
*>       log's latest WatersTA88 entry is always a build, mark,
*>       or roll.
*> Every roll writes the changed run-control fields to the same
*> audit file WatersTA29 keeps, under operator ROLL.
*>
*> Modification History:
*>   2026-10-15  The parameter audit file is assigned to RUNCTLAU,
*>               the DD name the roll step's JCL supplies, so the
*>               roll's changes reach the audit trail WatersTA29
*>               writes.
*>   2026-10-15  A trigger test no longer writes run-log records,
*>               so the log's latest WatersTA88 entry is always a
*>               build, mark, or roll and the morning status report
*>               cannot mistake a test for the date roll.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA88.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PROCESSING-CALENDAR
        ASSIGN TO PROCCAL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAL-DATE
        FILE STATUS IS WS-CALENDAR-FILE-STATUS.

    SELECT RUN-CONTROL-FILE
        ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

    SELECT PARAMETER-AUDIT
        ASSIGN TO RUNCTLAU
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

    SELECT OPERATOR-MASTER
        ASSIGN TO OPERMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPERATOR-FILE-STATUS.

    SELECT CALENDAR-REGISTER
        ASSIGN TO WS-CALREG-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REG-FILE-STATUS.

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
FD PROCESSING-CALENDAR.
01 CAL-REC.
    COPY CALREC.

FD RUN-CONTROL-FILE.
01 RUNCTL-REC.
    COPY RUNCTL.

*> The WatersTA29 parameter audit record.
FD PARAMETER-AUDIT.
01 OUT-AUDIT-REC.
    05 AUD-DATE        PIC 9(8).
    05 AUD-OPERATOR-ID PIC X(4).
    05 AUD-FIELD-NAME  PIC X(20).
    05 AUD-OLD-VALUE   PIC X(10).
    05 AUD-NEW-VALUE   PIC X(10).

FD OPERATOR-MASTER.
01 OPR-REC.
    COPY OPRREC.

FD CALENDAR-REGISTER.
01 REG-LINE                      PIC X(100).

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
    05 WS-CALENDAR-FILE-STATUS    PIC XX.
    05 WS-RUNCTL-FILE-STATUS      PIC XX.
    05 WS-AUDIT-FILE-STATUS       PIC XX.
    05 WS-REG-FILE-STATUS         PIC XX.
    05 WS-OUTCAT-FILE-STATUS      PIC XX.
    05 WS-RUN-MODE                PIC X(1).
    05 WS-ENTRY                   PIC X(10).
    05 WS-MARK-CODE               PIC X(1).
    05 WS-DATE-FOUND              PIC X(1).
    05 WS-ROLL-DONE               PIC X(1).
    05 WS-REFUSAL                 PIC X(50).
    05 WS-BUILD-YEAR              PIC 9(4).
    05 WS-BUILD-MONTH             PIC 9(2).
    05 WS-BUILD-DAY               PIC 9(2).
    05 WS-LAST-BUSINESS-DATE      PIC 9(8).
    05 WS-OLD-RUN-DATE            PIC 9(8).
    05 WS-OLD-FISCAL-YEAR         PIC 9(4).
    05 WS-OLD-FISCAL-PERIOD       PIC 9(2).
    05 WS-ROLL-PAYROLL            PIC X(1).
    05 WS-ROLL-CENSUS             PIC X(1).
    05 WS-DAYS-PASSED             PIC 9(3).
    05 WS-TEST-FLAG               PIC X(1).

01 WS-COUNTS.
    05 WS-ADDED-COUNT             PIC 9(5) VALUE ZERO.
    05 WS-KEPT-COUNT              PIC 9(5) VALUE ZERO.
    05 WS-BUSINESS-COUNT          PIC 9(5) VALUE ZERO.
    05 WS-MARKED-COUNT            PIC 9(5) VALUE ZERO.

01 WS-SIGNON-AREAS.
    05 WS-OPERATOR-FILE-STATUS PIC XX.
    05 WS-OPERATOR-ID          PIC X(4).
    05 WS-OPERATOR-EOF         PIC X(1).
    05 WS-OPERATOR-AUTHORIZED  PIC X(1).
    05 WS-AUTH-SUB             PIC 9(2).

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

01 WS-DATE-WORK.
    05 WS-DW-YEAR    PIC 9(4).
    05 WS-DW-MONTH   PIC 9(2).
    05 WS-DW-DAY     PIC 9(2).

01 WS-DAYS-IN-MONTH-TABLE.
    05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).

*> The day of the week by the month-offset method: the year
*> (counted from March, so a leap day falls at its end), its
*> quarter-, century-, and four-century counts, the month's
*> offset, and the day, taken modulo 7 - 0 is a Sunday.
01 WS-WEEKDAY-WORK.
    05 WS-WD-YEAR                 PIC 9(4).
    05 WS-WD-Q4                   PIC 9(4).
    05 WS-WD-Q100                 PIC 9(4).
    05 WS-WD-Q400                 PIC 9(4).
    05 WS-WD-SUM                  PIC 9(6).
    05 WS-WD-QUOTIENT             PIC 9(6).
    05 WS-WD-REMAINDER            PIC 9(1).
    05 WS-WD-LEAP-REM             PIC 9(3).
    05 WS-WD-LEAP-QUOT            PIC 9(4).
01 WS-MONTH-OFFSET-VALUES         PIC X(12) VALUE "032503514624".
01 WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
    05 WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(1).

*> This run's register, stamped with the run date.
01 WS-CALREG-NAME                PIC X(21) VALUE "CALREG".

01 WS-REG-HEADING.
    05 FILLER             PIC X(28) VALUE
        "PROCESSING CALENDAR - MODE ".
    05 WS-RH-MODE         PIC X(1).
    05 FILLER             PIC X(12) VALUE "   RUN DATE ".
    05 WS-RH-RUN-DATE     PIC 9(8).

01 WS-REG-MARK-LINE.
    05 WS-K-DATE          PIC 9(8).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-K-DAY-TYPE      PIC X(1).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 FILLER             PIC X(8)  VALUE "PAYROLL ".
    05 WS-K-PAYROLL       PIC X(1).
    05 FILLER             PIC X(9)  VALUE "  CENSUS ".
    05 WS-K-CENSUS        PIC X(1).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-K-DESCRIPTION   PIC X(20).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 FILLER             PIC X(4)  VALUE "BY  ".
    05 WS-K-OPERATOR      PIC X(4).

01 WS-REG-ROLL-LINE.
    05 FILLER             PIC X(18) VALUE "RUN DATE ROLLED - ".
    05 WS-R-OLD-DATE      PIC 9(8).
    05 FILLER             PIC X(4)  VALUE " TO ".
    05 WS-R-NEW-DATE      PIC 9(8).
    05 FILLER             PIC X(9)  VALUE "  PERIOD ".
    05 WS-R-FISCAL-YEAR   PIC 9(4).
    05 FILLER             PIC X(1)  VALUE "/".
    05 WS-R-FISCAL-PERIOD PIC 9(2).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-R-DAYS          PIC ZZ9.
    05 FILLER             PIC X(13) VALUE " DAY(S) ON   ".

01 WS-REG-FLAG-LINE.
    05 FILLER             PIC X(19) VALUE "TONIGHT - MONTH-END".
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-F-MONTH-END     PIC X(1).
    05 FILLER             PIC X(10) VALUE "  PAYROLL ".
    05 WS-F-PAYROLL       PIC X(1).
    05 FILLER             PIC X(9)  VALUE "  CENSUS ".
    05 WS-F-CENSUS        PIC X(1).
    05 FILLER             PIC X(13) VALUE "  NEW PERIOD ".
    05 WS-F-NEW-PERIOD    PIC X(1).

01 WS-REG-MESSAGE-LINE.
    05 WS-M-TEXT          PIC X(100).

01 WS-REG-COUNT-LINE.
    05 WS-C-LABEL         PIC X(30).
    05 WS-C-COUNT         PIC ZZZZ9.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 050-LOAD-DAYS-TABLE
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

    DISPLAY "RUN MODE - (B)UILD A YEAR, (M)ARK DATES, (R)OLL THE "
        "RUN DATE, OR (T)EST A TRIGGER:"
    ACCEPT WS-RUN-MODE
    IF WS-RUN-MODE = "T"
        PERFORM 600-TEST-TRIGGER
        STOP RUN
    END-IF
    PERFORM 010-LOG-RUN-START
    IF WS-RUN-MODE NOT = "B" AND WS-RUN-MODE NOT = "M"
            AND WS-RUN-MODE NOT = "R"
        DISPLAY "MODE MUST BE B, M, R, OR T"
        MOVE 8 TO RETURN-CODE
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF
    IF WS-RUN-MODE = "M"
        PERFORM 005-OPERATOR-SIGN-ON
    END-IF

    PERFORM 060-READ-RUN-CONTROL
    PERFORM 040-OPEN-REGISTER
    MOVE WS-RUN-MODE TO WS-RH-MODE
    MOVE WS-RUN-DATE (1:8) TO WS-RH-RUN-DATE
    WRITE REG-LINE FROM WS-REG-HEADING

    OPEN I-O PROCESSING-CALENDAR
    IF WS-CALENDAR-FILE-STATUS = "35" AND WS-RUN-MODE = "B"
        OPEN OUTPUT PROCESSING-CALENDAR
        CLOSE PROCESSING-CALENDAR
        OPEN I-O PROCESSING-CALENDAR
    END-IF
    IF WS-CALENDAR-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA88: UNABLE TO OPEN THE PROCESSING "
            "CALENDAR, FILE STATUS " WS-CALENDAR-FILE-STATUS
        MOVE "PROCESSING CALENDAR COULD NOT BE OPENED" TO WS-M-TEXT
        WRITE REG-LINE FROM WS-REG-MESSAGE-LINE
        CLOSE CALENDAR-REGISTER
        MOVE 8 TO RETURN-CODE
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF

    IF WS-RUN-MODE = "B"
        PERFORM 200-BUILD-YEAR
    END-IF
    IF WS-RUN-MODE = "M"
        PERFORM 300-MARK-DATES
    END-IF
    IF WS-RUN-MODE = "R"
        PERFORM 400-ROLL-RUN-DATE
    END-IF

    CLOSE PROCESSING-CALENDAR
          CALENDAR-REGISTER
    IF WS-REFUSAL NOT = SPACES
        MOVE 8 TO RETURN-CODE
        PERFORM 905-LOG-RUN-ABEND
    ELSE
        PERFORM 900-LOG-RUN-END
    END-IF
    STOP RUN.

*> 005-operator-sign-on - marking the calendar changes what the
*> stream does on a given night, so it is held to the same
*> sign-on as the run-control record: the operator must be on
*> the operator master, active, and authorized for this program.
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
        DISPLAY "WATERSTA88: OPERATOR " WS-OPERATOR-ID
            " IS NOT AUTHORIZED FOR THIS PROGRAM - "
            "SESSION REFUSED."
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF.

007-CHECK-AUTHORIZATION.
    PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
            UNTIL WS-AUTH-SUB > 10
        IF OPR-AUTH-PROGRAM (WS-AUTH-SUB) = "WatersTA88"
            MOVE "Y" TO WS-OPERATOR-AUTHORIZED
        END-IF
    END-PERFORM.

*> 040-open-register - the dated register, added to by every run
*> of the day and cataloged by the run that creates it.
040-OPEN-REGISTER.
    MOVE SPACES TO WS-CALREG-NAME
    STRING "CALREG." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-CALREG-NAME
    OPEN EXTEND CALENDAR-REGISTER
    IF WS-REG-FILE-STATUS NOT = "00"
        OPEN OUTPUT CALENDAR-REGISTER
        OPEN EXTEND OUTPUT-CATALOG
        IF WS-OUTCAT-FILE-STATUS NOT = "00"
            OPEN OUTPUT OUTPUT-CATALOG
        END-IF
        MOVE WS-CALREG-NAME TO OUTCAT-FILE-NAME
        MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
        WRITE OUT-CATALOG-REC
        CLOSE OUTPUT-CATALOG
    END-IF.

*> 050-load-days-table - days per month; February is set for the
*> year being built.
050-LOAD-DAYS-TABLE.
    MOVE 31 TO WS-DAYS-IN-MONTH (1)
    MOVE 28 TO WS-DAYS-IN-MONTH (2)
    MOVE 31 TO WS-DAYS-IN-MONTH (3)
    MOVE 30 TO WS-DAYS-IN-MONTH (4)
    MOVE 31 TO WS-DAYS-IN-MONTH (5)
    MOVE 30 TO WS-DAYS-IN-MONTH (6)
    MOVE 31 TO WS-DAYS-IN-MONTH (7)
    MOVE 31 TO WS-DAYS-IN-MONTH (8)
    MOVE 30 TO WS-DAYS-IN-MONTH (9)
    MOVE 31 TO WS-DAYS-IN-MONTH (10)
    MOVE 30 TO WS-DAYS-IN-MONTH (11)
    MOVE 31 TO WS-DAYS-IN-MONTH (12).

*> 060-read-run-control - the record the roll advances. The
*> register and audit are dated by the run date it carries; the
*> system date stands in when there is none, but the roll
*> refuses to start without one.
060-READ-RUN-CONTROL.
    MOVE "N" TO WS-DATE-FOUND
    MOVE SPACES TO WS-REFUSAL
    OPEN INPUT RUN-CONTROL-FILE
    IF WS-RUNCTL-FILE-STATUS = "00"
        READ RUN-CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE "Y" TO WS-DATE-FOUND
        END-READ
        CLOSE RUN-CONTROL-FILE
    END-IF
    IF WS-DATE-FOUND = "Y"
        MOVE RUNCTL-RUN-DATE TO WS-RUN-DATE
    END-IF.

*> 200-build-year - every date of the year asked for. A date
*> already on file is left as it is, so rebuilding a year never
*> loses a holiday or a payroll mark.
200-BUILD-YEAR.
    DISPLAY "YEAR TO BUILD (YYYY):"
    ACCEPT WS-ENTRY
    IF WS-ENTRY (1:4) IS NOT NUMERIC
            OR WS-ENTRY (1:4) < "1980" OR WS-ENTRY (1:4) > "2100"
        MOVE "YEAR MUST BE 1980 TO 2100 - NOTHING BUILT"
            TO WS-REFUSAL
        MOVE WS-REFUSAL TO WS-M-TEXT
        WRITE REG-LINE FROM WS-REG-MESSAGE-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ENTRY (1:4) TO WS-BUILD-YEAR
    MOVE 28 TO WS-DAYS-IN-MONTH (2)
    DIVIDE WS-BUILD-YEAR BY 4 GIVING WS-WD-LEAP-QUOT
        REMAINDER WS-WD-LEAP-REM
    IF WS-WD-LEAP-REM = ZERO
        MOVE 29 TO WS-DAYS-IN-MONTH (2)
        DIVIDE WS-BUILD-YEAR BY 100 GIVING WS-WD-LEAP-QUOT
            REMAINDER WS-WD-LEAP-REM
        IF WS-WD-LEAP-REM = ZERO
            MOVE 28 TO WS-DAYS-IN-MONTH (2)
            DIVIDE WS-BUILD-YEAR BY 400 GIVING WS-WD-LEAP-QUOT
                REMAINDER WS-WD-LEAP-REM
            IF WS-WD-LEAP-REM = ZERO
                MOVE 29 TO WS-DAYS-IN-MONTH (2)
            END-IF
        END-IF
    END-IF

    PERFORM VARYING WS-BUILD-MONTH FROM 1 BY 1
            UNTIL WS-BUILD-MONTH > 12
        PERFORM VARYING WS-BUILD-DAY FROM 1 BY 1
                UNTIL WS-BUILD-DAY > WS-DAYS-IN-MONTH (WS-BUILD-MONTH)
            PERFORM 210-BUILD-ONE-DATE
        END-PERFORM
        MOVE WS-BUILD-YEAR TO WS-DW-YEAR
        MOVE WS-BUILD-MONTH TO WS-DW-MONTH
        PERFORM 500-SET-MONTH-END
    END-PERFORM

    MOVE "DATES ADDED" TO WS-C-LABEL
    MOVE WS-ADDED-COUNT TO WS-C-COUNT
    WRITE REG-LINE FROM WS-REG-COUNT-LINE
    MOVE "  OF WHICH BUSINESS DAYS" TO WS-C-LABEL
    MOVE WS-BUSINESS-COUNT TO WS-C-COUNT
    WRITE REG-LINE FROM WS-REG-COUNT-LINE
    MOVE "DATES ALREADY ON FILE, KEPT" TO WS-C-LABEL
    MOVE WS-KEPT-COUNT TO WS-C-COUNT
    WRITE REG-LINE FROM WS-REG-COUNT-LINE.

210-BUILD-ONE-DATE.
    MOVE WS-BUILD-YEAR TO CAL-YEAR
    MOVE WS-BUILD-MONTH TO CAL-MONTH
    MOVE WS-BUILD-DAY TO CAL-DAY
    READ PROCESSING-CALENDAR
        INVALID KEY
            MOVE "N" TO WS-DATE-FOUND
        NOT INVALID KEY
            MOVE "Y" TO WS-DATE-FOUND
    END-READ
    IF WS-DATE-FOUND = "Y"
        ADD 1 TO WS-KEPT-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-BUILD-YEAR TO CAL-YEAR
    MOVE WS-BUILD-MONTH TO CAL-MONTH
    MOVE WS-BUILD-DAY TO CAL-DAY
    PERFORM 220-FIND-DAY-OF-WEEK
    IF CAL-DAY-OF-WEEK > 5
        MOVE "W" TO CAL-DAY-TYPE
    ELSE
        MOVE "B" TO CAL-DAY-TYPE
        ADD 1 TO WS-BUSINESS-COUNT
    END-IF
    MOVE WS-BUILD-YEAR TO CAL-FISCAL-YEAR
    MOVE WS-BUILD-MONTH TO CAL-FISCAL-PERIOD
    MOVE "N" TO CAL-PAYROLL-FLAG
    MOVE "N" TO CAL-MONTH-END-FLAG
    MOVE "N" TO CAL-CENSUS-FLAG
    MOVE SPACES TO CAL-DESCRIPTION
    WRITE CAL-REC
    ADD 1 TO WS-ADDED-COUNT.

*> 220-find-day-of-week - the weekday of the date in CAL-DATE,
*> 1 Monday through 7 Sunday.
220-FIND-DAY-OF-WEEK.
    MOVE CAL-YEAR TO WS-WD-YEAR
    IF CAL-MONTH < 3
        SUBTRACT 1 FROM WS-WD-YEAR
    END-IF
    DIVIDE WS-WD-YEAR BY 4 GIVING WS-WD-Q4
    DIVIDE WS-WD-YEAR BY 100 GIVING WS-WD-Q100
    DIVIDE WS-WD-YEAR BY 400 GIVING WS-WD-Q400
    COMPUTE WS-WD-SUM = WS-WD-YEAR + WS-WD-Q4 - WS-WD-Q100
        + WS-WD-Q400 + WS-MONTH-OFFSET (CAL-MONTH) + CAL-DAY
    DIVIDE WS-WD-SUM BY 7 GIVING WS-WD-QUOTIENT
        REMAINDER WS-WD-REMAINDER
    IF WS-WD-REMAINDER = ZERO
        MOVE 7 TO CAL-DAY-OF-WEEK
    ELSE
        MOVE WS-WD-REMAINDER TO CAL-DAY-OF-WEEK
    END-IF.

*> 300-mark-dates - one date at a time until a blank date: a
*> holiday (with its name), a business day (a holiday taken
*> back, or a weekend worked), a payroll date, a census date, or
*> neither payroll nor census. The month-end flag is put back on
*> the period's last business day after each change.
300-MARK-DATES.
    PERFORM UNTIL MORE-RECORDS = "N"
        DISPLAY "DATE TO MARK YYYYMMDD (BLANK TO END):"
        ACCEPT WS-ENTRY
        IF WS-ENTRY = SPACES
            MOVE "N" TO MORE-RECORDS
        ELSE
            PERFORM 310-MARK-ONE-DATE
        END-IF
    END-PERFORM
    MOVE "DATES MARKED" TO WS-C-LABEL
    MOVE WS-MARKED-COUNT TO WS-C-COUNT
    WRITE REG-LINE FROM WS-REG-COUNT-LINE.

310-MARK-ONE-DATE.
    MOVE "N" TO WS-DATE-FOUND
    IF WS-ENTRY (1:8) IS NUMERIC
        MOVE WS-ENTRY (1:8) TO CAL-DATE
        READ PROCESSING-CALENDAR
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WS-DATE-FOUND
        END-READ
    END-IF
    IF WS-DATE-FOUND = "N"
        DISPLAY "DATE IS NOT ON THE CALENDAR - BUILD ITS YEAR FIRST"
        EXIT PARAGRAPH
    END-IF
    DISPLAY CAL-DATE " TYPE " CAL-DAY-TYPE " PAYROLL "
        CAL-PAYROLL-FLAG " CENSUS " CAL-CENSUS-FLAG " "
        CAL-DESCRIPTION
    DISPLAY "MARK - (H)OLIDAY, (B)USINESS DAY, (P)AYROLL, "
        "(C)ENSUS, OR (N)EITHER PAYROLL NOR CENSUS:"
    ACCEPT WS-MARK-CODE
    IF WS-MARK-CODE = "H"
        MOVE "H" TO CAL-DAY-TYPE
        DISPLAY "HOLIDAY NAME:"
        ACCEPT CAL-DESCRIPTION
    ELSE
        IF WS-MARK-CODE = "B"
            MOVE "B" TO CAL-DAY-TYPE
            MOVE SPACES TO CAL-DESCRIPTION
        ELSE
            IF WS-MARK-CODE = "P"
                MOVE "Y" TO CAL-PAYROLL-FLAG
            ELSE
                IF WS-MARK-CODE = "C"
                    MOVE "Y" TO CAL-CENSUS-FLAG
                ELSE
                    IF WS-MARK-CODE = "N"
                        MOVE "N" TO CAL-PAYROLL-FLAG
                        MOVE "N" TO CAL-CENSUS-FLAG
                    ELSE
                        DISPLAY "MARK MUST BE H, B, P, C, OR N "
                            "- NOT CHANGED"
                        EXIT PARAGRAPH
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF
    REWRITE CAL-REC
    ADD 1 TO WS-MARKED-COUNT
    MOVE CAL-DATE TO WS-K-DATE
    MOVE CAL-DAY-TYPE TO WS-K-DAY-TYPE
    MOVE CAL-PAYROLL-FLAG TO WS-K-PAYROLL
    MOVE CAL-CENSUS-FLAG TO WS-K-CENSUS
    MOVE CAL-DESCRIPTION TO WS-K-DESCRIPTION
    MOVE WS-OPERATOR-ID TO WS-K-OPERATOR
    WRITE REG-LINE FROM WS-REG-MARK-LINE
    MOVE CAL-DATE TO WS-DATE-WORK
    PERFORM 500-SET-MONTH-END.

*> 400-roll-run-date - from the run date on the run-control
*> record to the next business day on the calendar. A payroll or
*> census date the roll passes over - one falling on a weekend
*> or a holiday - is carried to the business day it lands on.
400-ROLL-RUN-DATE.
    IF WS-DATE-FOUND = "N"
        MOVE "NO RUN-CONTROL RECORD TO ROLL" TO WS-REFUSAL
        MOVE WS-REFUSAL TO WS-M-TEXT
        WRITE REG-LINE FROM WS-REG-MESSAGE-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE RUNCTL-RUN-DATE TO WS-OLD-RUN-DATE
    MOVE RUNCTL-FISCAL-YEAR TO WS-OLD-FISCAL-YEAR
    MOVE RUNCTL-FISCAL-PERIOD TO WS-OLD-FISCAL-PERIOD
    MOVE RUNCTL-RUN-DATE TO CAL-DATE
    READ PROCESSING-CALENDAR
        INVALID KEY
            MOVE "RUN DATE IS NOT ON THE PROCESSING CALENDAR"
                TO WS-REFUSAL
            MOVE WS-REFUSAL TO WS-M-TEXT
            WRITE REG-LINE FROM WS-REG-MESSAGE-LINE
            EXIT PARAGRAPH
    END-READ
    START PROCESSING-CALENDAR KEY > CAL-DATE
        INVALID KEY
            MOVE "CALENDAR ENDS AT THE RUN DATE - BUILD THE NEXT YEAR"
                TO WS-REFUSAL
    END-START
    MOVE "N" TO WS-ROLL-PAYROLL
    MOVE "N" TO WS-ROLL-CENSUS
    MOVE ZERO TO WS-DAYS-PASSED
    MOVE "N" TO WS-ROLL-DONE
    IF WS-REFUSAL NOT = SPACES
        MOVE "Y" TO WS-ROLL-DONE
    END-IF
    PERFORM UNTIL WS-ROLL-DONE = "Y"
        READ PROCESSING-CALENDAR NEXT RECORD
            AT END
                MOVE "CALENDAR ENDS BEFORE THE NEXT BUSINESS DAY"
                    TO WS-REFUSAL
                MOVE "Y" TO WS-ROLL-DONE
            NOT AT END
                ADD 1 TO WS-DAYS-PASSED
                IF CAL-PAYROLL-FLAG = "Y"
                    MOVE "Y" TO WS-ROLL-PAYROLL
                END-IF
                IF CAL-CENSUS-FLAG = "Y"
                    MOVE "Y" TO WS-ROLL-CENSUS
                END-IF
                IF CAL-DAY-TYPE = "B"
                    MOVE "Y" TO WS-ROLL-DONE
                END-IF
        END-READ
    END-PERFORM
    IF WS-REFUSAL NOT = SPACES
        MOVE WS-REFUSAL TO WS-M-TEXT
        WRITE REG-LINE FROM WS-REG-MESSAGE-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE CAL-DATE TO RUNCTL-RUN-DATE
    MOVE CAL-FISCAL-YEAR TO RUNCTL-FISCAL-YEAR
    MOVE CAL-FISCAL-PERIOD TO RUNCTL-FISCAL-PERIOD
    MOVE "N" TO RUNCTL-NEW-PERIOD-FLAG
    IF WS-OLD-FISCAL-YEAR > ZERO
            AND (CAL-FISCAL-YEAR NOT = WS-OLD-FISCAL-YEAR
                OR CAL-FISCAL-PERIOD NOT = WS-OLD-FISCAL-PERIOD)
        MOVE "Y" TO RUNCTL-NEW-PERIOD-FLAG
    END-IF
    MOVE CAL-MONTH-END-FLAG TO RUNCTL-MONTH-END-FLAG
    MOVE WS-ROLL-PAYROLL TO RUNCTL-PAYROLL-FLAG
    MOVE WS-ROLL-CENSUS TO RUNCTL-CENSUS-FLAG

    OPEN OUTPUT RUN-CONTROL-FILE
    WRITE RUNCTL-REC
    CLOSE RUN-CONTROL-FILE
    PERFORM 450-WRITE-ROLL-AUDIT

    MOVE WS-OLD-RUN-DATE TO WS-R-OLD-DATE
    MOVE RUNCTL-RUN-DATE TO WS-R-NEW-DATE
    MOVE RUNCTL-FISCAL-YEAR TO WS-R-FISCAL-YEAR
    MOVE RUNCTL-FISCAL-PERIOD TO WS-R-FISCAL-PERIOD
    MOVE WS-DAYS-PASSED TO WS-R-DAYS
    WRITE REG-LINE FROM WS-REG-ROLL-LINE
    MOVE RUNCTL-MONTH-END-FLAG TO WS-F-MONTH-END
    MOVE RUNCTL-PAYROLL-FLAG TO WS-F-PAYROLL
    MOVE RUNCTL-CENSUS-FLAG TO WS-F-CENSUS
    MOVE RUNCTL-NEW-PERIOD-FLAG TO WS-F-NEW-PERIOD
    WRITE REG-LINE FROM WS-REG-FLAG-LINE.

*> 450-write-roll-audit - the fields the roll changed, on the
*> WatersTA29 parameter audit under operator ROLL.
450-WRITE-ROLL-AUDIT.
    OPEN EXTEND PARAMETER-AUDIT
    IF WS-AUDIT-FILE-STATUS NOT = "00"
        OPEN OUTPUT PARAMETER-AUDIT
    END-IF
    MOVE WS-OLD-RUN-DATE TO AUD-DATE
    MOVE "ROLL" TO AUD-OPERATOR-ID
    MOVE "RUN-DATE" TO AUD-FIELD-NAME
    MOVE WS-OLD-RUN-DATE TO AUD-OLD-VALUE
    MOVE RUNCTL-RUN-DATE TO AUD-NEW-VALUE
    WRITE OUT-AUDIT-REC
    IF RUNCTL-FISCAL-YEAR NOT = WS-OLD-FISCAL-YEAR
        MOVE "FISCAL-YEAR" TO AUD-FIELD-NAME
        MOVE WS-OLD-FISCAL-YEAR TO AUD-OLD-VALUE
        MOVE RUNCTL-FISCAL-YEAR TO AUD-NEW-VALUE
        WRITE OUT-AUDIT-REC
    END-IF
    IF RUNCTL-FISCAL-PERIOD NOT = WS-OLD-FISCAL-PERIOD
        MOVE "FISCAL-PERIOD" TO AUD-FIELD-NAME
        MOVE WS-OLD-FISCAL-PERIOD TO AUD-OLD-VALUE
        MOVE RUNCTL-FISCAL-PERIOD TO AUD-NEW-VALUE
        WRITE OUT-AUDIT-REC
    END-IF
    CLOSE PARAMETER-AUDIT.

*> 500-set-month-end - the month-end flag cleared across the
*> month in WS-DATE-WORK and set again on its last business day.
*> The fiscal period is the calendar month, as the calendar is
*> built.
500-SET-MONTH-END.
    MOVE ZERO TO WS-LAST-BUSINESS-DATE
    MOVE WS-DW-YEAR TO CAL-YEAR
    MOVE WS-DW-MONTH TO CAL-MONTH
    MOVE 1 TO CAL-DAY
    MOVE "N" TO WS-ROLL-DONE
    START PROCESSING-CALENDAR KEY NOT < CAL-DATE
        INVALID KEY
            MOVE "Y" TO WS-ROLL-DONE
    END-START
    PERFORM UNTIL WS-ROLL-DONE = "Y"
        READ PROCESSING-CALENDAR NEXT RECORD
            AT END
                MOVE "Y" TO WS-ROLL-DONE
            NOT AT END
                IF CAL-YEAR NOT = WS-DW-YEAR
                        OR CAL-MONTH NOT = WS-DW-MONTH
                    MOVE "Y" TO WS-ROLL-DONE
                ELSE
                    IF CAL-DAY-TYPE = "B"
                        MOVE CAL-DATE TO WS-LAST-BUSINESS-DATE
                    END-IF
                    IF CAL-MONTH-END-FLAG NOT = "N"
                        MOVE "N" TO CAL-MONTH-END-FLAG
                        REWRITE CAL-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF WS-LAST-BUSINESS-DATE > ZERO
        MOVE WS-LAST-BUSINESS-DATE TO CAL-DATE
        READ PROCESSING-CALENDAR
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO CAL-MONTH-END-FLAG
                REWRITE CAL-REC
        END-READ
    END-IF.

*> 600-test-trigger - one trigger letter from the input; the
*> condition code tells the stream whether tonight's flag is set.
600-TEST-TRIGGER.
    DISPLAY "TRIGGER - (M)ONTH-END, (P)AYROLL, (C)ENSUS, OR "
        "(N)EW PERIOD:"
    ACCEPT WS-MARK-CODE
    PERFORM 060-READ-RUN-CONTROL
    MOVE "N" TO WS-TEST-FLAG
    IF WS-DATE-FOUND = "Y"
        IF WS-MARK-CODE = "M"
            MOVE RUNCTL-MONTH-END-FLAG TO WS-TEST-FLAG
        END-IF
        IF WS-MARK-CODE = "P"
            MOVE RUNCTL-PAYROLL-FLAG TO WS-TEST-FLAG
        END-IF
        IF WS-MARK-CODE = "C"
            MOVE RUNCTL-CENSUS-FLAG TO WS-TEST-FLAG
        END-IF
        IF WS-MARK-CODE = "N"
            MOVE RUNCTL-NEW-PERIOD-FLAG TO WS-TEST-FLAG
        END-IF
    END-IF
    IF WS-MARK-CODE NOT = "M" AND WS-MARK-CODE NOT = "P"
            AND WS-MARK-CODE NOT = "C" AND WS-MARK-CODE NOT = "N"
        DISPLAY "WATERSTA88: TRIGGER MUST BE M, P, C, OR N"
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    IF WS-TEST-FLAG = "Y"
        DISPLAY "WATERSTA88: TRIGGER " WS-MARK-CODE " IS SET FOR "
            WS-RUN-DATE (1:8)
        MOVE 0 TO RETURN-CODE
    ELSE
        DISPLAY "WATERSTA88: TRIGGER " WS-MARK-CODE " IS NOT SET FOR "
            WS-RUN-DATE (1:8)
        MOVE 4 TO RETURN-CODE
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

*> 905-log-run-abend - the end record a refused run writes, so
*> the morning status report lists it as ended abnormally.
905-LOG-RUN-ABEND.
    MOVE "E" TO RUNLOG-RECORD-TYPE
    MOVE "ABNORMAL" TO RUNLOG-COMPLETION-STATUS
    MOVE "Y" TO RUNLOG-ABEND-FLAG
    PERFORM 020-WRITE-RUN-LOG.

020-WRITE-RUN-LOG.
    MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-STAMP
    MOVE "WatersTA88" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA88.
