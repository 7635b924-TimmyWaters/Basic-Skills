*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: The monthly rate reset for adjustable-rate loans. Each
*> adjustable loan on the loan-servicing master carries the rate
*> terms its program had when it was converted - the index it
*> follows, the margin, the months between changes, and the
*> period and lifetime caps - and the date of its next reset.
*> Every active adjustable loan whose reset date falls in the run
*> month (or a month a missed run left behind) has its index
*> looked up on the dated rate sheet as of the reset date, where
*> WatersTA50 keys it under its own code. The margin is added,
*> the result is held within the period cap of the rate the loan
*> had and the lifetime cap above the rate it started at, and
*> the principal and interest payment is re-amortized over the
*> months left to maturity on the standing balance. The new rate
*> and payment go on the loan, the reset date moves one interval
*> on, and a rate-change notice is printed for the borrower, one
*> loan to a page, ahead of the first payment at the new amount.
*> A loan whose index is not on the sheet is listed and left
*> alone until it is.
*>
*> Modification History:
*>   2026-10-15  Each reset is now written to the loan payment
*>               history (LOANHIST) under its reset date with the
*>               rate and payment it set.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA86.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SERVICING-MASTER
        ASSIGN TO LOANSVC
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LS-LOAN-NUMBER
        FILE STATUS IS WS-SERVICING-FILE-STATUS.

    SELECT LOAN-HISTORY
        ASSIGN TO LOANHIST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LPH-KEY
        FILE STATUS IS WS-HISTORY-FILE-STATUS.

    SELECT RATE-SHEET-FILE
        ASSIGN TO RATESHT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-SHEET-FILE-STATUS.

    SELECT RATE-CHANGE-NOTICES
        ASSIGN TO WS-ARMNOTE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RESET-REGISTER
        ASSIGN TO WS-ARMREG-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RUN-CONTROL-FILE
        ASSIGN TO RUNCTL
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
FD SERVICING-MASTER.
01 LS-REC.
    COPY LOANSV.

FD LOAN-HISTORY.
01 LPH-REC.
    COPY LPHREC.

*> The same dated sheet the WatersTA6 calculator prices from; an
*> index is a program code of its own, its term band ignored.
FD RATE-SHEET-FILE.
01 RATE-SHEET-REC.
    05 RS-PROGRAM-CODE   PIC X(4).
    05 RS-TERM-LOW       PIC 9(2).
    05 RS-TERM-HIGH      PIC 9(2).
    05 RS-ANNUAL-RATE    PIC 9(2)V9(3).
    05 RS-EFFECTIVE-DATE PIC 9(8).

FD RATE-CHANGE-NOTICES.
01 NOTE-LINE                     PIC X(80).

FD RESET-REGISTER.
01 REG-LINE                      PIC X(100).

FD RUN-CONTROL-FILE.
01 RUNCTL-REC.
    COPY RUNCTL.

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
    05 WS-SERVICING-FILE-STATUS   PIC XX.
    05 WS-RATE-SHEET-FILE-STATUS  PIC XX.
    05 WS-HISTORY-FILE-STATUS     PIC XX.
    05 WS-HISTORY-WRITTEN         PIC X(1).
    05 WS-OUTCAT-FILE-STATUS      PIC XX.
    05 WS-RUN-CONTROL-FOUND       PIC X(1) VALUE "N".
    05 WS-INDEX-FOUND             PIC X(1).
    05 WS-BEST-EFFECTIVE          PIC 9(8).
    05 WS-INDEX-RATE              PIC 9(2)V9(3).
    05 WS-FULLY-INDEXED           PIC 9(2)V9(3).
    05 WS-OLD-RATE                PIC 9(2)V9(3).
    05 WS-NEW-RATE                PIC 9(2)V9(3).
    05 WS-RATE-CEILING            PIC 9(2)V9(3).
    05 WS-PERIOD-HIGH             PIC 9(2)V9(3).
    05 WS-PERIOD-LOW              PIC 9(2)V9(3).
    05 WS-CAP-NOTE                PIC X(30).
    05 WS-OLD-PAYMENT             PIC 9(7)V99.
    05 WS-NEW-PAYMENT             PIC 9(7)V99.
    05 WS-MONTHLY-RATE            PIC 9(1)V9(6).
    05 WS-COMPOUND-FACTOR         PIC 9(4)V9(6).
    05 WS-REMAINING-MONTHS        PIC S9(5).
    05 WS-MONTH-NO                PIC 9(3).
    05 WS-MONTHS-TO-ADD           PIC 9(3).
    05 WS-MONTH-TOTAL             PIC 9(6).
    05 WS-RESET-DATE              PIC 9(8).
    05 WS-FIRST-PAYMENT-DATE      PIC 9(8).
    05 WS-EXCEPTION-REASON        PIC X(40).
    05 WS-NEW-PAGE-FILE           PIC X(1) VALUE "Y".

01 WS-COUNTS.
    05 WS-RESET-COUNT             PIC 9(5) VALUE ZERO.
    05 WS-UNCHANGED-COUNT         PIC 9(5) VALUE ZERO.
    05 WS-CAPPED-COUNT            PIC 9(5) VALUE ZERO.
    05 WS-EXCEPTION-COUNT         PIC 9(5) VALUE ZERO.

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

*> A date some months on from another; a day past the 28th lands
*> on the 28th.
01 WS-MONTHS-ON-DATE.
    05 WS-MO-YEAR    PIC 9(4).
    05 WS-MO-MONTH   PIC 9(2).
    05 WS-MO-DAY     PIC 9(2).

01 WS-TERM-DATE-PARTS.
    05 WS-TD-YEAR    PIC 9(4).
    05 WS-TD-MONTH   PIC 9(2).
    05 WS-TD-DAY     PIC 9(2).

01 WS-PAID-THRU-PARTS.
    05 WS-PT-YEAR    PIC 9(4).
    05 WS-PT-MONTH   PIC 9(2).
    05 WS-PT-DAY     PIC 9(2).

*> This run's notices and register, stamped with the run date.
01 WS-ARMNOTE-NAME               PIC X(21) VALUE "ARMNOTE".
01 WS-ARMREG-NAME                PIC X(21) VALUE "ARMREG".

*> The dated rate sheet, held for the index lookups.
01 WS-RATE-SHEET-TABLE.
    05 WS-RS-COUNT               PIC 9(3) VALUE ZERO.
    05 WS-RS-ENTRY OCCURS 500 TIMES.
        10 WS-RS-PROGRAM         PIC X(4).
        10 WS-RS-RATE            PIC 9(2)V9(3).
        10 WS-RS-EFFECTIVE       PIC 9(8).
    05 WS-RS-SUB                 PIC 9(3).

01 WS-REG-HEADING-1.
    05 FILLER             PIC X(30) VALUE
        "ADJUSTABLE-RATE RESET REGISTER".
    05 FILLER             PIC X(12) VALUE "   RUN DATE ".
    05 WS-RH-RUN-DATE     PIC 9(8).

01 WS-REG-HEADING-2.
    05 FILLER   PIC X(8)  VALUE "LOAN".
    05 FILLER   PIC X(10) VALUE "RESET".
    05 FILLER   PIC X(6)  VALUE "INDEX".
    05 FILLER   PIC X(8)  VALUE "   VALUE".
    05 FILLER   PIC X(9)  VALUE " OLD RATE".
    05 FILLER   PIC X(9)  VALUE " NEW RATE".
    05 FILLER   PIC X(12) VALUE " OLD P&I".
    05 FILLER   PIC X(12) VALUE " NEW P&I".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(4)  VALUE "NOTE".

01 WS-REG-DETAIL.
    05 WS-G-LOAN-NUMBER   PIC 9(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-G-RESET-DATE    PIC 9(8).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-G-INDEX-CODE    PIC X(4).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-G-INDEX-RATE    PIC Z9.999.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 WS-G-OLD-RATE      PIC Z9.999.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 WS-G-NEW-RATE      PIC Z9.999.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-G-OLD-PAYMENT   PIC Z(6)9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-G-NEW-PAYMENT   PIC Z(6)9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-G-NOTE          PIC X(30).

01 WS-REG-EXCEPTION.
    05 WS-X-LOAN-NUMBER   PIC 9(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-X-RESET-DATE    PIC 9(8).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-X-INDEX-CODE    PIC X(4).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 FILLER             PIC X(12) VALUE "NOT RESET - ".
    05 WS-X-REASON        PIC X(40).

01 WS-REG-COUNT-LINE.
    05 WS-C-LABEL         PIC X(30).
    05 WS-C-COUNT         PIC ZZZZ9.

01 WS-NOTE-TITLE.
    05 FILLER             PIC X(22) VALUE SPACES.
    05 FILLER             PIC X(36) VALUE
        "ADJUSTABLE-RATE MORTGAGE RATE CHANGE".

01 WS-NOTE-SUBTITLE.
    05 FILLER             PIC X(34) VALUE SPACES.
    05 FILLER             PIC X(12) VALUE "NOTIFICATION".

01 WS-NOTE-DATE-LINE.
    05 FILLER             PIC X(13) VALUE "NOTICE DATE: ".
    05 WS-N-RUN-DATE      PIC 9(8).
    05 FILLER             PIC X(28) VALUE SPACES.
    05 FILLER             PIC X(13) VALUE "LOAN NUMBER: ".
    05 WS-N-LOAN-NUMBER   PIC 9(6).

01 WS-NOTE-BORROWER-LINE.
    05 FILLER             PIC X(13) VALUE "BORROWER:".
    05 WS-N-BORROWER      PIC X(25).

01 WS-NOTE-TEXT-LINE.
    05 WS-NT-TEXT         PIC X(80).

01 WS-NOTE-RATE-LINE.
    05 WS-NR-LABEL        PIC X(50).
    05 WS-NR-RATE         PIC Z9.999.
    05 FILLER             PIC X(1)  VALUE "%".

01 WS-NOTE-AMOUNT-LINE.
    05 WS-NA-LABEL        PIC X(50).
    05 WS-NA-AMOUNT       PIC Z(9)9.99.

01 WS-NOTE-DATE-FIELD-LINE.
    05 WS-ND-LABEL        PIC X(50).
    05 WS-ND-DATE         PIC 9(8).

01 WS-NOTE-COUNT-LINE.
    05 WS-NC-LABEL        PIC X(50).
    05 WS-NC-COUNT        PIC ZZZZ9.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 055-READ-RUN-CONTROL
    PERFORM 040-STAMP-OUTPUT-NAMES
    PERFORM 065-LOAD-RATE-SHEET

    OPEN I-O SERVICING-MASTER
    IF WS-SERVICING-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA86: UNABLE TO OPEN SERVICING-MASTER, "
            "FILE STATUS " WS-SERVICING-FILE-STATUS
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF
    OPEN I-O LOAN-HISTORY
    IF WS-HISTORY-FILE-STATUS = "35"
        OPEN OUTPUT LOAN-HISTORY
        CLOSE LOAN-HISTORY
        OPEN I-O LOAN-HISTORY
    END-IF
    IF WS-HISTORY-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA86: UNABLE TO OPEN LOAN-HISTORY, "
            "FILE STATUS " WS-HISTORY-FILE-STATUS
        CLOSE SERVICING-MASTER
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF
    OPEN OUTPUT RATE-CHANGE-NOTICES
                RESET-REGISTER
    MOVE WS-RUN-DATE (1:8) TO WS-RH-RUN-DATE
    WRITE REG-LINE FROM WS-REG-HEADING-1
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
    WRITE REG-LINE FROM WS-REG-HEADING-2

    MOVE ZERO TO LS-LOAN-NUMBER
    START SERVICING-MASTER KEY NOT < LS-LOAN-NUMBER
        INVALID KEY
            MOVE "N" TO MORE-RECORDS
    END-START
    PERFORM UNTIL MORE-RECORDS = "N"
        READ SERVICING-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF LS-STATUS = "A"
                        AND LS-RATE-TYPE = "A"
                        AND LS-NEXT-RESET-DATE > ZERO
                        AND LS-NEXT-RESET-DATE (1:6)
                            NOT > WS-RUN-DATE (1:6)
                    PERFORM 200-RESET-ONE-LOAN
                END-IF
        END-READ
    END-PERFORM

    PERFORM 500-WRITE-TOTALS
    CLOSE SERVICING-MASTER
          LOAN-HISTORY
          RATE-CHANGE-NOTICES
          RESET-REGISTER
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 040-stamp-output-names - the dated notice and register names
*> and their catalog entries for the retention sweep.
040-STAMP-OUTPUT-NAMES.
    MOVE SPACES TO WS-ARMNOTE-NAME
    STRING "ARMNOTE." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-ARMNOTE-NAME
    MOVE SPACES TO WS-ARMREG-NAME
    STRING "ARMREG." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-ARMREG-NAME
    OPEN EXTEND OUTPUT-CATALOG
    IF WS-OUTCAT-FILE-STATUS NOT = "00"
        OPEN OUTPUT OUTPUT-CATALOG
    END-IF
    MOVE WS-ARMNOTE-NAME TO OUTCAT-FILE-NAME
    MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
    WRITE OUT-CATALOG-REC
    MOVE WS-ARMREG-NAME TO OUTCAT-FILE-NAME
    MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
    WRITE OUT-CATALOG-REC
    CLOSE OUTPUT-CATALOG.

*> 055-read-run-control - the run date names the month whose
*> resets are taken; the system date stands in when the file is
*> absent.
055-READ-RUN-CONTROL.
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

*> 065-load-rate-sheet - the dated rate sheet into storage. A run
*> with no sheet is refused: without it no index can be found and
*> every reset would fall out as an exception.
065-LOAD-RATE-SHEET.
    OPEN INPUT RATE-SHEET-FILE
    IF WS-RATE-SHEET-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA86: UNABLE TO OPEN THE RATE SHEET, "
            "FILE STATUS " WS-RATE-SHEET-FILE-STATUS
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ RATE-SHEET-FILE
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF WS-RS-COUNT < 500
                    ADD 1 TO WS-RS-COUNT
                    MOVE RS-PROGRAM-CODE
                        TO WS-RS-PROGRAM (WS-RS-COUNT)
                    MOVE RS-ANNUAL-RATE
                        TO WS-RS-RATE (WS-RS-COUNT)
                    MOVE RS-EFFECTIVE-DATE
                        TO WS-RS-EFFECTIVE (WS-RS-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE RATE-SHEET-FILE
    MOVE "Y" TO MORE-RECORDS.

*> 200-reset-one-loan - the index as of the reset date, the caps,
*> the re-amortized payment, and the notice. A loan that cannot
*> be reset keeps its rate, payment, and reset date, so it comes
*> round again on the next run once the cause is fixed.
200-RESET-ONE-LOAN.
    MOVE LS-NEXT-RESET-DATE TO WS-RESET-DATE
    PERFORM 210-FIND-INDEX-RATE
    IF WS-INDEX-FOUND = "N"
        MOVE "NO INDEX RATE ON THE SHEET AS OF RESET"
            TO WS-EXCEPTION-REASON
        PERFORM 290-WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF

    MOVE LS-MATURITY-DATE TO WS-TERM-DATE-PARTS
    MOVE LS-PAID-THRU-DATE TO WS-PAID-THRU-PARTS
    COMPUTE WS-REMAINING-MONTHS =
        (WS-TD-YEAR * 12 + WS-TD-MONTH)
        - (WS-PT-YEAR * 12 + WS-PT-MONTH)
    IF LS-MATURITY-DATE = ZERO OR WS-REMAINING-MONTHS < 1
        MOVE "NO TERM LEFT TO RE-AMORTIZE OVER"
            TO WS-EXCEPTION-REASON
        PERFORM 290-WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF

    MOVE LS-ANNUAL-RATE TO WS-OLD-RATE
    MOVE LS-MONTHLY-PAYMENT TO WS-OLD-PAYMENT
    PERFORM 220-APPLY-CAPS
    PERFORM 230-REAMORTIZE

    MOVE WS-NEW-RATE TO LS-ANNUAL-RATE
    MOVE WS-NEW-PAYMENT TO LS-MONTHLY-PAYMENT
    MOVE WS-RESET-DATE TO WS-MONTHS-ON-DATE
    MOVE 1 TO WS-MONTHS-TO-ADD
    PERFORM 240-ADD-MONTHS
    MOVE WS-MONTHS-ON-DATE TO WS-FIRST-PAYMENT-DATE
    MOVE WS-RESET-DATE TO WS-MONTHS-ON-DATE
    MOVE LS-RESET-MONTHS TO WS-MONTHS-TO-ADD
    PERFORM 240-ADD-MONTHS
    MOVE WS-MONTHS-ON-DATE TO LS-NEXT-RESET-DATE
    REWRITE LS-REC
    PERFORM 250-WRITE-HISTORY

    IF WS-NEW-RATE = WS-OLD-RATE
        ADD 1 TO WS-UNCHANGED-COUNT
    ELSE
        ADD 1 TO WS-RESET-COUNT
    END-IF
    IF WS-CAP-NOTE NOT = SPACES
        ADD 1 TO WS-CAPPED-COUNT
    END-IF
    MOVE LS-LOAN-NUMBER TO WS-G-LOAN-NUMBER
    MOVE WS-RESET-DATE TO WS-G-RESET-DATE
    MOVE LS-INDEX-CODE TO WS-G-INDEX-CODE
    MOVE WS-INDEX-RATE TO WS-G-INDEX-RATE
    MOVE WS-OLD-RATE TO WS-G-OLD-RATE
    MOVE WS-NEW-RATE TO WS-G-NEW-RATE
    MOVE WS-OLD-PAYMENT TO WS-G-OLD-PAYMENT
    MOVE WS-NEW-PAYMENT TO WS-G-NEW-PAYMENT
    MOVE WS-CAP-NOTE TO WS-G-NOTE
    WRITE REG-LINE FROM WS-REG-DETAIL
    PERFORM 300-PRINT-NOTICE.

*> 210-find-index-rate - of the sheet records for the loan's
*> index effective on or before the reset date, the most recently
*> effective one - the index in effect that day.
210-FIND-INDEX-RATE.
    MOVE "N" TO WS-INDEX-FOUND
    MOVE ZERO TO WS-BEST-EFFECTIVE
    PERFORM VARYING WS-RS-SUB FROM 1 BY 1
            UNTIL WS-RS-SUB > WS-RS-COUNT
        IF WS-RS-PROGRAM (WS-RS-SUB) = LS-INDEX-CODE
                AND WS-RS-EFFECTIVE (WS-RS-SUB) NOT > WS-RESET-DATE
                AND WS-RS-EFFECTIVE (WS-RS-SUB)
                    NOT < WS-BEST-EFFECTIVE
            MOVE "Y" TO WS-INDEX-FOUND
            MOVE WS-RS-RATE (WS-RS-SUB) TO WS-INDEX-RATE
            MOVE WS-RS-EFFECTIVE (WS-RS-SUB) TO WS-BEST-EFFECTIVE
        END-IF
    END-PERFORM.

*> 220-apply-caps - the fully indexed rate, held within the
*> period cap either side of the rate the loan has, and never
*> above its starting rate plus the lifetime cap.
220-APPLY-CAPS.
    MOVE SPACES TO WS-CAP-NOTE
    COMPUTE WS-FULLY-INDEXED = WS-INDEX-RATE + LS-MARGIN
    MOVE WS-FULLY-INDEXED TO WS-NEW-RATE
    COMPUTE WS-PERIOD-HIGH = WS-OLD-RATE + LS-PERIOD-CAP
    IF WS-OLD-RATE > LS-PERIOD-CAP
        COMPUTE WS-PERIOD-LOW = WS-OLD-RATE - LS-PERIOD-CAP
    ELSE
        MOVE ZERO TO WS-PERIOD-LOW
    END-IF
    COMPUTE WS-RATE-CEILING = LS-INITIAL-RATE + LS-LIFETIME-CAP
    IF WS-NEW-RATE > WS-PERIOD-HIGH
        MOVE WS-PERIOD-HIGH TO WS-NEW-RATE
        MOVE "LIMITED BY THE PERIOD CAP" TO WS-CAP-NOTE
    END-IF
    IF WS-NEW-RATE < WS-PERIOD-LOW
        MOVE WS-PERIOD-LOW TO WS-NEW-RATE
        MOVE "LIMITED BY THE PERIOD CAP" TO WS-CAP-NOTE
    END-IF
    IF WS-NEW-RATE > WS-RATE-CEILING
        MOVE WS-RATE-CEILING TO WS-NEW-RATE
        MOVE "LIMITED BY THE LIFETIME CAP" TO WS-CAP-NOTE
    END-IF.

*> 230-reamortize - the level payment that retires the standing
*> balance at the new rate over the months left, in the same
*> compound-factor arithmetic the WatersTA6 schedule uses.
230-REAMORTIZE.
    COMPUTE WS-MONTHLY-RATE ROUNDED = WS-NEW-RATE / 12 / 100
    IF WS-MONTHLY-RATE = ZERO
        COMPUTE WS-NEW-PAYMENT ROUNDED =
            LS-PRINCIPAL-BALANCE / WS-REMAINING-MONTHS
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO WS-COMPOUND-FACTOR
    PERFORM VARYING WS-MONTH-NO FROM 1 BY 1
            UNTIL WS-MONTH-NO > WS-REMAINING-MONTHS
        COMPUTE WS-COMPOUND-FACTOR ROUNDED =
            WS-COMPOUND-FACTOR * (1 + WS-MONTHLY-RATE)
    END-PERFORM
    COMPUTE WS-NEW-PAYMENT ROUNDED =
        (LS-PRINCIPAL-BALANCE * WS-MONTHLY-RATE
            * WS-COMPOUND-FACTOR) /
        (WS-COMPOUND-FACTOR - 1).

*> 240-add-months - the date in WS-MONTHS-ON-DATE plus
*> WS-MONTHS-TO-ADD months.
240-ADD-MONTHS.
    COMPUTE WS-MONTH-TOTAL =
        WS-MO-YEAR * 12 + WS-MO-MONTH - 1 + WS-MONTHS-TO-ADD
    COMPUTE WS-MO-YEAR = WS-MONTH-TOTAL / 12
    COMPUTE WS-MO-MONTH =
        WS-MONTH-TOTAL - WS-MO-YEAR * 12 + 1
    IF WS-MO-DAY > 28
        MOVE 28 TO WS-MO-DAY
    END-IF.

*> 250-write-history - the reset on the loan payment history
*> under its reset date, with the rate and payment it set.
250-WRITE-HISTORY.
    INITIALIZE LPH-REC
    MOVE LS-LOAN-NUMBER TO LPH-LOAN-NUMBER
    MOVE WS-RESET-DATE TO LPH-EFFECTIVE-DATE
    MOVE "A" TO LPH-TRAN-TYPE
    MOVE WS-RUN-DATE (1:8) TO LPH-POSTED-DATE
    MOVE LS-PRINCIPAL-BALANCE TO LPH-BALANCE-AFTER
    MOVE LS-ESCROW-BALANCE TO LPH-ESCROW-BALANCE-AFTER
    MOVE LS-ANNUAL-RATE TO LPH-RATE-AFTER
    MOVE LS-MONTHLY-PAYMENT TO LPH-PAYMENT-AFTER
    MOVE LS-MONTHLY-ESCROW TO LPH-ESCROW-PAYMENT-AFTER
    MOVE ZERO TO LPH-SEQUENCE
    MOVE "N" TO WS-HISTORY-WRITTEN
    PERFORM UNTIL WS-HISTORY-WRITTEN = "Y"
            OR LPH-SEQUENCE = 999
        ADD 1 TO LPH-SEQUENCE
        WRITE LPH-REC
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WS-HISTORY-WRITTEN
        END-WRITE
    END-PERFORM
    IF WS-HISTORY-WRITTEN = "N"
        DISPLAY "WATERSTA86: HISTORY NOT WRITTEN FOR LOAN "
            LS-LOAN-NUMBER ", FILE STATUS "
            WS-HISTORY-FILE-STATUS
    END-IF.

290-WRITE-EXCEPTION.
    ADD 1 TO WS-EXCEPTION-COUNT
    MOVE LS-LOAN-NUMBER TO WS-X-LOAN-NUMBER
    MOVE WS-RESET-DATE TO WS-X-RESET-DATE
    MOVE LS-INDEX-CODE TO WS-X-INDEX-CODE
    MOVE WS-EXCEPTION-REASON TO WS-X-REASON
    WRITE REG-LINE FROM WS-REG-EXCEPTION.

*> 300-print-notice - the borrower's rate-change notice, one loan
*> to a page: how the new rate was reached, and the payment it
*> brings from the first payment due after the reset.
300-PRINT-NOTICE.
    MOVE WS-NOTE-TITLE TO NOTE-LINE
    IF WS-NEW-PAGE-FILE = "Y"
        WRITE NOTE-LINE
        MOVE "N" TO WS-NEW-PAGE-FILE
    ELSE
        WRITE NOTE-LINE AFTER ADVANCING PAGE
    END-IF
    WRITE NOTE-LINE FROM WS-NOTE-SUBTITLE
    MOVE SPACES TO NOTE-LINE
    WRITE NOTE-LINE
    MOVE WS-RUN-DATE (1:8) TO WS-N-RUN-DATE
    MOVE LS-LOAN-NUMBER TO WS-N-LOAN-NUMBER
    WRITE NOTE-LINE FROM WS-NOTE-DATE-LINE
    MOVE LS-BORROWER-NAME TO WS-N-BORROWER
    WRITE NOTE-LINE FROM WS-NOTE-BORROWER-LINE
    MOVE SPACES TO NOTE-LINE
    WRITE NOTE-LINE
    MOVE "THE INTEREST RATE ON YOUR ADJUSTABLE-RATE LOAN IS"
        TO WS-NT-TEXT
    WRITE NOTE-LINE FROM WS-NOTE-TEXT-LINE
    MOVE "SCHEDULED TO CHANGE AS OF THE RESET DATE BELOW."
        TO WS-NT-TEXT
    WRITE NOTE-LINE FROM WS-NOTE-TEXT-LINE
    MOVE SPACES TO NOTE-LINE
    WRITE NOTE-LINE

    MOVE "RATE RESET DATE" TO WS-ND-LABEL
    MOVE WS-RESET-DATE TO WS-ND-DATE
    WRITE NOTE-LINE FROM WS-NOTE-DATE-FIELD-LINE
    MOVE SPACES TO WS-NR-LABEL
    STRING "INDEX (" DELIMITED BY SIZE
           LS-INDEX-CODE DELIMITED BY SPACE
           ") IN EFFECT ON THAT DATE" DELIMITED BY SIZE
           INTO WS-NR-LABEL
    MOVE WS-INDEX-RATE TO WS-NR-RATE
    WRITE NOTE-LINE FROM WS-NOTE-RATE-LINE
    MOVE "PLUS YOUR MARGIN" TO WS-NR-LABEL
    MOVE LS-MARGIN TO WS-NR-RATE
    WRITE NOTE-LINE FROM WS-NOTE-RATE-LINE
    MOVE "FULLY INDEXED RATE" TO WS-NR-LABEL
    MOVE WS-FULLY-INDEXED TO WS-NR-RATE
    WRITE NOTE-LINE FROM WS-NOTE-RATE-LINE
    MOVE "RATE LIMIT AT THIS CHANGE (PERIOD CAP)" TO WS-NR-LABEL
    MOVE LS-PERIOD-CAP TO WS-NR-RATE
    WRITE NOTE-LINE FROM WS-NOTE-RATE-LINE
    MOVE "HIGHEST RATE OVER THE LIFE OF THE LOAN" TO WS-NR-LABEL
    MOVE WS-RATE-CEILING TO WS-NR-RATE
    WRITE NOTE-LINE FROM WS-NOTE-RATE-LINE
    MOVE SPACES TO NOTE-LINE
    WRITE NOTE-LINE

    MOVE "PRIOR INTEREST RATE" TO WS-NR-LABEL
    MOVE WS-OLD-RATE TO WS-NR-RATE
    WRITE NOTE-LINE FROM WS-NOTE-RATE-LINE
    MOVE "NEW INTEREST RATE" TO WS-NR-LABEL
    MOVE WS-NEW-RATE TO WS-NR-RATE
    WRITE NOTE-LINE FROM WS-NOTE-RATE-LINE
    IF WS-CAP-NOTE NOT = SPACES
        MOVE SPACES TO WS-NT-TEXT
        STRING "  THE NEW RATE IS " DELIMITED BY SIZE
               WS-CAP-NOTE DELIMITED BY SIZE
               INTO WS-NT-TEXT
        WRITE NOTE-LINE FROM WS-NOTE-TEXT-LINE
    END-IF
    MOVE SPACES TO NOTE-LINE
    WRITE NOTE-LINE

    MOVE "PRINCIPAL BALANCE" TO WS-NA-LABEL
    MOVE LS-PRINCIPAL-BALANCE TO WS-NA-AMOUNT
    WRITE NOTE-LINE FROM WS-NOTE-AMOUNT-LINE
    MOVE "MONTHS REMAINING TO MATURITY" TO WS-NC-LABEL
    MOVE WS-REMAINING-MONTHS TO WS-NC-COUNT
    WRITE NOTE-LINE FROM WS-NOTE-COUNT-LINE
    MOVE "PRIOR PRINCIPAL AND INTEREST PAYMENT" TO WS-NA-LABEL
    MOVE WS-OLD-PAYMENT TO WS-NA-AMOUNT
    WRITE NOTE-LINE FROM WS-NOTE-AMOUNT-LINE
    MOVE "NEW PRINCIPAL AND INTEREST PAYMENT" TO WS-NA-LABEL
    MOVE WS-NEW-PAYMENT TO WS-NA-AMOUNT
    WRITE NOTE-LINE FROM WS-NOTE-AMOUNT-LINE
    IF LS-MONTHLY-ESCROW > ZERO
        MOVE "PLUS MONTHLY ESCROW" TO WS-NA-LABEL
        MOVE LS-MONTHLY-ESCROW TO WS-NA-AMOUNT
        WRITE NOTE-LINE FROM WS-NOTE-AMOUNT-LINE
        MOVE "NEW TOTAL MONTHLY PAYMENT" TO WS-NA-LABEL
        COMPUTE WS-NA-AMOUNT = WS-NEW-PAYMENT + LS-MONTHLY-ESCROW
        WRITE NOTE-LINE FROM WS-NOTE-AMOUNT-LINE
    END-IF
    MOVE "FIRST PAYMENT DUE AT THE NEW AMOUNT" TO WS-ND-LABEL
    MOVE WS-FIRST-PAYMENT-DATE TO WS-ND-DATE
    WRITE NOTE-LINE FROM WS-NOTE-DATE-FIELD-LINE
    MOVE "NEXT SCHEDULED RATE CHANGE" TO WS-ND-LABEL
    MOVE LS-NEXT-RESET-DATE TO WS-ND-DATE
    WRITE NOTE-LINE FROM WS-NOTE-DATE-FIELD-LINE.

*> 500-write-totals - the run's counts.
500-WRITE-TOTALS.
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
    MOVE "RATES CHANGED" TO WS-C-LABEL
    MOVE WS-RESET-COUNT TO WS-C-COUNT
    WRITE REG-LINE FROM WS-REG-COUNT-LINE
    MOVE "RESET AT THE SAME RATE" TO WS-C-LABEL
    MOVE WS-UNCHANGED-COUNT TO WS-C-COUNT
    WRITE REG-LINE FROM WS-REG-COUNT-LINE
    MOVE "HELD BY A CAP" TO WS-C-LABEL
    MOVE WS-CAPPED-COUNT TO WS-C-COUNT
    WRITE REG-LINE FROM WS-REG-COUNT-LINE
    MOVE "NOT RESET - EXCEPTIONS" TO WS-C-LABEL
    MOVE WS-EXCEPTION-COUNT TO WS-C-COUNT
    WRITE REG-LINE FROM WS-REG-COUNT-LINE.

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
    MOVE "WatersTA86" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA86.
