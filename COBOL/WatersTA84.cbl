*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: The payoff statement for a serviced loan. A borrower
*> or a title company calls for the figure to close a loan on a
*> given day; the servicer keys the loan number and the day the
*> funds are good through, and this program works the figure out
*> of the loan-servicing master the way the WatersTA51 posting
*> run will take it when the funds arrive: the principal balance,
*> interest from the paid-through date to the good-through date
*> at the loan's rate in the shop's 30-day-month arithmetic, the
*> late charges assessed and not yet collected, the loan
*> program's payoff fee, and any escrow the servicer has advanced.
*> The statement shows the per-diem interest to add for each day
*> the funds arrive after the good-through date, and is printed
*> one loan to a page on the dated payoff statement file.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA84.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SERVICING-MASTER
        ASSIGN TO LOANSVC
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LS-LOAN-NUMBER
        FILE STATUS IS WS-SERVICING-FILE-STATUS.

    SELECT PAYOFF-STATEMENTS
        ASSIGN TO WS-PAYOFF-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAYOFF-FILE-STATUS.

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

FD PAYOFF-STATEMENTS.
01 PAY-LINE                      PIC X(80).

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
    05 WS-OUTCAT-FILE-STATUS      PIC XX.
    05 WS-PAYOFF-FILE-STATUS      PIC XX.
    05 WS-RUN-CONTROL-FOUND       PIC X(1) VALUE "N".
    05 WS-LOAN-FOUND              PIC X(1).
    05 WS-NEW-PAGE-FILE           PIC X(1) VALUE "N".
    05 WS-L-LOAN-NUMBER           PIC X(6).
    05 WS-L-GOOD-THRU             PIC X(8).
    05 WS-GOOD-THRU-DATE          PIC 9(8).
    05 WS-PER-DIEM                PIC 9(5)V99.
    05 WS-ACCRUED-DAYS            PIC S9(5).
    05 WS-ACCRUED-INTEREST        PIC 9(9)V99.
    05 WS-PAYOFF-FEE              PIC 9(5)V99.
    05 WS-PAYOFF-DUE              PIC 9(11)V99.
    05 WS-ESCROW-ADVANCE          PIC 9(7)V99.
    05 WS-STATEMENT-COUNT         PIC 9(5) VALUE ZERO.

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

01 WS-GOOD-THRU-PARTS.
    05 WS-GT-YEAR    PIC 9(4).
    05 WS-GT-MONTH   PIC 9(2).
    05 WS-GT-DAY     PIC 9(2).

*> This session's statements, stamped with the run date; a
*> second session the same day adds to the first's file.
01 WS-PAYOFF-NAME                PIC X(21) VALUE "PAYOFF".

*> Loan-program payoff fees, kept in step with the table the
*> WatersTA51 posting run collects against. A supervisor updates
*> the MOVE statements in 050-LOAD-LOAN-PROGRAM-TABLE to change a
*> fee or add a program.
01 WS-LOAN-PROGRAM-TABLE.
    05 WS-LP-ENTRY OCCURS 3 TIMES INDEXED BY PROG-IDX.
        10 WS-LP-CODE            PIC X(4).
        10 WS-LP-PAYOFF-FEE      PIC 9(5)V99.

*> Two dates in the shop's 30-day-month arithmetic, for the days
*> of interest the payoff accrues.
01 WS-DAY-COUNT-WORK.
    05 WS-DC-FROM-DATE.
        10 WS-DCF-YEAR   PIC 9(4).
        10 WS-DCF-MONTH  PIC 9(2).
        10 WS-DCF-DAY    PIC 9(2).
    05 WS-DC-TO-DATE.
        10 WS-DCT-YEAR   PIC 9(4).
        10 WS-DCT-MONTH  PIC 9(2).
        10 WS-DCT-DAY    PIC 9(2).
    05 WS-DC-DAYS        PIC S9(7).

01 WS-TITLE-LINE.
    05 FILLER             PIC X(28) VALUE SPACES.
    05 FILLER             PIC X(23) VALUE "LOAN PAYOFF STATEMENT".

01 WS-DATE-LINE.
    05 FILLER             PIC X(16) VALUE "STATEMENT DATE: ".
    05 WS-S-RUN-DATE      PIC 9(8).
    05 FILLER             PIC X(25) VALUE SPACES.
    05 FILLER             PIC X(13) VALUE "LOAN NUMBER: ".
    05 WS-S-LOAN-NUMBER   PIC 9(6).

01 WS-BORROWER-LINE.
    05 FILLER             PIC X(16) VALUE "BORROWER:".
    05 WS-S-BORROWER      PIC X(25).

01 WS-PROGRAM-LINE.
    05 FILLER             PIC X(16) VALUE "LOAN PROGRAM:".
    05 WS-S-PROGRAM       PIC X(4).
    05 FILLER             PIC X(21) VALUE SPACES.
    05 FILLER             PIC X(15) VALUE "INTEREST RATE: ".
    05 WS-S-RATE          PIC Z9.999.
    05 FILLER             PIC X(1)  VALUE "%".

01 WS-PAID-THRU-LINE.
    05 FILLER             PIC X(30) VALUE
        "INTEREST PAID THROUGH:".
    05 WS-S-PAID-THRU     PIC 9(8).

01 WS-GOOD-THRU-LINE.
    05 FILLER             PIC X(30) VALUE
        "PAYOFF GOOD THROUGH:".
    05 WS-S-GOOD-THRU     PIC 9(8).

01 WS-AMOUNT-LINE.
    05 WS-A-LABEL         PIC X(50).
    05 WS-A-AMOUNT        PIC Z(9)9.99.

01 WS-INTEREST-LABEL.
    05 FILLER             PIC X(9)  VALUE "INTEREST ".
    05 WS-I-FROM          PIC 9(8).
    05 FILLER             PIC X(4)  VALUE " TO ".
    05 WS-I-TO            PIC 9(8).
    05 FILLER             PIC X(2)  VALUE " (".
    05 WS-I-DAYS          PIC ZZZZ9.
    05 FILLER             PIC X(6)  VALUE " DAYS)".

01 WS-RULE-LINE.
    05 FILLER             PIC X(50) VALUE SPACES.
    05 FILLER             PIC X(13) VALUE "-------------".

01 WS-TOTAL-LABEL.
    05 FILLER             PIC X(32) VALUE
        "TOTAL AMOUNT TO PAY OFF THROUGH ".
    05 WS-T-GOOD-THRU     PIC 9(8).

01 WS-PER-DIEM-LINE.
    05 FILLER             PIC X(19) VALUE "PER-DIEM INTEREST: ".
    05 WS-P-PER-DIEM      PIC Z(4)9.99.
    05 FILLER             PIC X(34) VALUE
        " - ADD THIS AMOUNT FOR EACH DAY".

01 WS-PER-DIEM-LINE-2.
    05 FILLER             PIC X(45) VALUE
        "AFTER THE GOOD-THROUGH DATE THE FUNDS ARRIVE.".

01 WS-ESCROW-REFUND-LINE.
    05 FILLER             PIC X(19) VALUE "ESCROW BALANCE OF ".
    05 WS-E-BALANCE       PIC Z(6)9.99.
    05 FILLER             PIC X(38) VALUE
        " IS REFUNDED SEPARATELY AFTER PAYOFF.".

01 WS-REMIT-LINE.
    05 FILLER             PIC X(27) VALUE
        "REMIT WITH THE LOAN NUMBER.".
    05 FILLER             PIC X(40) VALUE
        " THE LOAN IS CLOSED WHEN THE FUNDS POST.".

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 050-LOAD-LOAN-PROGRAM-TABLE
    PERFORM 055-READ-RUN-CONTROL
    PERFORM 040-STAMP-OUTPUT-NAME

    OPEN INPUT SERVICING-MASTER
    IF WS-SERVICING-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA84: UNABLE TO OPEN SERVICING-MASTER, "
            "FILE STATUS " WS-SERVICING-FILE-STATUS
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF
    OPEN EXTEND PAYOFF-STATEMENTS
    IF WS-PAYOFF-FILE-STATUS NOT = "00"
        OPEN OUTPUT PAYOFF-STATEMENTS
        MOVE "Y" TO WS-NEW-PAGE-FILE
        PERFORM 045-CATALOG-OUTPUT-NAME
    END-IF

    PERFORM UNTIL MORE-RECORDS = "N"
        DISPLAY "ENTER LOAN NUMBER FOR PAYOFF:"
        ACCEPT WS-L-LOAN-NUMBER
        DISPLAY "ENTER GOOD-THROUGH DATE (YYYYMMDD, 0 = TODAY):"
        ACCEPT WS-L-GOOD-THRU
        PERFORM 200-QUOTE-ONE-PAYOFF
        DISPLAY "ANOTHER PAYOFF? (Y/N)"
        ACCEPT MORE-RECORDS
    END-PERFORM

    DISPLAY "WATERSTA84: " WS-STATEMENT-COUNT
        " PAYOFF STATEMENTS PRINTED TO " WS-PAYOFF-NAME
    CLOSE SERVICING-MASTER
          PAYOFF-STATEMENTS
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 040-stamp-output-name - the dated statement file name.
040-STAMP-OUTPUT-NAME.
    MOVE SPACES TO WS-PAYOFF-NAME
    STRING "PAYOFF." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-PAYOFF-NAME.

*> 045-catalog-output-name - the catalog entry for the retention
*> sweep, made once, by the session that creates the day's file.
045-CATALOG-OUTPUT-NAME.
    OPEN EXTEND OUTPUT-CATALOG
    IF WS-OUTCAT-FILE-STATUS NOT = "00"
        OPEN OUTPUT OUTPUT-CATALOG
    END-IF
    MOVE WS-PAYOFF-NAME TO OUTCAT-FILE-NAME
    MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
    WRITE OUT-CATALOG-REC
    CLOSE OUTPUT-CATALOG.

*> 050-load-loan-program-table - each loan program's payoff fee.
050-LOAD-LOAN-PROGRAM-TABLE.
    MOVE "FHA"      TO WS-LP-CODE            (1)
    MOVE 30.00      TO WS-LP-PAYOFF-FEE      (1)

    MOVE "CONV"     TO WS-LP-CODE            (2)
    MOVE 40.00      TO WS-LP-PAYOFF-FEE      (2)

    MOVE "VA"       TO WS-LP-CODE            (3)
    MOVE 30.00      TO WS-LP-PAYOFF-FEE      (3).

*> 055-read-run-control - the statement date; the system date
*> stands in when the file is absent.
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

*> 200-quote-one-payoff - the entries are edited, the loan pulled,
*> and the statement printed. A good-through date before today
*> is refused - a payoff cannot be quoted for funds that have
*> already failed to arrive.
200-QUOTE-ONE-PAYOFF.
    IF WS-L-LOAN-NUMBER IS NOT NUMERIC
        DISPLAY "LOAN NUMBER MUST BE NUMERIC"
        EXIT PARAGRAPH
    END-IF
    IF WS-L-GOOD-THRU = "0" OR WS-L-GOOD-THRU = SPACES
        MOVE WS-RUN-DATE (1:8) TO WS-GOOD-THRU-DATE
    ELSE
        IF WS-L-GOOD-THRU IS NOT NUMERIC
            DISPLAY "GOOD-THROUGH DATE MUST BE YYYYMMDD"
            EXIT PARAGRAPH
        END-IF
        MOVE WS-L-GOOD-THRU TO WS-GOOD-THRU-DATE
    END-IF
    MOVE WS-GOOD-THRU-DATE TO WS-GOOD-THRU-PARTS
    IF WS-GT-MONTH < 1 OR WS-GT-MONTH > 12
            OR WS-GT-DAY < 1 OR WS-GT-DAY > 31
        DISPLAY "GOOD-THROUGH DATE IS NOT A VALID DATE"
        EXIT PARAGRAPH
    END-IF
    IF WS-GOOD-THRU-DATE < WS-RUN-DATE (1:8)
        DISPLAY "GOOD-THROUGH DATE IS BEFORE TODAY"
        EXIT PARAGRAPH
    END-IF

    MOVE "Y" TO WS-LOAN-FOUND
    MOVE WS-L-LOAN-NUMBER TO LS-LOAN-NUMBER
    READ SERVICING-MASTER
        INVALID KEY
            MOVE "N" TO WS-LOAN-FOUND
    END-READ
    IF WS-LOAN-FOUND = "N"
        DISPLAY "LOAN NOT ON SERVICING MASTER"
        EXIT PARAGRAPH
    END-IF
    IF LS-STATUS NOT = "A"
        DISPLAY "LOAN IS NOT ACTIVE - STATUS " LS-STATUS
        EXIT PARAGRAPH
    END-IF

    PERFORM 210-COMPUTE-PAYOFF
    PERFORM 300-PRINT-STATEMENT
    ADD 1 TO WS-STATEMENT-COUNT
    DISPLAY "PAYOFF THROUGH " WS-GOOD-THRU-DATE ": "
        WS-PAYOFF-DUE "  PER DIEM " WS-PER-DIEM.

*> 210-compute-payoff - the figure WatersTA51 will prove the funds
*> against: per-diem interest at the loan's rate over a 360-day
*> year, times the days from the paid-through date, plus the
*> balance, the unpaid late charges, and the program's fee. A
*> program not on the table carries no fee. A loan paid ahead of
*> the good-through date accrues nothing. Escrow the servicer has
*> advanced is owed back with the payoff; a positive escrow
*> balance is not netted, but refunded once the funds post.
210-COMPUTE-PAYOFF.
    COMPUTE WS-PER-DIEM ROUNDED =
        LS-PRINCIPAL-BALANCE * LS-ANNUAL-RATE / 100 / 360
    MOVE LS-PAID-THRU-DATE TO WS-DC-FROM-DATE
    MOVE WS-GOOD-THRU-DATE TO WS-DC-TO-DATE
    PERFORM 380-COUNT-DAYS
    MOVE WS-DC-DAYS TO WS-ACCRUED-DAYS
    IF WS-ACCRUED-DAYS < ZERO
        MOVE ZERO TO WS-ACCRUED-DAYS
    END-IF
    COMPUTE WS-ACCRUED-INTEREST = WS-PER-DIEM * WS-ACCRUED-DAYS

    SET PROG-IDX TO 1
    SEARCH WS-LP-ENTRY
        AT END
            MOVE ZERO TO WS-PAYOFF-FEE
        WHEN WS-LP-CODE (PROG-IDX) = LS-PROGRAM-CODE
            MOVE WS-LP-PAYOFF-FEE (PROG-IDX) TO WS-PAYOFF-FEE
    END-SEARCH

    MOVE ZERO TO WS-ESCROW-ADVANCE
    IF LS-ESCROW-BALANCE < ZERO
        COMPUTE WS-ESCROW-ADVANCE = ZERO - LS-ESCROW-BALANCE
    END-IF
    COMPUTE WS-PAYOFF-DUE = LS-PRINCIPAL-BALANCE
        + WS-ACCRUED-INTEREST + LS-LATE-CHARGES-DUE + WS-PAYOFF-FEE
        + WS-ESCROW-ADVANCE.

*> 300-print-statement - one loan to a page; only the first
*> statement on a newly created file starts without a page eject.
300-PRINT-STATEMENT.
    MOVE WS-TITLE-LINE TO PAY-LINE
    IF WS-NEW-PAGE-FILE = "Y"
        WRITE PAY-LINE
        MOVE "N" TO WS-NEW-PAGE-FILE
    ELSE
        WRITE PAY-LINE AFTER ADVANCING PAGE
    END-IF
    MOVE SPACES TO PAY-LINE
    WRITE PAY-LINE
    MOVE WS-RUN-DATE (1:8) TO WS-S-RUN-DATE
    MOVE LS-LOAN-NUMBER TO WS-S-LOAN-NUMBER
    WRITE PAY-LINE FROM WS-DATE-LINE
    MOVE LS-BORROWER-NAME TO WS-S-BORROWER
    WRITE PAY-LINE FROM WS-BORROWER-LINE
    MOVE LS-PROGRAM-CODE TO WS-S-PROGRAM
    MOVE LS-ANNUAL-RATE TO WS-S-RATE
    WRITE PAY-LINE FROM WS-PROGRAM-LINE
    MOVE LS-PAID-THRU-DATE TO WS-S-PAID-THRU
    WRITE PAY-LINE FROM WS-PAID-THRU-LINE
    MOVE WS-GOOD-THRU-DATE TO WS-S-GOOD-THRU
    WRITE PAY-LINE FROM WS-GOOD-THRU-LINE
    MOVE SPACES TO PAY-LINE
    WRITE PAY-LINE

    MOVE "PRINCIPAL BALANCE" TO WS-A-LABEL
    MOVE LS-PRINCIPAL-BALANCE TO WS-A-AMOUNT
    WRITE PAY-LINE FROM WS-AMOUNT-LINE
    MOVE LS-PAID-THRU-DATE TO WS-I-FROM
    MOVE WS-GOOD-THRU-DATE TO WS-I-TO
    MOVE WS-ACCRUED-DAYS TO WS-I-DAYS
    MOVE WS-INTEREST-LABEL TO WS-A-LABEL
    MOVE WS-ACCRUED-INTEREST TO WS-A-AMOUNT
    WRITE PAY-LINE FROM WS-AMOUNT-LINE
    MOVE "UNPAID LATE CHARGES" TO WS-A-LABEL
    MOVE LS-LATE-CHARGES-DUE TO WS-A-AMOUNT
    WRITE PAY-LINE FROM WS-AMOUNT-LINE
    MOVE "PAYOFF FEE" TO WS-A-LABEL
    MOVE WS-PAYOFF-FEE TO WS-A-AMOUNT
    WRITE PAY-LINE FROM WS-AMOUNT-LINE
    IF WS-ESCROW-ADVANCE > ZERO
        MOVE "ESCROW ADVANCED BY THE SERVICER" TO WS-A-LABEL
        MOVE WS-ESCROW-ADVANCE TO WS-A-AMOUNT
        WRITE PAY-LINE FROM WS-AMOUNT-LINE
    END-IF
    WRITE PAY-LINE FROM WS-RULE-LINE
    MOVE WS-GOOD-THRU-DATE TO WS-T-GOOD-THRU
    MOVE WS-TOTAL-LABEL TO WS-A-LABEL
    MOVE WS-PAYOFF-DUE TO WS-A-AMOUNT
    WRITE PAY-LINE FROM WS-AMOUNT-LINE
    MOVE SPACES TO PAY-LINE
    WRITE PAY-LINE

    MOVE WS-PER-DIEM TO WS-P-PER-DIEM
    WRITE PAY-LINE FROM WS-PER-DIEM-LINE
    WRITE PAY-LINE FROM WS-PER-DIEM-LINE-2
    MOVE SPACES TO PAY-LINE
    WRITE PAY-LINE
    IF LS-ESCROW-BALANCE > ZERO
        MOVE LS-ESCROW-BALANCE TO WS-E-BALANCE
        WRITE PAY-LINE FROM WS-ESCROW-REFUND-LINE
    END-IF
    WRITE PAY-LINE FROM WS-REMIT-LINE.

*> 380-count-days - the days from one date to the next in the
*> shop's 30-day-month arithmetic; a 31st counts as the 30th.
380-COUNT-DAYS.
    IF WS-DCF-DAY > 30
        MOVE 30 TO WS-DCF-DAY
    END-IF
    IF WS-DCT-DAY > 30
        MOVE 30 TO WS-DCT-DAY
    END-IF
    COMPUTE WS-DC-DAYS =
        (WS-DCT-YEAR * 360 + WS-DCT-MONTH * 30 + WS-DCT-DAY)
        - (WS-DCF-YEAR * 360 + WS-DCF-MONTH * 30 + WS-DCF-DAY).

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
    MOVE "WatersTA84" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA84.
