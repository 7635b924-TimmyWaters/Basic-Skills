*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: The year-end mortgage interest statements. For each
*> loan on the loan-servicing master this program reads the loan
*> payment history the WatersTA51 posting run, the WatersTA85
*> escrow run, and the WatersTA86 reset run write, and totals the
*> tax year by the date each posting took effect: the interest
*> and principal paid, the property taxes and insurance paid out
*> of escrow, and the principal outstanding at January 1 - the
*> balance the last posting before the year left, or for a loan
*> with none, the balance before its first posting in the year.
*> Every loan with activity in the year gets a statement, one to
*> a page; a loan whose interest reaches the reporting threshold
*> is also written to the information-return extract. The run
*> then proves the history against the year's registers: the
*> postings made in the year are totalled from the history and
*> set against the control totals each posting run appended to
*> the loan-servicing control file, and any difference is
*> printed with the amount it is out by.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA87.

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

    SELECT POSTING-CONTROL
        ASSIGN TO LOANCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-FILE-STATUS.

    SELECT INTEREST-STATEMENTS
        ASSIGN TO WS-YESTMT-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT INFO-RETURN-EXTRACT
        ASSIGN TO WS-INFORET-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT YEAR-END-REGISTER
        ASSIGN TO WS-YEREG-NAME
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

FD POSTING-CONTROL.
01 LCT-REC.
    COPY LCTREC.

FD INTEREST-STATEMENTS.
01 STMT-LINE                     PIC X(80).

*> One borrower's mortgage interest for the tax year, for the
*> information return: the interest received, the principal
*> outstanding at January 1, the date the loan was made, and the
*> property taxes paid out of escrow.
FD INFO-RETURN-EXTRACT.
01 OUT-RETURN-REC.
    05 IRX-TAX-YEAR          PIC 9(4).
    05 IRX-LOAN-NUMBER       PIC 9(6).
    05 IRX-BORROWER-NAME     PIC X(25).
    05 IRX-INTEREST-PAID     PIC 9(9)V99.
    05 IRX-PRINCIPAL-JAN-1   PIC 9(10)V99.
    05 IRX-ORIGINATION-DATE  PIC 9(8).
    05 IRX-TAXES-PAID        PIC 9(9)V99.

FD YEAR-END-REGISTER.
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
    05 WS-HISTORY-FILE-STATUS     PIC XX.
    05 WS-CONTROL-FILE-STATUS     PIC XX.
    05 WS-OUTCAT-FILE-STATUS      PIC XX.
    05 WS-RUN-CONTROL-FOUND       PIC X(1) VALUE "N".
    05 WS-TAX-YEAR-IN             PIC X(4).
    05 WS-TAX-YEAR                PIC 9(4).
    05 WS-HISTORY-DONE            PIC X(1).
    05 WS-PRIOR-FOUND             PIC X(1).
    05 WS-YEAR-FOUND              PIC X(1).
    05 WS-EXTRACT-FLAG            PIC X(7).
    05 WS-PAID-OFF-DATE           PIC 9(8).
    05 WS-NEW-PAGE-FILE           PIC X(1) VALUE "Y".

*> The interest a borrower must reach in the year for the loan to
*> go on the information return.
01 WS-RETURN-THRESHOLD            PIC 9(3)V99 VALUE 600.00.

*> One loan's tax year, built from its history.
01 WS-LOAN-YEAR.
    05 WS-LY-INTEREST             PIC 9(9)V99.
    05 WS-LY-PRINCIPAL            PIC S9(10)V99.
    05 WS-LY-LATE-CHARGES         PIC 9(7)V99.
    05 WS-LY-TAXES                PIC 9(9)V99.
    05 WS-LY-INSURANCE            PIC 9(9)V99.
    05 WS-LY-PAYMENTS             PIC 9(3).
    05 WS-LY-JAN-1-BALANCE        PIC S9(10)V99.
    05 WS-LY-DEC-31-BALANCE       PIC S9(10)V99.

01 WS-COUNTS.
    05 WS-STATEMENT-COUNT         PIC 9(5) VALUE ZERO.
    05 WS-EXTRACT-COUNT           PIC 9(5) VALUE ZERO.
    05 WS-STMT-INTEREST-TOTAL     PIC 9(11)V99 VALUE ZERO.
    05 WS-STMT-PRINCIPAL-TOTAL    PIC S9(11)V99 VALUE ZERO.
    05 WS-STMT-TAXES-TOTAL        PIC 9(11)V99 VALUE ZERO.
    05 WS-EXTRACT-INTEREST-TOTAL  PIC 9(11)V99 VALUE ZERO.

*> The year's postings two ways: from the history by the date
*> each was posted, and from the registers' control totals.
01 WS-CONTROL-TOTALS.
    05 WS-HIST-AMOUNT             PIC 9(11)V99 VALUE ZERO.
    05 WS-HIST-INTEREST           PIC 9(11)V99 VALUE ZERO.
    05 WS-HIST-PRINCIPAL          PIC S9(11)V99 VALUE ZERO.
    05 WS-HIST-TAXES              PIC 9(11)V99 VALUE ZERO.
    05 WS-CTL-AMOUNT              PIC 9(11)V99 VALUE ZERO.
    05 WS-CTL-INTEREST            PIC 9(11)V99 VALUE ZERO.
    05 WS-CTL-PRINCIPAL           PIC S9(11)V99 VALUE ZERO.
    05 WS-CTL-TAXES               PIC 9(11)V99 VALUE ZERO.
    05 WS-CTL-RUNS                PIC 9(5) VALUE ZERO.
    05 WS-OUT-OF-BALANCE          PIC X(1) VALUE "N".

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

*> This run's statements, extract, and register, stamped with the
*> run date.
01 WS-YESTMT-NAME                PIC X(21) VALUE "YESTMT".
01 WS-INFORET-NAME               PIC X(21) VALUE "INFORET".
01 WS-YEREG-NAME                 PIC X(21) VALUE "YEREG".

01 WS-REG-HEADING-1.
    05 FILLER             PIC X(33) VALUE
        "MORTGAGE INTEREST YEAR-END RUN - ".
    05 FILLER             PIC X(9)  VALUE "TAX YEAR ".
    05 WS-RH-TAX-YEAR     PIC 9(4).
    05 FILLER             PIC X(12) VALUE "   RUN DATE ".
    05 WS-RH-RUN-DATE     PIC 9(8).

01 WS-REG-HEADING-2.
    05 FILLER   PIC X(8)  VALUE "LOAN".
    05 FILLER   PIC X(27) VALUE "BORROWER".
    05 FILLER   PIC X(15) VALUE "    JAN 1 BAL".
    05 FILLER   PIC X(14) VALUE "    INTEREST".
    05 FILLER   PIC X(15) VALUE "    PRINCIPAL".
    05 FILLER   PIC X(13) VALUE "      TAXES".
    05 FILLER   PIC X(7)  VALUE "EXTRACT".

01 WS-REG-DETAIL.
    05 WS-G-LOAN-NUMBER   PIC 9(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-G-BORROWER      PIC X(25).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-G-JAN-1-BALANCE PIC Z(9)9.99.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-G-INTEREST      PIC Z(8)9.99.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-G-PRINCIPAL     PIC Z(9)9.99-.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-G-TAXES         PIC Z(7)9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-G-EXTRACT       PIC X(7).

01 WS-REG-COUNT-LINE.
    05 WS-C-LABEL         PIC X(40).
    05 WS-C-COUNT         PIC ZZZZ9.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 WS-C-AMOUNT        PIC Z(10)9.99-.

01 WS-REG-CONTROL-HEADING.
    05 FILLER             PIC X(32) VALUE
        "POSTED IN THE YEAR".
    05 FILLER             PIC X(17) VALUE "   LOAN HISTORY".
    05 FILLER             PIC X(17) VALUE "      REGISTERS".
    05 FILLER             PIC X(17) VALUE "     DIFFERENCE".

01 WS-REG-CONTROL-LINE.
    05 WS-K-LABEL         PIC X(32).
    05 WS-K-HISTORY       PIC Z(10)9.99-.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-K-REGISTERS     PIC Z(10)9.99-.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-K-DIFFERENCE    PIC Z(10)9.99-.

01 WS-REG-MESSAGE-LINE.
    05 WS-M-TEXT          PIC X(100).

01 WS-DIFFERENCE          PIC S9(11)V99.

01 WS-STMT-TITLE.
    05 FILLER             PIC X(26) VALUE SPACES.
    05 FILLER             PIC X(27) VALUE
        "MORTGAGE INTEREST STATEMENT".

01 WS-STMT-YEAR-LINE.
    05 FILLER             PIC X(10) VALUE "TAX YEAR: ".
    05 WS-S-TAX-YEAR      PIC 9(4).
    05 FILLER             PIC X(24) VALUE SPACES.
    05 FILLER             PIC X(16) VALUE "STATEMENT DATE: ".
    05 WS-S-RUN-DATE      PIC 9(8).

01 WS-STMT-LOAN-LINE.
    05 FILLER             PIC X(16) VALUE "LOAN NUMBER:".
    05 WS-S-LOAN-NUMBER   PIC 9(6).

01 WS-STMT-BORROWER-LINE.
    05 FILLER             PIC X(16) VALUE "BORROWER:".
    05 WS-S-BORROWER      PIC X(25).

01 WS-STMT-AMOUNT-LINE.
    05 WS-SA-LABEL        PIC X(50).
    05 WS-SA-AMOUNT       PIC Z(9)9.99-.

01 WS-STMT-DATE-LINE.
    05 WS-SD-LABEL        PIC X(50).
    05 WS-SD-DATE         PIC 9(8).

01 WS-STMT-COUNT-LINE.
    05 WS-SC-LABEL        PIC X(50).
    05 WS-SC-COUNT        PIC ZZ9.

01 WS-STMT-TEXT-LINE.
    05 WS-ST-TEXT         PIC X(80).

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 055-READ-RUN-CONTROL

    DISPLAY "TAX YEAR (YYYY), OR ENTER FOR THE YEAR BEFORE THE "
        "RUN DATE:"
    ACCEPT WS-TAX-YEAR-IN
    IF WS-TAX-YEAR-IN = SPACES OR WS-TAX-YEAR-IN = "0000"
        COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1
    ELSE
        IF WS-TAX-YEAR-IN IS NUMERIC
            MOVE WS-TAX-YEAR-IN TO WS-TAX-YEAR
        ELSE
            DISPLAY "TAX YEAR MUST BE FOUR DIGITS"
            PERFORM 905-LOG-RUN-ABEND
            STOP RUN
        END-IF
    END-IF

    OPEN INPUT SERVICING-MASTER
    IF WS-SERVICING-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA87: UNABLE TO OPEN SERVICING-MASTER, "
            "FILE STATUS " WS-SERVICING-FILE-STATUS
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF
    OPEN INPUT LOAN-HISTORY
    IF WS-HISTORY-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA87: UNABLE TO OPEN LOAN-HISTORY, "
            "FILE STATUS " WS-HISTORY-FILE-STATUS
        CLOSE SERVICING-MASTER
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF

    PERFORM 040-STAMP-OUTPUT-NAMES
    OPEN OUTPUT INTEREST-STATEMENTS
                INFO-RETURN-EXTRACT
                YEAR-END-REGISTER
    MOVE WS-TAX-YEAR TO WS-RH-TAX-YEAR
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
                PERFORM 200-TOTAL-ONE-LOAN
        END-READ
    END-PERFORM

    PERFORM 500-WRITE-TOTALS
    PERFORM 600-PROVE-TO-REGISTERS

    CLOSE SERVICING-MASTER
          LOAN-HISTORY
          INTEREST-STATEMENTS
          INFO-RETURN-EXTRACT
          YEAR-END-REGISTER
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 040-stamp-output-names - the dated statement, extract, and
*> register names and their catalog entries for the retention
*> sweep.
040-STAMP-OUTPUT-NAMES.
    MOVE SPACES TO WS-YESTMT-NAME
    STRING "YESTMT." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-YESTMT-NAME
    MOVE SPACES TO WS-INFORET-NAME
    STRING "INFORET." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-INFORET-NAME
    MOVE SPACES TO WS-YEREG-NAME
    STRING "YEREG." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-YEREG-NAME
    OPEN EXTEND OUTPUT-CATALOG
    IF WS-OUTCAT-FILE-STATUS NOT = "00"
        OPEN OUTPUT OUTPUT-CATALOG
    END-IF
    MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
    MOVE WS-YESTMT-NAME TO OUTCAT-FILE-NAME
    WRITE OUT-CATALOG-REC
    MOVE WS-INFORET-NAME TO OUTCAT-FILE-NAME
    WRITE OUT-CATALOG-REC
    MOVE WS-YEREG-NAME TO OUTCAT-FILE-NAME
    WRITE OUT-CATALOG-REC
    CLOSE OUTPUT-CATALOG.

*> 055-read-run-control - the run date dates the statements and
*> names the default tax year; the system date stands in when
*> the file is absent.
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

*> 200-total-one-loan - the loan's history in key order, which is
*> date order, up to the end of the tax year. A loan with nothing
*> in the year gets no statement.
200-TOTAL-ONE-LOAN.
    INITIALIZE WS-LOAN-YEAR
    MOVE ZERO TO WS-PAID-OFF-DATE
    MOVE "N" TO WS-PRIOR-FOUND
    MOVE "N" TO WS-YEAR-FOUND
    MOVE "N" TO WS-HISTORY-DONE
    MOVE LS-LOAN-NUMBER TO LPH-LOAN-NUMBER
    MOVE ZERO TO LPH-EFFECTIVE-DATE
    MOVE ZERO TO LPH-SEQUENCE
    START LOAN-HISTORY KEY NOT < LPH-KEY
        INVALID KEY
            MOVE "Y" TO WS-HISTORY-DONE
    END-START
    PERFORM UNTIL WS-HISTORY-DONE = "Y"
        READ LOAN-HISTORY NEXT RECORD
            AT END
                MOVE "Y" TO WS-HISTORY-DONE
            NOT AT END
                IF LPH-LOAN-NUMBER NOT = LS-LOAN-NUMBER
                        OR LPH-EFFECTIVE-DATE (1:4) > WS-TAX-YEAR
                    MOVE "Y" TO WS-HISTORY-DONE
                ELSE
                    PERFORM 210-TAKE-ONE-POSTING
                END-IF
        END-READ
    END-PERFORM
    IF WS-YEAR-FOUND = "N"
        EXIT PARAGRAPH
    END-IF
    PERFORM 300-PRINT-STATEMENT
    PERFORM 220-WRITE-LOAN-LINE.

*> 210-take-one-posting - a posting before the year leaves the
*> balance standing at January 1; the first one in the year, if
*> none came before, shows it as its own balance before the
*> principal it took off.
210-TAKE-ONE-POSTING.
    IF LPH-EFFECTIVE-DATE (1:4) < WS-TAX-YEAR
        MOVE LPH-BALANCE-AFTER TO WS-LY-JAN-1-BALANCE
        MOVE "Y" TO WS-PRIOR-FOUND
        EXIT PARAGRAPH
    END-IF
    IF WS-YEAR-FOUND = "N" AND WS-PRIOR-FOUND = "N"
        COMPUTE WS-LY-JAN-1-BALANCE =
            LPH-BALANCE-AFTER + LPH-PRINCIPAL
    END-IF
    MOVE "Y" TO WS-YEAR-FOUND
    MOVE LPH-BALANCE-AFTER TO WS-LY-DEC-31-BALANCE
    IF LPH-TRAN-TYPE = "P" OR LPH-TRAN-TYPE = "O"
        ADD 1 TO WS-LY-PAYMENTS
        ADD LPH-INTEREST TO WS-LY-INTEREST
        ADD LPH-PRINCIPAL TO WS-LY-PRINCIPAL
        IF LPH-TRAN-TYPE = "O"
            ADD LPH-LATE-CHARGE TO WS-LY-LATE-CHARGES
            MOVE LPH-EFFECTIVE-DATE TO WS-PAID-OFF-DATE
        END-IF
    END-IF
    IF LPH-TRAN-TYPE = "T"
        ADD LPH-AMOUNT TO WS-LY-TAXES
    END-IF
    IF LPH-TRAN-TYPE = "I"
        ADD LPH-AMOUNT TO WS-LY-INSURANCE
    END-IF.

*> 220-write-loan-line - the register line, the statement totals,
*> and the extract record when the interest reaches the
*> threshold.
220-WRITE-LOAN-LINE.
    ADD 1 TO WS-STATEMENT-COUNT
    ADD WS-LY-INTEREST TO WS-STMT-INTEREST-TOTAL
    ADD WS-LY-PRINCIPAL TO WS-STMT-PRINCIPAL-TOTAL
    ADD WS-LY-TAXES TO WS-STMT-TAXES-TOTAL
    MOVE SPACES TO WS-EXTRACT-FLAG
    IF WS-LY-INTEREST NOT < WS-RETURN-THRESHOLD
        MOVE WS-TAX-YEAR TO IRX-TAX-YEAR
        MOVE LS-LOAN-NUMBER TO IRX-LOAN-NUMBER
        MOVE LS-BORROWER-NAME TO IRX-BORROWER-NAME
        MOVE WS-LY-INTEREST TO IRX-INTEREST-PAID
        MOVE WS-LY-JAN-1-BALANCE TO IRX-PRINCIPAL-JAN-1
        MOVE LS-CONVERT-DATE TO IRX-ORIGINATION-DATE
        MOVE WS-LY-TAXES TO IRX-TAXES-PAID
        WRITE OUT-RETURN-REC
        ADD 1 TO WS-EXTRACT-COUNT
        ADD WS-LY-INTEREST TO WS-EXTRACT-INTEREST-TOTAL
        MOVE "YES" TO WS-EXTRACT-FLAG
    END-IF
    MOVE LS-LOAN-NUMBER TO WS-G-LOAN-NUMBER
    MOVE LS-BORROWER-NAME TO WS-G-BORROWER
    MOVE WS-LY-JAN-1-BALANCE TO WS-G-JAN-1-BALANCE
    MOVE WS-LY-INTEREST TO WS-G-INTEREST
    MOVE WS-LY-PRINCIPAL TO WS-G-PRINCIPAL
    MOVE WS-LY-TAXES TO WS-G-TAXES
    MOVE WS-EXTRACT-FLAG TO WS-G-EXTRACT
    WRITE REG-LINE FROM WS-REG-DETAIL.

*> 300-print-statement - the borrower's statement for the year,
*> one loan to a page.
300-PRINT-STATEMENT.
    MOVE WS-STMT-TITLE TO STMT-LINE
    IF WS-NEW-PAGE-FILE = "Y"
        WRITE STMT-LINE
        MOVE "N" TO WS-NEW-PAGE-FILE
    ELSE
        WRITE STMT-LINE AFTER ADVANCING PAGE
    END-IF
    MOVE SPACES TO STMT-LINE
    WRITE STMT-LINE
    MOVE WS-TAX-YEAR TO WS-S-TAX-YEAR
    MOVE WS-RUN-DATE (1:8) TO WS-S-RUN-DATE
    WRITE STMT-LINE FROM WS-STMT-YEAR-LINE
    MOVE LS-LOAN-NUMBER TO WS-S-LOAN-NUMBER
    WRITE STMT-LINE FROM WS-STMT-LOAN-LINE
    MOVE LS-BORROWER-NAME TO WS-S-BORROWER
    WRITE STMT-LINE FROM WS-STMT-BORROWER-LINE
    MOVE SPACES TO STMT-LINE
    WRITE STMT-LINE

    MOVE "MORTGAGE INTEREST RECEIVED FROM BORROWER"
        TO WS-SA-LABEL
    MOVE WS-LY-INTEREST TO WS-SA-AMOUNT
    WRITE STMT-LINE FROM WS-STMT-AMOUNT-LINE
    MOVE "OUTSTANDING PRINCIPAL AT JANUARY 1" TO WS-SA-LABEL
    MOVE WS-LY-JAN-1-BALANCE TO WS-SA-AMOUNT
    WRITE STMT-LINE FROM WS-STMT-AMOUNT-LINE
    MOVE "MORTGAGE ORIGINATION DATE" TO WS-SD-LABEL
    MOVE LS-CONVERT-DATE TO WS-SD-DATE
    WRITE STMT-LINE FROM WS-STMT-DATE-LINE
    MOVE "PROPERTY TAXES PAID FROM ESCROW" TO WS-SA-LABEL
    MOVE WS-LY-TAXES TO WS-SA-AMOUNT
    WRITE STMT-LINE FROM WS-STMT-AMOUNT-LINE
    MOVE SPACES TO STMT-LINE
    WRITE STMT-LINE

    MOVE "PAYMENTS RECEIVED" TO WS-SC-LABEL
    MOVE WS-LY-PAYMENTS TO WS-SC-COUNT
    WRITE STMT-LINE FROM WS-STMT-COUNT-LINE
    MOVE "PRINCIPAL PAID" TO WS-SA-LABEL
    MOVE WS-LY-PRINCIPAL TO WS-SA-AMOUNT
    WRITE STMT-LINE FROM WS-STMT-AMOUNT-LINE
    IF WS-LY-LATE-CHARGES > ZERO
        MOVE "LATE CHARGES PAID" TO WS-SA-LABEL
        MOVE WS-LY-LATE-CHARGES TO WS-SA-AMOUNT
        WRITE STMT-LINE FROM WS-STMT-AMOUNT-LINE
    END-IF
    MOVE "HAZARD INSURANCE PAID FROM ESCROW" TO WS-SA-LABEL
    MOVE WS-LY-INSURANCE TO WS-SA-AMOUNT
    WRITE STMT-LINE FROM WS-STMT-AMOUNT-LINE
    MOVE "OUTSTANDING PRINCIPAL AT DECEMBER 31" TO WS-SA-LABEL
    MOVE WS-LY-DEC-31-BALANCE TO WS-SA-AMOUNT
    WRITE STMT-LINE FROM WS-STMT-AMOUNT-LINE
    IF WS-PAID-OFF-DATE > ZERO
        MOVE "LOAN PAID IN FULL ON" TO WS-SD-LABEL
        MOVE WS-PAID-OFF-DATE TO WS-SD-DATE
        WRITE STMT-LINE FROM WS-STMT-DATE-LINE
    END-IF
    MOVE SPACES TO STMT-LINE
    WRITE STMT-LINE
    MOVE "KEEP THIS STATEMENT WITH YOUR TAX RECORDS."
        TO WS-ST-TEXT
    WRITE STMT-LINE FROM WS-STMT-TEXT-LINE.

*> 500-write-totals - the statement and extract counts.
500-WRITE-TOTALS.
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
    MOVE "STATEMENTS - INTEREST RECEIVED" TO WS-C-LABEL
    MOVE WS-STATEMENT-COUNT TO WS-C-COUNT
    MOVE WS-STMT-INTEREST-TOTAL TO WS-C-AMOUNT
    WRITE REG-LINE FROM WS-REG-COUNT-LINE
    MOVE "STATEMENTS - PRINCIPAL PAID" TO WS-C-LABEL
    MOVE WS-STATEMENT-COUNT TO WS-C-COUNT
    MOVE WS-STMT-PRINCIPAL-TOTAL TO WS-C-AMOUNT
    WRITE REG-LINE FROM WS-REG-COUNT-LINE
    MOVE "STATEMENTS - TAXES PAID FROM ESCROW" TO WS-C-LABEL
    MOVE WS-STATEMENT-COUNT TO WS-C-COUNT
    MOVE WS-STMT-TAXES-TOTAL TO WS-C-AMOUNT
    WRITE REG-LINE FROM WS-REG-COUNT-LINE
    MOVE "INFORMATION RETURNS - INTEREST" TO WS-C-LABEL
    MOVE WS-EXTRACT-COUNT TO WS-C-COUNT
    MOVE WS-EXTRACT-INTEREST-TOTAL TO WS-C-AMOUNT
    WRITE REG-LINE FROM WS-REG-COUNT-LINE.

*> 600-prove-to-registers - the postings made in the year (by the
*> date they were posted, which is how the registers fall) from
*> the whole history, against the control totals the posting
*> runs appended. The statements above go by the date each
*> posting took effect, so a payment received in December and
*> posted in January is on this year's statement and next year's
*> proof; the proof is what must balance.
600-PROVE-TO-REGISTERS.
    MOVE "N" TO WS-HISTORY-DONE
    MOVE ZERO TO LPH-LOAN-NUMBER
    MOVE ZERO TO LPH-EFFECTIVE-DATE
    MOVE ZERO TO LPH-SEQUENCE
    START LOAN-HISTORY KEY NOT < LPH-KEY
        INVALID KEY
            MOVE "Y" TO WS-HISTORY-DONE
    END-START
    PERFORM UNTIL WS-HISTORY-DONE = "Y"
        READ LOAN-HISTORY NEXT RECORD
            AT END
                MOVE "Y" TO WS-HISTORY-DONE
            NOT AT END
                IF LPH-POSTED-DATE (1:4) = WS-TAX-YEAR
                    PERFORM 610-TAKE-HISTORY-TOTALS
                END-IF
        END-READ
    END-PERFORM

    OPEN INPUT POSTING-CONTROL
    IF WS-CONTROL-FILE-STATUS = "00"
        MOVE "N" TO WS-HISTORY-DONE
        PERFORM UNTIL WS-HISTORY-DONE = "Y"
            READ POSTING-CONTROL
                AT END
                    MOVE "Y" TO WS-HISTORY-DONE
                NOT AT END
                    IF LCT-RUN-DATE (1:4) = WS-TAX-YEAR
                        PERFORM 620-TAKE-CONTROL-TOTALS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE POSTING-CONTROL
    END-IF

    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
    WRITE REG-LINE FROM WS-REG-CONTROL-HEADING
    MOVE "PAYMENTS AND PAYOFFS RECEIVED" TO WS-K-LABEL
    MOVE WS-HIST-AMOUNT TO WS-K-HISTORY
    MOVE WS-CTL-AMOUNT TO WS-K-REGISTERS
    COMPUTE WS-DIFFERENCE = WS-HIST-AMOUNT - WS-CTL-AMOUNT
    PERFORM 630-WRITE-CONTROL-LINE
    MOVE "INTEREST" TO WS-K-LABEL
    MOVE WS-HIST-INTEREST TO WS-K-HISTORY
    MOVE WS-CTL-INTEREST TO WS-K-REGISTERS
    COMPUTE WS-DIFFERENCE = WS-HIST-INTEREST - WS-CTL-INTEREST
    PERFORM 630-WRITE-CONTROL-LINE
    MOVE "PRINCIPAL" TO WS-K-LABEL
    MOVE WS-HIST-PRINCIPAL TO WS-K-HISTORY
    MOVE WS-CTL-PRINCIPAL TO WS-K-REGISTERS
    COMPUTE WS-DIFFERENCE = WS-HIST-PRINCIPAL - WS-CTL-PRINCIPAL
    PERFORM 630-WRITE-CONTROL-LINE
    MOVE "PROPERTY TAXES PAID FROM ESCROW" TO WS-K-LABEL
    MOVE WS-HIST-TAXES TO WS-K-HISTORY
    MOVE WS-CTL-TAXES TO WS-K-REGISTERS
    COMPUTE WS-DIFFERENCE = WS-HIST-TAXES - WS-CTL-TAXES
    PERFORM 630-WRITE-CONTROL-LINE

    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
    MOVE "POSTING RUNS ON THE CONTROL FILE" TO WS-C-LABEL
    MOVE WS-CTL-RUNS TO WS-C-COUNT
    MOVE ZERO TO WS-C-AMOUNT
    WRITE REG-LINE FROM WS-REG-COUNT-LINE
    IF WS-OUT-OF-BALANCE = "Y"
        MOVE "*** HISTORY DOES NOT AGREE WITH THE POSTING REGISTERS"
            TO WS-M-TEXT
    ELSE
        MOVE "HISTORY AGREES WITH THE POSTING REGISTERS"
            TO WS-M-TEXT
    END-IF
    WRITE REG-LINE FROM WS-REG-MESSAGE-LINE.

610-TAKE-HISTORY-TOTALS.
    IF LPH-TRAN-TYPE = "P" OR LPH-TRAN-TYPE = "O"
        ADD LPH-AMOUNT TO WS-HIST-AMOUNT
        ADD LPH-INTEREST TO WS-HIST-INTEREST
        ADD LPH-PRINCIPAL TO WS-HIST-PRINCIPAL
    END-IF
    IF LPH-TRAN-TYPE = "T"
        ADD LPH-AMOUNT TO WS-HIST-TAXES
    END-IF.

*> 620-take-control-totals - a posting run's totals: payments
*> from WatersTA51, tax disbursements from WatersTA85.
620-TAKE-CONTROL-TOTALS.
    ADD 1 TO WS-CTL-RUNS
    IF LCT-PROGRAM-ID = "WatersTA51"
        ADD LCT-AMOUNT TO WS-CTL-AMOUNT
        ADD LCT-INTEREST TO WS-CTL-INTEREST
        ADD LCT-PRINCIPAL TO WS-CTL-PRINCIPAL
    END-IF
    IF LCT-PROGRAM-ID = "WatersTA85"
        ADD LCT-TAXES-PAID TO WS-CTL-TAXES
    END-IF.

630-WRITE-CONTROL-LINE.
    MOVE WS-DIFFERENCE TO WS-K-DIFFERENCE
    IF WS-DIFFERENCE NOT = ZERO
        MOVE "Y" TO WS-OUT-OF-BALANCE
    END-IF
    WRITE REG-LINE FROM WS-REG-CONTROL-LINE.

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
    MOVE "WatersTA87" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA87.
