*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: The escrow side of loan servicing. The WatersTA51
*> posting run credits the monthly escrow from each payment to the
*> loan's escrow balance; this program pays it back out and keeps
*> the monthly amount right.
*>   D - disbursement: the tax and insurance bills received since
*>       the last run are posted to their loans first, each
*>       setting that item's amount and due date. Every active
*>       loan with a tax or insurance item falling due in the run
*>       month or earlier is then paid out of escrow, the payment
*>       written to the dated disbursement file the checks are cut
*>       from, and the due date rolled a year ahead. A balance too
*>       small for the bill is advanced - it goes negative and the
*>       next analysis recovers it.
*>   A - annual analysis: every loan whose analysis falls due in
*>       the run month has the next twelve months projected from
*>       its escrow balance - one-twelfth of the year's taxes and
*>       insurance in each month, each bill out in the month it
*>       falls due. The lowest projected balance is held against a
*>       cushion of two months' escrow: a shortage is spread over
*>       the next twelve payments, and a surplus of $50.00 or more
*>       is refunded. The new monthly escrow is stamped on the
*>       loan and the borrower's annual escrow statement printed,
*>       one loan to a page.
*>
*> Modification History:
*>   2026-10-15  Each disbursement, surplus refund, and change of
*>               monthly escrow is now written to the loan payment
*>               history (LOANHIST), and the run's totals are
*>               appended to the LOANCTL control file for the
*>               WatersTA87 year-end statements.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA85.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SERVICING-MASTER
        ASSIGN TO LOANSVC
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LS-LOAN-NUMBER
        FILE STATUS IS WS-SERVICING-FILE-STATUS.

    SELECT ESCROW-BILLS
        ASSIGN TO ESCBILLS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BILLS-FILE-STATUS.

    SELECT DISBURSEMENT-FILE
        ASSIGN TO WS-ESCDISB-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DISB-FILE-STATUS.

    SELECT ESCROW-REGISTER
        ASSIGN TO WS-ESCREG-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REG-FILE-STATUS.

    SELECT ESCROW-STATEMENTS
        ASSIGN TO WS-ESCSTMT-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

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

*> One bill received for a loan's escrow: "T" the property tax
*> bill, "I" the hazard insurance renewal, with the amount and
*> the date it must be paid by.
FD ESCROW-BILLS.
01 IN-BILL-REC.
    05 BILL-LOAN-NUMBER   PIC 9(6).
    05 BILL-TYPE          PIC X(1).
    05 BILL-AMOUNT        PIC 9(7)V99.
    05 BILL-DUE-DATE      PIC 9(8).

*> One check to be cut out of escrow: "T" taxes and "I" insurance
*> to the taxing authority or carrier on the bill, "R" a surplus
*> refund to the borrower. The balance is the escrow balance the
*> check leaves.
FD DISBURSEMENT-FILE.
01 OUT-DISB-REC.
    05 ESD-LOAN-NUMBER    PIC 9(6).
    05 ESD-TYPE           PIC X(1).
    05 ESD-AMOUNT         PIC 9(7)V99.
    05 ESD-DUE-DATE       PIC 9(8).
    05 ESD-PAID-DATE      PIC 9(8).
    05 ESD-BALANCE-AFTER  PIC S9(7)V99.

FD ESCROW-REGISTER.
01 REG-LINE                      PIC X(100).

FD ESCROW-STATEMENTS.
01 STMT-LINE                     PIC X(80).

FD LOAN-HISTORY.
01 LPH-REC.
    COPY LPHREC.

FD POSTING-CONTROL.
01 LCT-REC.
    COPY LCTREC.

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
    05 WS-BILLS-FILE-STATUS       PIC XX.
    05 WS-DISB-FILE-STATUS        PIC XX.
    05 WS-REG-FILE-STATUS         PIC XX.
    05 WS-OUTCAT-FILE-STATUS      PIC XX.
    05 WS-HISTORY-FILE-STATUS     PIC XX.
    05 WS-CONTROL-FILE-STATUS     PIC XX.
    05 WS-HISTORY-WRITTEN         PIC X(1).
    05 WS-RUN-CONTROL-FOUND       PIC X(1) VALUE "N".
    05 WS-RUN-MODE                PIC X(1).
    05 WS-LOAN-FOUND              PIC X(1).
    05 WS-BILL-REASON             PIC X(40).
    05 WS-DISB-TYPE               PIC X(1).
    05 WS-DISB-AMOUNT             PIC 9(7)V99.
    05 WS-DISB-DUE-DATE           PIC 9(8).
    05 WS-ANNUAL-ESCROW           PIC 9(7)V99.
    05 WS-BASE-ESCROW             PIC 9(5)V99.
    05 WS-CUSHION                 PIC 9(7)V99.
    05 WS-PROJ-BALANCE            PIC S9(7)V99.
    05 WS-LOW-BALANCE             PIC S9(7)V99.
    05 WS-SHORTAGE                PIC 9(7)V99.
    05 WS-SURPLUS                 PIC 9(7)V99.
    05 WS-REFUND                  PIC 9(7)V99.
    05 WS-SHORTAGE-MONTHLY        PIC 9(5)V99.
    05 WS-OLD-ESCROW              PIC 9(5)V99.
    05 WS-NEW-ESCROW              PIC 9(5)V99.
    05 WS-NEW-TOTAL-PAYMENT       PIC 9(7)V99.
    05 WS-STMT-BALANCE            PIC S9(7)V99.
    05 WS-TAX-DUE-MONTH           PIC 9(2).
    05 WS-INS-DUE-MONTH           PIC 9(2).
    05 WS-PROJ-SUB                PIC 9(2).
    05 WS-PROJ-MONTH              PIC 9(2).
    05 WS-PROJ-YEAR               PIC 9(4).
    05 WS-NEW-PAGE-FILE           PIC X(1) VALUE "Y".

*> The surplus the analysis refunds rather than carrying forward,
*> and the cushion, as months of escrow held against the lowest
*> projected balance.
01 WS-REFUND-THRESHOLD            PIC 9(3)V99 VALUE 50.00.
01 WS-CUSHION-MONTHS              PIC 9(1) VALUE 2.

01 WS-COUNTS.
    05 WS-BILLS-POSTED            PIC 9(5) VALUE ZERO.
    05 WS-BILLS-REJECTED          PIC 9(5) VALUE ZERO.
    05 WS-TAX-COUNT               PIC 9(5) VALUE ZERO.
    05 WS-TAX-TOTAL               PIC 9(9)V99 VALUE ZERO.
    05 WS-INS-COUNT               PIC 9(5) VALUE ZERO.
    05 WS-INS-TOTAL               PIC 9(9)V99 VALUE ZERO.
    05 WS-ADVANCE-COUNT           PIC 9(5) VALUE ZERO.
    05 WS-ANALYZED-COUNT          PIC 9(5) VALUE ZERO.
    05 WS-SHORTAGE-COUNT          PIC 9(5) VALUE ZERO.
    05 WS-SHORTAGE-TOTAL          PIC 9(9)V99 VALUE ZERO.
    05 WS-REFUND-COUNT            PIC 9(5) VALUE ZERO.
    05 WS-REFUND-TOTAL            PIC 9(9)V99 VALUE ZERO.

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

*> A due date or analysis date being rolled a year ahead; a
*> February 29th lands on the 28th.
01 WS-NEXT-DATE.
    05 WS-NX-YEAR    PIC 9(4).
    05 WS-NX-MMDD    PIC 9(4).

01 WS-DATE-PARTS.
    05 WS-DP-YEAR    PIC 9(4).
    05 WS-DP-MONTH   PIC 9(2).
    05 WS-DP-DAY     PIC 9(2).

*> This run's disbursements, register, and statements, stamped
*> with the run date; a second run the same day adds to the
*> first's disbursement file and register.
01 WS-ESCDISB-NAME               PIC X(21) VALUE "ESCDISB".
01 WS-ESCREG-NAME                PIC X(21) VALUE "ESCREG".
01 WS-ESCSTMT-NAME               PIC X(21) VALUE "ESCSTMT".

*> The twelve months the analysis projects, kept for the
*> statement.
01 WS-PROJECTION-TABLE.
    05 WS-PJ-ENTRY OCCURS 12 TIMES.
        10 WS-PJ-YEAR          PIC 9(4).
        10 WS-PJ-MONTH         PIC 9(2).
        10 WS-PJ-DEPOSIT       PIC 9(5)V99.
        10 WS-PJ-PAID-OUT      PIC 9(7)V99.
        10 WS-PJ-DESCRIPTION   PIC X(16).
        10 WS-PJ-BALANCE       PIC S9(7)V99.

01 WS-REG-HEADING.
    05 FILLER             PIC X(30) VALUE
        "ESCROW REGISTER   RUN DATE ".
    05 WS-RH-RUN-DATE     PIC 9(8).
    05 FILLER             PIC X(8)  VALUE "   MODE ".
    05 WS-RH-MODE         PIC X(12).

01 WS-REG-BILL.
    05 WS-B-LOAN-NUMBER   PIC 9(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 FILLER             PIC X(6)  VALUE "BILL  ".
    05 WS-B-TYPE          PIC X(9).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-B-AMOUNT        PIC Z(6)9.99.
    05 FILLER             PIC X(6)  VALUE "  DUE ".
    05 WS-B-DUE-DATE      PIC 9(8).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-B-RESULT        PIC X(40).

01 WS-REG-DISB.
    05 WS-D-LOAN-NUMBER   PIC 9(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 FILLER             PIC X(6)  VALUE "PAID  ".
    05 WS-D-TYPE          PIC X(9).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-AMOUNT        PIC Z(6)9.99.
    05 FILLER             PIC X(6)  VALUE "  DUE ".
    05 WS-D-DUE-DATE      PIC 9(8).
    05 FILLER             PIC X(16) VALUE "  ESCROW AFTER ".
    05 WS-D-BALANCE       PIC Z(6)9.99-.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-NOTE          PIC X(8).

01 WS-REG-ANALYSIS.
    05 WS-A-LOAN-NUMBER   PIC 9(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 FILLER             PIC X(10) VALUE "ANALYZED  ".
    05 FILLER             PIC X(4)  VALUE "OLD ".
    05 WS-A-OLD-ESCROW    PIC Z(4)9.99.
    05 FILLER             PIC X(6)  VALUE "  NEW ".
    05 WS-A-NEW-ESCROW    PIC Z(4)9.99.
    05 FILLER             PIC X(11) VALUE "  SHORTAGE ".
    05 WS-A-SHORTAGE      PIC Z(6)9.99.
    05 FILLER             PIC X(9)  VALUE "  REFUND ".
    05 WS-A-REFUND        PIC Z(6)9.99.

01 WS-REG-COUNT-LINE.
    05 WS-C-LABEL         PIC X(30).
    05 WS-C-COUNT         PIC ZZZZ9.
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 WS-C-AMOUNT        PIC Z(8)9.99.

01 WS-STMT-TITLE.
    05 FILLER             PIC X(24) VALUE SPACES.
    05 FILLER             PIC X(32) VALUE
        "ANNUAL ESCROW ACCOUNT STATEMENT".

01 WS-STMT-DATE-LINE.
    05 FILLER             PIC X(15) VALUE "ANALYSIS DATE: ".
    05 WS-S-RUN-DATE      PIC 9(8).
    05 FILLER             PIC X(26) VALUE SPACES.
    05 FILLER             PIC X(13) VALUE "LOAN NUMBER: ".
    05 WS-S-LOAN-NUMBER   PIC 9(6).

01 WS-STMT-BORROWER-LINE.
    05 FILLER             PIC X(15) VALUE "BORROWER:".
    05 WS-S-BORROWER      PIC X(25).

01 WS-STMT-AMOUNT-LINE.
    05 WS-SA-LABEL        PIC X(50).
    05 WS-SA-AMOUNT       PIC Z(6)9.99-.

01 WS-STMT-PROJ-HEADING.
    05 FILLER             PIC X(9)  VALUE "MONTH".
    05 FILLER             PIC X(12) VALUE "     DEPOSIT".
    05 FILLER             PIC X(14) VALUE "      PAID OUT".
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 FILLER             PIC X(16) VALUE "FOR".
    05 FILLER             PIC X(12) VALUE "     BALANCE".

01 WS-STMT-PROJ-LINE.
    05 WS-SP-YEAR         PIC 9(4).
    05 FILLER             PIC X(1)  VALUE "/".
    05 WS-SP-MONTH        PIC 9(2).
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 WS-SP-DEPOSIT      PIC Z(6)9.99.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 WS-SP-PAID-OUT     PIC Z(8)9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-SP-DESCRIPTION  PIC X(16).
    05 WS-SP-BALANCE      PIC Z(7)9.99-.

01 WS-STMT-NOTE-LINE.
    05 WS-SN-TEXT         PIC X(80).

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 055-READ-RUN-CONTROL
    PERFORM 040-STAMP-OUTPUT-NAMES

    OPEN I-O SERVICING-MASTER
    IF WS-SERVICING-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA85: UNABLE TO OPEN SERVICING-MASTER, "
            "FILE STATUS " WS-SERVICING-FILE-STATUS
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF

    DISPLAY "RUN MODE - (D)ISBURSE OR (A)NALYZE ESCROW:"
    ACCEPT WS-RUN-MODE
    IF WS-RUN-MODE NOT = "D" AND WS-RUN-MODE NOT = "A"
        DISPLAY "MODE MUST BE D OR A"
        CLOSE SERVICING-MASTER
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
        DISPLAY "WATERSTA85: UNABLE TO OPEN LOAN-HISTORY, "
            "FILE STATUS " WS-HISTORY-FILE-STATUS
        CLOSE SERVICING-MASTER
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF

    PERFORM 060-OPEN-DATED-FILES
    MOVE WS-RUN-DATE (1:8) TO WS-RH-RUN-DATE
    IF WS-RUN-MODE = "D"
        MOVE "DISBURSEMENT" TO WS-RH-MODE
    ELSE
        MOVE "ANALYSIS" TO WS-RH-MODE
    END-IF
    WRITE REG-LINE FROM WS-REG-HEADING
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE

    IF WS-RUN-MODE = "D"
        PERFORM 200-POST-BILLS
        PERFORM 300-DISBURSE-DUE-ITEMS
    ELSE
        OPEN OUTPUT ESCROW-STATEMENTS
        PERFORM 400-ANALYZE-DUE-LOANS
        CLOSE ESCROW-STATEMENTS
    END-IF
    PERFORM 500-WRITE-TOTALS
    PERFORM 480-WRITE-POSTING-CONTROL

    CLOSE SERVICING-MASTER
          LOAN-HISTORY
          DISBURSEMENT-FILE
          ESCROW-REGISTER
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 040-stamp-output-names - the dated file names. The statement
*> file is cataloged here; the disbursement file and register
*> are cataloged by the run that creates them.
040-STAMP-OUTPUT-NAMES.
    MOVE SPACES TO WS-ESCDISB-NAME
    STRING "ESCDISB." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-ESCDISB-NAME
    MOVE SPACES TO WS-ESCREG-NAME
    STRING "ESCREG." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-ESCREG-NAME
    MOVE SPACES TO WS-ESCSTMT-NAME
    STRING "ESCSTMT." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-ESCSTMT-NAME.

*> 045-catalog-output-name - one catalog entry for the retention
*> sweep, for the name left in OUTCAT-FILE-NAME.
045-CATALOG-OUTPUT-NAME.
    OPEN EXTEND OUTPUT-CATALOG
    IF WS-OUTCAT-FILE-STATUS NOT = "00"
        OPEN OUTPUT OUTPUT-CATALOG
    END-IF
    MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
    WRITE OUT-CATALOG-REC
    CLOSE OUTPUT-CATALOG.

*> 055-read-run-control - the run date fixes the month whose
*> bills are paid and whose analyses are due; the system date
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

060-OPEN-DATED-FILES.
    OPEN EXTEND DISBURSEMENT-FILE
    IF WS-DISB-FILE-STATUS NOT = "00"
        OPEN OUTPUT DISBURSEMENT-FILE
        MOVE WS-ESCDISB-NAME TO OUTCAT-FILE-NAME
        PERFORM 045-CATALOG-OUTPUT-NAME
    END-IF
    OPEN EXTEND ESCROW-REGISTER
    IF WS-REG-FILE-STATUS NOT = "00"
        OPEN OUTPUT ESCROW-REGISTER
        MOVE WS-ESCREG-NAME TO OUTCAT-FILE-NAME
        PERFORM 045-CATALOG-OUTPUT-NAME
    END-IF
    IF WS-RUN-MODE = "A"
        MOVE WS-ESCSTMT-NAME TO OUTCAT-FILE-NAME
        PERFORM 045-CATALOG-OUTPUT-NAME
    END-IF.

*> 200-post-bills - the bills received since the last run, each
*> setting its item's amount and due date on the loan. A loan
*> with no escrow account yet has one opened by its first bill,
*> with the analysis due this month, so the month's analysis sets
*> its monthly escrow. No bill file means no bills came in.
200-POST-BILLS.
    OPEN INPUT ESCROW-BILLS
    IF WS-BILLS-FILE-STATUS NOT = "00"
        MOVE "NO BILL FILE - NO BILLS POSTED" TO WS-SN-TEXT
        WRITE REG-LINE FROM WS-STMT-NOTE-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO MORE-RECORDS
    PERFORM UNTIL MORE-RECORDS = "N"
        READ ESCROW-BILLS
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                PERFORM 210-POST-ONE-BILL
        END-READ
    END-PERFORM
    CLOSE ESCROW-BILLS.

210-POST-ONE-BILL.
    MOVE SPACES TO WS-BILL-REASON
    MOVE BILL-LOAN-NUMBER TO WS-B-LOAN-NUMBER
    MOVE BILL-DUE-DATE TO WS-B-DUE-DATE
    IF BILL-AMOUNT IS NUMERIC
        MOVE BILL-AMOUNT TO WS-B-AMOUNT
    ELSE
        MOVE ZERO TO WS-B-AMOUNT
    END-IF
    IF BILL-TYPE = "T"
        MOVE "TAXES" TO WS-B-TYPE
    ELSE
        IF BILL-TYPE = "I"
            MOVE "INSURANCE" TO WS-B-TYPE
        ELSE
            MOVE BILL-TYPE TO WS-B-TYPE
            MOVE "BILL TYPE MUST BE T OR I" TO WS-BILL-REASON
        END-IF
    END-IF
    IF BILL-LOAN-NUMBER IS NOT NUMERIC
            OR BILL-AMOUNT IS NOT NUMERIC
            OR BILL-DUE-DATE IS NOT NUMERIC
        MOVE "BILL RECORD IS NOT NUMERIC" TO WS-BILL-REASON
    END-IF
    IF WS-BILL-REASON = SPACES
        IF BILL-AMOUNT = ZERO
            MOVE "BILL AMOUNT IS ZERO" TO WS-BILL-REASON
        ELSE
            MOVE BILL-DUE-DATE TO WS-DATE-PARTS
            IF WS-DP-MONTH < 1 OR WS-DP-MONTH > 12
                    OR WS-DP-DAY < 1 OR WS-DP-DAY > 31
                MOVE "DUE DATE IS NOT A VALID DATE"
                    TO WS-BILL-REASON
            END-IF
        END-IF
    END-IF
    IF WS-BILL-REASON = SPACES
        MOVE "Y" TO WS-LOAN-FOUND
        MOVE BILL-LOAN-NUMBER TO LS-LOAN-NUMBER
        READ SERVICING-MASTER
            INVALID KEY
                MOVE "N" TO WS-LOAN-FOUND
        END-READ
        IF WS-LOAN-FOUND = "N"
            MOVE "LOAN NOT ON SERVICING MASTER" TO WS-BILL-REASON
        ELSE
            IF LS-STATUS NOT = "A"
                MOVE "LOAN IS NOT ACTIVE" TO WS-BILL-REASON
            END-IF
        END-IF
    END-IF
    IF WS-BILL-REASON NOT = SPACES
        ADD 1 TO WS-BILLS-REJECTED
        MOVE WS-BILL-REASON TO WS-B-RESULT
        WRITE REG-LINE FROM WS-REG-BILL
        EXIT PARAGRAPH
    END-IF

    IF BILL-TYPE = "T"
        MOVE BILL-AMOUNT TO LS-ANNUAL-TAXES
        MOVE BILL-DUE-DATE TO LS-TAX-DUE-DATE
    ELSE
        MOVE BILL-AMOUNT TO LS-ANNUAL-INSURANCE
        MOVE BILL-DUE-DATE TO LS-INSURANCE-DUE-DATE
    END-IF
    IF LS-ESCROW-ANALYSIS-DATE = ZERO
        MOVE WS-RUN-DATE (1:8) TO LS-ESCROW-ANALYSIS-DATE
        MOVE "POSTED - ESCROW ACCOUNT OPENED" TO WS-B-RESULT
    ELSE
        MOVE "POSTED" TO WS-B-RESULT
    END-IF
    REWRITE LS-REC
    ADD 1 TO WS-BILLS-POSTED
    WRITE REG-LINE FROM WS-REG-BILL.

*> 300-disburse-due-items - every active loan, each item whose due
*> date falls in the run month or earlier paid out of escrow.
300-DISBURSE-DUE-ITEMS.
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
    MOVE "Y" TO MORE-RECORDS
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
                    PERFORM 310-DISBURSE-ONE-LOAN
                END-IF
        END-READ
    END-PERFORM.

310-DISBURSE-ONE-LOAN.
    MOVE "N" TO WS-LOAN-FOUND
    IF LS-TAX-DUE-DATE > ZERO
            AND LS-ANNUAL-TAXES > ZERO
            AND LS-TAX-DUE-DATE (1:6) NOT > WS-RUN-DATE (1:6)
        MOVE "T" TO WS-DISB-TYPE
        MOVE LS-ANNUAL-TAXES TO WS-DISB-AMOUNT
        MOVE LS-TAX-DUE-DATE TO WS-DISB-DUE-DATE
        PERFORM 320-PAY-ONE-ITEM
        MOVE LS-TAX-DUE-DATE TO WS-NEXT-DATE
        PERFORM 390-ROLL-YEAR
        MOVE WS-NEXT-DATE TO LS-TAX-DUE-DATE
        ADD 1 TO WS-TAX-COUNT
        ADD WS-DISB-AMOUNT TO WS-TAX-TOTAL
        MOVE "Y" TO WS-LOAN-FOUND
    END-IF
    IF LS-INSURANCE-DUE-DATE > ZERO
            AND LS-ANNUAL-INSURANCE > ZERO
            AND LS-INSURANCE-DUE-DATE (1:6) NOT > WS-RUN-DATE (1:6)
        MOVE "I" TO WS-DISB-TYPE
        MOVE LS-ANNUAL-INSURANCE TO WS-DISB-AMOUNT
        MOVE LS-INSURANCE-DUE-DATE TO WS-DISB-DUE-DATE
        PERFORM 320-PAY-ONE-ITEM
        MOVE LS-INSURANCE-DUE-DATE TO WS-NEXT-DATE
        PERFORM 390-ROLL-YEAR
        MOVE WS-NEXT-DATE TO LS-INSURANCE-DUE-DATE
        ADD 1 TO WS-INS-COUNT
        ADD WS-DISB-AMOUNT TO WS-INS-TOTAL
        MOVE "Y" TO WS-LOAN-FOUND
    END-IF
    IF WS-LOAN-FOUND = "Y"
        REWRITE LS-REC
    END-IF.

*> 320-pay-one-item - the check request and its register line. A
*> bill larger than the balance is paid anyway; the shortfall is
*> an advance the next analysis recovers.
320-PAY-ONE-ITEM.
    SUBTRACT WS-DISB-AMOUNT FROM LS-ESCROW-BALANCE
    MOVE LS-LOAN-NUMBER TO ESD-LOAN-NUMBER
    MOVE WS-DISB-TYPE TO ESD-TYPE
    MOVE WS-DISB-AMOUNT TO ESD-AMOUNT
    MOVE WS-DISB-DUE-DATE TO ESD-DUE-DATE
    MOVE WS-RUN-DATE (1:8) TO ESD-PAID-DATE
    MOVE LS-ESCROW-BALANCE TO ESD-BALANCE-AFTER
    WRITE OUT-DISB-REC
    PERFORM 470-WRITE-HISTORY

    MOVE LS-LOAN-NUMBER TO WS-D-LOAN-NUMBER
    IF WS-DISB-TYPE = "T"
        MOVE "TAXES" TO WS-D-TYPE
    ELSE
        MOVE "INSURANCE" TO WS-D-TYPE
    END-IF
    MOVE WS-DISB-AMOUNT TO WS-D-AMOUNT
    MOVE WS-DISB-DUE-DATE TO WS-D-DUE-DATE
    MOVE LS-ESCROW-BALANCE TO WS-D-BALANCE
    MOVE SPACES TO WS-D-NOTE
    IF LS-ESCROW-BALANCE < ZERO
        MOVE "ADVANCED" TO WS-D-NOTE
        ADD 1 TO WS-ADVANCE-COUNT
    END-IF
    WRITE REG-LINE FROM WS-REG-DISB.

*> 400-analyze-due-loans - every active loan whose analysis date
*> falls in the run month or earlier.
400-ANALYZE-DUE-LOANS.
    MOVE "Y" TO MORE-RECORDS
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
                        AND LS-ESCROW-ANALYSIS-DATE > ZERO
                        AND LS-ESCROW-ANALYSIS-DATE (1:6)
                            NOT > WS-RUN-DATE (1:6)
                    PERFORM 410-ANALYZE-ONE-LOAN
                END-IF
        END-READ
    END-PERFORM.

*> 410-analyze-one-loan - the base monthly escrow is a twelfth of
*> the year's bills, rounded up to the cent so twelve deposits
*> always cover them. The projection runs from the balance
*> standing today; a shortage below the cushion is spread over
*> twelve payments, and a surplus over it is refunded when it
*> reaches the threshold, otherwise left to ride.
410-ANALYZE-ONE-LOAN.
    ADD 1 TO WS-ANALYZED-COUNT
    MOVE LS-MONTHLY-ESCROW TO WS-OLD-ESCROW
    COMPUTE WS-ANNUAL-ESCROW = LS-ANNUAL-TAXES + LS-ANNUAL-INSURANCE
    COMPUTE WS-BASE-ESCROW = WS-ANNUAL-ESCROW / 12
    IF WS-BASE-ESCROW * 12 < WS-ANNUAL-ESCROW
        ADD .01 TO WS-BASE-ESCROW
    END-IF
    COMPUTE WS-CUSHION = WS-BASE-ESCROW * WS-CUSHION-MONTHS

    MOVE ZERO TO WS-TAX-DUE-MONTH
    MOVE ZERO TO WS-INS-DUE-MONTH
    IF LS-ANNUAL-TAXES > ZERO AND LS-TAX-DUE-DATE > ZERO
        MOVE LS-TAX-DUE-DATE TO WS-DATE-PARTS
        MOVE WS-DP-MONTH TO WS-TAX-DUE-MONTH
    END-IF
    IF LS-ANNUAL-INSURANCE > ZERO AND LS-INSURANCE-DUE-DATE > ZERO
        MOVE LS-INSURANCE-DUE-DATE TO WS-DATE-PARTS
        MOVE WS-DP-MONTH TO WS-INS-DUE-MONTH
    END-IF

    MOVE LS-ESCROW-BALANCE TO WS-PROJ-BALANCE
    MOVE LS-ESCROW-BALANCE TO WS-LOW-BALANCE
    MOVE WS-RUN-YEAR TO WS-PROJ-YEAR
    MOVE WS-RUN-MONTH TO WS-PROJ-MONTH
    PERFORM 420-PROJECT-ONE-MONTH
        VARYING WS-PROJ-SUB FROM 1 BY 1
        UNTIL WS-PROJ-SUB > 12

    MOVE ZERO TO WS-SHORTAGE
    MOVE ZERO TO WS-SURPLUS
    MOVE ZERO TO WS-REFUND
    MOVE ZERO TO WS-SHORTAGE-MONTHLY
    IF WS-LOW-BALANCE < WS-CUSHION
        COMPUTE WS-SHORTAGE = WS-CUSHION - WS-LOW-BALANCE
        COMPUTE WS-SHORTAGE-MONTHLY = WS-SHORTAGE / 12
        IF WS-SHORTAGE-MONTHLY * 12 < WS-SHORTAGE
            ADD .01 TO WS-SHORTAGE-MONTHLY
        END-IF
        ADD 1 TO WS-SHORTAGE-COUNT
        ADD WS-SHORTAGE TO WS-SHORTAGE-TOTAL
    ELSE
        COMPUTE WS-SURPLUS = WS-LOW-BALANCE - WS-CUSHION
        IF WS-SURPLUS NOT < WS-REFUND-THRESHOLD
            MOVE WS-SURPLUS TO WS-REFUND
            PERFORM 430-REFUND-SURPLUS
        END-IF
    END-IF
    COMPUTE WS-NEW-ESCROW = WS-BASE-ESCROW + WS-SHORTAGE-MONTHLY
    COMPUTE WS-NEW-TOTAL-PAYMENT =
        LS-MONTHLY-PAYMENT + WS-NEW-ESCROW

    PERFORM 450-PRINT-STATEMENT

    MOVE WS-NEW-ESCROW TO LS-MONTHLY-ESCROW
    MOVE WS-RUN-DATE (1:8) TO WS-NEXT-DATE
    PERFORM 390-ROLL-YEAR
    MOVE WS-NEXT-DATE TO LS-ESCROW-ANALYSIS-DATE
    REWRITE LS-REC
    MOVE "E" TO WS-DISB-TYPE
    MOVE WS-SHORTAGE TO WS-DISB-AMOUNT
    PERFORM 470-WRITE-HISTORY

    MOVE LS-LOAN-NUMBER TO WS-A-LOAN-NUMBER
    MOVE WS-OLD-ESCROW TO WS-A-OLD-ESCROW
    MOVE WS-NEW-ESCROW TO WS-A-NEW-ESCROW
    MOVE WS-SHORTAGE TO WS-A-SHORTAGE
    MOVE WS-REFUND TO WS-A-REFUND
    WRITE REG-LINE FROM WS-REG-ANALYSIS.

*> 420-project-one-month - the month after the last: one base
*> deposit in, and out whichever bills fall due in that month.
420-PROJECT-ONE-MONTH.
    ADD 1 TO WS-PROJ-MONTH
    IF WS-PROJ-MONTH > 12
        MOVE 1 TO WS-PROJ-MONTH
        ADD 1 TO WS-PROJ-YEAR
    END-IF
    MOVE WS-PROJ-YEAR TO WS-PJ-YEAR (WS-PROJ-SUB)
    MOVE WS-PROJ-MONTH TO WS-PJ-MONTH (WS-PROJ-SUB)
    MOVE WS-BASE-ESCROW TO WS-PJ-DEPOSIT (WS-PROJ-SUB)
    MOVE ZERO TO WS-PJ-PAID-OUT (WS-PROJ-SUB)
    MOVE SPACES TO WS-PJ-DESCRIPTION (WS-PROJ-SUB)
    IF WS-PROJ-MONTH = WS-TAX-DUE-MONTH
        ADD LS-ANNUAL-TAXES TO WS-PJ-PAID-OUT (WS-PROJ-SUB)
        MOVE "TAXES" TO WS-PJ-DESCRIPTION (WS-PROJ-SUB)
    END-IF
    IF WS-PROJ-MONTH = WS-INS-DUE-MONTH
        ADD LS-ANNUAL-INSURANCE TO WS-PJ-PAID-OUT (WS-PROJ-SUB)
        IF WS-PJ-DESCRIPTION (WS-PROJ-SUB) = SPACES
            MOVE "INSURANCE" TO WS-PJ-DESCRIPTION (WS-PROJ-SUB)
        ELSE
            MOVE "TAXES/INSURANCE" TO WS-PJ-DESCRIPTION (WS-PROJ-SUB)
        END-IF
    END-IF
    COMPUTE WS-PROJ-BALANCE = WS-PROJ-BALANCE
        + WS-PJ-DEPOSIT (WS-PROJ-SUB) - WS-PJ-PAID-OUT (WS-PROJ-SUB)
    MOVE WS-PROJ-BALANCE TO WS-PJ-BALANCE (WS-PROJ-SUB)
    IF WS-PROJ-BALANCE < WS-LOW-BALANCE
        MOVE WS-PROJ-BALANCE TO WS-LOW-BALANCE
    END-IF.

*> 430-refund-surplus - the surplus check to the borrower, out of
*> escrow like any other disbursement.
430-REFUND-SURPLUS.
    SUBTRACT WS-REFUND FROM LS-ESCROW-BALANCE
    MOVE LS-LOAN-NUMBER TO ESD-LOAN-NUMBER
    MOVE "R" TO ESD-TYPE
    MOVE WS-REFUND TO ESD-AMOUNT
    MOVE WS-RUN-DATE (1:8) TO ESD-DUE-DATE
    MOVE WS-RUN-DATE (1:8) TO ESD-PAID-DATE
    MOVE LS-ESCROW-BALANCE TO ESD-BALANCE-AFTER
    WRITE OUT-DISB-REC
    MOVE "R" TO WS-DISB-TYPE
    MOVE WS-REFUND TO WS-DISB-AMOUNT
    PERFORM 470-WRITE-HISTORY
    ADD 1 TO WS-REFUND-COUNT
    ADD WS-REFUND TO WS-REFUND-TOTAL.

*> 450-print-statement - the borrower's annual escrow statement,
*> one loan to a page.
450-PRINT-STATEMENT.
    MOVE WS-STMT-TITLE TO STMT-LINE
    IF WS-NEW-PAGE-FILE = "Y"
        WRITE STMT-LINE
        MOVE "N" TO WS-NEW-PAGE-FILE
    ELSE
        WRITE STMT-LINE AFTER ADVANCING PAGE
    END-IF
    MOVE SPACES TO STMT-LINE
    WRITE STMT-LINE
    MOVE WS-RUN-DATE (1:8) TO WS-S-RUN-DATE
    MOVE LS-LOAN-NUMBER TO WS-S-LOAN-NUMBER
    WRITE STMT-LINE FROM WS-STMT-DATE-LINE
    MOVE LS-BORROWER-NAME TO WS-S-BORROWER
    WRITE STMT-LINE FROM WS-STMT-BORROWER-LINE
    MOVE SPACES TO STMT-LINE
    WRITE STMT-LINE

    MOVE "CURRENT ESCROW BALANCE" TO WS-SA-LABEL
    COMPUTE WS-STMT-BALANCE = LS-ESCROW-BALANCE + WS-REFUND
    MOVE WS-STMT-BALANCE TO WS-SA-AMOUNT
    WRITE STMT-LINE FROM WS-STMT-AMOUNT-LINE
    MOVE "ANNUAL PROPERTY TAXES" TO WS-SA-LABEL
    MOVE LS-ANNUAL-TAXES TO WS-SA-AMOUNT
    WRITE STMT-LINE FROM WS-STMT-AMOUNT-LINE
    MOVE "ANNUAL HAZARD INSURANCE" TO WS-SA-LABEL
    MOVE LS-ANNUAL-INSURANCE TO WS-SA-AMOUNT
    WRITE STMT-LINE FROM WS-STMT-AMOUNT-LINE
    MOVE "TOTAL ANNUAL ESCROW DISBURSEMENTS" TO WS-SA-LABEL
    MOVE WS-ANNUAL-ESCROW TO WS-SA-AMOUNT
    WRITE STMT-LINE FROM WS-STMT-AMOUNT-LINE
    MOVE SPACES TO STMT-LINE
    WRITE STMT-LINE

    MOVE "PROJECTED ESCROW ACTIVITY FOR THE NEXT TWELVE MONTHS"
        TO WS-SN-TEXT
    WRITE STMT-LINE FROM WS-STMT-NOTE-LINE
    WRITE STMT-LINE FROM WS-STMT-PROJ-HEADING
    PERFORM 455-PRINT-PROJECTION-LINE
        VARYING WS-PROJ-SUB FROM 1 BY 1
        UNTIL WS-PROJ-SUB > 12
    MOVE SPACES TO STMT-LINE
    WRITE STMT-LINE

    MOVE "LOWEST PROJECTED BALANCE" TO WS-SA-LABEL
    MOVE WS-LOW-BALANCE TO WS-SA-AMOUNT
    WRITE STMT-LINE FROM WS-STMT-AMOUNT-LINE
    MOVE "REQUIRED CUSHION (TWO MONTHS OF ESCROW)" TO WS-SA-LABEL
    MOVE WS-CUSHION TO WS-SA-AMOUNT
    WRITE STMT-LINE FROM WS-STMT-AMOUNT-LINE
    IF WS-SHORTAGE > ZERO
        MOVE "ESCROW SHORTAGE - SPREAD OVER 12 PAYMENTS"
            TO WS-SA-LABEL
        MOVE WS-SHORTAGE TO WS-SA-AMOUNT
        WRITE STMT-LINE FROM WS-STMT-AMOUNT-LINE
    ELSE
        MOVE "ESCROW SURPLUS" TO WS-SA-LABEL
        MOVE WS-SURPLUS TO WS-SA-AMOUNT
        WRITE STMT-LINE FROM WS-STMT-AMOUNT-LINE
        IF WS-REFUND > ZERO
            MOVE "SURPLUS REFUNDED BY CHECK" TO WS-SA-LABEL
            MOVE WS-REFUND TO WS-SA-AMOUNT
            WRITE STMT-LINE FROM WS-STMT-AMOUNT-LINE
        END-IF
    END-IF
    MOVE SPACES TO STMT-LINE
    WRITE STMT-LINE

    MOVE "PRINCIPAL AND INTEREST" TO WS-SA-LABEL
    MOVE LS-MONTHLY-PAYMENT TO WS-SA-AMOUNT
    WRITE STMT-LINE FROM WS-STMT-AMOUNT-LINE
    MOVE "PRIOR MONTHLY ESCROW" TO WS-SA-LABEL
    MOVE WS-OLD-ESCROW TO WS-SA-AMOUNT
    WRITE STMT-LINE FROM WS-STMT-AMOUNT-LINE
    MOVE "NEW MONTHLY ESCROW" TO WS-SA-LABEL
    MOVE WS-NEW-ESCROW TO WS-SA-AMOUNT
    WRITE STMT-LINE FROM WS-STMT-AMOUNT-LINE
    MOVE "NEW MONTHLY PAYMENT, FROM THE NEXT PAYMENT DUE"
        TO WS-SA-LABEL
    MOVE WS-NEW-TOTAL-PAYMENT TO WS-SA-AMOUNT
    WRITE STMT-LINE FROM WS-STMT-AMOUNT-LINE.

455-PRINT-PROJECTION-LINE.
    MOVE WS-PJ-YEAR (WS-PROJ-SUB) TO WS-SP-YEAR
    MOVE WS-PJ-MONTH (WS-PROJ-SUB) TO WS-SP-MONTH
    MOVE WS-PJ-DEPOSIT (WS-PROJ-SUB) TO WS-SP-DEPOSIT
    MOVE WS-PJ-PAID-OUT (WS-PROJ-SUB) TO WS-SP-PAID-OUT
    MOVE WS-PJ-DESCRIPTION (WS-PROJ-SUB) TO WS-SP-DESCRIPTION
    MOVE WS-PJ-BALANCE (WS-PROJ-SUB) TO WS-SP-BALANCE
    WRITE STMT-LINE FROM WS-STMT-PROJ-LINE.

*> 470-write-history - a disbursement, refund, or escrow change
*> on the loan payment history under the run date: the type and
*> amount in WS-DISB-TYPE and WS-DISB-AMOUNT, the escrow balance
*> and monthly escrow as they stand after it. For an escrow
*> change the amount is the shortage being recovered.
470-WRITE-HISTORY.
    INITIALIZE LPH-REC
    MOVE LS-LOAN-NUMBER TO LPH-LOAN-NUMBER
    MOVE WS-RUN-DATE (1:8) TO LPH-EFFECTIVE-DATE
    MOVE WS-DISB-TYPE TO LPH-TRAN-TYPE
    MOVE WS-RUN-DATE (1:8) TO LPH-POSTED-DATE
    MOVE WS-DISB-AMOUNT TO LPH-AMOUNT
    IF WS-DISB-TYPE NOT = "E"
        MOVE WS-DISB-AMOUNT TO LPH-ESCROW
    END-IF
    MOVE LS-PRINCIPAL-BALANCE TO LPH-BALANCE-AFTER
    MOVE LS-ESCROW-BALANCE TO LPH-ESCROW-BALANCE-AFTER
    MOVE LS-ANNUAL-RATE TO LPH-RATE-AFTER
    MOVE LS-MONTHLY-PAYMENT TO LPH-PAYMENT-AFTER
    IF WS-DISB-TYPE = "E"
        MOVE WS-NEW-ESCROW TO LPH-ESCROW-PAYMENT-AFTER
    ELSE
        MOVE LS-MONTHLY-ESCROW TO LPH-ESCROW-PAYMENT-AFTER
    END-IF
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
        DISPLAY "WATERSTA85: HISTORY NOT WRITTEN FOR LOAN "
            LS-LOAN-NUMBER ", FILE STATUS "
            WS-HISTORY-FILE-STATUS
    END-IF.

*> 480-write-posting-control - the run's register totals onto the
*> shared loan-servicing control file: for disbursement, what was
*> paid out with the taxes apart; for analysis, the refunds.
480-WRITE-POSTING-CONTROL.
    OPEN EXTEND POSTING-CONTROL
    IF WS-CONTROL-FILE-STATUS NOT = "00"
        OPEN OUTPUT POSTING-CONTROL
    END-IF
    INITIALIZE LCT-REC
    MOVE "WatersTA85" TO LCT-PROGRAM-ID
    MOVE WS-RUN-DATE (1:8) TO LCT-RUN-DATE
    MOVE WS-RUN-MODE TO LCT-RUN-MODE
    IF WS-RUN-MODE = "D"
        COMPUTE LCT-ITEM-COUNT = WS-TAX-COUNT + WS-INS-COUNT
        COMPUTE LCT-AMOUNT = WS-TAX-TOTAL + WS-INS-TOTAL
        MOVE WS-TAX-TOTAL TO LCT-TAXES-PAID
    ELSE
        MOVE WS-REFUND-COUNT TO LCT-ITEM-COUNT
        MOVE WS-REFUND-TOTAL TO LCT-AMOUNT
    END-IF
    MOVE LCT-AMOUNT TO LCT-ESCROW
    WRITE LCT-REC
    CLOSE POSTING-CONTROL.

*> 390-roll-year - the date in WS-NEXT-DATE, a year on.
390-ROLL-YEAR.
    ADD 1 TO WS-NX-YEAR
    IF WS-NX-MMDD = 0229
        MOVE 0228 TO WS-NX-MMDD
    END-IF.

*> 500-write-totals - the run's counts and amounts, for the mode
*> that ran.
500-WRITE-TOTALS.
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
    IF WS-RUN-MODE = "D"
        MOVE "BILLS POSTED" TO WS-C-LABEL
        MOVE WS-BILLS-POSTED TO WS-C-COUNT
        MOVE ZERO TO WS-C-AMOUNT
        WRITE REG-LINE FROM WS-REG-COUNT-LINE
        MOVE "BILLS REJECTED" TO WS-C-LABEL
        MOVE WS-BILLS-REJECTED TO WS-C-COUNT
        WRITE REG-LINE FROM WS-REG-COUNT-LINE
        MOVE "TAX DISBURSEMENTS" TO WS-C-LABEL
        MOVE WS-TAX-COUNT TO WS-C-COUNT
        MOVE WS-TAX-TOTAL TO WS-C-AMOUNT
        WRITE REG-LINE FROM WS-REG-COUNT-LINE
        MOVE "INSURANCE DISBURSEMENTS" TO WS-C-LABEL
        MOVE WS-INS-COUNT TO WS-C-COUNT
        MOVE WS-INS-TOTAL TO WS-C-AMOUNT
        WRITE REG-LINE FROM WS-REG-COUNT-LINE
        MOVE "DISBURSEMENTS ADVANCED" TO WS-C-LABEL
        MOVE WS-ADVANCE-COUNT TO WS-C-COUNT
        MOVE ZERO TO WS-C-AMOUNT
        WRITE REG-LINE FROM WS-REG-COUNT-LINE
    ELSE
        MOVE "LOANS ANALYZED" TO WS-C-LABEL
        MOVE WS-ANALYZED-COUNT TO WS-C-COUNT
        MOVE ZERO TO WS-C-AMOUNT
        WRITE REG-LINE FROM WS-REG-COUNT-LINE
        MOVE "SHORTAGES" TO WS-C-LABEL
        MOVE WS-SHORTAGE-COUNT TO WS-C-COUNT
        MOVE WS-SHORTAGE-TOTAL TO WS-C-AMOUNT
        WRITE REG-LINE FROM WS-REG-COUNT-LINE
        MOVE "SURPLUSES REFUNDED" TO WS-C-LABEL
        MOVE WS-REFUND-COUNT TO WS-C-COUNT
        MOVE WS-REFUND-TOTAL TO WS-C-AMOUNT
        WRITE REG-LINE FROM WS-REG-COUNT-LINE
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
    MOVE "WatersTA85" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA85.
