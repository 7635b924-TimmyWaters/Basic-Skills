*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: This program voids a printed payroll check - lost,
*> torn, or cut for the wrong amount - the way WatersTA37 handles
*> a returned direct deposit, so a dead check stops leaving the
*> W-2 figures wrong until year end. Each void transaction names
*> a check number. The check is marked void on the check master
*> the WatersTA1 check run writes, and a void record goes on the
*> positive-pay file so the bank refuses the check if it is ever
*> presented. The pay it carried is reversed, figure by figure as
*> the check-master record carries it: it comes off the period's
*> pay-history record (removed once nothing else is left on it),
*> its federal and state tax and wages come off the YTD master,
*> its employer taxes come off the employer-tax master, each
*> deduction it took comes off the election's taken-to-date, and
*> reversing entries for every element, the employer taxes
*> included, go on the general-ledger interface. When the
*> transaction asks for it, a replacement is queued for the next
*> check run, which re-posts the pay as it prints the new check.
*> A check that replaced a returned direct deposit carries no pay
*> of its own; voiding it replaces only the instrument. A void
*> register lists every transaction with its disposition; a check
*> not on the master, already void, already cleared by the bank,
*> or whose pay history no longer covers it is refused there and
*> nothing is touched.
*>
*> Modification History:
*>   2026-10-15  A void now backs out only the check's own figures
*>               from the check master, rewriting the period's pay
*>               history while other checks remain on it, and also
*>               reverses the check's employer taxes on the
*>               employer-tax master and the ledger and its
*>               deductions' taken-to-date. A check replacing a
*>               returned deposit is voided as an instrument only.
*>   2026-10-15  A check from a fiscal year already closed no
*>               longer touches the YTD master: its pay history and
*>               the ledger are still reversed, and a void not
*>               reissued is listed as needing a W-2c.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA59.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VOID-TRANSACTIONS
        ASSIGN TO VOIDTRN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VOIDTRN-FILE-STATUS.

    SELECT CHECK-MASTER
        ASSIGN TO CHKMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CHK-CHECK-NUMBER
        FILE STATUS IS WS-CHKMST-FILE-STATUS.

    SELECT PAY-HISTORY
        ASSIGN TO PAYHIST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PAYH-KEY
        FILE STATUS IS WS-PAYH-FILE-STATUS.

    SELECT YTD-MASTER
        ASSIGN TO YTDMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS YTD-EMPLOYEE-ID
        FILE STATUS IS WS-YTD-FILE-STATUS.

    SELECT EMPLOYER-TAX-MASTER
        ASSIGN TO ERTMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ERT-EMPLOYEE-ID
        FILE STATUS IS WS-ERT-FILE-STATUS.

    SELECT DEDUCTION-MASTER
        ASSIGN TO DEDMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DED-KEY
        FILE STATUS IS WS-DED-FILE-STATUS.

    SELECT POSITIVE-PAY
        ASSIGN TO POSPAY
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POSPAY-FILE-STATUS.

    SELECT REPLACEMENT-QUEUE
        ASSIGN TO REPLCHK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPLCHK-FILE-STATUS.

    SELECT GL-ACCOUNT-MAP
        ASSIGN TO GLACCTS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLMAP-FILE-STATUS.

    SELECT GL-INTERFACE
        ASSIGN TO GLINT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLINT-FILE-STATUS.

    SELECT VOID-REGISTER
        ASSIGN TO VOIDREG
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
*> One void per check: the check number, a reason code (LS lost
*> or stolen, DM damaged, WA wrong amount, or whatever payroll
*> keys), and "Y" to queue a replacement for the next check run.
FD VOID-TRANSACTIONS.
01 VT-REC.
    05 VT-CHECK-NUMBER    PIC 9(8).
    05 VT-REASON-CODE     PIC X(2).
    05 VT-REISSUE-FLAG    PIC X(1).

FD CHECK-MASTER.
01 CHK-REC.
    COPY CHKREC.

FD PAY-HISTORY.
01 PAYH-REC.
    COPY PAYHST.

FD YTD-MASTER.
01 YTD-REC.
    COPY YTDREC.

FD EMPLOYER-TAX-MASTER.
01 ERT-REC.
    COPY ERTREC.

FD DEDUCTION-MASTER.
01 DED-REC.
    COPY DEDREC.

FD POSITIVE-PAY.
01 OUT-POSPAY-REC.
    COPY PPAYREC.

FD REPLACEMENT-QUEUE.
01 OUT-REPLACEMENT-REC.
    COPY RPLREC.

*> The element-to-account mapping and the interface record, the
*> same layouts the WatersTA1 payroll run posts with.
FD GL-ACCOUNT-MAP.
01 GLMAP-REC.
    05 GLMAP-ELEMENT      PIC X(8).
    05 GLMAP-ACCOUNT      PIC X(8).

FD GL-INTERFACE.
01 OUT-GL-REC.
    05 GL-FISCAL-YEAR     PIC 9(4).
    05 GL-FISCAL-PERIOD   PIC 9(2).
    05 GL-ACCOUNT         PIC X(8).
    05 GL-DEBIT-CREDIT    PIC X(1).
    05 GL-AMOUNT          PIC 9(9)V99.
    05 GL-DESCRIPTION     PIC X(20).

FD VOID-REGISTER.
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
    05 WS-VOIDTRN-FILE-STATUS  PIC XX.
    05 WS-CHKMST-FILE-STATUS   PIC XX.
    05 WS-PAYH-FILE-STATUS     PIC XX.
    05 WS-YTD-FILE-STATUS      PIC XX.
    05 WS-ERT-FILE-STATUS      PIC XX.
    05 WS-DED-FILE-STATUS      PIC XX.
    05 WS-POSPAY-FILE-STATUS   PIC XX.
    05 WS-REPLCHK-FILE-STATUS  PIC XX.
    05 WS-GLMAP-FILE-STATUS    PIC XX.
    05 WS-GLMAP-EOF            PIC X(1).
    05 WS-GLINT-FILE-STATUS    PIC XX.
    05 WS-RUN-CONTROL-FOUND    PIC X(1) VALUE "N".
    05 WS-FISCAL-YEAR          PIC 9(4).
    05 WS-FISCAL-PERIOD        PIC 9(2).
    05 WS-VOID-COUNT           PIC 9(5) VALUE ZERO.
    05 WS-REISSUE-COUNT        PIC 9(5) VALUE ZERO.
    05 WS-REFUSED-COUNT        PIC 9(5) VALUE ZERO.
    05 WS-VOID-PAY-DATE        PIC 9(8).
    05 WS-W2C-COUNT            PIC 9(5) VALUE ZERO.
*> "Y" while the check being voided is from an earlier fiscal
*> year than the run's - one WatersTA11 has already closed off the
*> YTD master.
    05 WS-PRIOR-YEAR-VOID      PIC X(1).

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

*> What the run's voids took back out, element by element - the
*> amounts the reversing ledger entries carry.
01 WS-REVERSAL-TOTALS.
    05 WS-TOTAL-GROSS          PIC 9(11)V99 VALUE ZERO.
    05 WS-TOTAL-INCOME-TAX     PIC 9(11)V99 VALUE ZERO.
    05 WS-TOTAL-STATE-TAX      PIC 9(11)V99 VALUE ZERO.
    05 WS-TOTAL-FICA           PIC 9(11)V99 VALUE ZERO.
    05 WS-TOTAL-MEDICARE       PIC 9(11)V99 VALUE ZERO.
    05 WS-TOTAL-VOLUNTARY      PIC 9(11)V99 VALUE ZERO.
    05 WS-TOTAL-NET-PAY        PIC 9(11)V99 VALUE ZERO.
    05 WS-TOTAL-ER-FICA        PIC 9(11)V99 VALUE ZERO.
    05 WS-TOTAL-ER-MEDICARE    PIC 9(11)V99 VALUE ZERO.
    05 WS-TOTAL-ER-FUTA        PIC 9(11)V99 VALUE ZERO.
    05 WS-TOTAL-ER-SUTA        PIC 9(11)V99 VALUE ZERO.
    05 WS-TOTAL-ER-TAX         PIC 9(11)V99 VALUE ZERO.

01 WS-GL-AREAS.
    05 WS-GL-MAP-COUNT         PIC 9(2).
    05 WS-GL-MAP OCCURS 20 TIMES INDEXED BY GL-MAP-IDX.
        10 WS-GLM-ELEMENT      PIC X(8).
        10 WS-GLM-ACCOUNT      PIC X(8).
    05 WS-GL-ELEMENT           PIC X(8).
    05 WS-GL-ACCOUNT-FOUND     PIC X(8).
    05 WS-GL-DEBITS            PIC 9(11)V99.
    05 WS-GL-CREDITS           PIC 9(11)V99.

01 WS-HEADING-LINE.
    05 FILLER   PIC X(10) VALUE "CHECK NO".
    05 FILLER   PIC X(11) VALUE "EMP ID".
    05 FILLER   PIC X(27) VALUE "PAYEE".
    05 FILLER   PIC X(12) VALUE "     AMOUNT".
    05 FILLER   PIC X(8)  VALUE "REASON".
    05 FILLER   PIC X(30) VALUE "DISPOSITION".

01 WS-REGISTER-LINE.
    05 WS-R-CHECK-NUMBER   PIC 9(8).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-R-EMPLOYEE-ID    PIC X(9).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-R-PAYEE          PIC X(25).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-R-AMOUNT         PIC Z(6)9.99.
    05 FILLER              PIC X(3)  VALUE SPACES.
    05 WS-R-REASON         PIC X(2).
    05 FILLER              PIC X(4)  VALUE SPACES.
    05 WS-R-DISPOSITION    PIC X(35).

*> One line beneath a void for each deduction it put back on the
*> election's taken-to-date. The amount went to the payee with
*> the original check's remittance, so payroll recovers it there.
01 WS-DED-REVERSAL-LINE.
    05 FILLER              PIC X(12) VALUE SPACES.
    05 FILLER              PIC X(20) VALUE "DEDUCTION REVERSED: ".
    05 WS-DR-TYPE          PIC X(4).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-DR-AMOUNT        PIC Z(6)9.99.
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 FILLER              PIC X(28) VALUE
        "RECOVER FROM PAYEE IF PAID".

01 WS-TOTAL-LINE-1.
    05 FILLER              PIC X(16) VALUE "CHECKS VOIDED:  ".
    05 WS-T-VOID-COUNT     PIC ZZZZ9.
    05 FILLER              PIC X(3)  VALUE SPACES.
    05 FILLER              PIC X(16) VALUE "NET PAY VOIDED: ".
    05 WS-T-NET-PAY        PIC Z(9)9.99.

01 WS-TOTAL-LINE-2.
    05 FILLER              PIC X(16) VALUE "REISSUES QUEUED:".
    05 WS-T-REISSUE-COUNT  PIC ZZZZ9.
    05 FILLER              PIC X(3)  VALUE SPACES.
    05 FILLER              PIC X(16) VALUE "REFUSED:        ".
    05 WS-T-REFUSED-COUNT  PIC ZZZZ9.

01 WS-TOTAL-LINE-3.
    05 FILLER              PIC X(16) VALUE "W-2C NEEDED:    ".
    05 WS-T-W2C-COUNT      PIC ZZZZ9.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 050-READ-RUN-CONTROL
    PERFORM 060-LOAD-GL-ACCOUNTS

    OPEN INPUT VOID-TRANSACTIONS
    IF WS-VOIDTRN-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA59: UNABLE TO OPEN THE VOID TRANSACTIONS, "
            "FILE STATUS " WS-VOIDTRN-FILE-STATUS
        STOP RUN
    END-IF

    OPEN I-O CHECK-MASTER
    IF WS-CHKMST-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA59: UNABLE TO OPEN CHECK-MASTER, "
            "FILE STATUS " WS-CHKMST-FILE-STATUS
        STOP RUN
    END-IF

    OPEN I-O PAY-HISTORY
    IF WS-PAYH-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA59: UNABLE TO OPEN PAY-HISTORY, "
            "FILE STATUS " WS-PAYH-FILE-STATUS
        STOP RUN
    END-IF

    OPEN I-O YTD-MASTER
    IF WS-YTD-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA59: UNABLE TO OPEN YTD-MASTER, "
            "FILE STATUS " WS-YTD-FILE-STATUS
        STOP RUN
    END-IF

    OPEN I-O EMPLOYER-TAX-MASTER
    IF WS-ERT-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA59: UNABLE TO OPEN EMPLOYER-TAX-MASTER, "
            "FILE STATUS " WS-ERT-FILE-STATUS
        STOP RUN
    END-IF

    OPEN I-O DEDUCTION-MASTER
    IF WS-DED-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA59: UNABLE TO OPEN DEDUCTION-MASTER, "
            "FILE STATUS " WS-DED-FILE-STATUS
        STOP RUN
    END-IF

    OPEN EXTEND POSITIVE-PAY
    IF WS-POSPAY-FILE-STATUS NOT = "00"
        OPEN OUTPUT POSITIVE-PAY
    END-IF

    OPEN EXTEND REPLACEMENT-QUEUE
    IF WS-REPLCHK-FILE-STATUS NOT = "00"
        OPEN OUTPUT REPLACEMENT-QUEUE
    END-IF

    OPEN OUTPUT VOID-REGISTER
    WRITE REG-LINE FROM WS-HEADING-LINE

    PERFORM UNTIL MORE-RECORDS = "N"
        READ VOID-TRANSACTIONS
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                PERFORM 200-POST-VOID
        END-READ
    END-PERFORM

    IF WS-TOTAL-GROSS > ZERO
        PERFORM 500-WRITE-GL-REVERSAL
    END-IF

    MOVE WS-VOID-COUNT TO WS-T-VOID-COUNT
    MOVE WS-TOTAL-NET-PAY TO WS-T-NET-PAY
    MOVE WS-REISSUE-COUNT TO WS-T-REISSUE-COUNT
    MOVE WS-REFUSED-COUNT TO WS-T-REFUSED-COUNT
    MOVE WS-W2C-COUNT TO WS-T-W2C-COUNT
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
    WRITE REG-LINE FROM WS-TOTAL-LINE-1
    WRITE REG-LINE FROM WS-TOTAL-LINE-2
    WRITE REG-LINE FROM WS-TOTAL-LINE-3

    CLOSE VOID-TRANSACTIONS
          CHECK-MASTER
          PAY-HISTORY
          YTD-MASTER
          EMPLOYER-TAX-MASTER
          DEDUCTION-MASTER
          POSITIVE-PAY
          REPLACEMENT-QUEUE
          VOID-REGISTER
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 050-read-run-control - the run date stamps the void on the
*> check master, and the fiscal year and period are the ones the
*> reversing ledger entries post to. The system date stands in
*> when the file is absent, the way WatersTA1 falls back.
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

*> 060-load-gl-accounts - the same mapping file the payroll run
*> posts with, and the same refusal up front when an element the
*> reversal needs has no account - before any check is voided.
060-LOAD-GL-ACCOUNTS.
    MOVE ZERO TO WS-GL-MAP-COUNT
    MOVE "N" TO WS-GLMAP-EOF
    OPEN INPUT GL-ACCOUNT-MAP
    IF WS-GLMAP-FILE-STATUS NOT = "00"
        MOVE "Y" TO WS-GLMAP-EOF
    END-IF
    PERFORM UNTIL WS-GLMAP-EOF = "Y"
        READ GL-ACCOUNT-MAP
            AT END
                MOVE "Y" TO WS-GLMAP-EOF
            NOT AT END
                IF WS-GL-MAP-COUNT < 20
                    ADD 1 TO WS-GL-MAP-COUNT
                    MOVE GLMAP-ELEMENT TO
                        WS-GLM-ELEMENT (WS-GL-MAP-COUNT)
                    MOVE GLMAP-ACCOUNT TO
                        WS-GLM-ACCOUNT (WS-GL-MAP-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF WS-GLMAP-FILE-STATUS = "00" OR WS-GLMAP-FILE-STATUS = "10"
        CLOSE GL-ACCOUNT-MAP
    END-IF

    MOVE "GROSS" TO WS-GL-ELEMENT
    PERFORM 065-REQUIRE-GL-ACCOUNT
    MOVE "FEDTAX" TO WS-GL-ELEMENT
    PERFORM 065-REQUIRE-GL-ACCOUNT
    MOVE "STATETAX" TO WS-GL-ELEMENT
    PERFORM 065-REQUIRE-GL-ACCOUNT
    MOVE "FICA" TO WS-GL-ELEMENT
    PERFORM 065-REQUIRE-GL-ACCOUNT
    MOVE "MEDICARE" TO WS-GL-ELEMENT
    PERFORM 065-REQUIRE-GL-ACCOUNT
    MOVE "VOLDED" TO WS-GL-ELEMENT
    PERFORM 065-REQUIRE-GL-ACCOUNT
    MOVE "NETPAY" TO WS-GL-ELEMENT
    PERFORM 065-REQUIRE-GL-ACCOUNT
    MOVE "ERTAXEXP" TO WS-GL-ELEMENT
    PERFORM 065-REQUIRE-GL-ACCOUNT
    MOVE "ERFICA" TO WS-GL-ELEMENT
    PERFORM 065-REQUIRE-GL-ACCOUNT
    MOVE "ERMEDI" TO WS-GL-ELEMENT
    PERFORM 065-REQUIRE-GL-ACCOUNT
    MOVE "FUTA" TO WS-GL-ELEMENT
    PERFORM 065-REQUIRE-GL-ACCOUNT
    MOVE "SUTA" TO WS-GL-ELEMENT
    PERFORM 065-REQUIRE-GL-ACCOUNT.

065-REQUIRE-GL-ACCOUNT.
    PERFORM 070-FIND-GL-ACCOUNT
    IF WS-GL-ACCOUNT-FOUND = SPACES
        DISPLAY "WATERSTA59: NO LEDGER ACCOUNT MAPPED FOR "
            WS-GL-ELEMENT " ON GLACCTS - RUN REFUSED."
        STOP RUN
    END-IF.

070-FIND-GL-ACCOUNT.
    MOVE SPACES TO WS-GL-ACCOUNT-FOUND
    SET GL-MAP-IDX TO 1
    SEARCH WS-GL-MAP
        VARYING GL-MAP-IDX
        AT END
            CONTINUE
        WHEN GL-MAP-IDX > WS-GL-MAP-COUNT
            CONTINUE
        WHEN WS-GLM-ELEMENT (GL-MAP-IDX) = WS-GL-ELEMENT
            MOVE WS-GLM-ACCOUNT (GL-MAP-IDX) TO WS-GL-ACCOUNT-FOUND
    END-SEARCH.

*> 200-post-void - every check is proved before anything is
*> touched: it must be on the check master and still outstanding,
*> its period's pay history must still carry at least every figure
*> the check carried, and the YTD master must hold at least what
*> is being backed out. A check that fails any of these is
*> refused on the register with the reason, and no file is
*> changed for it. A check cut for a returned deposit is voided
*> as an instrument only. A check from a fiscal year already
*> closed leaves the YTD master alone - it now carries the new
*> year - and, unless it is reissued, is listed as needing a W-2c
*> for the year it was paid in.
200-POST-VOID.
    MOVE VT-CHECK-NUMBER TO WS-R-CHECK-NUMBER
    MOVE VT-REASON-CODE TO WS-R-REASON
    MOVE SPACES TO WS-R-EMPLOYEE-ID
    MOVE SPACES TO WS-R-PAYEE
    MOVE ZERO TO WS-R-AMOUNT

    MOVE VT-CHECK-NUMBER TO CHK-CHECK-NUMBER
    READ CHECK-MASTER
        INVALID KEY
            MOVE "NOT ON CHECK MASTER - REFUSED" TO WS-R-DISPOSITION
            PERFORM 290-WRITE-REFUSAL
            EXIT PARAGRAPH
    END-READ
    MOVE CHK-EMPLOYEE-ID TO WS-R-EMPLOYEE-ID
    MOVE CHK-PAYEE TO WS-R-PAYEE
    MOVE CHK-AMOUNT TO WS-R-AMOUNT

    IF CHK-STATUS = "V"
        MOVE "ALREADY VOID - REFUSED" TO WS-R-DISPOSITION
        PERFORM 290-WRITE-REFUSAL
        EXIT PARAGRAPH
    END-IF
    IF CHK-STATUS = "C"
        MOVE "CLEARED BY THE BANK - REFUSED" TO WS-R-DISPOSITION
        PERFORM 290-WRITE-REFUSAL
        EXIT PARAGRAPH
    END-IF

    IF CHK-PAY-POSTED = "N"
        PERFORM 240-VOID-INSTRUMENT-ONLY
        EXIT PARAGRAPH
    END-IF

    MOVE CHK-EMPLOYEE-ID TO PAYH-EMPLOYEE-ID
    MOVE CHK-FISCAL-YEAR TO PAYH-FISCAL-YEAR
    MOVE CHK-FISCAL-PERIOD TO PAYH-FISCAL-PERIOD
    READ PAY-HISTORY
        INVALID KEY
            MOVE "NO PAY HISTORY FOR PERIOD - REFUSED"
                TO WS-R-DISPOSITION
            PERFORM 290-WRITE-REFUSAL
            EXIT PARAGRAPH
    END-READ
    IF PAYH-NET-PAY < CHK-AMOUNT
            OR PAYH-GROSS-PAY < CHK-GROSS-PAY
            OR PAYH-INCOME-TAX < CHK-INCOME-TAX
            OR PAYH-STATE-TAX < CHK-STATE-TAX
            OR PAYH-FICA < CHK-FICA
            OR PAYH-MEDICARE < CHK-MEDICARE
            OR PAYH-VOLUNTARY-DEDS < CHK-VOLUNTARY-DEDS
        MOVE "PAY HISTORY SHORT OF CHECK - REFUSED" TO WS-R-DISPOSITION
        PERFORM 290-WRITE-REFUSAL
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-PRIOR-YEAR-VOID
    IF CHK-FISCAL-YEAR NOT = WS-FISCAL-YEAR
        MOVE "Y" TO WS-PRIOR-YEAR-VOID
    END-IF

    IF WS-PRIOR-YEAR-VOID = "N"
        MOVE CHK-EMPLOYEE-ID TO YTD-EMPLOYEE-ID
        READ YTD-MASTER
            INVALID KEY
                MOVE "NOT ON YTD MASTER - REFUSED"
                    TO WS-R-DISPOSITION
                PERFORM 290-WRITE-REFUSAL
                EXIT PARAGRAPH
        END-READ
        IF YTD-WAGES < CHK-GROSS-PAY
                OR YTD-WITHHOLDING < CHK-INCOME-TAX
                OR YTD-STATE-WITHHOLDING < CHK-STATE-TAX
            MOVE "YTD MASTER SHORT OF CHECK - REFUSED"
                TO WS-R-DISPOSITION
            PERFORM 290-WRITE-REFUSAL
            EXIT PARAGRAPH
        END-IF
    END-IF

    PERFORM 210-REVERSE-PAY
    PERFORM 220-MARK-CHECK-VOID
    IF VT-REISSUE-FLAG = "Y"
        PERFORM 230-QUEUE-REISSUE
        IF WS-PRIOR-YEAR-VOID = "Y"
            MOVE "PRIOR YEAR VOID - REISSUE QUEUED"
                TO WS-R-DISPOSITION
        ELSE
            MOVE "VOIDED - REPLACEMENT QUEUED" TO WS-R-DISPOSITION
        END-IF
    ELSE
        IF WS-PRIOR-YEAR-VOID = "Y"
            ADD 1 TO WS-W2C-COUNT
            MOVE "PRIOR YEAR VOID - W-2C NEEDED"
                TO WS-R-DISPOSITION
        ELSE
            MOVE "VOIDED" TO WS-R-DISPOSITION
        END-IF
    END-IF
    WRITE REG-LINE FROM WS-REGISTER-LINE
    PERFORM 216-REVERSE-DEDUCTIONS.

*> 210-reverse-pay - the check's own wages and taxes come back off
*> the employee's YTD record and off the period's pay-history
*> record, and every element is rolled into the reversing ledger
*> totals, so the quarter and the W-2 no longer count a check that
*> was never paid. The YTD record is left alone for a check from a
*> closed fiscal year; that year's W-2 is corrected from the
*> pay history instead. The history record stays while the employee's
*> other checks of the period are still on it, and is removed
*> once the void leaves nothing there.
210-REVERSE-PAY.
    IF WS-PRIOR-YEAR-VOID = "N"
        SUBTRACT CHK-GROSS-PAY FROM YTD-WAGES
        SUBTRACT CHK-INCOME-TAX FROM YTD-WITHHOLDING
        SUBTRACT CHK-STATE-TAX FROM YTD-STATE-WITHHOLDING
        REWRITE YTD-REC
    END-IF

    ADD 1 TO WS-VOID-COUNT
    ADD CHK-GROSS-PAY TO WS-TOTAL-GROSS
    ADD CHK-INCOME-TAX TO WS-TOTAL-INCOME-TAX
    ADD CHK-STATE-TAX TO WS-TOTAL-STATE-TAX
    ADD CHK-FICA TO WS-TOTAL-FICA
    ADD CHK-MEDICARE TO WS-TOTAL-MEDICARE
    ADD CHK-VOLUNTARY-DEDS TO WS-TOTAL-VOLUNTARY
    ADD CHK-AMOUNT TO WS-TOTAL-NET-PAY

    MOVE PAYH-PAY-DATE TO WS-VOID-PAY-DATE
    SUBTRACT CHK-GROSS-PAY FROM PAYH-GROSS-PAY
    SUBTRACT CHK-INCOME-TAX FROM PAYH-INCOME-TAX
    SUBTRACT CHK-STATE-TAX FROM PAYH-STATE-TAX
    SUBTRACT CHK-FICA FROM PAYH-FICA
    SUBTRACT CHK-MEDICARE FROM PAYH-MEDICARE
    SUBTRACT CHK-VOLUNTARY-DEDS FROM PAYH-VOLUNTARY-DEDS
    SUBTRACT CHK-AMOUNT FROM PAYH-NET-PAY
    IF PAYH-GROSS-PAY = ZERO AND PAYH-NET-PAY = ZERO
            AND PAYH-INCOME-TAX = ZERO AND PAYH-STATE-TAX = ZERO
            AND PAYH-FICA = ZERO AND PAYH-MEDICARE = ZERO
            AND PAYH-VOLUNTARY-DEDS = ZERO
        DELETE PAY-HISTORY RECORD
            INVALID KEY
                DISPLAY "WATERSTA59: PAY HISTORY FOR CHECK "
                    CHK-CHECK-NUMBER " COULD NOT BE REMOVED, "
                    "FILE STATUS " WS-PAYH-FILE-STATUS
        END-DELETE
    ELSE
        REWRITE PAYH-REC
            INVALID KEY
                DISPLAY "WATERSTA59: PAY HISTORY FOR CHECK "
                    CHK-CHECK-NUMBER " COULD NOT BE REWRITTEN, "
                    "FILE STATUS " WS-PAYH-FILE-STATUS
        END-REWRITE
    END-IF

    PERFORM 214-REVERSE-EMPLOYER-TAXES.

*> 214-reverse-employer-taxes - the employer's FICA and Medicare
*> match, FUTA, and SUTA accrued on the check go into the
*> reversing ledger totals, and come off the employer-tax master
*> with the wages charged against the FUTA and SUTA bases - but
*> only while the master is still carrying the calendar year the
*> check was paid in. Once the payroll run has started the
*> employee over in a new year, the reversal is booked to the
*> ledger alone. A master figure already below the check's (the
*> SUTA wages restart on a change of work state) goes to zero.
214-REVERSE-EMPLOYER-TAXES.
    ADD CHK-ER-FICA-MATCH TO WS-TOTAL-ER-FICA
    ADD CHK-ER-MEDICARE-MATCH TO WS-TOTAL-ER-MEDICARE
    ADD CHK-ER-FUTA TO WS-TOTAL-ER-FUTA
    ADD CHK-ER-SUTA TO WS-TOTAL-ER-SUTA

    MOVE CHK-EMPLOYEE-ID TO ERT-EMPLOYEE-ID
    READ EMPLOYER-TAX-MASTER
        INVALID KEY
            EXIT PARAGRAPH
    END-READ
    IF ERT-CALENDAR-YEAR NOT = WS-VOID-PAY-DATE (1:4)
        EXIT PARAGRAPH
    END-IF

    IF ERT-FUTA-WAGES < CHK-ER-FUTA-WAGES
        MOVE ZERO TO ERT-FUTA-WAGES
    ELSE
        SUBTRACT CHK-ER-FUTA-WAGES FROM ERT-FUTA-WAGES
    END-IF
    IF ERT-SUTA-WAGES < CHK-ER-SUTA-WAGES
        MOVE ZERO TO ERT-SUTA-WAGES
    ELSE
        SUBTRACT CHK-ER-SUTA-WAGES FROM ERT-SUTA-WAGES
    END-IF
    IF ERT-FICA-MATCH < CHK-ER-FICA-MATCH
        MOVE ZERO TO ERT-FICA-MATCH
    ELSE
        SUBTRACT CHK-ER-FICA-MATCH FROM ERT-FICA-MATCH
    END-IF
    IF ERT-MEDICARE-MATCH < CHK-ER-MEDICARE-MATCH
        MOVE ZERO TO ERT-MEDICARE-MATCH
    ELSE
        SUBTRACT CHK-ER-MEDICARE-MATCH FROM ERT-MEDICARE-MATCH
    END-IF
    IF ERT-FUTA < CHK-ER-FUTA
        MOVE ZERO TO ERT-FUTA
    ELSE
        SUBTRACT CHK-ER-FUTA FROM ERT-FUTA
    END-IF
    IF ERT-SUTA < CHK-ER-SUTA
        MOVE ZERO TO ERT-SUTA
    ELSE
        SUBTRACT CHK-ER-SUTA FROM ERT-SUTA
    END-IF
    REWRITE ERT-REC.

*> 216-reverse-deductions - each deduction the check took comes
*> back off its election's taken-to-date, so a garnishment balance
*> is owed again exactly as before the check, and is listed under
*> the void on the register. An election since removed from the
*> deduction master is listed but has nothing to restore.
216-REVERSE-DEDUCTIONS.
    PERFORM VARYING CHK-DED-IDX FROM 1 BY 1
            UNTIL CHK-DED-IDX > CHK-DED-COUNT
        MOVE CHK-EMPLOYEE-ID TO DED-EMPLOYEE-ID
        MOVE CHK-DED-PRIORITY (CHK-DED-IDX) TO DED-PRIORITY
        READ DEDUCTION-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF DED-TAKEN-TO-DATE < CHK-DED-AMOUNT (CHK-DED-IDX)
                    MOVE ZERO TO DED-TAKEN-TO-DATE
                ELSE
                    SUBTRACT CHK-DED-AMOUNT (CHK-DED-IDX)
                        FROM DED-TAKEN-TO-DATE
                END-IF
                REWRITE DED-REC
        END-READ
        MOVE CHK-DED-TYPE (CHK-DED-IDX) TO WS-DR-TYPE
        MOVE CHK-DED-AMOUNT (CHK-DED-IDX) TO WS-DR-AMOUNT
        WRITE REG-LINE FROM WS-DED-REVERSAL-LINE
    END-PERFORM.

*> 220-mark-check-void - the check master carries the void, its
*> date, and its reason, and a void record goes on the
*> positive-pay file so the bank refuses the check if it turns up.
220-MARK-CHECK-VOID.
    MOVE "V" TO CHK-STATUS
    MOVE WS-RUN-DATE (1:8) TO CHK-STATUS-DATE
    MOVE VT-REASON-CODE TO CHK-VOID-REASON
    REWRITE CHK-REC

    MOVE CHK-CHECK-NUMBER TO PP-CHECK-NUMBER
    MOVE CHK-ISSUE-DATE TO PP-PAY-DATE
    MOVE CHK-EMPLOYEE-ID TO PP-EMPLOYEE-ID
    MOVE CHK-PAYEE TO PP-PAYEE
    MOVE CHK-AMOUNT TO PP-AMOUNT
    MOVE "V" TO PP-ISSUE-CODE
    WRITE OUT-POSPAY-REC.

*> 230-queue-reissue - the replacement carries the figures the
*> void reversed and the voided check's number, so the check run
*> re-posts the pay under its original period - employer taxes
*> and deductions read back off the voided check - as it prints
*> the new check.
230-QUEUE-REISSUE.
    INITIALIZE OUT-REPLACEMENT-REC
    MOVE CHK-EMPLOYEE-ID TO RPL-EMPLOYEE-ID
    MOVE WS-VOID-PAY-DATE TO RPL-PAY-DATE
    MOVE CHK-AMOUNT TO RPL-PAY-AMOUNT
    MOVE VT-REASON-CODE TO RPL-REASON-CODE
    MOVE "V" TO RPL-SOURCE
    MOVE CHK-FISCAL-YEAR TO RPL-FISCAL-YEAR
    MOVE CHK-FISCAL-PERIOD TO RPL-FISCAL-PERIOD
    MOVE CHK-GROSS-PAY TO RPL-GROSS-PAY
    MOVE CHK-INCOME-TAX TO RPL-INCOME-TAX
    MOVE CHK-STATE-TAX TO RPL-STATE-TAX
    MOVE CHK-FICA TO RPL-FICA
    MOVE CHK-MEDICARE TO RPL-MEDICARE
    MOVE CHK-VOLUNTARY-DEDS TO RPL-VOLUNTARY-DEDS
    MOVE CHK-CHECK-NUMBER TO RPL-VOIDED-CHECK-NUMBER
    WRITE OUT-REPLACEMENT-REC
    ADD 1 TO WS-REISSUE-COUNT.

*> 240-void-instrument-only - a check cut to replace a returned
*> deposit carries no pay of its own; the pay stands with the
*> deposit. The check is voided and stopped at the bank, and a
*> replacement asked for is queued the way WatersTA37 queues one
*> for a returned deposit.
240-VOID-INSTRUMENT-ONLY.
    PERFORM 220-MARK-CHECK-VOID
    ADD 1 TO WS-VOID-COUNT
    IF VT-REISSUE-FLAG = "Y"
        INITIALIZE OUT-REPLACEMENT-REC
        MOVE CHK-EMPLOYEE-ID TO RPL-EMPLOYEE-ID
        MOVE CHK-ISSUE-DATE TO RPL-PAY-DATE
        MOVE CHK-AMOUNT TO RPL-PAY-AMOUNT
        MOVE VT-REASON-CODE TO RPL-REASON-CODE
        MOVE "D" TO RPL-SOURCE
        WRITE OUT-REPLACEMENT-REC
        ADD 1 TO WS-REISSUE-COUNT
        MOVE "CHECK ONLY VOIDED - REISSUE QUEUED"
            TO WS-R-DISPOSITION
    ELSE
        MOVE "CHECK ONLY VOIDED - PAY STANDS" TO WS-R-DISPOSITION
    END-IF
    WRITE REG-LINE FROM WS-REGISTER-LINE.

290-WRITE-REFUSAL.
    ADD 1 TO WS-REFUSED-COUNT
    WRITE REG-LINE FROM WS-REGISTER-LINE.

*> 500-write-gl-reversal - the mirror image of the payroll run's
*> posting: a credit backing out gross pay and a debit backing out
*> each withholding and deduction liability and net pay, and a
*> credit backing out the employer tax expense against a debit to
*> each employer tax liability, stamped with the run-control
*> period the void is booked in. The entries are appended to the
*> interface file so they go to the ledger with whatever is
*> already waiting there; an imbalance releases nothing and ends
*> the run abnormally.
500-WRITE-GL-REVERSAL.
    COMPUTE WS-TOTAL-ER-TAX =
        WS-TOTAL-ER-FICA + WS-TOTAL-ER-MEDICARE
        + WS-TOTAL-ER-FUTA + WS-TOTAL-ER-SUTA
    COMPUTE WS-GL-CREDITS = WS-TOTAL-GROSS + WS-TOTAL-ER-TAX
    COMPUTE WS-GL-DEBITS =
        WS-TOTAL-INCOME-TAX + WS-TOTAL-STATE-TAX
        + WS-TOTAL-FICA + WS-TOTAL-MEDICARE
        + WS-TOTAL-VOLUNTARY + WS-TOTAL-NET-PAY
        + WS-TOTAL-ER-FICA + WS-TOTAL-ER-MEDICARE
        + WS-TOTAL-ER-FUTA + WS-TOTAL-ER-SUTA
    IF WS-GL-DEBITS NOT = WS-GL-CREDITS
        DISPLAY "WATERSTA59: GL REVERSAL OUT OF BALANCE - "
            "DEBITS " WS-GL-DEBITS " CREDITS " WS-GL-CREDITS
            " - NOTHING RELEASED."
        STOP RUN
    END-IF

    OPEN EXTEND GL-INTERFACE
    IF WS-GLINT-FILE-STATUS NOT = "00"
        OPEN OUTPUT GL-INTERFACE
    END-IF

    MOVE "GROSS" TO WS-GL-ELEMENT
    MOVE "C" TO GL-DEBIT-CREDIT
    MOVE WS-TOTAL-GROSS TO GL-AMOUNT
    MOVE "VOID GROSS PAY" TO GL-DESCRIPTION
    PERFORM 510-WRITE-GL-RECORD

    MOVE "FEDTAX" TO WS-GL-ELEMENT
    MOVE "D" TO GL-DEBIT-CREDIT
    MOVE WS-TOTAL-INCOME-TAX TO GL-AMOUNT
    MOVE "VOID FED TAX" TO GL-DESCRIPTION
    PERFORM 510-WRITE-GL-RECORD

    MOVE "STATETAX" TO WS-GL-ELEMENT
    MOVE "D" TO GL-DEBIT-CREDIT
    MOVE WS-TOTAL-STATE-TAX TO GL-AMOUNT
    MOVE "VOID STATE TAX" TO GL-DESCRIPTION
    PERFORM 510-WRITE-GL-RECORD

    MOVE "FICA" TO WS-GL-ELEMENT
    MOVE "D" TO GL-DEBIT-CREDIT
    MOVE WS-TOTAL-FICA TO GL-AMOUNT
    MOVE "VOID FICA" TO GL-DESCRIPTION
    PERFORM 510-WRITE-GL-RECORD

    MOVE "MEDICARE" TO WS-GL-ELEMENT
    MOVE "D" TO GL-DEBIT-CREDIT
    MOVE WS-TOTAL-MEDICARE TO GL-AMOUNT
    MOVE "VOID MEDICARE" TO GL-DESCRIPTION
    PERFORM 510-WRITE-GL-RECORD

    MOVE "VOLDED" TO WS-GL-ELEMENT
    MOVE "D" TO GL-DEBIT-CREDIT
    MOVE WS-TOTAL-VOLUNTARY TO GL-AMOUNT
    MOVE "VOID VOLUNTARY DEDS" TO GL-DESCRIPTION
    PERFORM 510-WRITE-GL-RECORD

    MOVE "NETPAY" TO WS-GL-ELEMENT
    MOVE "D" TO GL-DEBIT-CREDIT
    MOVE WS-TOTAL-NET-PAY TO GL-AMOUNT
    MOVE "VOID NET PAY" TO GL-DESCRIPTION
    PERFORM 510-WRITE-GL-RECORD

    MOVE "ERTAXEXP" TO WS-GL-ELEMENT
    MOVE "C" TO GL-DEBIT-CREDIT
    MOVE WS-TOTAL-ER-TAX TO GL-AMOUNT
    MOVE "VOID EMPLOYER TAX" TO GL-DESCRIPTION
    PERFORM 510-WRITE-GL-RECORD

    MOVE "ERFICA" TO WS-GL-ELEMENT
    MOVE "D" TO GL-DEBIT-CREDIT
    MOVE WS-TOTAL-ER-FICA TO GL-AMOUNT
    MOVE "VOID ER FICA MATCH" TO GL-DESCRIPTION
    PERFORM 510-WRITE-GL-RECORD

    MOVE "ERMEDI" TO WS-GL-ELEMENT
    MOVE "D" TO GL-DEBIT-CREDIT
    MOVE WS-TOTAL-ER-MEDICARE TO GL-AMOUNT
    MOVE "VOID ER MEDICARE" TO GL-DESCRIPTION
    PERFORM 510-WRITE-GL-RECORD

    MOVE "FUTA" TO WS-GL-ELEMENT
    MOVE "D" TO GL-DEBIT-CREDIT
    MOVE WS-TOTAL-ER-FUTA TO GL-AMOUNT
    MOVE "VOID FUTA" TO GL-DESCRIPTION
    PERFORM 510-WRITE-GL-RECORD

    MOVE "SUTA" TO WS-GL-ELEMENT
    MOVE "D" TO GL-DEBIT-CREDIT
    MOVE WS-TOTAL-ER-SUTA TO GL-AMOUNT
    MOVE "VOID SUTA" TO GL-DESCRIPTION
    PERFORM 510-WRITE-GL-RECORD

    CLOSE GL-INTERFACE.

510-WRITE-GL-RECORD.
    PERFORM 070-FIND-GL-ACCOUNT
    MOVE WS-FISCAL-YEAR TO GL-FISCAL-YEAR
    MOVE WS-FISCAL-PERIOD TO GL-FISCAL-PERIOD
    MOVE WS-GL-ACCOUNT-FOUND TO GL-ACCOUNT
    WRITE OUT-GL-REC.


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
    MOVE "WatersTA59" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA59.
