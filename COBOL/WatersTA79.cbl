*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: The accounts-payable check run. Every invoice line
*> the WatersTA46 three-way match approved, not yet paid, and due
*> on or before the cutoff date on the run-control file is paid
*> here, one check per vendor: the check itself in the payroll
*> check layout, then a remittance advice listing each invoice
*> and PO the check settles. Each paid line is stamped on the
*> invoice file with its check number and paid date, so it is
*> never paid twice. The checks go on a dated check register and
*> on the payables positive-pay file the bank matches presented
*> checks against, and the disbursement posts to the general-
*> ledger interface - a debit to accounts payable and a credit
*> to cash. A vendor missing from the vendor master, or marked
*> inactive there, is not paid; its lines are listed on the
*> register as held and stay on file for the next run.
*>
*> Modification History:
*>   2026-10-15  Open debit memos from returns to vendor (DBMREC
*>               copybook) are now taken off the vendor's check
*>               when an approved invoice line on the same PO and
*>               part billed for the goods: the advice lists each
*>               memo against its invoice, the check pays the net,
*>               the memo is stamped with the check number, and
*>               accounts payable is relieved by the net. A vendor
*>               whose memos meet or pass its lines due is held.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA79.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INVOICE-FILE
        ASSIGN TO INVOICES
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INVOICE-FILE-STATUS.

    SELECT DEBIT-MEMO-FILE
        ASSIGN TO DEBITMEM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DBM-FILE-STATUS.

    SELECT VENDOR-MASTER
        ASSIGN TO VENDMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VENDOR-FILE-STATUS.

    SELECT CHECK-CONTROL-FILE
        ASSIGN TO APCHKNUM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHKCTL-FILE-STATUS.

    SELECT CHECK-PRINT
        ASSIGN TO WS-APCHKPRT-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT CHECK-REGISTER
        ASSIGN TO WS-APCHKREG-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT POSITIVE-PAY
        ASSIGN TO APPOSPAY
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POSPAY-FILE-STATUS.

    SELECT GL-ACCOUNT-MAP
        ASSIGN TO GLACCTS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLMAP-FILE-STATUS.

    SELECT GL-INTERFACE
        ASSIGN TO GLINT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLINT-FILE-STATUS.

    SELECT RUN-CONTROL-FILE
        ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT SORT-WORK-FILE
        ASSIGN TO SORTWK1.

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
FD INVOICE-FILE.
01 INV-REC.
    COPY INVCE.

FD DEBIT-MEMO-FILE.
01 DBM-REC.
    COPY DBMREC.

FD VENDOR-MASTER.
    01 VM-VENDOR-REC.
        05 VM-VENDOR-CODE  PIC X(4).
        05 VM-VENDOR-DESC  PIC X(20).
        05 VM-STATUS       PIC X(1).

*> The last payables check number issued - its own sequence, kept
*> apart from the payroll checks' CHKNUM.
FD CHECK-CONTROL-FILE.
01 CHKCTL-REC.
    05 CHKCTL-LAST-CHECK-NUMBER PIC 9(8).

FD CHECK-PRINT.
01 OUT-CHECK-LINE              PIC X(80).

FD CHECK-REGISTER.
01 REG-LINE                    PIC X(80).

FD POSITIVE-PAY.
01 OUT-POSPAY-REC.
    COPY PPAYREC.

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

FD RUN-CONTROL-FILE.
01 RUNCTL-REC.
    COPY RUNCTL.

*> One due line: the vendor and invoice it sorts by, and where
*> the line sits in the invoice table so the output side can
*> stamp it paid.
SD SORT-WORK-FILE.
01 SRT-DUE-REC.
    05 SRT-VENDOR-CODE           PIC X(4).
    05 SRT-INVOICE-NO            PIC X(10).
    05 SRT-INV-SUB               PIC 9(4).

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
    05 MORE-RECORDS            PIC X(1) VALUE "Y".
    05 WS-INVOICE-FILE-STATUS  PIC XX.
    05 WS-VENDOR-FILE-STATUS   PIC XX.
    05 WS-DBM-FILE-STATUS      PIC XX.
    05 WS-DBM-SUB              PIC 9(4).
    05 WS-VM-SUB               PIC 9(4).
    05 WS-MEMO-INVOICE-NO      PIC X(10).
    05 WS-VENDOR-MEMOS         PIC 9(11)V99.
    05 WS-VENDOR-NET           PIC 9(11)V99.
    05 WS-CHKCTL-FILE-STATUS   PIC XX.
    05 WS-POSPAY-FILE-STATUS   PIC XX.
    05 WS-GLMAP-FILE-STATUS    PIC XX.
    05 WS-GLMAP-EOF            PIC X(1).
    05 WS-GLINT-FILE-STATUS    PIC XX.
    05 WS-OUTCAT-FILE-STATUS   PIC XX.
    05 WS-RUN-CONTROL-FOUND    PIC X(1) VALUE "N".
    05 WS-FISCAL-YEAR          PIC 9(4).
    05 WS-FISCAL-PERIOD        PIC 9(2).
    05 WS-CUTOFF-DATE          PIC 9(8).
    05 WS-INV-SUB              PIC 9(4).
    05 WS-VL-SUB               PIC 9(4).
    05 WS-VND-SUB              PIC 9(4).
    05 WS-FIRST-VENDOR         PIC X(1).
    05 WS-CURRENT-VENDOR       PIC X(4).
    05 WS-VENDOR-FOUND         PIC X(1).
    05 WS-VENDOR-NAME          PIC X(20).
    05 WS-HOLD-REASON          PIC X(30).
    05 WS-LINE-AMOUNT          PIC 9(11)V99.
    05 WS-VENDOR-TOTAL         PIC 9(11)V99.
    05 WS-CHECK-NUMBER         PIC 9(8).
    05 WS-FIRST-CHECK-NUMBER   PIC 9(8) VALUE ZERO.

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

*> This run's check print and register, stamped with the run date
*> so a rerun opens a fresh generation instead of overwriting the
*> last one.
01 WS-OUTPUT-NAMES.
    05 WS-APCHKPRT-NAME        PIC X(21) VALUE "APCHKPRT".
    05 WS-APCHKREG-NAME        PIC X(21) VALUE "APCHKREG".

01 WS-COUNTERS.
    05 WS-CHECK-COUNT          PIC 9(5) VALUE ZERO.
    05 WS-LINES-PAID           PIC 9(5) VALUE ZERO.
    05 WS-LINES-HELD           PIC 9(5) VALUE ZERO.
    05 WS-TOTAL-LINES-PAID     PIC 9(11)V99 VALUE ZERO.
    05 WS-TOTAL-CHECKS         PIC 9(11)V99 VALUE ZERO.
    05 WS-MEMOS-APPLIED        PIC 9(5) VALUE ZERO.
    05 WS-TOTAL-MEMOS-APPLIED  PIC 9(11)V99 VALUE ZERO.
    05 WS-AP-RELIEVED          PIC 9(11)V99 VALUE ZERO.

*> The invoice file held for the run so each paid line can be
*> stamped and the file written back whole at the end, the way
*> the WatersTA46 match run stamps its statuses.
01 WS-INVOICE-TABLE.
    05 WS-INVOICE-COUNT        PIC 9(4) VALUE ZERO.
    05 WS-IV-ENTRY OCCURS 0 TO 2000 TIMES
            DEPENDING ON WS-INVOICE-COUNT.
        10 WS-IV-INVOICE-NO   PIC X(10).
        10 WS-IV-PO-NUMBER    PIC 9(6).
        10 WS-IV-VENDOR-CODE  PIC X(4).
        10 WS-IV-PART-NO      PIC X(5).
        10 WS-IV-QUANTITY     PIC 9(6).
        10 WS-IV-UNIT-PRICE   PIC 9(5)V99.
        10 WS-IV-INVOICE-DATE PIC 9(8).
        10 WS-IV-MATCH-STATUS PIC X(1).
        10 WS-IV-DUE-DATE     PIC 9(8).
        10 WS-IV-CHECK-NUMBER PIC 9(8).
        10 WS-IV-PAID-DATE    PIC 9(8).

*> The debit-memo file held for the run so each memo the check
*> run takes can be stamped and the file written back whole, the
*> same way the invoice file is.
01 WS-DEBIT-MEMO-TABLE.
    05 WS-DBM-COUNT            PIC 9(4) VALUE ZERO.
    05 WS-DM-ENTRY OCCURS 0 TO 1000 TIMES
            DEPENDING ON WS-DBM-COUNT.
        10 WS-DM-MEMO-NUMBER  PIC 9(6).
        10 WS-DM-MEMO-DATE    PIC 9(8).
        10 WS-DM-VENDOR-CODE  PIC X(4).
        10 WS-DM-PO-NUMBER    PIC 9(6).
        10 WS-DM-PART-NO      PIC X(5).
        10 WS-DM-QUANTITY     PIC 9(5).
        10 WS-DM-UNIT-PRICE   PIC 9(5)V99.
        10 WS-DM-AMOUNT       PIC 9(9)V99.
        10 WS-DM-REPLACEMENT  PIC X(1).
        10 WS-DM-REFERENCE    PIC X(10).
        10 WS-DM-INVOICE-NO   PIC X(10).
        10 WS-DM-CHECK-NUMBER PIC 9(8).
        10 WS-DM-APPLIED-DATE PIC 9(8).

*> The current vendor's open memos that an approved invoice line
*> covers, with the invoice each is taken against.
01 WS-VENDOR-MEMO-LIST.
    05 WS-VM-COUNT             PIC 9(4).
    05 WS-VM-ENTRY OCCURS 1000 TIMES.
        10 WS-VM-DBM-SUB      PIC 9(4).
        10 WS-VM-INVOICE-NO   PIC X(10).

*> The vendor master held for the run - the payee name on the
*> check, and whether the vendor may be paid at all.
01 WS-VENDOR-TABLE.
    05 WS-VENDOR-COUNT         PIC 9(4) VALUE ZERO.
    05 WS-VND-ENTRY OCCURS 0 TO 500 TIMES
            DEPENDING ON WS-VENDOR-COUNT.
        10 WS-VND-CODE        PIC X(4).
        10 WS-VND-DESC        PIC X(20).
        10 WS-VND-STATUS      PIC X(1).

*> The current vendor's due lines, gathered until the vendor
*> changes so the check can carry their total before the advice
*> lists them.
01 WS-VENDOR-LINES.
    05 WS-VL-COUNT             PIC 9(4).
    05 WS-VL-INV-SUB           PIC 9(4) OCCURS 2000 TIMES.

*> Lines held back this run, with the reason, for the register's
*> held section.
01 WS-HELD-LINES.
    05 WS-HELD-COUNT           PIC 9(4) VALUE ZERO.
    05 WS-HELD-ENTRY OCCURS 2000 TIMES.
        10 WS-HL-INV-SUB      PIC 9(4).
        10 WS-HL-REASON       PIC X(30).

01 WS-GL-AREAS.
    05 WS-GL-MAP-COUNT         PIC 9(2).
    05 WS-GL-MAP OCCURS 20 TIMES INDEXED BY GL-MAP-IDX.
        10 WS-GLM-ELEMENT      PIC X(8).
        10 WS-GLM-ACCOUNT      PIC X(8).
    05 WS-GL-ELEMENT           PIC X(8).
    05 WS-GL-ACCOUNT-FOUND     PIC X(8).
    05 WS-GL-DEBITS            PIC 9(11)V99.
    05 WS-GL-CREDITS           PIC 9(11)V99.

*> The check block, in the same layout as the payroll checks
*> WatersTA1 prints on the same check stock.
01 WS-CHECK-LINE-1.
    05 FILLER                  PIC X(9)  VALUE "CHECK NO ".
    05 WS-CK-NUMBER            PIC 9(8).
    05 FILLER                  PIC X(20) VALUE SPACES.
    05 FILLER                  PIC X(5)  VALUE "DATE ".
    05 WS-CK-DATE              PIC 9(8).

01 WS-CHECK-LINE-2.
    05 FILLER                  PIC X(20) VALUE
        "PAY TO THE ORDER OF ".
    05 WS-CK-PAYEE             PIC X(25).
    05 FILLER                  PIC X(3)  VALUE SPACES.
    05 FILLER                  PIC X(2)  VALUE "$ ".
    05 WS-CK-AMOUNT            PIC Z(6)9.99.

01 WS-CHECK-LINE-3.
    05 FILLER                  PIC X(21) VALUE
        "MEMO PAYABLES VENDOR ".
    05 WS-CK-VENDOR-CODE       PIC X(4).
    05 FILLER                  PIC X(8)  VALUE SPACES.
    05 FILLER                  PIC X(18) VALUE
        "VOID AFTER 90 DAYS".

01 WS-CHECK-SEPARATOR         PIC X(60) VALUE ALL "-".

*> The remittance advice under each check - what the check pays.
01 WS-ADVICE-HEADING.
    05 FILLER                  PIC X(26) VALUE
        "REMITTANCE ADVICE  VENDOR ".
    05 WS-AH-VENDOR-CODE       PIC X(4).
    05 FILLER                  PIC X(2)  VALUE SPACES.
    05 WS-AH-VENDOR-NAME       PIC X(20).

01 WS-ADVICE-COLUMNS.
    05 FILLER   PIC X(12) VALUE "INVOICE".
    05 FILLER   PIC X(8)  VALUE "PO NO".
    05 FILLER   PIC X(7)  VALUE "PART".
    05 FILLER   PIC X(10) VALUE "INV DATE".
    05 FILLER   PIC X(10) VALUE "DUE DATE".
    05 FILLER   PIC X(11) VALUE "     AMOUNT".

01 WS-ADVICE-DETAIL.
    05 WS-AD-INVOICE-NO        PIC X(10).
    05 FILLER                  PIC X(2)  VALUE SPACES.
    05 WS-AD-PO-NUMBER         PIC 9(6).
    05 FILLER                  PIC X(2)  VALUE SPACES.
    05 WS-AD-PART-NO           PIC X(5).
    05 FILLER                  PIC X(2)  VALUE SPACES.
    05 WS-AD-INVOICE-DATE      PIC 9(8).
    05 FILLER                  PIC X(2)  VALUE SPACES.
    05 WS-AD-DUE-DATE          PIC 9(8).
    05 FILLER                  PIC X(3)  VALUE SPACES.
    05 WS-AD-AMOUNT            PIC Z(6)9.99.

*> A debit memo taken off the check, under the lines it offsets.
01 WS-ADVICE-MEMO.
    05 FILLER                  PIC X(11) VALUE "DEBIT MEMO ".
    05 WS-AM-MEMO-NUMBER       PIC 9(6).
    05 FILLER                  PIC X(1)  VALUE SPACES.
    05 WS-AM-PO-NUMBER         PIC 9(6).
    05 FILLER                  PIC X(2)  VALUE SPACES.
    05 WS-AM-PART-NO           PIC X(5).
    05 FILLER                  PIC X(2)  VALUE SPACES.
    05 WS-AM-MEMO-DATE         PIC 9(8).
    05 FILLER                  PIC X(2)  VALUE SPACES.
    05 WS-AM-INVOICE-NO        PIC X(10).
    05 FILLER                  PIC X(1)  VALUE SPACES.
    05 WS-AM-AMOUNT            PIC Z(6)9.99-.

01 WS-ADVICE-TOTAL.
    05 FILLER                  PIC X(30) VALUE SPACES.
    05 FILLER                  PIC X(18) VALUE "TOTAL THIS CHECK".
    05 WS-AT-AMOUNT            PIC Z(6)9.99.

01 WS-REG-HEADING-1.
    05 FILLER             PIC X(34) VALUE
        "ACCOUNTS PAYABLE CHECK REGISTER".
    05 FILLER             PIC X(10) VALUE "RUN DATE: ".
    05 WS-H-RUN-DATE      PIC 9(8).
    05 FILLER             PIC X(11) VALUE "   CUTOFF: ".
    05 WS-H-CUTOFF-DATE   PIC 9(8).

01 WS-REG-COLUMNS.
    05 FILLER   PIC X(10) VALUE "CHECK NO".
    05 FILLER   PIC X(8)  VALUE "VENDOR".
    05 FILLER   PIC X(26) VALUE "PAYEE".
    05 FILLER   PIC X(6)  VALUE "LINES".
    05 FILLER   PIC X(11) VALUE "     AMOUNT".

01 WS-REG-DETAIL.
    05 WS-CR-CHECK-NUMBER      PIC 9(8).
    05 FILLER                  PIC X(2)  VALUE SPACES.
    05 WS-CR-VENDOR-CODE       PIC X(4).
    05 FILLER                  PIC X(4)  VALUE SPACES.
    05 WS-CR-PAYEE             PIC X(25).
    05 FILLER                  PIC X(2)  VALUE SPACES.
    05 WS-CR-LINES             PIC ZZZ9.
    05 FILLER                  PIC X(2)  VALUE SPACES.
    05 WS-CR-AMOUNT            PIC Z(6)9.99.

01 WS-HELD-HEADING.
    05 FILLER             PIC X(36) VALUE
        "LINES HELD - NOT PAID THIS RUN".

01 WS-HELD-COLUMNS.
    05 FILLER   PIC X(8)  VALUE "VENDOR".
    05 FILLER   PIC X(12) VALUE "INVOICE".
    05 FILLER   PIC X(8)  VALUE "PO NO".
    05 FILLER   PIC X(13) VALUE "    AMOUNT".
    05 FILLER   PIC X(6)  VALUE "REASON".

01 WS-HELD-DETAIL.
    05 WS-HD-VENDOR-CODE       PIC X(4).
    05 FILLER                  PIC X(4)  VALUE SPACES.
    05 WS-HD-INVOICE-NO        PIC X(10).
    05 FILLER                  PIC X(2)  VALUE SPACES.
    05 WS-HD-PO-NUMBER         PIC 9(6).
    05 FILLER                  PIC X(2)  VALUE SPACES.
    05 WS-HD-AMOUNT            PIC Z(6)9.99.
    05 FILLER                  PIC X(3)  VALUE SPACES.
    05 WS-HD-REASON            PIC X(30).

01 WS-TOTAL-LINE-1.
    05 FILLER              PIC X(16) VALUE "CHECKS WRITTEN: ".
    05 WS-T-CHECK-COUNT    PIC ZZZZ9.
    05 FILLER              PIC X(3)  VALUE SPACES.
    05 FILLER              PIC X(16) VALUE "AMOUNT PAID:    ".
    05 WS-T-AMOUNT-PAID    PIC Z(9)9.99.

01 WS-TOTAL-LINE-2.
    05 FILLER              PIC X(16) VALUE "LINES PAID:     ".
    05 WS-T-LINES-PAID     PIC ZZZZ9.
    05 FILLER              PIC X(3)  VALUE SPACES.
    05 FILLER              PIC X(16) VALUE "LINES HELD:     ".
    05 WS-T-LINES-HELD     PIC ZZZZ9.

01 WS-TOTAL-LINE-4.
    05 FILLER              PIC X(16) VALUE "DEBIT MEMOS:    ".
    05 WS-T-MEMOS-APPLIED  PIC ZZZZ9.
    05 FILLER              PIC X(3)  VALUE SPACES.
    05 FILLER              PIC X(16) VALUE "AMOUNT OFFSET:  ".
    05 WS-T-MEMO-AMOUNT    PIC Z(9)9.99.

01 WS-TOTAL-LINE-3.
    05 FILLER              PIC X(16) VALUE "CHECK NUMBERS:  ".
    05 WS-T-FIRST-CHECK    PIC 9(8).
    05 FILLER              PIC X(6)  VALUE " THRU ".
    05 WS-T-LAST-CHECK     PIC 9(8).

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 030-READ-RUN-CONTROL
    PERFORM 050-LOAD-GL-ACCOUNTS
    PERFORM 070-LOAD-INVOICE-TABLE
    PERFORM 085-LOAD-DEBIT-MEMOS
    PERFORM 080-LOAD-VENDOR-TABLE
    PERFORM 060-READ-CHECK-CONTROL
    PERFORM 040-STAMP-OUTPUT-NAMES

    OPEN EXTEND POSITIVE-PAY
    IF WS-POSPAY-FILE-STATUS NOT = "00"
        OPEN OUTPUT POSITIVE-PAY
    END-IF
    OPEN OUTPUT CHECK-PRINT
                CHECK-REGISTER

    MOVE WS-RUN-DATE (1:8) TO WS-H-RUN-DATE
    MOVE WS-CUTOFF-DATE TO WS-H-CUTOFF-DATE
    WRITE REG-LINE FROM WS-REG-HEADING-1
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
    WRITE REG-LINE FROM WS-REG-COLUMNS

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SRT-VENDOR-CODE
                         SRT-INVOICE-NO
                         SRT-INV-SUB
        INPUT PROCEDURE IS 200-SELECT-DUE-LINES
        OUTPUT PROCEDURE IS 300-PAY-VENDORS

    PERFORM 400-WRITE-REGISTER-TOTALS

    IF WS-CHECK-COUNT > ZERO
        PERFORM 500-WRITE-GL-INTERFACE
        PERFORM 065-REWRITE-CHECK-CONTROL
        PERFORM 550-REWRITE-INVOICE-FILE
        IF WS-MEMOS-APPLIED > ZERO
            PERFORM 560-REWRITE-DEBIT-MEMOS
        END-IF
    END-IF

    CLOSE POSITIVE-PAY
          CHECK-PRINT
          CHECK-REGISTER
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 030-read-run-control - the run date is the check date and the
*> paid date, the cutoff says how far ahead of it lines are paid
*> (zero pays what is due by the run date), and the fiscal year
*> and period are the ones the disbursement posts to. The system
*> date stands in when the file is absent, the way WatersTA1
*> falls back.
030-READ-RUN-CONTROL.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
    MOVE WS-RUN-YEAR TO WS-FISCAL-YEAR
    MOVE WS-RUN-MONTH TO WS-FISCAL-PERIOD
    MOVE ZERO TO WS-CUTOFF-DATE
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
        IF RUNCTL-AP-CUTOFF-DATE IS NUMERIC
            MOVE RUNCTL-AP-CUTOFF-DATE TO WS-CUTOFF-DATE
        END-IF
    END-IF

    IF WS-CUTOFF-DATE = ZERO
        MOVE WS-RUN-DATE (1:8) TO WS-CUTOFF-DATE
    END-IF.

*> 040-stamp-output-names - the dated check print and register
*> names and their catalog entries for the retention sweep.
040-STAMP-OUTPUT-NAMES.
    MOVE SPACES TO WS-APCHKPRT-NAME
    STRING "APCHKPRT." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-APCHKPRT-NAME
    MOVE SPACES TO WS-APCHKREG-NAME
    STRING "APCHKREG." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-APCHKREG-NAME
    OPEN EXTEND OUTPUT-CATALOG
    IF WS-OUTCAT-FILE-STATUS NOT = "00"
        OPEN OUTPUT OUTPUT-CATALOG
    END-IF
    MOVE WS-APCHKPRT-NAME TO OUTCAT-FILE-NAME
    MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
    WRITE OUT-CATALOG-REC
    MOVE WS-APCHKREG-NAME TO OUTCAT-FILE-NAME
    MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
    WRITE OUT-CATALOG-REC
    CLOSE OUTPUT-CATALOG.

*> 050-load-gl-accounts - the same mapping file the payroll run
*> posts with, and the same refusal up front when the payables
*> or cash element has no account - before any check is cut.
050-LOAD-GL-ACCOUNTS.
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

    MOVE "APLIAB" TO WS-GL-ELEMENT
    PERFORM 052-REQUIRE-GL-ACCOUNT
    MOVE "APCASH" TO WS-GL-ELEMENT
    PERFORM 052-REQUIRE-GL-ACCOUNT.

052-REQUIRE-GL-ACCOUNT.
    PERFORM 054-FIND-GL-ACCOUNT
    IF WS-GL-ACCOUNT-FOUND = SPACES
        DISPLAY "WATERSTA79: NO LEDGER ACCOUNT MAPPED FOR "
            WS-GL-ELEMENT " ON GLACCTS - RUN REFUSED."
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF.

054-FIND-GL-ACCOUNT.
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

*> 060-read-check-control - the last payables check number
*> issued, carried on its own one-record control file the way
*> WatersTA1 carries the payroll sequence; numbering starts from
*> zero the first time the file exists at all.
060-READ-CHECK-CONTROL.
    MOVE ZERO TO WS-CHECK-NUMBER
    OPEN INPUT CHECK-CONTROL-FILE
    IF WS-CHKCTL-FILE-STATUS = "00"
        READ CHECK-CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                IF CHKCTL-LAST-CHECK-NUMBER IS NUMERIC
                    MOVE CHKCTL-LAST-CHECK-NUMBER
                        TO WS-CHECK-NUMBER
                END-IF
        END-READ
        CLOSE CHECK-CONTROL-FILE
    END-IF.

*> 065-rewrite-check-control - writes back the last check number
*> issued so the next run keeps the sequence.
065-REWRITE-CHECK-CONTROL.
    OPEN OUTPUT CHECK-CONTROL-FILE
    MOVE WS-CHECK-NUMBER TO CHKCTL-LAST-CHECK-NUMBER
    WRITE CHKCTL-REC
    CLOSE CHECK-CONTROL-FILE.

*> 070-load-invoice-table - the whole invoice file, paid and
*> unpaid, since it is written back whole. A file too big for the
*> table is refused rather than truncated on the rewrite.
070-LOAD-INVOICE-TABLE.
    OPEN INPUT INVOICE-FILE
    IF WS-INVOICE-FILE-STATUS NOT = "00"
        MOVE "N" TO MORE-RECORDS
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ INVOICE-FILE
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF WS-INVOICE-COUNT < 2000
                    ADD 1 TO WS-INVOICE-COUNT
                    PERFORM 075-LOAD-ONE-INVOICE
                ELSE
                    DISPLAY "WATERSTA79: INVOICE FILE HOLDS MORE "
                        "THAN 2000 LINES - RUN REFUSED."
                    PERFORM 905-LOG-RUN-ABEND
                    STOP RUN
                END-IF
        END-READ
    END-PERFORM
    IF WS-INVOICE-FILE-STATUS = "00"
            OR WS-INVOICE-FILE-STATUS = "10"
        CLOSE INVOICE-FILE
    END-IF
    MOVE "Y" TO MORE-RECORDS.

*> 075-load-one-invoice - a line keyed before lines carried a due
*> date comes off the file blank there; it is taken as due on its
*> invoice date and unpaid, as the match run writes it back.
075-LOAD-ONE-INVOICE.
    MOVE INV-INVOICE-NO TO WS-IV-INVOICE-NO (WS-INVOICE-COUNT)
    MOVE INV-PO-NUMBER TO WS-IV-PO-NUMBER (WS-INVOICE-COUNT)
    MOVE INV-VENDOR-CODE TO WS-IV-VENDOR-CODE (WS-INVOICE-COUNT)
    MOVE INV-PART-NO TO WS-IV-PART-NO (WS-INVOICE-COUNT)
    MOVE INV-QUANTITY TO WS-IV-QUANTITY (WS-INVOICE-COUNT)
    MOVE INV-UNIT-PRICE TO WS-IV-UNIT-PRICE (WS-INVOICE-COUNT)
    MOVE INV-INVOICE-DATE
        TO WS-IV-INVOICE-DATE (WS-INVOICE-COUNT)
    MOVE INV-MATCH-STATUS
        TO WS-IV-MATCH-STATUS (WS-INVOICE-COUNT)
    IF INV-DUE-DATE IS NUMERIC
        MOVE INV-DUE-DATE TO WS-IV-DUE-DATE (WS-INVOICE-COUNT)
    ELSE
        MOVE INV-INVOICE-DATE TO WS-IV-DUE-DATE (WS-INVOICE-COUNT)
    END-IF
    IF INV-CHECK-NUMBER IS NUMERIC
            AND INV-PAID-DATE IS NUMERIC
        MOVE INV-CHECK-NUMBER
            TO WS-IV-CHECK-NUMBER (WS-INVOICE-COUNT)
        MOVE INV-PAID-DATE TO WS-IV-PAID-DATE (WS-INVOICE-COUNT)
    ELSE
        MOVE ZERO TO WS-IV-CHECK-NUMBER (WS-INVOICE-COUNT)
        MOVE ZERO TO WS-IV-PAID-DATE (WS-INVOICE-COUNT)
    END-IF.

*> 080-load-vendor-table - a missing vendor master leaves every
*> vendor unknown, so every due line is held and nothing is paid.
080-LOAD-VENDOR-TABLE.
    OPEN INPUT VENDOR-MASTER
    IF WS-VENDOR-FILE-STATUS NOT = "00"
        MOVE "N" TO MORE-RECORDS
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ VENDOR-MASTER
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF WS-VENDOR-COUNT < 500
                    ADD 1 TO WS-VENDOR-COUNT
                    MOVE VM-VENDOR-CODE
                        TO WS-VND-CODE (WS-VENDOR-COUNT)
                    MOVE VM-VENDOR-DESC
                        TO WS-VND-DESC (WS-VENDOR-COUNT)
                    MOVE VM-STATUS
                        TO WS-VND-STATUS (WS-VENDOR-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF WS-VENDOR-FILE-STATUS = "00"
            OR WS-VENDOR-FILE-STATUS = "10"
        CLOSE VENDOR-MASTER
    END-IF
    MOVE "Y" TO MORE-RECORDS.

*> 085-load-debit-memos - the whole debit-memo file, taken and
*> open alike, since it is written back whole when a memo is
*> taken. A file too big for the table is refused rather than
*> truncated on the rewrite; a missing file means no returns.
085-LOAD-DEBIT-MEMOS.
    OPEN INPUT DEBIT-MEMO-FILE
    IF WS-DBM-FILE-STATUS NOT = "00"
        MOVE "N" TO MORE-RECORDS
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ DEBIT-MEMO-FILE
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF WS-DBM-COUNT < 1000
                    ADD 1 TO WS-DBM-COUNT
                    PERFORM 087-LOAD-ONE-MEMO
                ELSE
                    DISPLAY "WATERSTA79: DEBIT MEMO FILE HOLDS MORE "
                        "THAN 1000 MEMOS - RUN REFUSED."
                    PERFORM 905-LOG-RUN-ABEND
                    STOP RUN
                END-IF
        END-READ
    END-PERFORM
    IF WS-DBM-FILE-STATUS = "00" OR WS-DBM-FILE-STATUS = "10"
        CLOSE DEBIT-MEMO-FILE
    END-IF
    MOVE "Y" TO MORE-RECORDS.

087-LOAD-ONE-MEMO.
    MOVE DBM-MEMO-NUMBER TO WS-DM-MEMO-NUMBER (WS-DBM-COUNT)
    MOVE DBM-MEMO-DATE TO WS-DM-MEMO-DATE (WS-DBM-COUNT)
    MOVE DBM-VENDOR-CODE TO WS-DM-VENDOR-CODE (WS-DBM-COUNT)
    MOVE DBM-PO-NUMBER TO WS-DM-PO-NUMBER (WS-DBM-COUNT)
    MOVE DBM-PART-NO TO WS-DM-PART-NO (WS-DBM-COUNT)
    MOVE DBM-QUANTITY TO WS-DM-QUANTITY (WS-DBM-COUNT)
    MOVE DBM-UNIT-PRICE TO WS-DM-UNIT-PRICE (WS-DBM-COUNT)
    MOVE DBM-AMOUNT TO WS-DM-AMOUNT (WS-DBM-COUNT)
    MOVE DBM-REPLACEMENT TO WS-DM-REPLACEMENT (WS-DBM-COUNT)
    MOVE DBM-REFERENCE TO WS-DM-REFERENCE (WS-DBM-COUNT)
    MOVE DBM-INVOICE-NO TO WS-DM-INVOICE-NO (WS-DBM-COUNT)
    MOVE DBM-CHECK-NUMBER TO WS-DM-CHECK-NUMBER (WS-DBM-COUNT)
    MOVE DBM-APPLIED-DATE TO WS-DM-APPLIED-DATE (WS-DBM-COUNT).

*> 200-select-due-lines - the sort's input side: every line the
*> match approved that carries no check number yet and falls due
*> on or before the cutoff.
200-SELECT-DUE-LINES.
    PERFORM VARYING WS-INV-SUB FROM 1 BY 1
            UNTIL WS-INV-SUB > WS-INVOICE-COUNT
        IF WS-IV-MATCH-STATUS (WS-INV-SUB) = "A"
                AND WS-IV-CHECK-NUMBER (WS-INV-SUB) = ZERO
                AND WS-IV-DUE-DATE (WS-INV-SUB) <= WS-CUTOFF-DATE
            MOVE WS-IV-VENDOR-CODE (WS-INV-SUB) TO SRT-VENDOR-CODE
            MOVE WS-IV-INVOICE-NO (WS-INV-SUB) TO SRT-INVOICE-NO
            MOVE WS-INV-SUB TO SRT-INV-SUB
            RELEASE SRT-DUE-REC
        END-IF
    END-PERFORM.

*> 300-pay-vendors - the sort's output side: the due lines come
*> back by vendor, and each vendor is paid or held when the
*> vendor changes.
300-PAY-VENDORS.
    MOVE "Y" TO MORE-RECORDS
    MOVE "Y" TO WS-FIRST-VENDOR
    PERFORM UNTIL MORE-RECORDS = "N"
        RETURN SORT-WORK-FILE
            AT END
                MOVE "N" TO MORE-RECORDS
                IF WS-FIRST-VENDOR = "N"
                    PERFORM 330-END-VENDOR
                END-IF
            NOT AT END
                IF WS-FIRST-VENDOR = "Y"
                        OR SRT-VENDOR-CODE NOT = WS-CURRENT-VENDOR
                    IF WS-FIRST-VENDOR = "N"
                        PERFORM 330-END-VENDOR
                    END-IF
                    PERFORM 310-START-VENDOR
                END-IF
                PERFORM 320-ADD-LINE
        END-RETURN
    END-PERFORM.

310-START-VENDOR.
    MOVE "N" TO WS-FIRST-VENDOR
    MOVE SRT-VENDOR-CODE TO WS-CURRENT-VENDOR
    MOVE ZERO TO WS-VL-COUNT
    MOVE ZERO TO WS-VENDOR-TOTAL.

*> 320-add-line - the line amount is quantity times unit price,
*> the same figure the match run approved.
320-ADD-LINE.
    ADD 1 TO WS-VL-COUNT
    MOVE SRT-INV-SUB TO WS-VL-INV-SUB (WS-VL-COUNT)
    COMPUTE WS-LINE-AMOUNT =
        WS-IV-QUANTITY (SRT-INV-SUB) * WS-IV-UNIT-PRICE (SRT-INV-SUB)
    ADD WS-LINE-AMOUNT TO WS-VENDOR-TOTAL.

*> 330-end-vendor - a vendor the master does not know, one marked
*> inactive there, one whose debit memos take the check to
*> nothing, or a net too large for the check's amount field is
*> held; otherwise the vendor is paid.
330-END-VENDOR.
    PERFORM 340-FIND-VENDOR
    PERFORM 325-GATHER-VENDOR-MEMOS
    MOVE SPACES TO WS-HOLD-REASON
    IF WS-VENDOR-FOUND = "N"
        MOVE "VENDOR NOT ON VENDOR MASTER" TO WS-HOLD-REASON
    END-IF
    IF WS-VENDOR-FOUND = "I"
        MOVE "VENDOR INACTIVE ON MASTER" TO WS-HOLD-REASON
    END-IF
    IF WS-HOLD-REASON = SPACES
            AND WS-VENDOR-MEMOS NOT < WS-VENDOR-TOTAL
        MOVE "DEBIT MEMOS EXCEED LINES DUE" TO WS-HOLD-REASON
    END-IF
    IF WS-HOLD-REASON = SPACES
            AND WS-VENDOR-NET > 9999999.99
        MOVE "TOTAL TOO LARGE FOR ONE CHECK" TO WS-HOLD-REASON
    END-IF
    IF WS-HOLD-REASON = SPACES
        PERFORM 350-PAY-VENDOR
    ELSE
        PERFORM 370-HOLD-VENDOR
    END-IF.

*> 325-gather-vendor-memos - every open debit memo for the vendor
*> whose goods an approved invoice line on the same PO and part
*> billed for, paid before or paying now. Those memos come off
*> this check; a memo for goods not yet billed and approved waits
*> on file for the check that pays them.
325-GATHER-VENDOR-MEMOS.
    MOVE ZERO TO WS-VM-COUNT
    MOVE ZERO TO WS-VENDOR-MEMOS
    PERFORM VARYING WS-DBM-SUB FROM 1 BY 1
            UNTIL WS-DBM-SUB > WS-DBM-COUNT
        IF WS-DM-VENDOR-CODE (WS-DBM-SUB) = WS-CURRENT-VENDOR
                AND WS-DM-CHECK-NUMBER (WS-DBM-SUB) = ZERO
            PERFORM 327-FIND-MEMO-INVOICE
            IF WS-MEMO-INVOICE-NO NOT = SPACES
                ADD 1 TO WS-VM-COUNT
                MOVE WS-DBM-SUB TO WS-VM-DBM-SUB (WS-VM-COUNT)
                MOVE WS-MEMO-INVOICE-NO
                    TO WS-VM-INVOICE-NO (WS-VM-COUNT)
                ADD WS-DM-AMOUNT (WS-DBM-SUB) TO WS-VENDOR-MEMOS
            END-IF
        END-IF
    END-PERFORM
    IF WS-VENDOR-MEMOS < WS-VENDOR-TOTAL
        COMPUTE WS-VENDOR-NET = WS-VENDOR-TOTAL - WS-VENDOR-MEMOS
    ELSE
        MOVE ZERO TO WS-VENDOR-NET
    END-IF.

327-FIND-MEMO-INVOICE.
    MOVE SPACES TO WS-MEMO-INVOICE-NO
    PERFORM VARYING WS-INV-SUB FROM 1 BY 1
            UNTIL WS-INV-SUB > WS-INVOICE-COUNT
        IF WS-IV-PO-NUMBER (WS-INV-SUB) = WS-DM-PO-NUMBER (WS-DBM-SUB)
                AND WS-IV-PART-NO (WS-INV-SUB)
                    = WS-DM-PART-NO (WS-DBM-SUB)
                AND WS-IV-MATCH-STATUS (WS-INV-SUB) = "A"
                AND WS-MEMO-INVOICE-NO = SPACES
            MOVE WS-IV-INVOICE-NO (WS-INV-SUB) TO WS-MEMO-INVOICE-NO
        END-IF
    END-PERFORM.

340-FIND-VENDOR.
    MOVE "N" TO WS-VENDOR-FOUND
    MOVE SPACES TO WS-VENDOR-NAME
    PERFORM VARYING WS-VND-SUB FROM 1 BY 1
            UNTIL WS-VND-SUB > WS-VENDOR-COUNT
        IF WS-VND-CODE (WS-VND-SUB) = WS-CURRENT-VENDOR
            MOVE WS-VND-DESC (WS-VND-SUB) TO WS-VENDOR-NAME
            IF WS-VND-STATUS (WS-VND-SUB) = "I"
                MOVE "I" TO WS-VENDOR-FOUND
            ELSE
                MOVE "Y" TO WS-VENDOR-FOUND
            END-IF
        END-IF
    END-PERFORM.

*> 350-pay-vendor - the vendor gets the next number in the
*> payables sequence, a check block and its remittance advice on
*> the print file, a register line, and a positive-pay issue
*> record; then every line the check settles is stamped paid and
*> every debit memo it takes is stamped taken. The check is for
*> the lines less the memos.
350-PAY-VENDOR.
    ADD 1 TO WS-CHECK-NUMBER
    ADD 1 TO WS-CHECK-COUNT
    IF WS-FIRST-CHECK-NUMBER = ZERO
        MOVE WS-CHECK-NUMBER TO WS-FIRST-CHECK-NUMBER
    END-IF
    ADD WS-VENDOR-NET TO WS-TOTAL-CHECKS

    MOVE WS-CHECK-NUMBER TO WS-CK-NUMBER
    MOVE WS-RUN-DATE (1:8) TO WS-CK-DATE
    MOVE WS-VENDOR-NAME TO WS-CK-PAYEE
    MOVE WS-VENDOR-NET TO WS-CK-AMOUNT
    MOVE WS-CURRENT-VENDOR TO WS-CK-VENDOR-CODE
    WRITE OUT-CHECK-LINE FROM WS-CHECK-LINE-1
    WRITE OUT-CHECK-LINE FROM WS-CHECK-LINE-2
    WRITE OUT-CHECK-LINE FROM WS-CHECK-LINE-3
    MOVE SPACES TO OUT-CHECK-LINE
    WRITE OUT-CHECK-LINE

    MOVE WS-CURRENT-VENDOR TO WS-AH-VENDOR-CODE
    MOVE WS-VENDOR-NAME TO WS-AH-VENDOR-NAME
    WRITE OUT-CHECK-LINE FROM WS-ADVICE-HEADING
    WRITE OUT-CHECK-LINE FROM WS-ADVICE-COLUMNS
    PERFORM VARYING WS-VL-SUB FROM 1 BY 1
            UNTIL WS-VL-SUB > WS-VL-COUNT
        PERFORM 360-PAY-ONE-LINE
    END-PERFORM
    PERFORM VARYING WS-VM-SUB FROM 1 BY 1
            UNTIL WS-VM-SUB > WS-VM-COUNT
        PERFORM 365-TAKE-ONE-MEMO
    END-PERFORM
    MOVE WS-VENDOR-NET TO WS-AT-AMOUNT
    WRITE OUT-CHECK-LINE FROM WS-ADVICE-TOTAL
    WRITE OUT-CHECK-LINE FROM WS-CHECK-SEPARATOR

    MOVE WS-CHECK-NUMBER TO WS-CR-CHECK-NUMBER
    MOVE WS-CURRENT-VENDOR TO WS-CR-VENDOR-CODE
    MOVE WS-VENDOR-NAME TO WS-CR-PAYEE
    MOVE WS-VL-COUNT TO WS-CR-LINES
    MOVE WS-VENDOR-NET TO WS-CR-AMOUNT
    WRITE REG-LINE FROM WS-REG-DETAIL

    MOVE WS-CHECK-NUMBER TO PP-CHECK-NUMBER
    MOVE WS-RUN-DATE (1:8) TO PP-PAY-DATE
    MOVE WS-CURRENT-VENDOR TO PP-EMPLOYEE-ID
    MOVE WS-VENDOR-NAME TO PP-PAYEE
    MOVE WS-VENDOR-NET TO PP-AMOUNT
    MOVE "I" TO PP-ISSUE-CODE
    WRITE OUT-POSPAY-REC.

*> 360-pay-one-line - the advice line for one invoice line, and
*> the check number and paid date stamped on it in the table.
360-PAY-ONE-LINE.
    MOVE WS-VL-INV-SUB (WS-VL-SUB) TO WS-INV-SUB
    COMPUTE WS-LINE-AMOUNT =
        WS-IV-QUANTITY (WS-INV-SUB) * WS-IV-UNIT-PRICE (WS-INV-SUB)
    MOVE WS-IV-INVOICE-NO (WS-INV-SUB) TO WS-AD-INVOICE-NO
    MOVE WS-IV-PO-NUMBER (WS-INV-SUB) TO WS-AD-PO-NUMBER
    MOVE WS-IV-PART-NO (WS-INV-SUB) TO WS-AD-PART-NO
    MOVE WS-IV-INVOICE-DATE (WS-INV-SUB) TO WS-AD-INVOICE-DATE
    MOVE WS-IV-DUE-DATE (WS-INV-SUB) TO WS-AD-DUE-DATE
    MOVE WS-LINE-AMOUNT TO WS-AD-AMOUNT
    WRITE OUT-CHECK-LINE FROM WS-ADVICE-DETAIL

    MOVE WS-CHECK-NUMBER TO WS-IV-CHECK-NUMBER (WS-INV-SUB)
    MOVE WS-RUN-DATE (1:8) TO WS-IV-PAID-DATE (WS-INV-SUB)
    ADD 1 TO WS-LINES-PAID
    ADD WS-LINE-AMOUNT TO WS-TOTAL-LINES-PAID.

*> 365-take-one-memo - the advice line for one debit memo, shown
*> as a deduction with the invoice it offsets, and the check
*> number and date stamped on it in the table.
365-TAKE-ONE-MEMO.
    MOVE WS-VM-DBM-SUB (WS-VM-SUB) TO WS-DBM-SUB
    MOVE WS-DM-MEMO-NUMBER (WS-DBM-SUB) TO WS-AM-MEMO-NUMBER
    MOVE WS-DM-PO-NUMBER (WS-DBM-SUB) TO WS-AM-PO-NUMBER
    MOVE WS-DM-PART-NO (WS-DBM-SUB) TO WS-AM-PART-NO
    MOVE WS-DM-MEMO-DATE (WS-DBM-SUB) TO WS-AM-MEMO-DATE
    MOVE WS-VM-INVOICE-NO (WS-VM-SUB) TO WS-AM-INVOICE-NO
    COMPUTE WS-AM-AMOUNT = ZERO - WS-DM-AMOUNT (WS-DBM-SUB)
    WRITE OUT-CHECK-LINE FROM WS-ADVICE-MEMO

    MOVE WS-VM-INVOICE-NO (WS-VM-SUB)
        TO WS-DM-INVOICE-NO (WS-DBM-SUB)
    MOVE WS-CHECK-NUMBER TO WS-DM-CHECK-NUMBER (WS-DBM-SUB)
    MOVE WS-RUN-DATE (1:8) TO WS-DM-APPLIED-DATE (WS-DBM-SUB)
    ADD 1 TO WS-MEMOS-APPLIED
    ADD WS-DM-AMOUNT (WS-DBM-SUB) TO WS-TOTAL-MEMOS-APPLIED.

*> 370-hold-vendor - the vendor's lines are kept for the held
*> section of the register and left unpaid on file.
370-HOLD-VENDOR.
    PERFORM VARYING WS-VL-SUB FROM 1 BY 1
            UNTIL WS-VL-SUB > WS-VL-COUNT
        ADD 1 TO WS-HELD-COUNT
        MOVE WS-VL-INV-SUB (WS-VL-SUB)
            TO WS-HL-INV-SUB (WS-HELD-COUNT)
        MOVE WS-HOLD-REASON TO WS-HL-REASON (WS-HELD-COUNT)
    END-PERFORM
    ADD WS-VL-COUNT TO WS-LINES-HELD.

*> 400-write-register-totals - the held lines, then the run's
*> counts and the range of check numbers used.
400-WRITE-REGISTER-TOTALS.
    IF WS-HELD-COUNT > ZERO
        MOVE SPACES TO REG-LINE
        WRITE REG-LINE
        WRITE REG-LINE FROM WS-HELD-HEADING
        WRITE REG-LINE FROM WS-HELD-COLUMNS
        PERFORM VARYING WS-VL-SUB FROM 1 BY 1
                UNTIL WS-VL-SUB > WS-HELD-COUNT
            PERFORM 410-WRITE-HELD-LINE
        END-PERFORM
    END-IF

    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
    MOVE WS-CHECK-COUNT TO WS-T-CHECK-COUNT
    MOVE WS-TOTAL-CHECKS TO WS-T-AMOUNT-PAID
    WRITE REG-LINE FROM WS-TOTAL-LINE-1
    MOVE WS-LINES-PAID TO WS-T-LINES-PAID
    MOVE WS-LINES-HELD TO WS-T-LINES-HELD
    WRITE REG-LINE FROM WS-TOTAL-LINE-2
    MOVE WS-MEMOS-APPLIED TO WS-T-MEMOS-APPLIED
    MOVE WS-TOTAL-MEMOS-APPLIED TO WS-T-MEMO-AMOUNT
    WRITE REG-LINE FROM WS-TOTAL-LINE-4
    IF WS-CHECK-COUNT > ZERO
        MOVE WS-FIRST-CHECK-NUMBER TO WS-T-FIRST-CHECK
        MOVE WS-CHECK-NUMBER TO WS-T-LAST-CHECK
        WRITE REG-LINE FROM WS-TOTAL-LINE-3
    END-IF.

410-WRITE-HELD-LINE.
    MOVE WS-HL-INV-SUB (WS-VL-SUB) TO WS-INV-SUB
    COMPUTE WS-LINE-AMOUNT =
        WS-IV-QUANTITY (WS-INV-SUB) * WS-IV-UNIT-PRICE (WS-INV-SUB)
    MOVE WS-IV-VENDOR-CODE (WS-INV-SUB) TO WS-HD-VENDOR-CODE
    MOVE WS-IV-INVOICE-NO (WS-INV-SUB) TO WS-HD-INVOICE-NO
    MOVE WS-IV-PO-NUMBER (WS-INV-SUB) TO WS-HD-PO-NUMBER
    MOVE WS-LINE-AMOUNT TO WS-HD-AMOUNT
    MOVE WS-HL-REASON (WS-VL-SUB) TO WS-HD-REASON
    WRITE REG-LINE FROM WS-HELD-DETAIL.

*> 500-write-gl-interface - a debit relieving accounts payable
*> by the invoice lines paid less the debit memos taken against
*> them, and a credit to cash for the checks written. The two are
*> added up separately, so a line stamped paid without a check
*> behind it shows as an imbalance, which
*> releases nothing: the run ends abnormally before the invoice
*> file is rewritten. The entries are appended to the interface
*> file so they go to the ledger with whatever is already there.
500-WRITE-GL-INTERFACE.
    COMPUTE WS-AP-RELIEVED =
        WS-TOTAL-LINES-PAID - WS-TOTAL-MEMOS-APPLIED
    MOVE WS-AP-RELIEVED TO WS-GL-DEBITS
    MOVE WS-TOTAL-CHECKS TO WS-GL-CREDITS
    IF WS-GL-DEBITS NOT = WS-GL-CREDITS
        DISPLAY "WATERSTA79: GL INTERFACE OUT OF BALANCE - "
            "DEBITS " WS-GL-DEBITS " CREDITS " WS-GL-CREDITS
            " - NOTHING RELEASED."
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF

    OPEN EXTEND GL-INTERFACE
    IF WS-GLINT-FILE-STATUS NOT = "00"
        OPEN OUTPUT GL-INTERFACE
    END-IF

    MOVE "APLIAB" TO WS-GL-ELEMENT
    MOVE "D" TO GL-DEBIT-CREDIT
    MOVE WS-AP-RELIEVED TO GL-AMOUNT
    MOVE "AP INVOICES PAID" TO GL-DESCRIPTION
    PERFORM 510-WRITE-GL-RECORD

    MOVE "APCASH" TO WS-GL-ELEMENT
    MOVE "C" TO GL-DEBIT-CREDIT
    MOVE WS-TOTAL-CHECKS TO GL-AMOUNT
    MOVE "AP CHECKS ISSUED" TO GL-DESCRIPTION
    PERFORM 510-WRITE-GL-RECORD

    CLOSE GL-INTERFACE.

510-WRITE-GL-RECORD.
    PERFORM 054-FIND-GL-ACCOUNT
    MOVE WS-FISCAL-YEAR TO GL-FISCAL-YEAR
    MOVE WS-FISCAL-PERIOD TO GL-FISCAL-PERIOD
    MOVE WS-GL-ACCOUNT-FOUND TO GL-ACCOUNT
    WRITE OUT-GL-REC.

*> 550-rewrite-invoice-file - the invoice file written back whole
*> with this run's check numbers and paid dates stamped, so a
*> repeated run pays only lines approved or fallen due since.
550-REWRITE-INVOICE-FILE.
    OPEN OUTPUT INVOICE-FILE
    PERFORM VARYING WS-INV-SUB FROM 1 BY 1
            UNTIL WS-INV-SUB > WS-INVOICE-COUNT
        MOVE WS-IV-INVOICE-NO (WS-INV-SUB) TO INV-INVOICE-NO
        MOVE WS-IV-PO-NUMBER (WS-INV-SUB) TO INV-PO-NUMBER
        MOVE WS-IV-VENDOR-CODE (WS-INV-SUB) TO INV-VENDOR-CODE
        MOVE WS-IV-PART-NO (WS-INV-SUB) TO INV-PART-NO
        MOVE WS-IV-QUANTITY (WS-INV-SUB) TO INV-QUANTITY
        MOVE WS-IV-UNIT-PRICE (WS-INV-SUB) TO INV-UNIT-PRICE
        MOVE WS-IV-INVOICE-DATE (WS-INV-SUB) TO INV-INVOICE-DATE
        MOVE WS-IV-MATCH-STATUS (WS-INV-SUB) TO INV-MATCH-STATUS
        MOVE WS-IV-DUE-DATE (WS-INV-SUB) TO INV-DUE-DATE
        MOVE WS-IV-CHECK-NUMBER (WS-INV-SUB) TO INV-CHECK-NUMBER
        MOVE WS-IV-PAID-DATE (WS-INV-SUB) TO INV-PAID-DATE
        WRITE INV-REC
    END-PERFORM
    CLOSE INVOICE-FILE.

*> 560-rewrite-debit-memos - the debit-memo file written back
*> whole with this run's check numbers stamped on the memos
*> taken, so a memo is never taken twice.
560-REWRITE-DEBIT-MEMOS.
    OPEN OUTPUT DEBIT-MEMO-FILE
    PERFORM VARYING WS-DBM-SUB FROM 1 BY 1
            UNTIL WS-DBM-SUB > WS-DBM-COUNT
        MOVE WS-DM-MEMO-NUMBER (WS-DBM-SUB) TO DBM-MEMO-NUMBER
        MOVE WS-DM-MEMO-DATE (WS-DBM-SUB) TO DBM-MEMO-DATE
        MOVE WS-DM-VENDOR-CODE (WS-DBM-SUB) TO DBM-VENDOR-CODE
        MOVE WS-DM-PO-NUMBER (WS-DBM-SUB) TO DBM-PO-NUMBER
        MOVE WS-DM-PART-NO (WS-DBM-SUB) TO DBM-PART-NO
        MOVE WS-DM-QUANTITY (WS-DBM-SUB) TO DBM-QUANTITY
        MOVE WS-DM-UNIT-PRICE (WS-DBM-SUB) TO DBM-UNIT-PRICE
        MOVE WS-DM-AMOUNT (WS-DBM-SUB) TO DBM-AMOUNT
        MOVE WS-DM-REPLACEMENT (WS-DBM-SUB) TO DBM-REPLACEMENT
        MOVE WS-DM-REFERENCE (WS-DBM-SUB) TO DBM-REFERENCE
        MOVE WS-DM-INVOICE-NO (WS-DBM-SUB) TO DBM-INVOICE-NO
        MOVE WS-DM-CHECK-NUMBER (WS-DBM-SUB) TO DBM-CHECK-NUMBER
        MOVE WS-DM-APPLIED-DATE (WS-DBM-SUB) TO DBM-APPLIED-DATE
        WRITE DBM-REC
    END-PERFORM
    CLOSE DEBIT-MEMO-FILE.

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
    MOVE "WatersTA79" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA79.
