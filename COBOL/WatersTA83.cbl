*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: The monthly department chargeback of stock issues.
*> Every issue WatersTA16 posts names the cost center that drew
*> the stock, and the issue's history record carries it with the
*> moving-average cost in effect when it posted. This run takes
*> the month's issues off the transaction history, values each at
*> that average, and totals them by cost center and part on the
*> chargeback report, so maintenance and the labs see what they
*> consume. It also writes the month's chargeback file in the
*> general-ledger interface layout: each cost center's total is
*> debited to the expense account on the cost-center master and
*> credited to the issue-expense account the inventory month-end
*> close charges all issues to, so the expense lands on the
*> department that used the stock. A cost center no longer on the
*> master is reported but not charged.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA83.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANSACTION-HISTORY
        ASSIGN TO INVHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-FILE-STATUS.

    SELECT INVENTORY-MASTER
        ASSIGN TO INVMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PART-NO
        FILE STATUS IS WS-INVENTORY-FILE-STATUS.

    SELECT COST-CENTER-MASTER
        ASSIGN TO CCMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CC-FILE-STATUS.

    SELECT GL-ACCOUNT-MAP
        ASSIGN TO GLACCTS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLMAP-FILE-STATUS.

    SELECT CHARGEBACK-FILE
        ASSIGN TO WS-CHGBACK-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT CHARGEBACK-REPORT
        ASSIGN TO WS-CHGBKRPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

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
FD TRANSACTION-HISTORY.
01 IVH-REC.
    COPY IVHREC.

FD INVENTORY-MASTER.
    01 OUT-INV-RECORD.
        COPY INVREC.

FD COST-CENTER-MASTER.
01 CC-REC.
    COPY CCTREC.

*> The element-to-account mapping and the interface record, the
*> same layouts the WatersTA1 payroll run posts with.
FD GL-ACCOUNT-MAP.
01 GLMAP-REC.
    05 GLMAP-ELEMENT      PIC X(8).
    05 GLMAP-ACCOUNT      PIC X(8).

FD CHARGEBACK-FILE.
01 OUT-GL-REC.
    05 GL-FISCAL-YEAR     PIC 9(4).
    05 GL-FISCAL-PERIOD   PIC 9(2).
    05 GL-ACCOUNT         PIC X(8).
    05 GL-DEBIT-CREDIT    PIC X(1).
    05 GL-AMOUNT          PIC 9(9)V99.
    05 GL-DESCRIPTION     PIC X(20).

FD CHARGEBACK-REPORT.
01 RPT-LINE                      PIC X(132).

FD RUN-CONTROL-FILE.
01 RUNCTL-REC.
    COPY RUNCTL.

*> One issue of the month: the cost center and part it sorts by,
*> and what it took.
SD SORT-WORK-FILE.
01 SRT-ISSUE-REC.
    05 SRT-COST-CENTER           PIC X(6).
    05 SRT-PART-NO               PIC X(5).
    05 SRT-QUANTITY              PIC 9(5).
    05 SRT-VALUE                 PIC 9(9)V99.

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
    05 WS-HIST-FILE-STATUS     PIC XX.
    05 WS-INVENTORY-FILE-STATUS PIC XX.
    05 WS-CC-FILE-STATUS       PIC XX.
    05 WS-GLMAP-FILE-STATUS    PIC XX.
    05 WS-GLMAP-EOF            PIC X(1).
    05 WS-OUTCAT-FILE-STATUS   PIC XX.
    05 WS-RUN-CONTROL-FOUND    PIC X(1) VALUE "N".
    05 WS-FISCAL-YEAR          PIC 9(4).
    05 WS-FISCAL-PERIOD        PIC 9(2).
    05 WS-FIRST-ISSUE          PIC X(1).
    05 WS-CURRENT-CC           PIC X(6).
    05 WS-CURRENT-PART         PIC X(5).
    05 WS-CC-FOUND             PIC X(1).
    05 WS-ISSUE-VALUE          PIC 9(9)V99.

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

*> The month charged - the run date's year and month, matched
*> against the first six positions of each history date.
01 WS-CHARGE-MONTH.
    05 WS-CM-YEAR    PIC 9(4).
    05 WS-CM-MONTH   PIC 9(2).

*> This run's report and chargeback file, stamped with the run
*> date so a rerun opens a fresh generation instead of
*> overwriting the last one.
01 WS-CHGBKRPT-NAME              PIC X(21) VALUE "CHGBKRPT".
01 WS-CHGBACK-NAME               PIC X(21) VALUE "CHGBACK".

01 WS-TOTALS.
    05 WS-PART-QTY             PIC 9(7).
    05 WS-PART-VALUE           PIC 9(11)V99.
    05 WS-CC-QTY               PIC 9(7).
    05 WS-CC-VALUE             PIC 9(11)V99.
    05 WS-TOTAL-CHARGED        PIC 9(13)V99 VALUE ZERO.
    05 WS-TOTAL-UNCHARGED      PIC 9(13)V99 VALUE ZERO.
    05 WS-ISSUES-CHARGED       PIC 9(7) VALUE ZERO.
    05 WS-ISSUES-NO-CC         PIC 9(7) VALUE ZERO.
    05 WS-CC-CHARGED-COUNT     PIC 9(3) VALUE ZERO.

*> Every cost center on the master, active or not - an inactive
*> one's issues from before it closed still charge.
01 WS-COST-CENTER-TABLE.
    05 WS-CC-COUNT             PIC 9(3) VALUE ZERO.
    05 WS-CC-ENTRY OCCURS 500 TIMES INDEXED BY CC-IDX.
        10 WS-CC-CODE         PIC X(6).
        10 WS-CC-NAME         PIC X(25).
        10 WS-CC-ACCOUNT      PIC X(8).

*> The cost-center debits, held until the run proves they balance
*> the clearing credit.
01 WS-CHARGE-TABLE.
    05 WS-CH-ENTRY OCCURS 500 TIMES.
        10 WS-CH-CODE         PIC X(6).
        10 WS-CH-ACCOUNT      PIC X(8).
        10 WS-CH-AMOUNT       PIC 9(9)V99.
    05 WS-CH-SUB               PIC 9(3).

01 WS-GL-AREAS.
    05 WS-GL-MAP-COUNT         PIC 9(2).
    05 WS-GL-MAP OCCURS 20 TIMES INDEXED BY GL-MAP-IDX.
        10 WS-GLM-ELEMENT      PIC X(8).
        10 WS-GLM-ACCOUNT      PIC X(8).
    05 WS-GL-ELEMENT           PIC X(8).
    05 WS-GL-ACCOUNT-FOUND     PIC X(8).
    05 WS-GL-DEBITS            PIC 9(13)V99.
    05 WS-GL-CREDITS           PIC 9(13)V99.
    05 WS-GL-CLEARING-ACCOUNT  PIC X(8).

01 WS-GL-DESC-WORK.
    05 FILLER                  PIC X(11) VALUE "CHARGEBACK ".
    05 WS-GD-COST-CENTER       PIC X(6).
    05 FILLER                  PIC X(3)  VALUE SPACES.

01 WS-HEADING-LINE-1.
    05 FILLER             PIC X(40) VALUE
        "DEPARTMENT CHARGEBACK OF STOCK ISSUES".
    05 FILLER             PIC X(7)  VALUE "MONTH ".
    05 WS-H-YEAR          PIC 9(4).
    05 FILLER             PIC X(1)  VALUE "/".
    05 WS-H-MONTH         PIC 9(2).
    05 FILLER             PIC X(18) VALUE "   FISCAL PERIOD ".
    05 WS-H-FISCAL-YEAR   PIC 9(4).
    05 FILLER             PIC X(1)  VALUE "/".
    05 WS-H-FISCAL-PERIOD PIC 9(2).

01 WS-CC-HEADING.
    05 FILLER             PIC X(13) VALUE "COST CENTER ".
    05 WS-CH-CODE-OUT     PIC X(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-CH-NAME-OUT     PIC X(25).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-CH-ACCOUNT-OUT  PIC X(40).

01 WS-COLUMN-HEADING.
    05 FILLER   PIC X(4)  VALUE SPACES.
    05 FILLER   PIC X(7)  VALUE "PART".
    05 FILLER   PIC X(17) VALUE "DESCRIPTION".
    05 FILLER   PIC X(10) VALUE "  QUANTITY".
    05 FILLER   PIC X(16) VALUE "  VALUE AT AVG".

01 WS-DETAIL-LINE.
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 WS-D-PART-NO       PIC X(5).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-DESC          PIC X(15).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-QUANTITY      PIC Z(7)9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-VALUE         PIC Z(10)9.99.

01 WS-CC-TOTAL-LINE.
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 WS-CT-LABEL        PIC X(24).
    05 WS-CT-QUANTITY     PIC Z(7)9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-CT-VALUE        PIC Z(10)9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-CT-NOTE         PIC X(40).

01 WS-SUMMARY-LINE.
    05 WS-S-LABEL         PIC X(40).
    05 WS-S-AMOUNT        PIC Z(12)9.99.

01 WS-COUNT-LINE.
    05 WS-C-LABEL         PIC X(40).
    05 WS-C-COUNT         PIC Z(6)9.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 030-READ-RUN-CONTROL
    PERFORM 050-LOAD-GL-ACCOUNTS
    PERFORM 060-LOAD-COST-CENTERS
    PERFORM 040-STAMP-OUTPUT-NAMES

    OPEN INPUT INVENTORY-MASTER
    IF WS-INVENTORY-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA83: UNABLE TO OPEN INVENTORY-MASTER, "
            "FILE STATUS " WS-INVENTORY-FILE-STATUS
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF
    OPEN OUTPUT CHARGEBACK-REPORT
    MOVE WS-CM-YEAR TO WS-H-YEAR
    MOVE WS-CM-MONTH TO WS-H-MONTH
    MOVE WS-FISCAL-YEAR TO WS-H-FISCAL-YEAR
    MOVE WS-FISCAL-PERIOD TO WS-H-FISCAL-PERIOD
    WRITE RPT-LINE FROM WS-HEADING-LINE-1

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SRT-COST-CENTER
                         SRT-PART-NO
        INPUT PROCEDURE IS 200-SELECT-ISSUES
        OUTPUT PROCEDURE IS 300-CHARGE-COST-CENTERS

    PERFORM 400-WRITE-TOTALS
    PERFORM 500-WRITE-CHARGEBACK-FILE

    CLOSE INVENTORY-MASTER
          CHARGEBACK-REPORT
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 030-read-run-control - the run date names the month charged,
*> and the fiscal year and period are the ones the chargeback
*> entries post to. The system date stands in when the file is
*> absent, the way WatersTA1 falls back.
030-READ-RUN-CONTROL.
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
    END-IF
    MOVE WS-RUN-YEAR TO WS-CM-YEAR
    MOVE WS-RUN-MONTH TO WS-CM-MONTH.

*> 040-stamp-output-names - the dated report and chargeback file
*> names and their catalog entries for the retention sweep.
040-STAMP-OUTPUT-NAMES.
    MOVE SPACES TO WS-CHGBKRPT-NAME
    STRING "CHGBKRPT." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-CHGBKRPT-NAME
    MOVE SPACES TO WS-CHGBACK-NAME
    STRING "CHGBACK." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-CHGBACK-NAME
    OPEN EXTEND OUTPUT-CATALOG
    IF WS-OUTCAT-FILE-STATUS NOT = "00"
        OPEN OUTPUT OUTPUT-CATALOG
    END-IF
    MOVE WS-CHGBKRPT-NAME TO OUTCAT-FILE-NAME
    MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
    WRITE OUT-CATALOG-REC
    MOVE WS-CHGBACK-NAME TO OUTCAT-FILE-NAME
    MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
    WRITE OUT-CATALOG-REC
    CLOSE OUTPUT-CATALOG.

*> 050-load-gl-accounts - the same mapping file the payroll run
*> posts with. The chargeback credits the issue-expense account
*> the month-end close debits, so that element must be mapped.
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

    MOVE "ISSUEEXP" TO WS-GL-ELEMENT
    PERFORM 054-FIND-GL-ACCOUNT
    IF WS-GL-ACCOUNT-FOUND = SPACES
        DISPLAY "WATERSTA83: NO LEDGER ACCOUNT MAPPED FOR "
            WS-GL-ELEMENT " ON GLACCTS - RUN REFUSED."
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF
    MOVE WS-GL-ACCOUNT-FOUND TO WS-GL-CLEARING-ACCOUNT.

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

*> 060-load-cost-centers - the whole cost-center master; a
*> missing master means every cost center charged this month is
*> reported as not on file.
060-LOAD-COST-CENTERS.
    OPEN INPUT COST-CENTER-MASTER
    IF WS-CC-FILE-STATUS NOT = "00"
        MOVE "N" TO MORE-RECORDS
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ COST-CENTER-MASTER
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF WS-CC-COUNT < 500
                    ADD 1 TO WS-CC-COUNT
                    MOVE CC-CODE TO WS-CC-CODE (WS-CC-COUNT)
                    MOVE CC-NAME TO WS-CC-NAME (WS-CC-COUNT)
                    MOVE CC-EXPENSE-ACCOUNT
                        TO WS-CC-ACCOUNT (WS-CC-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF WS-CC-FILE-STATUS = "00" OR WS-CC-FILE-STATUS = "10"
        CLOSE COST-CENTER-MASTER
    END-IF
    MOVE "Y" TO MORE-RECORDS.

*> 200-select-issues - the sort's input side: every issue dated
*> in the month, valued at the moving-average cost it posted at.
*> An issue from before cost centers were required carries none
*> and is only counted.
200-SELECT-ISSUES.
    OPEN INPUT TRANSACTION-HISTORY
    IF WS-HIST-FILE-STATUS NOT = "00"
        MOVE "N" TO MORE-RECORDS
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ TRANSACTION-HISTORY
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF IVH-CODE = "I"
                        AND IVH-TRAN-DATE (1:6) = WS-CHARGE-MONTH
                    PERFORM 210-RELEASE-ISSUE
                END-IF
        END-READ
    END-PERFORM
    IF WS-HIST-FILE-STATUS = "00" OR WS-HIST-FILE-STATUS = "10"
        CLOSE TRANSACTION-HISTORY
    END-IF
    MOVE "Y" TO MORE-RECORDS.

210-RELEASE-ISSUE.
    IF IVH-COST-CENTER = SPACES
        ADD 1 TO WS-ISSUES-NO-CC
        EXIT PARAGRAPH
    END-IF
    IF IVH-PRIOR-AVG-COST IS NUMERIC
        COMPUTE WS-ISSUE-VALUE = IVH-QUANTITY * IVH-PRIOR-AVG-COST
    ELSE
        MOVE ZERO TO WS-ISSUE-VALUE
    END-IF
    MOVE IVH-COST-CENTER TO SRT-COST-CENTER
    MOVE IVH-PART-NO TO SRT-PART-NO
    MOVE IVH-QUANTITY TO SRT-QUANTITY
    MOVE WS-ISSUE-VALUE TO SRT-VALUE
    RELEASE SRT-ISSUE-REC.

*> 300-charge-cost-centers - the sort's output side: issues come
*> back by cost center and part, with a line per part and a total
*> per cost center.
300-CHARGE-COST-CENTERS.
    MOVE "Y" TO MORE-RECORDS
    MOVE "Y" TO WS-FIRST-ISSUE
    PERFORM UNTIL MORE-RECORDS = "N"
        RETURN SORT-WORK-FILE
            AT END
                MOVE "N" TO MORE-RECORDS
                IF WS-FIRST-ISSUE = "N"
                    PERFORM 330-END-PART
                    PERFORM 340-END-COST-CENTER
                END-IF
            NOT AT END
                IF WS-FIRST-ISSUE = "Y"
                        OR SRT-COST-CENTER NOT = WS-CURRENT-CC
                    IF WS-FIRST-ISSUE = "N"
                        PERFORM 330-END-PART
                        PERFORM 340-END-COST-CENTER
                    END-IF
                    PERFORM 310-START-COST-CENTER
                    PERFORM 320-START-PART
                ELSE
                    IF SRT-PART-NO NOT = WS-CURRENT-PART
                        PERFORM 330-END-PART
                        PERFORM 320-START-PART
                    END-IF
                END-IF
                ADD SRT-QUANTITY TO WS-PART-QTY
                ADD SRT-VALUE TO WS-PART-VALUE
                ADD 1 TO WS-ISSUES-CHARGED
        END-RETURN
    END-PERFORM.

310-START-COST-CENTER.
    MOVE "N" TO WS-FIRST-ISSUE
    MOVE SRT-COST-CENTER TO WS-CURRENT-CC
    MOVE ZERO TO WS-CC-QTY
    MOVE ZERO TO WS-CC-VALUE
    MOVE "N" TO WS-CC-FOUND
    SET CC-IDX TO 1
    SEARCH WS-CC-ENTRY
        AT END
            CONTINUE
        WHEN CC-IDX > WS-CC-COUNT
            CONTINUE
        WHEN WS-CC-CODE (CC-IDX) = WS-CURRENT-CC
            MOVE "Y" TO WS-CC-FOUND
    END-SEARCH

    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE WS-CURRENT-CC TO WS-CH-CODE-OUT
    IF WS-CC-FOUND = "Y"
        MOVE WS-CC-NAME (CC-IDX) TO WS-CH-NAME-OUT
        MOVE SPACES TO WS-CH-ACCOUNT-OUT
        STRING "CHARGED TO ACCOUNT " DELIMITED BY SIZE
               WS-CC-ACCOUNT (CC-IDX) DELIMITED BY SIZE
               INTO WS-CH-ACCOUNT-OUT
    ELSE
        MOVE "*** NOT ON MASTER ***" TO WS-CH-NAME-OUT
        MOVE SPACES TO WS-CH-ACCOUNT-OUT
    END-IF
    WRITE RPT-LINE FROM WS-CC-HEADING
    WRITE RPT-LINE FROM WS-COLUMN-HEADING.

320-START-PART.
    MOVE SRT-PART-NO TO WS-CURRENT-PART
    MOVE ZERO TO WS-PART-QTY
    MOVE ZERO TO WS-PART-VALUE.

*> 330-end-part - one line per part the cost center drew, with
*> the description off the master when the part is still there.
330-END-PART.
    MOVE WS-CURRENT-PART TO WS-D-PART-NO
    MOVE WS-CURRENT-PART TO PART-NO
    READ INVENTORY-MASTER
        INVALID KEY
            MOVE "*NOT ON MASTER*" TO PART-DESC
    END-READ
    MOVE PART-DESC TO WS-D-DESC
    MOVE WS-PART-QTY TO WS-D-QUANTITY
    MOVE WS-PART-VALUE TO WS-D-VALUE
    WRITE RPT-LINE FROM WS-DETAIL-LINE
    ADD WS-PART-QTY TO WS-CC-QTY
    ADD WS-PART-VALUE TO WS-CC-VALUE.

*> 340-end-cost-center - the cost center's total, held for the
*> chargeback file when the master knows where to charge it.
340-END-COST-CENTER.
    MOVE "COST CENTER TOTAL" TO WS-CT-LABEL
    MOVE WS-CC-QTY TO WS-CT-QUANTITY
    MOVE WS-CC-VALUE TO WS-CT-VALUE
    IF WS-CC-FOUND = "Y"
        MOVE SPACES TO WS-CT-NOTE
        IF WS-CC-VALUE > ZERO
            ADD 1 TO WS-CC-CHARGED-COUNT
            MOVE WS-CURRENT-CC TO WS-CH-CODE (WS-CC-CHARGED-COUNT)
            MOVE WS-CC-ACCOUNT (CC-IDX)
                TO WS-CH-ACCOUNT (WS-CC-CHARGED-COUNT)
            MOVE WS-CC-VALUE TO WS-CH-AMOUNT (WS-CC-CHARGED-COUNT)
            ADD WS-CC-VALUE TO WS-TOTAL-CHARGED
        END-IF
    ELSE
        MOVE "NOT CHARGED - COST CENTER NOT ON FILE" TO WS-CT-NOTE
        ADD WS-CC-VALUE TO WS-TOTAL-UNCHARGED
    END-IF
    WRITE RPT-LINE FROM WS-CC-TOTAL-LINE.

400-WRITE-TOTALS.
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE "TOTAL CHARGED TO COST CENTERS" TO WS-S-LABEL
    MOVE WS-TOTAL-CHARGED TO WS-S-AMOUNT
    WRITE RPT-LINE FROM WS-SUMMARY-LINE
    MOVE "NOT CHARGED - COST CENTER NOT ON FILE" TO WS-S-LABEL
    MOVE WS-TOTAL-UNCHARGED TO WS-S-AMOUNT
    WRITE RPT-LINE FROM WS-SUMMARY-LINE
    MOVE "COST CENTERS CHARGED" TO WS-C-LABEL
    MOVE WS-CC-CHARGED-COUNT TO WS-C-COUNT
    WRITE RPT-LINE FROM WS-COUNT-LINE
    MOVE "ISSUES CHARGED" TO WS-C-LABEL
    MOVE WS-ISSUES-CHARGED TO WS-C-COUNT
    WRITE RPT-LINE FROM WS-COUNT-LINE
    MOVE "ISSUES WITH NO COST CENTER" TO WS-C-LABEL
    MOVE WS-ISSUES-NO-CC TO WS-C-COUNT
    WRITE RPT-LINE FROM WS-COUNT-LINE.

*> 500-write-chargeback-file - one debit per cost center to its
*> expense account, and one credit for the total to the issue-
*> expense account, proven to balance before anything is
*> written. A month with nothing to charge writes an empty file.
500-WRITE-CHARGEBACK-FILE.
    MOVE ZERO TO WS-GL-DEBITS
    PERFORM VARYING WS-CH-SUB FROM 1 BY 1
            UNTIL WS-CH-SUB > WS-CC-CHARGED-COUNT
        ADD WS-CH-AMOUNT (WS-CH-SUB) TO WS-GL-DEBITS
    END-PERFORM
    MOVE WS-TOTAL-CHARGED TO WS-GL-CREDITS
    IF WS-GL-DEBITS NOT = WS-GL-CREDITS
        DISPLAY "WATERSTA83: CHARGEBACK OUT OF BALANCE - "
            "DEBITS " WS-GL-DEBITS " CREDITS " WS-GL-CREDITS
            " - NOTHING RELEASED."
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF

    OPEN OUTPUT CHARGEBACK-FILE
    PERFORM VARYING WS-CH-SUB FROM 1 BY 1
            UNTIL WS-CH-SUB > WS-CC-CHARGED-COUNT
        MOVE WS-FISCAL-YEAR TO GL-FISCAL-YEAR
        MOVE WS-FISCAL-PERIOD TO GL-FISCAL-PERIOD
        MOVE WS-CH-ACCOUNT (WS-CH-SUB) TO GL-ACCOUNT
        MOVE "D" TO GL-DEBIT-CREDIT
        MOVE WS-CH-AMOUNT (WS-CH-SUB) TO GL-AMOUNT
        MOVE WS-CH-CODE (WS-CH-SUB) TO WS-GD-COST-CENTER
        MOVE WS-GL-DESC-WORK TO GL-DESCRIPTION
        WRITE OUT-GL-REC
    END-PERFORM
    IF WS-TOTAL-CHARGED > ZERO
        MOVE WS-FISCAL-YEAR TO GL-FISCAL-YEAR
        MOVE WS-FISCAL-PERIOD TO GL-FISCAL-PERIOD
        MOVE WS-GL-CLEARING-ACCOUNT TO GL-ACCOUNT
        MOVE "C" TO GL-DEBIT-CREDIT
        MOVE WS-TOTAL-CHARGED TO GL-AMOUNT
        MOVE "ISSUES CHARGED BACK" TO GL-DESCRIPTION
        WRITE OUT-GL-REC
    END-IF
    CLOSE CHARGEBACK-FILE.

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
    MOVE "WatersTA83" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA83.
