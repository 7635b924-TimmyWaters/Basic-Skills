*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: The inventory month-end close. It opens from the last
*> period-end valuation snapshot, walks the transaction history
*> WatersTA16 and WatersTA21 append to for every movement since
*> that close, and values the period: receipts at the cost they
*> carried, issues and count adjustments at the moving-average
*> cost in effect when they posted, and the small revaluation a
*> costed receipt makes when it re-weights the average. Each
*> part must prove - its opening quantity and value plus the
*> period's movements must land exactly on what the inventory
*> master holds now - or the close refuses to finish and posts
*> nothing. A proven close posts balanced entries to the general-
*> ledger interface (inventory against the AP accrual for
*> receipts, issue expense against inventory for issues, and the
*> inventory variance account for count adjustments and
*> revaluation) and freezes this period's snapshot for the next
*> close and for later comparison. The first close on an empty
*> snapshot file only takes that opening snapshot.
*>
*> Modification History:
*>   2026-10-15  Returns to vendor ("V" on the transaction history)
*>               are now valued at the moving average they went out
*>               at, shown with the part's issues, proved with the
*>               period, and posted relieving the AP accrual
*>               against inventory.
*>   2026-10-15  The GL balance check now adds up the credit
*>               entries of the close separately before anything is
*>               written and compares them with the period's
*>               debits, where before the credits were taken as
*>               equal to the debits.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA80.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INVENTORY-MASTER
        ASSIGN TO INVMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PART-NO
        FILE STATUS IS WS-INVENTORY-FILE-STATUS.

    SELECT TRANSACTION-HISTORY
        ASSIGN TO INVHIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-FILE-STATUS.

    SELECT VALUATION-SNAPSHOT
        ASSIGN TO INVSNAP
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SNAP-FILE-STATUS.

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

    SELECT CLOSE-REPORT
        ASSIGN TO WS-INVCLOSE-NAME
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
FD INVENTORY-MASTER.
    01 OUT-INV-RECORD.
        COPY INVREC.

FD TRANSACTION-HISTORY.
01 IVH-REC.
    COPY IVHREC.

FD VALUATION-SNAPSHOT.
01 IVS-REC.
    COPY IVSREC.

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

FD CLOSE-REPORT.
01 RPT-LINE                      PIC X(132).

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
    05 WS-INVENTORY-FILE-STATUS PIC XX.
    05 WS-HIST-FILE-STATUS     PIC XX.
    05 WS-SNAP-FILE-STATUS     PIC XX.
    05 WS-GLMAP-FILE-STATUS    PIC XX.
    05 WS-GLMAP-EOF            PIC X(1).
    05 WS-GLINT-FILE-STATUS    PIC XX.
    05 WS-OUTCAT-FILE-STATUS   PIC XX.
    05 WS-RUN-CONTROL-FOUND    PIC X(1) VALUE "N".
    05 WS-FISCAL-YEAR          PIC 9(4).
    05 WS-FISCAL-PERIOD        PIC 9(2).
    05 WS-CLOSE-DATE           PIC 9(8).
    05 WS-PRIOR-CLOSE-DATE     PIC 9(8) VALUE ZERO.
    05 WS-PERIOD-CLOSED        PIC X(1) VALUE "N".
    05 WS-PART-FOUND           PIC X(1).
    05 WS-BREAK-REASON         PIC X(25).
    05 WS-ACT-VALUE            PIC S9(11)V99.
    05 WS-REVAL-VALUE          PIC S9(11)V99.
    05 WS-OPEN-VALUE           PIC S9(11)V99.
    05 WS-CLOSE-VALUE          PIC S9(11)V99.
    05 WS-PROVED-VALUE         PIC S9(13)V99.

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

*> This run's close report, stamped with the run date so a rerun
*> opens a fresh generation instead of overwriting the last one.
01 WS-INVCLOSE-NAME              PIC X(21) VALUE "INVCLOSE".

01 WS-COUNTERS.
    05 WS-HISTORY-APPLIED      PIC 9(7) VALUE ZERO.
    05 WS-ACTIVE-PARTS         PIC 9(5) VALUE ZERO.
    05 WS-NEW-PARTS            PIC 9(5) VALUE ZERO.
    05 WS-BROKEN-PARTS         PIC 9(5) VALUE ZERO.
    05 WS-ORPHAN-RECORDS       PIC 9(5) VALUE ZERO.

*> The period's values, run-wide. Adjustments and revaluation are
*> kept as gains and losses apart, since each side posts its own
*> ledger entry.
01 WS-CLOSE-TOTALS.
    05 WS-TOT-OPENING          PIC S9(13)V99 VALUE ZERO.
    05 WS-TOT-NEW-OPENING      PIC S9(13)V99 VALUE ZERO.
    05 WS-TOT-RECEIPTS         PIC S9(13)V99 VALUE ZERO.
    05 WS-TOT-ISSUES           PIC S9(13)V99 VALUE ZERO.
    05 WS-TOT-RETURNS          PIC S9(13)V99 VALUE ZERO.
    05 WS-TOT-ADJ-GAINS        PIC S9(13)V99 VALUE ZERO.
    05 WS-TOT-ADJ-LOSSES       PIC S9(13)V99 VALUE ZERO.
    05 WS-TOT-REVAL-GAINS      PIC S9(13)V99 VALUE ZERO.
    05 WS-TOT-REVAL-LOSSES     PIC S9(13)V99 VALUE ZERO.
    05 WS-TOT-CLOSING          PIC S9(13)V99 VALUE ZERO.

*> Every part on the master, in part-number order as the master
*> reads, with its opening position from the last snapshot, the
*> running book the history walk carries forward, and the
*> period's values. The running quantity and average must land
*> on the master's closing figures for the part to prove.
01 WS-PART-TABLE.
    05 WS-PART-COUNT           PIC 9(5) VALUE ZERO.
    05 WS-PT-ENTRY OCCURS 0 TO 5000 TIMES
            DEPENDING ON WS-PART-COUNT
            ASCENDING KEY IS WS-PT-PART-NO
            INDEXED BY PT-IDX.
        10 WS-PT-PART-NO      PIC X(5).
        10 WS-PT-DESC         PIC X(15).
        10 WS-PT-CLOSE-QTY    PIC 9(5).
        10 WS-PT-CLOSE-AVG    PIC 9(5)V99.
        10 WS-PT-OPENED       PIC X(1).
        10 WS-PT-NEW-PART     PIC X(1).
        10 WS-PT-OPEN-QTY     PIC 9(5).
        10 WS-PT-OPEN-AVG     PIC 9(5)V99.
        10 WS-PT-RUN-QTY      PIC S9(6).
        10 WS-PT-RUN-AVG      PIC 9(5)V99.
        10 WS-PT-MOVES        PIC 9(5).
        10 WS-PT-RECEIPTS     PIC S9(11)V99.
        10 WS-PT-ISSUES       PIC S9(11)V99.
        10 WS-PT-ADJUSTMENTS  PIC S9(11)V99.
        10 WS-PT-REVALUATION  PIC S9(11)V99.
        10 WS-PT-BREAK        PIC X(25).

01 WS-GL-AREAS.
    05 WS-GL-MAP-COUNT         PIC 9(2).
    05 WS-GL-MAP OCCURS 20 TIMES INDEXED BY GL-MAP-IDX.
        10 WS-GLM-ELEMENT      PIC X(8).
        10 WS-GLM-ACCOUNT      PIC X(8).
    05 WS-GL-ELEMENT           PIC X(8).
    05 WS-GL-ACCOUNT-FOUND     PIC X(8).
    05 WS-GL-DEBITS            PIC 9(13)V99.
    05 WS-GL-CREDITS           PIC 9(13)V99.
    05 WS-GL-DEBIT-ELEMENT     PIC X(8).
    05 WS-GL-CREDIT-ELEMENT    PIC X(8).
    05 WS-GL-PAIR-AMOUNT       PIC 9(13)V99.
    05 WS-GL-PAIR-DESC         PIC X(20).
    05 WS-GL-RELEASE           PIC X(1).

01 WS-HEADING-LINE-1.
    05 FILLER             PIC X(30) VALUE
        "INVENTORY MONTH-END CLOSE".
    05 FILLER             PIC X(15) VALUE "FISCAL PERIOD ".
    05 WS-H-FISCAL-YEAR   PIC 9(4).
    05 FILLER             PIC X(1)  VALUE "/".
    05 WS-H-FISCAL-PERIOD PIC 9(2).
    05 FILLER             PIC X(22) VALUE
        "   ACTIVITY AFTER ".
    05 WS-H-PRIOR-DATE    PIC 9(8).
    05 FILLER             PIC X(9)  VALUE " THROUGH ".
    05 WS-H-CLOSE-DATE    PIC 9(8).

01 WS-COLUMN-HEADING.
    05 FILLER   PIC X(7)  VALUE "PART".
    05 FILLER   PIC X(17) VALUE "DESCRIPTION".
    05 FILLER   PIC X(14) VALUE "     OPENING".
    05 FILLER   PIC X(14) VALUE "    RECEIPTS".
    05 FILLER   PIC X(14) VALUE "  ISSUES/RTV".
    05 FILLER   PIC X(15) VALUE "  ADJUSTMENTS".
    05 FILLER   PIC X(12) VALUE "     REVAL".
    05 FILLER   PIC X(14) VALUE "     CLOSING".
    05 FILLER   PIC X(25) VALUE "NOTE".

01 WS-DETAIL-LINE.
    05 WS-D-PART-NO       PIC X(5).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-DESC          PIC X(15).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-OPENING       PIC Z(8)9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-RECEIPTS      PIC Z(8)9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-ISSUES        PIC Z(8)9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-ADJUSTMENTS   PIC Z(8)9.99-.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-REVALUATION   PIC Z(5)9.99-.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-CLOSING       PIC Z(8)9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-NOTE          PIC X(25).

*> A history record for a part the master does not carry - the
*> movement cannot be proved against anything.
01 WS-ORPHAN-LINE.
    05 WS-O-PART-NO       PIC X(5).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 FILLER             PIC X(40) VALUE
        "HISTORY FOR A PART NOT ON THE MASTER ON ".
    05 WS-O-TRAN-DATE     PIC 9(8).

01 WS-BASELINE-LINE.
    05 FILLER             PIC X(45) VALUE
        "NO PRIOR SNAPSHOT ON FILE - OPENING SNAPSHOT ".
    05 FILLER             PIC X(40) VALUE
        "TAKEN FROM THE MASTER, NOTHING POSTED.".

01 WS-SUMMARY-LINE.
    05 WS-S-LABEL         PIC X(40).
    05 WS-S-AMOUNT        PIC Z(12)9.99-.

01 WS-COUNT-LINE.
    05 WS-C-LABEL         PIC X(40).
    05 WS-C-COUNT         PIC Z(6)9.

01 WS-RESULT-LINE.
    05 FILLER             PIC X(7)  VALUE "PROOF: ".
    05 WS-R-RESULT        PIC X(60).

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 030-READ-RUN-CONTROL
    PERFORM 050-LOAD-GL-ACCOUNTS
    PERFORM 060-LOAD-PART-TABLE
    PERFORM 070-LOAD-PRIOR-SNAPSHOT
    PERFORM 040-STAMP-OUTPUT-NAMES

    OPEN OUTPUT CLOSE-REPORT
    MOVE WS-FISCAL-YEAR TO WS-H-FISCAL-YEAR
    MOVE WS-FISCAL-PERIOD TO WS-H-FISCAL-PERIOD
    MOVE WS-PRIOR-CLOSE-DATE TO WS-H-PRIOR-DATE
    MOVE WS-CLOSE-DATE TO WS-H-CLOSE-DATE
    WRITE RPT-LINE FROM WS-HEADING-LINE-1
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE

    IF WS-PRIOR-CLOSE-DATE = ZERO
        WRITE RPT-LINE FROM WS-BASELINE-LINE
        PERFORM 600-WRITE-SNAPSHOT
        CLOSE CLOSE-REPORT
        PERFORM 900-LOG-RUN-END
        STOP RUN
    END-IF

    WRITE RPT-LINE FROM WS-COLUMN-HEADING
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE

    PERFORM 200-WALK-HISTORY
    PERFORM VARYING PT-IDX FROM 1 BY 1
            UNTIL PT-IDX > WS-PART-COUNT
        PERFORM 300-PROVE-PART
    END-PERFORM
    PERFORM 400-WRITE-PROOF

    IF WS-BROKEN-PARTS > ZERO OR WS-ORPHAN-RECORDS > ZERO
            OR WS-PROVED-VALUE NOT = WS-TOT-CLOSING
        CLOSE CLOSE-REPORT
        DISPLAY "WATERSTA80: INVENTORY DOES NOT PROVE TO THE "
            "MASTER - SEE THE CLOSE REPORT. NOTHING POSTED."
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF

    PERFORM 500-WRITE-GL-INTERFACE
    PERFORM 600-WRITE-SNAPSHOT

    CLOSE CLOSE-REPORT
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 030-read-run-control - the run date is the close date, the
*> last day whose movements belong to this period, and the fiscal
*> year and period are the ones the entries post to and the
*> snapshot is frozen under. The system date stands in when the
*> file is absent, the way WatersTA1 falls back.
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
    MOVE WS-RUN-DATE (1:8) TO WS-CLOSE-DATE.

*> 040-stamp-output-names - the dated close report name and its
*> catalog entry for the retention sweep.
040-STAMP-OUTPUT-NAMES.
    MOVE SPACES TO WS-INVCLOSE-NAME
    STRING "INVCLOSE." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-INVCLOSE-NAME
    OPEN EXTEND OUTPUT-CATALOG
    IF WS-OUTCAT-FILE-STATUS NOT = "00"
        OPEN OUTPUT OUTPUT-CATALOG
    END-IF
    MOVE WS-INVCLOSE-NAME TO OUTCAT-FILE-NAME
    MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
    WRITE OUT-CATALOG-REC
    CLOSE OUTPUT-CATALOG.

*> 050-load-gl-accounts - the same mapping file the payroll run
*> posts with, and the same refusal up front when an element the
*> close needs has no account.
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

    MOVE "INVASSET" TO WS-GL-ELEMENT
    PERFORM 052-REQUIRE-GL-ACCOUNT
    MOVE "APACCRUE" TO WS-GL-ELEMENT
    PERFORM 052-REQUIRE-GL-ACCOUNT
    MOVE "ISSUEEXP" TO WS-GL-ELEMENT
    PERFORM 052-REQUIRE-GL-ACCOUNT
    MOVE "INVVAR" TO WS-GL-ELEMENT
    PERFORM 052-REQUIRE-GL-ACCOUNT.

052-REQUIRE-GL-ACCOUNT.
    PERFORM 054-FIND-GL-ACCOUNT
    IF WS-GL-ACCOUNT-FOUND = SPACES
        DISPLAY "WATERSTA80: NO LEDGER ACCOUNT MAPPED FOR "
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

*> 060-load-part-table - the master as it stands at the close, in
*> key order, so the table can be searched by part number. A
*> master too big for the table is refused rather than closed in
*> part.
060-LOAD-PART-TABLE.
    OPEN INPUT INVENTORY-MASTER
    IF WS-INVENTORY-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA80: UNABLE TO OPEN INVENTORY-MASTER, "
            "FILE STATUS " WS-INVENTORY-FILE-STATUS
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ INVENTORY-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF WS-PART-COUNT < 5000
                    ADD 1 TO WS-PART-COUNT
                    PERFORM 065-LOAD-ONE-PART
                ELSE
                    DISPLAY "WATERSTA80: INVENTORY MASTER HOLDS "
                        "MORE THAN 5000 PARTS - RUN REFUSED."
                    PERFORM 905-LOG-RUN-ABEND
                    STOP RUN
                END-IF
        END-READ
    END-PERFORM
    CLOSE INVENTORY-MASTER
    MOVE "Y" TO MORE-RECORDS.

065-LOAD-ONE-PART.
    SET PT-IDX TO WS-PART-COUNT
    MOVE PART-NO TO WS-PT-PART-NO (PT-IDX)
    MOVE PART-DESC TO WS-PT-DESC (PT-IDX)
    MOVE QTY-ON-HAND TO WS-PT-CLOSE-QTY (PT-IDX)
    IF INV-AVG-COST IS NUMERIC
        MOVE INV-AVG-COST TO WS-PT-CLOSE-AVG (PT-IDX)
    ELSE
        MOVE ZERO TO WS-PT-CLOSE-AVG (PT-IDX)
    END-IF
    MOVE "N" TO WS-PT-OPENED (PT-IDX)
    MOVE "N" TO WS-PT-NEW-PART (PT-IDX)
    MOVE ZERO TO WS-PT-OPEN-QTY (PT-IDX)
    MOVE ZERO TO WS-PT-OPEN-AVG (PT-IDX)
    MOVE ZERO TO WS-PT-RUN-QTY (PT-IDX)
    MOVE ZERO TO WS-PT-RUN-AVG (PT-IDX)
    MOVE ZERO TO WS-PT-MOVES (PT-IDX)
    MOVE ZERO TO WS-PT-RECEIPTS (PT-IDX)
    MOVE ZERO TO WS-PT-ISSUES (PT-IDX)
    MOVE ZERO TO WS-PT-ADJUSTMENTS (PT-IDX)
    MOVE ZERO TO WS-PT-REVALUATION (PT-IDX)
    MOVE SPACES TO WS-PT-BREAK (PT-IDX).

*> 070-load-prior-snapshot - the snapshot file holds every close
*> ever frozen, oldest first; the opening position is the latest
*> one. A close already frozen for this fiscal period, or through
*> this date, is refused so the period cannot post twice.
070-LOAD-PRIOR-SNAPSHOT.
    OPEN INPUT VALUATION-SNAPSHOT
    IF WS-SNAP-FILE-STATUS NOT = "00"
        MOVE "N" TO MORE-RECORDS
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ VALUATION-SNAPSHOT
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                PERFORM 075-LOAD-ONE-SNAPSHOT
        END-READ
    END-PERFORM
    IF WS-SNAP-FILE-STATUS = "00" OR WS-SNAP-FILE-STATUS = "10"
        CLOSE VALUATION-SNAPSHOT
    END-IF
    MOVE "Y" TO MORE-RECORDS

    IF WS-PERIOD-CLOSED = "Y"
        DISPLAY "WATERSTA80: INVENTORY IS ALREADY CLOSED FOR FISCAL "
            "PERIOD " WS-FISCAL-YEAR "/" WS-FISCAL-PERIOD
            " - RUN REFUSED."
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF
    IF WS-PRIOR-CLOSE-DATE NOT < WS-CLOSE-DATE
        DISPLAY "WATERSTA80: INVENTORY IS ALREADY CLOSED THROUGH "
            WS-PRIOR-CLOSE-DATE " - RUN REFUSED."
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF.

*> 075-load-one-snapshot - a later close date starts the opening
*> position over, so only the latest frozen close survives. A
*> part on the snapshot the master no longer carries still holds
*> stock nobody can account for, and is a break.
075-LOAD-ONE-SNAPSHOT.
    IF IVS-FISCAL-YEAR = WS-FISCAL-YEAR
            AND IVS-FISCAL-PERIOD = WS-FISCAL-PERIOD
        MOVE "Y" TO WS-PERIOD-CLOSED
    END-IF
    IF IVS-CLOSE-DATE NOT = WS-PRIOR-CLOSE-DATE
        MOVE IVS-CLOSE-DATE TO WS-PRIOR-CLOSE-DATE
        MOVE ZERO TO WS-ORPHAN-RECORDS
        PERFORM VARYING PT-IDX FROM 1 BY 1
                UNTIL PT-IDX > WS-PART-COUNT
            MOVE "N" TO WS-PT-OPENED (PT-IDX)
            MOVE ZERO TO WS-PT-OPEN-QTY (PT-IDX)
            MOVE ZERO TO WS-PT-OPEN-AVG (PT-IDX)
        END-PERFORM
    END-IF
    SEARCH ALL WS-PT-ENTRY
        AT END
            IF IVS-QTY-ON-HAND > ZERO
                MOVE IVS-PART-NO TO WS-O-PART-NO
                MOVE IVS-CLOSE-DATE TO WS-O-TRAN-DATE
                ADD 1 TO WS-ORPHAN-RECORDS
            END-IF
        WHEN WS-PT-PART-NO (PT-IDX) = IVS-PART-NO
            MOVE "Y" TO WS-PT-OPENED (PT-IDX)
            MOVE IVS-QTY-ON-HAND TO WS-PT-OPEN-QTY (PT-IDX)
            MOVE IVS-AVG-COST TO WS-PT-OPEN-AVG (PT-IDX)
    END-SEARCH.

*> 200-walk-history - every movement after the last close through
*> this close date, in the order it posted, carried against its
*> part's running book.
200-WALK-HISTORY.
    PERFORM VARYING PT-IDX FROM 1 BY 1
            UNTIL PT-IDX > WS-PART-COUNT
        MOVE WS-PT-OPEN-QTY (PT-IDX) TO WS-PT-RUN-QTY (PT-IDX)
        MOVE WS-PT-OPEN-AVG (PT-IDX) TO WS-PT-RUN-AVG (PT-IDX)
        IF WS-PT-OPENED (PT-IDX) = "Y"
            COMPUTE WS-OPEN-VALUE = WS-PT-OPEN-QTY (PT-IDX)
                * WS-PT-OPEN-AVG (PT-IDX)
            ADD WS-OPEN-VALUE TO WS-TOT-OPENING
        END-IF
    END-PERFORM

    OPEN INPUT TRANSACTION-HISTORY
    IF WS-HIST-FILE-STATUS NOT = "00"
        MOVE "N" TO MORE-RECORDS
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ TRANSACTION-HISTORY
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF IVH-TRAN-DATE > WS-PRIOR-CLOSE-DATE
                        AND IVH-TRAN-DATE NOT > WS-CLOSE-DATE
                        AND IVH-CODE NOT = "T"
                    PERFORM 210-APPLY-MOVEMENT
                END-IF
        END-READ
    END-PERFORM
    IF WS-HIST-FILE-STATUS = "00" OR WS-HIST-FILE-STATUS = "10"
        CLOSE TRANSACTION-HISTORY
    END-IF
    MOVE "Y" TO MORE-RECORDS.

*> 210-apply-movement - finds the part and checks the movement
*> carries its book fields before valuing it.
210-APPLY-MOVEMENT.
    MOVE "N" TO WS-PART-FOUND
    SEARCH ALL WS-PT-ENTRY
        AT END
            CONTINUE
        WHEN WS-PT-PART-NO (PT-IDX) = IVH-PART-NO
            MOVE "Y" TO WS-PART-FOUND
    END-SEARCH
    IF WS-PART-FOUND = "N"
        ADD 1 TO WS-ORPHAN-RECORDS
        MOVE IVH-PART-NO TO WS-O-PART-NO
        MOVE IVH-TRAN-DATE TO WS-O-TRAN-DATE
        WRITE RPT-LINE FROM WS-ORPHAN-LINE
        EXIT PARAGRAPH
    END-IF

    IF IVH-QTY-CHANGE IS NOT NUMERIC
            OR IVH-QTY-ON-HAND IS NOT NUMERIC
            OR IVH-PRIOR-AVG-COST IS NOT NUMERIC
            OR IVH-AVG-COST IS NOT NUMERIC
        MOVE "HISTORY LACKS BOOK FIELDS" TO WS-PT-BREAK (PT-IDX)
        EXIT PARAGRAPH
    END-IF
    IF IVH-CODE NOT = "R" AND IVH-CODE NOT = "I"
            AND IVH-CODE NOT = "A" AND IVH-CODE NOT = "V"
        MOVE "UNKNOWN MOVEMENT CODE" TO WS-PT-BREAK (PT-IDX)
        EXIT PARAGRAPH
    END-IF
    PERFORM 220-VALUE-MOVEMENT.

*> 220-value-movement - a part new since the last close opens at
*> the book its first movement found. Each movement must start
*> from the book the last one left, or something moved the part
*> outside the history. A receipt is valued at the cost it
*> carried (at the average when it carried none), an issue, a
*> return to vendor, or an adjustment at the average in effect;
*> the part's line shows returns with its issues, both being
*> stock gone out at the average. Whatever else the
*> movement did to the book value is the revaluation a costed
*> receipt makes when it re-weights the average.
220-VALUE-MOVEMENT.
    IF WS-PT-OPENED (PT-IDX) = "N"
        MOVE "Y" TO WS-PT-OPENED (PT-IDX)
        MOVE "Y" TO WS-PT-NEW-PART (PT-IDX)
        COMPUTE WS-PT-OPEN-QTY (PT-IDX) =
            IVH-QTY-ON-HAND - IVH-QTY-CHANGE
        MOVE IVH-PRIOR-AVG-COST TO WS-PT-OPEN-AVG (PT-IDX)
        MOVE WS-PT-OPEN-QTY (PT-IDX) TO WS-PT-RUN-QTY (PT-IDX)
        MOVE WS-PT-OPEN-AVG (PT-IDX) TO WS-PT-RUN-AVG (PT-IDX)
    END-IF
    IF WS-PT-RUN-QTY (PT-IDX) NOT = IVH-QTY-ON-HAND - IVH-QTY-CHANGE
            OR WS-PT-RUN-AVG (PT-IDX) NOT = IVH-PRIOR-AVG-COST
        MOVE "HISTORY BREAKS FROM BOOK" TO WS-PT-BREAK (PT-IDX)
    END-IF

    IF IVH-CODE = "R"
        IF IVH-UNIT-COST > ZERO
            COMPUTE WS-ACT-VALUE = IVH-QUANTITY * IVH-UNIT-COST
        ELSE
            COMPUTE WS-ACT-VALUE =
                IVH-QUANTITY * IVH-PRIOR-AVG-COST
        END-IF
        ADD WS-ACT-VALUE TO WS-PT-RECEIPTS (PT-IDX)
        ADD WS-ACT-VALUE TO WS-TOT-RECEIPTS
    END-IF
    IF IVH-CODE = "I"
        COMPUTE WS-ACT-VALUE = IVH-QTY-CHANGE * IVH-PRIOR-AVG-COST
        SUBTRACT WS-ACT-VALUE FROM WS-PT-ISSUES (PT-IDX)
        SUBTRACT WS-ACT-VALUE FROM WS-TOT-ISSUES
    END-IF
    IF IVH-CODE = "V"
        COMPUTE WS-ACT-VALUE = IVH-QTY-CHANGE * IVH-PRIOR-AVG-COST
        SUBTRACT WS-ACT-VALUE FROM WS-PT-ISSUES (PT-IDX)
        SUBTRACT WS-ACT-VALUE FROM WS-TOT-RETURNS
    END-IF
    IF IVH-CODE = "A"
        COMPUTE WS-ACT-VALUE = IVH-QTY-CHANGE * IVH-PRIOR-AVG-COST
        ADD WS-ACT-VALUE TO WS-PT-ADJUSTMENTS (PT-IDX)
        IF WS-ACT-VALUE > ZERO
            ADD WS-ACT-VALUE TO WS-TOT-ADJ-GAINS
        ELSE
            SUBTRACT WS-ACT-VALUE FROM WS-TOT-ADJ-LOSSES
        END-IF
    END-IF

    COMPUTE WS-REVAL-VALUE =
        (IVH-QTY-ON-HAND * IVH-AVG-COST)
        - (WS-PT-RUN-QTY (PT-IDX) * WS-PT-RUN-AVG (PT-IDX))
        - WS-ACT-VALUE
    ADD WS-REVAL-VALUE TO WS-PT-REVALUATION (PT-IDX)
    IF WS-REVAL-VALUE > ZERO
        ADD WS-REVAL-VALUE TO WS-TOT-REVAL-GAINS
    ELSE
        SUBTRACT WS-REVAL-VALUE FROM WS-TOT-REVAL-LOSSES
    END-IF

    MOVE IVH-QTY-ON-HAND TO WS-PT-RUN-QTY (PT-IDX)
    MOVE IVH-AVG-COST TO WS-PT-RUN-AVG (PT-IDX)
    ADD 1 TO WS-PT-MOVES (PT-IDX)
    ADD 1 TO WS-HISTORY-APPLIED.

*> 300-prove-part - a part with no snapshot and no movement is new
*> this period and opens where the master has it. Otherwise the
*> book the history walk arrived at must be the master's closing
*> quantity and cost exactly. A part with activity, a new part,
*> or a part that fails to prove gets a line on the report.
300-PROVE-PART.
    IF WS-PT-OPENED (PT-IDX) = "N"
        MOVE "Y" TO WS-PT-NEW-PART (PT-IDX)
        MOVE WS-PT-CLOSE-QTY (PT-IDX) TO WS-PT-OPEN-QTY (PT-IDX)
        MOVE WS-PT-CLOSE-AVG (PT-IDX) TO WS-PT-OPEN-AVG (PT-IDX)
        MOVE WS-PT-CLOSE-QTY (PT-IDX) TO WS-PT-RUN-QTY (PT-IDX)
        MOVE WS-PT-CLOSE-AVG (PT-IDX) TO WS-PT-RUN-AVG (PT-IDX)
    END-IF
    IF WS-PT-BREAK (PT-IDX) = SPACES
        IF WS-PT-RUN-QTY (PT-IDX) NOT = WS-PT-CLOSE-QTY (PT-IDX)
                OR WS-PT-RUN-AVG (PT-IDX)
                    NOT = WS-PT-CLOSE-AVG (PT-IDX)
            MOVE "MASTER NOT = HISTORY" TO WS-PT-BREAK (PT-IDX)
        END-IF
    END-IF

    COMPUTE WS-OPEN-VALUE =
        WS-PT-OPEN-QTY (PT-IDX) * WS-PT-OPEN-AVG (PT-IDX)
    COMPUTE WS-CLOSE-VALUE =
        WS-PT-CLOSE-QTY (PT-IDX) * WS-PT-CLOSE-AVG (PT-IDX)
    ADD WS-CLOSE-VALUE TO WS-TOT-CLOSING
    IF WS-PT-NEW-PART (PT-IDX) = "Y"
        ADD 1 TO WS-NEW-PARTS
        ADD WS-OPEN-VALUE TO WS-TOT-NEW-OPENING
    END-IF
    IF WS-PT-MOVES (PT-IDX) > ZERO
        ADD 1 TO WS-ACTIVE-PARTS
    END-IF

    MOVE SPACES TO WS-D-NOTE
    IF WS-PT-BREAK (PT-IDX) NOT = SPACES
        ADD 1 TO WS-BROKEN-PARTS
        MOVE WS-PT-BREAK (PT-IDX) TO WS-D-NOTE
    ELSE
        IF WS-PT-NEW-PART (PT-IDX) = "Y"
            MOVE "NEW PART THIS PERIOD" TO WS-D-NOTE
        END-IF
    END-IF
    IF WS-PT-MOVES (PT-IDX) > ZERO OR WS-D-NOTE NOT = SPACES
        MOVE WS-PT-PART-NO (PT-IDX) TO WS-D-PART-NO
        MOVE WS-PT-DESC (PT-IDX) TO WS-D-DESC
        MOVE WS-OPEN-VALUE TO WS-D-OPENING
        MOVE WS-PT-RECEIPTS (PT-IDX) TO WS-D-RECEIPTS
        MOVE WS-PT-ISSUES (PT-IDX) TO WS-D-ISSUES
        MOVE WS-PT-ADJUSTMENTS (PT-IDX) TO WS-D-ADJUSTMENTS
        MOVE WS-PT-REVALUATION (PT-IDX) TO WS-D-REVALUATION
        MOVE WS-CLOSE-VALUE TO WS-D-CLOSING
        WRITE RPT-LINE FROM WS-DETAIL-LINE
    END-IF.

*> 400-write-proof - opening value, new parts' opening value, and
*> the period's activity, against the closing value of the
*> master. The two must agree to the cent, and every part must
*> have proved on its own, for the close to post.
400-WRITE-PROOF.
    COMPUTE WS-PROVED-VALUE =
        WS-TOT-OPENING + WS-TOT-NEW-OPENING + WS-TOT-RECEIPTS
        - WS-TOT-ISSUES - WS-TOT-RETURNS
        + WS-TOT-ADJ-GAINS - WS-TOT-ADJ-LOSSES
        + WS-TOT-REVAL-GAINS - WS-TOT-REVAL-LOSSES

    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE "OPENING VALUE, PRIOR SNAPSHOT" TO WS-S-LABEL
    MOVE WS-TOT-OPENING TO WS-S-AMOUNT
    WRITE RPT-LINE FROM WS-SUMMARY-LINE
    MOVE "OPENING VALUE, NEW PARTS" TO WS-S-LABEL
    MOVE WS-TOT-NEW-OPENING TO WS-S-AMOUNT
    WRITE RPT-LINE FROM WS-SUMMARY-LINE
    MOVE "RECEIPTS AT COST" TO WS-S-LABEL
    MOVE WS-TOT-RECEIPTS TO WS-S-AMOUNT
    WRITE RPT-LINE FROM WS-SUMMARY-LINE
    MOVE "ISSUES AT MOVING AVERAGE" TO WS-S-LABEL
    COMPUTE WS-S-AMOUNT = ZERO - WS-TOT-ISSUES
    WRITE RPT-LINE FROM WS-SUMMARY-LINE
    MOVE "RETURNS TO VENDOR AT MOVING AVERAGE" TO WS-S-LABEL
    COMPUTE WS-S-AMOUNT = ZERO - WS-TOT-RETURNS
    WRITE RPT-LINE FROM WS-SUMMARY-LINE
    MOVE "COUNT ADJUSTMENT GAINS" TO WS-S-LABEL
    MOVE WS-TOT-ADJ-GAINS TO WS-S-AMOUNT
    WRITE RPT-LINE FROM WS-SUMMARY-LINE
    MOVE "COUNT ADJUSTMENT LOSSES" TO WS-S-LABEL
    COMPUTE WS-S-AMOUNT = ZERO - WS-TOT-ADJ-LOSSES
    WRITE RPT-LINE FROM WS-SUMMARY-LINE
    MOVE "COST REVALUATION, NET" TO WS-S-LABEL
    COMPUTE WS-S-AMOUNT =
        WS-TOT-REVAL-GAINS - WS-TOT-REVAL-LOSSES
    WRITE RPT-LINE FROM WS-SUMMARY-LINE
    MOVE "OPENING PLUS ACTIVITY" TO WS-S-LABEL
    MOVE WS-PROVED-VALUE TO WS-S-AMOUNT
    WRITE RPT-LINE FROM WS-SUMMARY-LINE
    MOVE "CLOSING VALUE, INVENTORY MASTER" TO WS-S-LABEL
    MOVE WS-TOT-CLOSING TO WS-S-AMOUNT
    WRITE RPT-LINE FROM WS-SUMMARY-LINE

    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE "PARTS ON MASTER" TO WS-C-LABEL
    MOVE WS-PART-COUNT TO WS-C-COUNT
    WRITE RPT-LINE FROM WS-COUNT-LINE
    MOVE "PARTS WITH ACTIVITY" TO WS-C-LABEL
    MOVE WS-ACTIVE-PARTS TO WS-C-COUNT
    WRITE RPT-LINE FROM WS-COUNT-LINE
    MOVE "NEW PARTS THIS PERIOD" TO WS-C-LABEL
    MOVE WS-NEW-PARTS TO WS-C-COUNT
    WRITE RPT-LINE FROM WS-COUNT-LINE
    MOVE "MOVEMENTS VALUED" TO WS-C-LABEL
    MOVE WS-HISTORY-APPLIED TO WS-C-COUNT
    WRITE RPT-LINE FROM WS-COUNT-LINE
    MOVE "PARTS THAT DO NOT PROVE" TO WS-C-LABEL
    MOVE WS-BROKEN-PARTS TO WS-C-COUNT
    WRITE RPT-LINE FROM WS-COUNT-LINE
    MOVE "MOVEMENTS OR SNAPSHOTS OFF THE MASTER" TO WS-C-LABEL
    MOVE WS-ORPHAN-RECORDS TO WS-C-COUNT
    WRITE RPT-LINE FROM WS-COUNT-LINE

    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    IF WS-BROKEN-PARTS > ZERO OR WS-ORPHAN-RECORDS > ZERO
            OR WS-PROVED-VALUE NOT = WS-TOT-CLOSING
        MOVE "OUT OF BALANCE - CLOSE REFUSED, NOTHING POSTED"
            TO WS-R-RESULT
    ELSE
        MOVE "IN BALANCE - ENTRIES POSTED AND SNAPSHOT FROZEN"
            TO WS-R-RESULT
    END-IF
    WRITE RPT-LINE FROM WS-RESULT-LINE.

*> 500-write-gl-interface - one balanced pair per kind of
*> movement: inventory against the AP accrual for receipts (and
*> the accrual relieved for returns to vendor), issue expense
*> against inventory for issues, and the variance account
*> against inventory for count gains and losses and for the
*> average-cost revaluation. The entries are appended to the
*> interface file so they go to the ledger with whatever is
*> already waiting there. The entries are first built without
*> writing, adding up every credit entry; those credits must
*> equal the period's movement on the debit side, or nothing is
*> released.
500-WRITE-GL-INTERFACE.
    COMPUTE WS-GL-DEBITS =
        WS-TOT-RECEIPTS + WS-TOT-ISSUES + WS-TOT-RETURNS
        + WS-TOT-ADJ-GAINS
        + WS-TOT-ADJ-LOSSES + WS-TOT-REVAL-GAINS
        + WS-TOT-REVAL-LOSSES
    MOVE ZERO TO WS-GL-CREDITS
    MOVE "N" TO WS-GL-RELEASE
    PERFORM 502-BUILD-GL-ENTRIES
    IF WS-GL-DEBITS NOT = WS-GL-CREDITS
        DISPLAY "WATERSTA80: GL INTERFACE OUT OF BALANCE - "
            "DEBITS " WS-GL-DEBITS " CREDITS " WS-GL-CREDITS
            " - NOTHING RELEASED."
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF

    OPEN EXTEND GL-INTERFACE
    IF WS-GLINT-FILE-STATUS NOT = "00"
        OPEN OUTPUT GL-INTERFACE
    END-IF
    MOVE "Y" TO WS-GL-RELEASE
    PERFORM 502-BUILD-GL-ENTRIES
    CLOSE GL-INTERFACE.

*> 502-build-gl-entries - every pair of the close, written only
*> once the balance check has released them.
502-BUILD-GL-ENTRIES.
    MOVE "INVASSET" TO WS-GL-DEBIT-ELEMENT
    MOVE "APACCRUE" TO WS-GL-CREDIT-ELEMENT
    MOVE WS-TOT-RECEIPTS TO WS-GL-PAIR-AMOUNT
    MOVE "INVENTORY RECEIPTS" TO WS-GL-PAIR-DESC
    PERFORM 505-WRITE-GL-PAIR

    MOVE "ISSUEEXP" TO WS-GL-DEBIT-ELEMENT
    MOVE "INVASSET" TO WS-GL-CREDIT-ELEMENT
    MOVE WS-TOT-ISSUES TO WS-GL-PAIR-AMOUNT
    MOVE "INVENTORY ISSUES" TO WS-GL-PAIR-DESC
    PERFORM 505-WRITE-GL-PAIR

    MOVE "APACCRUE" TO WS-GL-DEBIT-ELEMENT
    MOVE "INVASSET" TO WS-GL-CREDIT-ELEMENT
    MOVE WS-TOT-RETURNS TO WS-GL-PAIR-AMOUNT
    MOVE "RETURNS TO VENDOR" TO WS-GL-PAIR-DESC
    PERFORM 505-WRITE-GL-PAIR

    MOVE "INVASSET" TO WS-GL-DEBIT-ELEMENT
    MOVE "INVVAR" TO WS-GL-CREDIT-ELEMENT
    MOVE WS-TOT-ADJ-GAINS TO WS-GL-PAIR-AMOUNT
    MOVE "COUNT ADJ GAINS" TO WS-GL-PAIR-DESC
    PERFORM 505-WRITE-GL-PAIR

    MOVE "INVVAR" TO WS-GL-DEBIT-ELEMENT
    MOVE "INVASSET" TO WS-GL-CREDIT-ELEMENT
    MOVE WS-TOT-ADJ-LOSSES TO WS-GL-PAIR-AMOUNT
    MOVE "COUNT ADJ LOSSES" TO WS-GL-PAIR-DESC
    PERFORM 505-WRITE-GL-PAIR

    MOVE "INVASSET" TO WS-GL-DEBIT-ELEMENT
    MOVE "INVVAR" TO WS-GL-CREDIT-ELEMENT
    MOVE WS-TOT-REVAL-GAINS TO WS-GL-PAIR-AMOUNT
    MOVE "COST REVALUATION" TO WS-GL-PAIR-DESC
    PERFORM 505-WRITE-GL-PAIR

    MOVE "INVVAR" TO WS-GL-DEBIT-ELEMENT
    MOVE "INVASSET" TO WS-GL-CREDIT-ELEMENT
    MOVE WS-TOT-REVAL-LOSSES TO WS-GL-PAIR-AMOUNT
    MOVE "COST REVALUATION" TO WS-GL-PAIR-DESC
    PERFORM 505-WRITE-GL-PAIR.

*> 505-write-gl-pair - a debit and its matching credit; a kind of
*> movement the period did not have posts nothing. Before release
*> the credit entry is only added to the credit total.
505-WRITE-GL-PAIR.
    IF WS-GL-PAIR-AMOUNT > ZERO
        IF WS-GL-RELEASE NOT = "Y"
            ADD WS-GL-PAIR-AMOUNT TO WS-GL-CREDITS
            EXIT PARAGRAPH
        END-IF
        MOVE WS-GL-DEBIT-ELEMENT TO WS-GL-ELEMENT
        MOVE "D" TO GL-DEBIT-CREDIT
        MOVE WS-GL-PAIR-AMOUNT TO GL-AMOUNT
        MOVE WS-GL-PAIR-DESC TO GL-DESCRIPTION
        PERFORM 510-WRITE-GL-RECORD
        MOVE WS-GL-CREDIT-ELEMENT TO WS-GL-ELEMENT
        MOVE "C" TO GL-DEBIT-CREDIT
        MOVE WS-GL-PAIR-AMOUNT TO GL-AMOUNT
        MOVE WS-GL-PAIR-DESC TO GL-DESCRIPTION
        PERFORM 510-WRITE-GL-RECORD
    END-IF.

510-WRITE-GL-RECORD.
    PERFORM 054-FIND-GL-ACCOUNT
    MOVE WS-FISCAL-YEAR TO GL-FISCAL-YEAR
    MOVE WS-FISCAL-PERIOD TO GL-FISCAL-PERIOD
    MOVE WS-GL-ACCOUNT-FOUND TO GL-ACCOUNT
    WRITE OUT-GL-REC.

*> 600-write-snapshot - this close's valuation of every part on
*> the master, appended under the close date and fiscal period
*> for the next close to open from.
600-WRITE-SNAPSHOT.
    OPEN EXTEND VALUATION-SNAPSHOT
    IF WS-SNAP-FILE-STATUS NOT = "00"
        OPEN OUTPUT VALUATION-SNAPSHOT
    END-IF
    PERFORM VARYING PT-IDX FROM 1 BY 1
            UNTIL PT-IDX > WS-PART-COUNT
        MOVE WS-CLOSE-DATE TO IVS-CLOSE-DATE
        MOVE WS-FISCAL-YEAR TO IVS-FISCAL-YEAR
        MOVE WS-FISCAL-PERIOD TO IVS-FISCAL-PERIOD
        MOVE WS-PT-PART-NO (PT-IDX) TO IVS-PART-NO
        MOVE WS-PT-CLOSE-QTY (PT-IDX) TO IVS-QTY-ON-HAND
        MOVE WS-PT-CLOSE-AVG (PT-IDX) TO IVS-AVG-COST
        COMPUTE IVS-VALUE =
            WS-PT-CLOSE-QTY (PT-IDX) * WS-PT-CLOSE-AVG (PT-IDX)
        WRITE IVS-REC
    END-PERFORM
    CLOSE VALUATION-SNAPSHOT.

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
    MOVE "WatersTA80" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA80.
