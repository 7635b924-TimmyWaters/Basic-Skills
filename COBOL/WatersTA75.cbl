*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: This monthly program works the past-due student
*> receivables the WatersTA42 aging run leaves sitting in the
*> 60- and 90-plus-day bands. Each account is aged the same way
*> (payments applied oldest charge first, 30-day-month basis).
*> An account with charges still unpaid past 120 days is placed
*> with the collection agency: it is written to the dated
*> placement file with the student's registration address and
*> balance, listed on the placement register for the bursar's
*> sign-off, and marked placed on the receivables master so no
*> further fees accrue. Any other account with a past-due
*> balance is charged a late fee - the run-control percent of
*> the past-due amount, never less than the run-control minimum -
*> posted as a new open-item charge, unless the student paid
*> something during the month or this month's fee is already on
*> the account. Every fee and every skip is listed on the
*> late-fee register.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA75.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RECEIVABLES-MASTER
        ASSIGN TO ARMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-STUDENT-ID
        FILE STATUS IS WS-AR-FILE-STATUS.

    SELECT RECEIVABLES-DETAIL
        ASSIGN TO ARTRANS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ART-KEY
        FILE STATUS IS WS-ART-FILE-STATUS.

    SELECT REGISTRATION-MASTER
        ASSIGN TO REGMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IN-STUDENT-ID
        FILE STATUS IS WS-REGISTRATION-FILE-STATUS.

    SELECT RUN-CONTROL-FILE
        ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT LATE-FEE-REGISTER
        ASSIGN TO WS-LATEFEE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT PLACEMENT-REGISTER
        ASSIGN TO WS-PLCREG-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT PLACEMENT-FILE
        ASSIGN TO WS-COLLPLC-NAME
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
FD RECEIVABLES-MASTER.
01 AR-REC.
    COPY ARREC.

FD RECEIVABLES-DETAIL.
01 ART-REC.
    COPY ARTRN.

FD REGISTRATION-MASTER.
01 IN-STUDENT-REC.
    COPY STUDREC.

FD RUN-CONTROL-FILE.
01 RUNCTL-REC.
    COPY RUNCTL.

FD LATE-FEE-REGISTER.
01 FEE-LINE                      PIC X(80).

FD PLACEMENT-REGISTER.
01 PLR-LINE                      PIC X(80).

*> One account placed with the collection agency: who owes, where
*> to reach them, the balance owed, how much of it is past 120
*> days, the oldest unpaid charge date, and the placement date.
FD PLACEMENT-FILE.
01 PLC-REC.
    COPY STUDID REPLACING LEADING ==PREFIX== BY ==PLC==.
    COPY STUDADR REPLACING LEADING ==PREFIX== BY ==PLC==.
    05 PLC-BALANCE                PIC 9(7)V99.
    05 PLC-OVER-120               PIC 9(7)V99.
    05 PLC-OLDEST-CHARGE-DATE     PIC 9(8).
    05 PLC-PLACED-DATE            PIC 9(8).

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
    05 MORE-RECORDS              PIC X(1) VALUE "Y".
    05 WS-AR-FILE-STATUS         PIC XX.
    05 WS-ART-FILE-STATUS        PIC XX.
    05 WS-REGISTRATION-FILE-STATUS PIC XX.
    05 WS-OUTCAT-FILE-STATUS     PIC XX.
    05 WS-RUN-CONTROL-FOUND      PIC X(1) VALUE "N".
    05 WS-DETAIL-SCAN-DONE       PIC X(1).
    05 WS-PAID-THIS-MONTH        PIC X(1).
    05 WS-FEE-THIS-MONTH         PIC X(1).
    05 WS-TRAN-WRITTEN           PIC X(1).
    05 WS-TRAN-SEQ               PIC 9(3).
    05 WS-CREDIT-POOL            PIC 9(9)V99.
    05 WS-CHARGE-REMAINING       PIC 9(7)V99.
    05 WS-AGE-DAYS               PIC S9(7).
    05 WS-TODAY-DAYS             PIC 9(7).
    05 WS-CHARGE-DAYS            PIC 9(7).
    05 WS-PAST-DUE               PIC 9(9)V99.
    05 WS-OVER-120               PIC 9(9)V99.
    05 WS-OLDEST-UNPAID          PIC 9(8).
    05 WS-FEE-AMOUNT             PIC 9(7)V99.

*> The fee rule from run control; both zero means no fees.
01 WS-FEE-RULE.
    05 WS-FEE-PERCENT            PIC 9(2)V99 VALUE ZERO.
    05 WS-FEE-MINIMUM            PIC 9(3)V99 VALUE ZERO.

01 WS-RUN-COUNTS.
    05 WS-ACCOUNT-COUNT          PIC 9(5) VALUE ZERO.
    05 WS-FEE-COUNT              PIC 9(5) VALUE ZERO.
    05 WS-PAID-SKIP-COUNT        PIC 9(5) VALUE ZERO.
    05 WS-DUP-SKIP-COUNT         PIC 9(5) VALUE ZERO.
    05 WS-PLACED-COUNT           PIC 9(5) VALUE ZERO.
    05 WS-NOT-PLACED-COUNT       PIC 9(5) VALUE ZERO.
    05 WS-FEE-TOTAL              PIC 9(9)V99 VALUE ZERO.
    05 WS-PLACED-TOTAL           PIC 9(11)V99 VALUE ZERO.

01 WS-DATE-WORK.
    05 WS-DW-YEAR    PIC 9(4).
    05 WS-DW-MONTH   PIC 9(2).
    05 WS-DW-DAY     PIC 9(2).

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

01 WS-DATED-FILE-NAMES.
    05 WS-LATEFEE-NAME           PIC X(21) VALUE "LATEFEE".
    05 WS-PLCREG-NAME            PIC X(21) VALUE "PLCREG".
    05 WS-COLLPLC-NAME           PIC X(21) VALUE "COLLPLC".

*> One account's charges, collected in key (date) order so the
*> payment pool can be applied oldest first, as WatersTA42 does.
01 WS-CHARGE-TABLE.
    05 WS-CHARGE-COUNT           PIC 9(3).
    05 WS-CHG-ENTRY OCCURS 200 TIMES INDEXED BY CHG-IDX.
        10 WS-CHG-DATE          PIC 9(8).
        10 WS-CHG-AMOUNT        PIC 9(7)V99.

01 WS-FEE-HEADING-1.
    05 FILLER             PIC X(31) VALUE
        "LATE-PAYMENT FEE REGISTER - RUN".
    05 FILLER             PIC X(6)  VALUE " DATE ".
    05 WS-FH-RUN-DATE     PIC 9(8).

01 WS-FEE-HEADING-2.
    05 FILLER             PIC X(14) VALUE "FEE RULE:".
    05 WS-FH-PERCENT      PIC Z9.99.
    05 FILLER             PIC X(24) VALUE
        " PERCENT OF PAST DUE,".
    05 FILLER             PIC X(9)  VALUE "MINIMUM ".
    05 WS-FH-MINIMUM      PIC ZZ9.99.

01 WS-FEE-COLUMN-HEADING.
    05 FILLER   PIC X(11) VALUE "STUDENT".
    05 FILLER   PIC X(14) VALUE "      PAST DUE".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(10) VALUE "       FEE".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(30) VALUE "DISPOSITION".

01 WS-FEE-DETAIL-LINE.
    05 WS-FD-STUDENT-ID   PIC X(9).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-FD-PAST-DUE     PIC Z(10)9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-FD-FEE          PIC X(10).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-FD-DISPOSITION  PIC X(30).

01 WS-EDIT-FEE            PIC Z(6)9.99.

01 WS-FEE-TOTAL-LINE.
    05 FILLER             PIC X(16) VALUE "FEES ASSESSED: ".
    05 WS-FT-FEE-COUNT    PIC ZZZZ9.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 FILLER             PIC X(12) VALUE "TOTAL FEES: ".
    05 WS-FT-FEE-TOTAL    PIC Z(8)9.99.

01 WS-FEE-SKIP-LINE.
    05 FILLER             PIC X(26) VALUE
        "SKIPPED - PAID THIS MONTH:".
    05 WS-FS-PAID-COUNT   PIC ZZZZ9.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 FILLER             PIC X(24) VALUE
        "FEE ALREADY THIS MONTH: ".
    05 WS-FS-DUP-COUNT    PIC ZZZZ9.

01 WS-PLR-HEADING-1.
    05 FILLER             PIC X(36) VALUE
        "COLLECTION-AGENCY PLACEMENT REGISTER".
    05 FILLER             PIC X(13) VALUE " - RUN DATE ".
    05 WS-PH-RUN-DATE     PIC 9(8).

01 WS-PLR-COLUMN-HEADING.
    05 FILLER   PIC X(11) VALUE "STUDENT".
    05 FILLER   PIC X(21) VALUE "NAME".
    05 FILLER   PIC X(12) VALUE "     BALANCE".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(12) VALUE "  OVER 120  ".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(10) VALUE "OLDEST".

01 WS-PLR-DETAIL-LINE.
    05 WS-PD-STUDENT-ID   PIC X(9).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-PD-NAME         PIC X(20).
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-PD-BALANCE      PIC Z(8)9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-PD-OVER-120     PIC Z(8)9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-PD-OLDEST       PIC 9(8).
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-PD-NOTE         PIC X(12).

01 WS-PLR-TOTAL-LINE.
    05 FILLER             PIC X(19) VALUE "ACCOUNTS PLACED:   ".
    05 WS-PT-PLACED-COUNT PIC ZZZZ9.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 FILLER             PIC X(15) VALUE "TOTAL PLACED: ".
    05 WS-PT-PLACED-TOTAL PIC Z(10)9.99.

01 WS-PLR-NOT-PLACED-LINE.
    05 FILLER             PIC X(40) VALUE
        "NOT PLACED - NO REGISTRATION RECORD:".
    05 WS-PN-COUNT        PIC ZZZZ9.

01 WS-PLR-SIGNOFF-1               PIC X(80) VALUE
    "REVIEWED AND APPROVED FOR PLACEMENT:".

01 WS-PLR-SIGNOFF-2               PIC X(80) VALUE
    "BURSAR ______________________________   DATE ____________".

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 030-READ-RUN-CONTROL
    PERFORM 040-STAMP-OUTPUT-NAMES

    MOVE WS-RUN-DATE (1:8) TO WS-DATE-WORK
    COMPUTE WS-TODAY-DAYS =
        WS-DW-YEAR * 360 + WS-DW-MONTH * 30 + WS-DW-DAY

    OPEN I-O RECEIVABLES-MASTER
    IF WS-AR-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA75: UNABLE TO OPEN RECEIVABLES-MASTER, "
            "FILE STATUS " WS-AR-FILE-STATUS
        STOP RUN
    END-IF
    OPEN I-O RECEIVABLES-DETAIL
    IF WS-ART-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA75: UNABLE TO OPEN RECEIVABLES-DETAIL, "
            "FILE STATUS " WS-ART-FILE-STATUS
        STOP RUN
    END-IF
    OPEN INPUT REGISTRATION-MASTER
    IF WS-REGISTRATION-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA75: UNABLE TO OPEN REGISTRATION-MASTER, "
            "FILE STATUS " WS-REGISTRATION-FILE-STATUS
        STOP RUN
    END-IF

    OPEN OUTPUT LATE-FEE-REGISTER
                PLACEMENT-REGISTER
                PLACEMENT-FILE
    PERFORM 050-WRITE-HEADINGS

    PERFORM UNTIL MORE-RECORDS = "N"
        READ RECEIVABLES-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF AR-PLACED-FLAG NOT = "P"
                    PERFORM 200-WORK-ACCOUNT
                END-IF
        END-READ
    END-PERFORM

    PERFORM 400-WRITE-TOTALS

    CLOSE RECEIVABLES-MASTER
          RECEIVABLES-DETAIL
          REGISTRATION-MASTER
          LATE-FEE-REGISTER
          PLACEMENT-REGISTER
          PLACEMENT-FILE
    DISPLAY "WATERSTA75: FEES ASSESSED " WS-FEE-COUNT
        ", ACCOUNTS PLACED " WS-PLACED-COUNT
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 030-read-run-control - the as-of date the accounts are aged
*> against, and the fee percent and minimum. A record written
*> before the fee fields existed carries spaces there, which is
*> taken as no fee.
030-READ-RUN-CONTROL.
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
        IF RUNCTL-LATE-FEE-PERCENT IS NUMERIC
            MOVE RUNCTL-LATE-FEE-PERCENT TO WS-FEE-PERCENT
        END-IF
        IF RUNCTL-LATE-FEE-MINIMUM IS NUMERIC
            MOVE RUNCTL-LATE-FEE-MINIMUM TO WS-FEE-MINIMUM
        END-IF
    END-IF.

*> 040-stamp-output-names - the dated registers and placement
*> file, each entered on the output catalog for the retention
*> sweep.
040-STAMP-OUTPUT-NAMES.
    MOVE SPACES TO WS-LATEFEE-NAME
    STRING "LATEFEE." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-LATEFEE-NAME
    MOVE SPACES TO WS-PLCREG-NAME
    STRING "PLCREG." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-PLCREG-NAME
    MOVE SPACES TO WS-COLLPLC-NAME
    STRING "COLLPLC." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-COLLPLC-NAME
    OPEN EXTEND OUTPUT-CATALOG
    IF WS-OUTCAT-FILE-STATUS NOT = "00"
        OPEN OUTPUT OUTPUT-CATALOG
    END-IF
    MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
    MOVE WS-LATEFEE-NAME TO OUTCAT-FILE-NAME
    WRITE OUT-CATALOG-REC
    MOVE WS-PLCREG-NAME TO OUTCAT-FILE-NAME
    WRITE OUT-CATALOG-REC
    MOVE WS-COLLPLC-NAME TO OUTCAT-FILE-NAME
    WRITE OUT-CATALOG-REC
    CLOSE OUTPUT-CATALOG.

050-WRITE-HEADINGS.
    MOVE WS-RUN-DATE (1:8) TO WS-FH-RUN-DATE
    WRITE FEE-LINE FROM WS-FEE-HEADING-1
    MOVE WS-FEE-PERCENT TO WS-FH-PERCENT
    MOVE WS-FEE-MINIMUM TO WS-FH-MINIMUM
    WRITE FEE-LINE FROM WS-FEE-HEADING-2
    MOVE SPACES TO FEE-LINE
    WRITE FEE-LINE
    WRITE FEE-LINE FROM WS-FEE-COLUMN-HEADING

    MOVE WS-RUN-DATE (1:8) TO WS-PH-RUN-DATE
    WRITE PLR-LINE FROM WS-PLR-HEADING-1
    MOVE SPACES TO PLR-LINE
    WRITE PLR-LINE
    WRITE PLR-LINE FROM WS-PLR-COLUMN-HEADING.

*> 200-work-account - ages one account that is not already with
*> the agency. Anything unpaid past 120 days sends the whole
*> account to placement; otherwise a past-due balance draws this
*> month's fee.
200-WORK-ACCOUNT.
    ADD 1 TO WS-ACCOUNT-COUNT
    PERFORM 210-COLLECT-DETAIL
    PERFORM 220-APPLY-CREDIT-POOL

    IF WS-OVER-120 > ZERO
        PERFORM 300-PLACE-ACCOUNT
    ELSE
        IF WS-PAST-DUE > ZERO
            PERFORM 250-ASSESS-LATE-FEE
        END-IF
    END-IF.

*> 210-collect-detail - the account's open items by key prefix,
*> up to the as-of date: charges and earlier late fees into the
*> table in date order, everything else into the credit pool.
*> Along the way it notes a payment dated in the run's month,
*> and a late fee already charged in the run's month.
210-COLLECT-DETAIL.
    MOVE ZERO TO WS-CHARGE-COUNT
    MOVE ZERO TO WS-CREDIT-POOL
    MOVE "N" TO WS-PAID-THIS-MONTH
    MOVE "N" TO WS-FEE-THIS-MONTH
    MOVE "N" TO WS-DETAIL-SCAN-DONE
    MOVE AR-STUDENT-ID TO ART-STUDENT-ID
    MOVE ZERO TO ART-TRAN-DATE
    MOVE ZERO TO ART-SEQUENCE
    START RECEIVABLES-DETAIL KEY NOT < ART-KEY
        INVALID KEY
            MOVE "Y" TO WS-DETAIL-SCAN-DONE
    END-START
    PERFORM UNTIL WS-DETAIL-SCAN-DONE = "Y"
        READ RECEIVABLES-DETAIL NEXT RECORD
            AT END
                MOVE "Y" TO WS-DETAIL-SCAN-DONE
            NOT AT END
                IF ART-STUDENT-ID NOT = AR-STUDENT-ID
                        OR ART-TRAN-DATE > WS-RUN-DATE (1:8)
                    MOVE "Y" TO WS-DETAIL-SCAN-DONE
                ELSE
                    PERFORM 215-TAKE-DETAIL-ITEM
                END-IF
        END-READ
    END-PERFORM.

215-TAKE-DETAIL-ITEM.
    IF ART-TYPE = "C" OR ART-TYPE = "F"
        IF WS-CHARGE-COUNT < 200
            ADD 1 TO WS-CHARGE-COUNT
            MOVE ART-TRAN-DATE TO WS-CHG-DATE (WS-CHARGE-COUNT)
            MOVE ART-AMOUNT TO WS-CHG-AMOUNT (WS-CHARGE-COUNT)
        END-IF
    ELSE
        ADD ART-AMOUNT TO WS-CREDIT-POOL
    END-IF
    IF ART-TRAN-DATE (1:6) = WS-RUN-DATE (1:6)
        IF ART-TYPE = "P"
            MOVE "Y" TO WS-PAID-THIS-MONTH
        END-IF
        IF ART-TYPE = "F"
            MOVE "Y" TO WS-FEE-THIS-MONTH
        END-IF
    END-IF.

*> 220-apply-credit-pool - oldest charge first: the pool pays each
*> charge down, and what a charge has left counts past due at 31
*> days and toward placement past 120 days.
220-APPLY-CREDIT-POOL.
    MOVE ZERO TO WS-PAST-DUE
    MOVE ZERO TO WS-OVER-120
    MOVE ZERO TO WS-OLDEST-UNPAID
    PERFORM VARYING CHG-IDX FROM 1 BY 1
            UNTIL CHG-IDX > WS-CHARGE-COUNT
        MOVE WS-CHG-AMOUNT (CHG-IDX) TO WS-CHARGE-REMAINING
        IF WS-CREDIT-POOL >= WS-CHARGE-REMAINING
            SUBTRACT WS-CHARGE-REMAINING FROM WS-CREDIT-POOL
            MOVE ZERO TO WS-CHARGE-REMAINING
        ELSE
            SUBTRACT WS-CREDIT-POOL FROM WS-CHARGE-REMAINING
            MOVE ZERO TO WS-CREDIT-POOL
        END-IF
        IF WS-CHARGE-REMAINING > ZERO
            PERFORM 230-BAND-CHARGE
        END-IF
    END-PERFORM.

230-BAND-CHARGE.
    IF WS-OLDEST-UNPAID = ZERO
        MOVE WS-CHG-DATE (CHG-IDX) TO WS-OLDEST-UNPAID
    END-IF
    MOVE WS-CHG-DATE (CHG-IDX) TO WS-DATE-WORK
    COMPUTE WS-CHARGE-DAYS =
        WS-DW-YEAR * 360 + WS-DW-MONTH * 30 + WS-DW-DAY
    COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-CHARGE-DAYS
    IF WS-AGE-DAYS > 30
        ADD WS-CHARGE-REMAINING TO WS-PAST-DUE
    END-IF
    IF WS-AGE-DAYS > 120
        ADD WS-CHARGE-REMAINING TO WS-OVER-120
    END-IF.

*> 250-assess-late-fee - the percent of the past-due amount,
*> raised to the minimum, posted as an open-item charge and to
*> the account. A payment this month, or this month's fee
*> already on the account (a rerun), skips the fee.
250-ASSESS-LATE-FEE.
    MOVE AR-STUDENT-ID TO WS-FD-STUDENT-ID
    MOVE WS-PAST-DUE TO WS-FD-PAST-DUE
    MOVE SPACES TO WS-FD-FEE
    IF WS-PAID-THIS-MONTH = "Y"
        MOVE "SKIPPED - PAID THIS MONTH" TO WS-FD-DISPOSITION
        WRITE FEE-LINE FROM WS-FEE-DETAIL-LINE
        ADD 1 TO WS-PAID-SKIP-COUNT
        EXIT PARAGRAPH
    END-IF
    IF WS-FEE-THIS-MONTH = "Y"
        MOVE "SKIPPED - FEE ALREADY CHARGED" TO WS-FD-DISPOSITION
        WRITE FEE-LINE FROM WS-FEE-DETAIL-LINE
        ADD 1 TO WS-DUP-SKIP-COUNT
        EXIT PARAGRAPH
    END-IF

    COMPUTE WS-FEE-AMOUNT ROUNDED =
        WS-PAST-DUE * WS-FEE-PERCENT / 100
    IF WS-FEE-AMOUNT < WS-FEE-MINIMUM
        MOVE WS-FEE-MINIMUM TO WS-FEE-AMOUNT
    END-IF
    IF WS-FEE-AMOUNT = ZERO
        EXIT PARAGRAPH
    END-IF

    MOVE AR-STUDENT-ID TO ART-STUDENT-ID
    MOVE WS-RUN-DATE (1:8) TO ART-TRAN-DATE
    MOVE ZERO TO WS-TRAN-SEQ
    MOVE "N" TO WS-TRAN-WRITTEN
    PERFORM 255-TRY-WRITE-OPEN-ITEM
        UNTIL WS-TRAN-WRITTEN = "Y" OR WS-TRAN-SEQ > 998
    IF WS-TRAN-WRITTEN NOT = "Y"
        MOVE "NOT CHARGED - NO SEQUENCE FREE" TO WS-FD-DISPOSITION
        WRITE FEE-LINE FROM WS-FEE-DETAIL-LINE
        EXIT PARAGRAPH
    END-IF

    ADD WS-FEE-AMOUNT TO AR-BALANCE
    ADD WS-FEE-AMOUNT TO AR-TOTAL-CHARGES
    MOVE WS-RUN-DATE (1:8) TO AR-LAST-ACTIVITY-DATE
    REWRITE AR-REC

    MOVE WS-FEE-AMOUNT TO WS-EDIT-FEE
    MOVE WS-EDIT-FEE TO WS-FD-FEE
    MOVE "LATE FEE CHARGED" TO WS-FD-DISPOSITION
    WRITE FEE-LINE FROM WS-FEE-DETAIL-LINE
    ADD 1 TO WS-FEE-COUNT
    ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL.

255-TRY-WRITE-OPEN-ITEM.
    ADD 1 TO WS-TRAN-SEQ
    MOVE WS-TRAN-SEQ TO ART-SEQUENCE
    MOVE "F" TO ART-TYPE
    MOVE WS-FEE-AMOUNT TO ART-AMOUNT
    MOVE ZERO TO ART-TERM
    MOVE SPACES TO ART-COURSE-NO
    MOVE "LATE PAYMENT FEE" TO ART-DESCRIPTION
    MOVE "Y" TO WS-TRAN-WRITTEN
    WRITE ART-REC
        INVALID KEY
            MOVE "N" TO WS-TRAN-WRITTEN
    END-WRITE.

*> 300-place-account - the student's registration address and the
*> balance go to the agency file and the register, and the
*> account is marked placed. A student with no registration
*> record has no address to send, so the account is listed but
*> not placed.
300-PLACE-ACCOUNT.
    MOVE AR-STUDENT-ID TO WS-PD-STUDENT-ID
    MOVE AR-BALANCE TO WS-PD-BALANCE
    MOVE WS-OVER-120 TO WS-PD-OVER-120
    MOVE WS-OLDEST-UNPAID TO WS-PD-OLDEST

    MOVE AR-STUDENT-ID TO IN-STUDENT-ID
    READ REGISTRATION-MASTER
        INVALID KEY
            MOVE "** NOT ON MASTER **" TO WS-PD-NAME
            MOVE "NOT PLACED" TO WS-PD-NOTE
            WRITE PLR-LINE FROM WS-PLR-DETAIL-LINE
            ADD 1 TO WS-NOT-PLACED-COUNT
            EXIT PARAGRAPH
    END-READ

    MOVE SPACES TO WS-PD-NAME
    STRING IN-FIRST-NAME DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           IN-LAST-NAME DELIMITED BY SPACE
           INTO WS-PD-NAME
    MOVE "PLACED" TO WS-PD-NOTE
    WRITE PLR-LINE FROM WS-PLR-DETAIL-LINE

    MOVE IN-STUDENT-ID TO PLC-STUDENT-ID
    MOVE IN-STUDENT-NAME TO PLC-STUDENT-NAME
    MOVE IN-MAILING-ADDRESS TO PLC-MAILING-ADDRESS
    MOVE AR-BALANCE TO PLC-BALANCE
    MOVE WS-OVER-120 TO PLC-OVER-120
    MOVE WS-OLDEST-UNPAID TO PLC-OLDEST-CHARGE-DATE
    MOVE WS-RUN-DATE (1:8) TO PLC-PLACED-DATE
    WRITE PLC-REC

    MOVE "P" TO AR-PLACED-FLAG
    MOVE WS-RUN-DATE (1:8) TO AR-PLACED-DATE
    REWRITE AR-REC
    ADD 1 TO WS-PLACED-COUNT
    ADD AR-BALANCE TO WS-PLACED-TOTAL.

*> 400-write-totals - the fee register's totals and skip counts,
*> and the placement register's totals and the bursar's sign-off
*> block.
400-WRITE-TOTALS.
    MOVE SPACES TO FEE-LINE
    WRITE FEE-LINE
    MOVE WS-FEE-COUNT TO WS-FT-FEE-COUNT
    MOVE WS-FEE-TOTAL TO WS-FT-FEE-TOTAL
    WRITE FEE-LINE FROM WS-FEE-TOTAL-LINE
    MOVE WS-PAID-SKIP-COUNT TO WS-FS-PAID-COUNT
    MOVE WS-DUP-SKIP-COUNT TO WS-FS-DUP-COUNT
    WRITE FEE-LINE FROM WS-FEE-SKIP-LINE

    MOVE SPACES TO PLR-LINE
    WRITE PLR-LINE
    MOVE WS-PLACED-COUNT TO WS-PT-PLACED-COUNT
    MOVE WS-PLACED-TOTAL TO WS-PT-PLACED-TOTAL
    WRITE PLR-LINE FROM WS-PLR-TOTAL-LINE
    MOVE WS-NOT-PLACED-COUNT TO WS-PN-COUNT
    WRITE PLR-LINE FROM WS-PLR-NOT-PLACED-LINE
    MOVE SPACES TO PLR-LINE
    WRITE PLR-LINE
    WRITE PLR-LINE
    WRITE PLR-LINE FROM WS-PLR-SIGNOFF-1
    MOVE SPACES TO PLR-LINE
    WRITE PLR-LINE
    WRITE PLR-LINE FROM WS-PLR-SIGNOFF-2.

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
    MOVE "WatersTA75" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA75.
