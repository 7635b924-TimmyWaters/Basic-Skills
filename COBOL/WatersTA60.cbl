*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: This program closes the loop on the positive-pay file
*> the WatersTA1 check run sends the bank: the bank's paid-items
*> file comes back in and each cleared check is matched to the
*> check master by check number and amount. A matched check is
*> marked cleared. An amount that differs from what was issued, a
*> check paid that was never issued, a voided check the bank paid
*> anyway, and a check presented a second time are all listed as
*> exceptions. Every check still outstanding is then listed aged
*> by its issue date, and one outstanding past the RUNCTL
*> stale-dated threshold also goes on a stale-dated list for
*> follow-up, so unclaimed wages do not sit forgotten on the
*> books.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA60.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PAID-ITEMS-FILE
        ASSIGN TO PAIDITM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAID-FILE-STATUS.

    SELECT CHECK-MASTER
        ASSIGN TO CHKMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CHK-CHECK-NUMBER
        FILE STATUS IS WS-CHKMST-FILE-STATUS.

    SELECT RECON-REPORT
        ASSIGN TO CHKRECON
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT STALE-CHECK-LIST
        ASSIGN TO STALECHK
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
*> The bank's paid-items file: one record per check the bank paid
*> since the last file, with the date and amount it paid.
FD PAID-ITEMS-FILE.
01 PI-REC.
    05 PI-CHECK-NUMBER    PIC 9(8).
    05 PI-PAID-DATE       PIC 9(8).
    05 PI-PAID-AMOUNT     PIC 9(9)V99.

FD CHECK-MASTER.
01 CHK-REC.
    COPY CHKREC.

FD RECON-REPORT.
01 RPT-LINE               PIC X(100).

FD STALE-CHECK-LIST.
01 STALE-LINE             PIC X(100).

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
    05 WS-PAID-FILE-STATUS     PIC XX.
    05 WS-CHKMST-FILE-STATUS   PIC XX.
    05 WS-RUN-CONTROL-FOUND    PIC X(1) VALUE "N".
    05 WS-TODAY-DAYS           PIC 9(7).
    05 WS-ISSUE-DAYS           PIC 9(7).
    05 WS-AGE-DAYS             PIC S9(7).
    05 WS-DIFFERENCE           PIC S9(9)V99.
    05 WS-PAID-COUNT           PIC 9(7) VALUE ZERO.
    05 WS-CLEARED-COUNT        PIC 9(7) VALUE ZERO.
    05 WS-CLEARED-AMOUNT       PIC 9(11)V99 VALUE ZERO.
    05 WS-EXCEPTION-COUNT      PIC 9(7) VALUE ZERO.
    05 WS-OUTSTANDING-COUNT    PIC 9(7) VALUE ZERO.
    05 WS-OUTSTANDING-AMOUNT   PIC 9(11)V99 VALUE ZERO.
    05 WS-STALE-COUNT          PIC 9(7) VALUE ZERO.
    05 WS-STALE-AMOUNT         PIC 9(11)V99 VALUE ZERO.

*> Days outstanding that make a check stale-dated, from the run
*> control record when set there.
01 WS-STALE-DAYS               PIC 9(3) VALUE 180.

01 WS-DATE-WORK.
    05 WS-DW-YEAR    PIC 9(4).
    05 WS-DW-MONTH   PIC 9(2).
    05 WS-DW-DAY     PIC 9(2).

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

*> Outstanding checks by age of issue, the same 30-day bands the
*> WatersTA42 receivables aging uses.
01 WS-AGING-BUCKETS.
    05 WS-AGE-CURRENT          PIC 9(11)V99 VALUE ZERO.
    05 WS-AGE-30               PIC 9(11)V99 VALUE ZERO.
    05 WS-AGE-60               PIC 9(11)V99 VALUE ZERO.
    05 WS-AGE-90               PIC 9(11)V99 VALUE ZERO.

01 WS-TITLE-LINE.
    05 FILLER              PIC X(40) VALUE
        "PAYROLL CHECK BANK RECONCILIATION".
    05 FILLER              PIC X(10) VALUE "RUN DATE: ".
    05 WS-TL-RUN-DATE      PIC 9(8).

01 WS-SECTION-LINE.
    05 WS-SEC-TEXT         PIC X(60).

01 WS-EXCEPTION-HEADING.
    05 FILLER   PIC X(10) VALUE "CHECK NO".
    05 FILLER   PIC X(10) VALUE "PAID DATE".
    05 FILLER   PIC X(14) VALUE "   PAID AMOUNT".
    05 FILLER   PIC X(14) VALUE " ISSUED AMOUNT".
    05 FILLER   PIC X(14) VALUE "    DIFFERENCE".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(30) VALUE "EXCEPTION".

01 WS-EXCEPTION-LINE.
    05 WS-EX-CHECK-NUMBER  PIC 9(8).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-EX-PAID-DATE     PIC 9(8).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-EX-PAID-AMOUNT   PIC Z(9)9.99.
    05 FILLER              PIC X(1)  VALUE SPACES.
    05 WS-EX-ISSUED-AMOUNT PIC Z(9)9.99.
    05 FILLER              PIC X(1)  VALUE SPACES.
    05 WS-EX-DIFFERENCE    PIC Z(9)9.99-.
    05 FILLER              PIC X(1)  VALUE SPACES.
    05 WS-EX-TEXT          PIC X(30).

01 WS-OUTSTANDING-HEADING.
    05 FILLER   PIC X(10) VALUE "CHECK NO".
    05 FILLER   PIC X(11) VALUE "EMP ID".
    05 FILLER   PIC X(27) VALUE "PAYEE".
    05 FILLER   PIC X(10) VALUE "ISSUED".
    05 FILLER   PIC X(14) VALUE "        AMOUNT".
    05 FILLER   PIC X(10) VALUE "  DAYS OUT".

01 WS-OUTSTANDING-LINE.
    05 WS-OL-CHECK-NUMBER  PIC 9(8).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-OL-EMPLOYEE-ID   PIC X(9).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-OL-PAYEE         PIC X(25).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-OL-ISSUE-DATE    PIC 9(8).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-OL-AMOUNT        PIC Z(9)9.99.
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-OL-DAYS          PIC ZZZZZZ9.

01 WS-BUCKET-LINE.
    05 WS-BL-LABEL         PIC X(30).
    05 WS-BL-AMOUNT        PIC Z(11)9.99.

01 WS-STALE-TITLE-LINE.
    05 FILLER              PIC X(34) VALUE
        "STALE-DATED PAYROLL CHECKS - OVER ".
    05 WS-ST-DAYS          PIC ZZ9.
    05 FILLER              PIC X(16) VALUE " DAYS  RUN DATE ".
    05 WS-ST-RUN-DATE      PIC 9(8).

01 WS-TOTAL-LINE.
    05 WS-TOT-LABEL        PIC X(30).
    05 WS-TOT-COUNT        PIC ZZZZZZ9.
    05 FILLER              PIC X(3)  VALUE SPACES.
    05 WS-TOT-AMOUNT       PIC Z(11)9.99.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 050-READ-RUN-CONTROL

    MOVE WS-RUN-DATE (1:8) TO WS-DATE-WORK
    COMPUTE WS-TODAY-DAYS =
        WS-DW-YEAR * 360 + WS-DW-MONTH * 30 + WS-DW-DAY

    OPEN I-O CHECK-MASTER
    IF WS-CHKMST-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA60: UNABLE TO OPEN CHECK-MASTER, "
            "FILE STATUS " WS-CHKMST-FILE-STATUS
        STOP RUN
    END-IF

    OPEN INPUT PAID-ITEMS-FILE
    IF WS-PAID-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA60: UNABLE TO OPEN THE PAID-ITEMS FILE, "
            "FILE STATUS " WS-PAID-FILE-STATUS
        STOP RUN
    END-IF

    OPEN OUTPUT RECON-REPORT
                STALE-CHECK-LIST

    MOVE WS-RUN-DATE (1:8) TO WS-TL-RUN-DATE
    WRITE RPT-LINE FROM WS-TITLE-LINE
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE "PAID-ITEM EXCEPTIONS" TO WS-SEC-TEXT
    WRITE RPT-LINE FROM WS-SECTION-LINE
    WRITE RPT-LINE FROM WS-EXCEPTION-HEADING

    PERFORM UNTIL MORE-RECORDS = "N"
        READ PAID-ITEMS-FILE
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                PERFORM 200-MATCH-PAID-ITEM
        END-READ
    END-PERFORM
    CLOSE PAID-ITEMS-FILE

    MOVE WS-STALE-DAYS TO WS-ST-DAYS
    MOVE WS-RUN-DATE (1:8) TO WS-ST-RUN-DATE
    WRITE STALE-LINE FROM WS-STALE-TITLE-LINE
    MOVE SPACES TO STALE-LINE
    WRITE STALE-LINE
    WRITE STALE-LINE FROM WS-OUTSTANDING-HEADING

    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE "OUTSTANDING CHECKS AGED BY ISSUE DATE" TO WS-SEC-TEXT
    WRITE RPT-LINE FROM WS-SECTION-LINE
    WRITE RPT-LINE FROM WS-OUTSTANDING-HEADING
    PERFORM 300-LIST-OUTSTANDING

    PERFORM 400-WRITE-TOTALS

    CLOSE CHECK-MASTER
          RECON-REPORT
          STALE-CHECK-LIST
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 050-read-run-control - the run date the outstanding checks are
*> aged to, and the stale-dated threshold; the system date and
*> the standing 180 days stand in when the file or field is
*> absent.
050-READ-RUN-CONTROL.
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
        IF RUNCTL-STALE-CHECK-DAYS IS NUMERIC
                AND RUNCTL-STALE-CHECK-DAYS > ZERO
            MOVE RUNCTL-STALE-CHECK-DAYS TO WS-STALE-DAYS
        END-IF
    END-IF.

*> 200-match-paid-item - a paid item the master carries as
*> outstanding is marked cleared, with the bank's paid date, even
*> when the amount differs - the bank has paid it either way - but
*> a differing amount is listed for follow-up. A check number
*> never issued, a voided check, or one already cleared is an
*> exception and the master is left as it is.
200-MATCH-PAID-ITEM.
    ADD 1 TO WS-PAID-COUNT
    MOVE PI-CHECK-NUMBER TO WS-EX-CHECK-NUMBER
    MOVE PI-PAID-DATE TO WS-EX-PAID-DATE
    MOVE PI-PAID-AMOUNT TO WS-EX-PAID-AMOUNT

    MOVE PI-CHECK-NUMBER TO CHK-CHECK-NUMBER
    READ CHECK-MASTER
        INVALID KEY
            MOVE ZERO TO WS-EX-ISSUED-AMOUNT
            MOVE PI-PAID-AMOUNT TO WS-EX-DIFFERENCE
            MOVE "PAID - NEVER ISSUED" TO WS-EX-TEXT
            PERFORM 290-WRITE-EXCEPTION
            EXIT PARAGRAPH
    END-READ

    MOVE CHK-AMOUNT TO WS-EX-ISSUED-AMOUNT
    COMPUTE WS-DIFFERENCE = PI-PAID-AMOUNT - CHK-AMOUNT
    MOVE WS-DIFFERENCE TO WS-EX-DIFFERENCE

    IF CHK-STATUS = "V"
        MOVE "VOIDED CHECK PAID" TO WS-EX-TEXT
        PERFORM 290-WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    IF CHK-STATUS = "C"
        MOVE "ALREADY CLEARED - PAID TWICE" TO WS-EX-TEXT
        PERFORM 290-WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF

    MOVE "C" TO CHK-STATUS
    MOVE PI-PAID-DATE TO CHK-STATUS-DATE
    REWRITE CHK-REC
    ADD 1 TO WS-CLEARED-COUNT
    ADD PI-PAID-AMOUNT TO WS-CLEARED-AMOUNT

    IF WS-DIFFERENCE NOT = ZERO
        MOVE "AMOUNT MISMATCH - CLEARED" TO WS-EX-TEXT
        PERFORM 290-WRITE-EXCEPTION
    END-IF.

290-WRITE-EXCEPTION.
    ADD 1 TO WS-EXCEPTION-COUNT
    WRITE RPT-LINE FROM WS-EXCEPTION-LINE.

*> 300-list-outstanding - every check still outstanding after the
*> paid items are posted, in check-number order, with its days
*> since issue rolled into the aging bands. Past the stale-dated
*> threshold it also goes on the stale list.
300-LIST-OUTSTANDING.
    MOVE ZERO TO CHK-CHECK-NUMBER
    MOVE "Y" TO MORE-RECORDS
    START CHECK-MASTER KEY NOT < CHK-CHECK-NUMBER
        INVALID KEY
            MOVE "N" TO MORE-RECORDS
    END-START
    PERFORM UNTIL MORE-RECORDS = "N"
        READ CHECK-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF CHK-STATUS = "O"
                    PERFORM 310-LIST-ONE-OUTSTANDING
                END-IF
        END-READ
    END-PERFORM.

310-LIST-ONE-OUTSTANDING.
    MOVE CHK-ISSUE-DATE TO WS-DATE-WORK
    COMPUTE WS-ISSUE-DAYS =
        WS-DW-YEAR * 360 + WS-DW-MONTH * 30 + WS-DW-DAY
    COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-ISSUE-DAYS
    IF WS-AGE-DAYS < ZERO
        MOVE ZERO TO WS-AGE-DAYS
    END-IF

    ADD 1 TO WS-OUTSTANDING-COUNT
    ADD CHK-AMOUNT TO WS-OUTSTANDING-AMOUNT
    IF WS-AGE-DAYS <= 30
        ADD CHK-AMOUNT TO WS-AGE-CURRENT
    ELSE
        IF WS-AGE-DAYS <= 60
            ADD CHK-AMOUNT TO WS-AGE-30
        ELSE
            IF WS-AGE-DAYS <= 90
                ADD CHK-AMOUNT TO WS-AGE-60
            ELSE
                ADD CHK-AMOUNT TO WS-AGE-90
            END-IF
        END-IF
    END-IF

    MOVE CHK-CHECK-NUMBER TO WS-OL-CHECK-NUMBER
    MOVE CHK-EMPLOYEE-ID TO WS-OL-EMPLOYEE-ID
    MOVE CHK-PAYEE TO WS-OL-PAYEE
    MOVE CHK-ISSUE-DATE TO WS-OL-ISSUE-DATE
    MOVE CHK-AMOUNT TO WS-OL-AMOUNT
    MOVE WS-AGE-DAYS TO WS-OL-DAYS
    WRITE RPT-LINE FROM WS-OUTSTANDING-LINE

    IF WS-AGE-DAYS > WS-STALE-DAYS
        ADD 1 TO WS-STALE-COUNT
        ADD CHK-AMOUNT TO WS-STALE-AMOUNT
        WRITE STALE-LINE FROM WS-OUTSTANDING-LINE
    END-IF.

*> 400-write-totals - the run's matching counts, the aging bands,
*> and the stale list's own total.
400-WRITE-TOTALS.
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE "0-30 DAYS" TO WS-BL-LABEL
    MOVE WS-AGE-CURRENT TO WS-BL-AMOUNT
    WRITE RPT-LINE FROM WS-BUCKET-LINE
    MOVE "31-60 DAYS" TO WS-BL-LABEL
    MOVE WS-AGE-30 TO WS-BL-AMOUNT
    WRITE RPT-LINE FROM WS-BUCKET-LINE
    MOVE "61-90 DAYS" TO WS-BL-LABEL
    MOVE WS-AGE-60 TO WS-BL-AMOUNT
    WRITE RPT-LINE FROM WS-BUCKET-LINE
    MOVE "OVER 90 DAYS" TO WS-BL-LABEL
    MOVE WS-AGE-90 TO WS-BL-AMOUNT
    WRITE RPT-LINE FROM WS-BUCKET-LINE

    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE "PAID ITEMS READ" TO WS-TOT-LABEL
    MOVE WS-PAID-COUNT TO WS-TOT-COUNT
    MOVE ZERO TO WS-TOT-AMOUNT
    WRITE RPT-LINE FROM WS-TOTAL-LINE
    MOVE "CHECKS CLEARED" TO WS-TOT-LABEL
    MOVE WS-CLEARED-COUNT TO WS-TOT-COUNT
    MOVE WS-CLEARED-AMOUNT TO WS-TOT-AMOUNT
    WRITE RPT-LINE FROM WS-TOTAL-LINE
    MOVE "EXCEPTIONS" TO WS-TOT-LABEL
    MOVE WS-EXCEPTION-COUNT TO WS-TOT-COUNT
    MOVE ZERO TO WS-TOT-AMOUNT
    WRITE RPT-LINE FROM WS-TOTAL-LINE
    MOVE "CHECKS OUTSTANDING" TO WS-TOT-LABEL
    MOVE WS-OUTSTANDING-COUNT TO WS-TOT-COUNT
    MOVE WS-OUTSTANDING-AMOUNT TO WS-TOT-AMOUNT
    WRITE RPT-LINE FROM WS-TOTAL-LINE
    MOVE "STALE-DATED CHECKS" TO WS-TOT-LABEL
    MOVE WS-STALE-COUNT TO WS-TOT-COUNT
    MOVE WS-STALE-AMOUNT TO WS-TOT-AMOUNT
    WRITE RPT-LINE FROM WS-TOTAL-LINE

    MOVE SPACES TO STALE-LINE
    WRITE STALE-LINE
    WRITE STALE-LINE FROM WS-TOTAL-LINE.


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
    MOVE "WatersTA60" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA60.
