*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: This monthly program cuts the student statement of
*> account from the receivables master and its open-item detail.
*> Every account with activity since its last statement, or a
*> balance still open, gets one statement: the previous
*> statement's balance, each charge, payment, adjustment, and
*> tuition credit posted since (with the term and course it
*> traces back to), the new balance, the balance aged
*> current/30/60/90-plus the way the WatersTA42 aging run ages
*> it, the hold message when the account is on hold, and a
*> tear-off remittance stub carrying the student ID and the
*> amount due. The statements are addressed from the
*> registration master and printed in ZIP-code order with a
*> presort tray summary, the way WatersTA7 presorts its letters.
*> A student on the do-not-mail suppression master gets the same
*> figures on the e-delivery extract instead of a paper
*> statement. The account is stamped with the statement date
*> and closing balance, which become the next statement's
*> opening figures.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA74.

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

    SELECT SUPPRESSION-MASTER
        ASSIGN TO SUPRMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SUP-STUDENT-ID
        FILE STATUS IS WS-SUPPRESS-FILE-STATUS.

    SELECT RUN-CONTROL-FILE
        ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT STATEMENT-PRINT
        ASSIGN TO WS-ARSTMT-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT EDELIVERY-EXTRACT
        ASSIGN TO WS-STMTEML-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OUTPUT-CATALOG
        ASSIGN TO OUTCAT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUTCAT-FILE-STATUS.

    SELECT SORT-WORK-FILE
        ASSIGN TO SORTWK1.

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

FD SUPPRESSION-MASTER.
01 SUP-REC.
    05 SUP-STUDENT-ID    PIC X(9).
    05 SUP-REASON-CODE   PIC X(1).
    05 SUP-DATE-LOGGED   PIC 9(8).

FD RUN-CONTROL-FILE.
01 RUNCTL-REC.
    COPY RUNCTL.

FD STATEMENT-PRINT.
01 STMT-LINE                     PIC X(80).

FD EDELIVERY-EXTRACT.
01 EML-LINE                      PIC X(132).

FD OUTPUT-CATALOG.
01 OUT-CATALOG-REC.
    COPY OUTCAT.

*> One account to be stated: how it goes out ("P" printed, "E"
*> e-delivery) and the name and address it goes to, sorted by
*> ZIP for the postal tray.
SD SORT-WORK-FILE.
01 SRT-STATEMENT-REC.
    05 SRT-DELIVERY              PIC X(1).
    COPY STUDID REPLACING LEADING ==PREFIX== BY ==SRT==.
    COPY STUDADR REPLACING LEADING ==PREFIX== BY ==SRT==.

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
    05 WS-SUPPRESS-FILE-STATUS   PIC XX.
    05 WS-OUTCAT-FILE-STATUS     PIC XX.
    05 WS-RUN-CONTROL-FOUND      PIC X(1) VALUE "N".
    05 WS-SUPPRESS-AVAILABLE     PIC X(1) VALUE "N".
    05 WS-STUDENT-SUPPRESSED     PIC X(1).
    05 WS-STUDENT-ON-FILE        PIC X(1).
    05 WS-HAS-ACTIVITY           PIC X(1).
    05 WS-DETAIL-SCAN-DONE       PIC X(1).
    05 WS-PRINTING               PIC X(1).
    05 WS-TRAY-FOUND             PIC X(1).
    05 WS-ZIP-PREFIX             PIC X(3).
    05 WS-STMT-LINE-COUNT        PIC 9(3).
    05 WS-OPENING-DATE           PIC 9(8).
    05 WS-OPENING-BALANCE        PIC S9(7)V99.
    05 WS-PERIOD-CHARGES         PIC 9(7)V99.
    05 WS-PERIOD-CREDITS         PIC 9(7)V99.
    05 WS-NEW-BALANCE            PIC S9(7)V99.
    05 WS-AMOUNT-DUE             PIC 9(7)V99.
    05 WS-CREDIT-POOL            PIC 9(9)V99.
    05 WS-CHARGE-REMAINING       PIC 9(7)V99.
    05 WS-AGE-DAYS               PIC S9(7).
    05 WS-TODAY-DAYS             PIC 9(7).
    05 WS-CHARGE-DAYS            PIC 9(7).
    05 WS-EML-WORK               PIC X(132).

01 WS-RUN-COUNTS.
    05 WS-PRINTED-COUNT          PIC 9(5) VALUE ZERO.
    05 WS-EDELIVERY-COUNT        PIC 9(5) VALUE ZERO.
    05 WS-NO-ADDRESS-COUNT       PIC 9(5) VALUE ZERO.
    05 WS-LATER-STMT-COUNT       PIC 9(5) VALUE ZERO.
    05 WS-TOTAL-DUE              PIC 9(11)V99 VALUE ZERO.

*> Detail lines per statement page before the statement carries
*> over onto a continuation page.
01 WS-STMT-LINES-PER-PAGE        PIC 9(3) VALUE 40.

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
    05 WS-ARSTMT-NAME            PIC X(21) VALUE "ARSTMT".
    05 WS-STMTEML-NAME           PIC X(21) VALUE "STMTEML".

*> The account being stated, as it comes back from the sort.
01 WS-STATEMENT-REC.
    05 STM-DELIVERY              PIC X(1).
    COPY STUDID REPLACING LEADING ==PREFIX== BY ==STM==.
    COPY STUDADR REPLACING LEADING ==PREFIX== BY ==STM==.

*> One account's charges, collected in key (date) order so the
*> payment pool can be applied oldest first, as WatersTA42 does.
01 WS-CHARGE-TABLE.
    05 WS-CHARGE-COUNT           PIC 9(3).
    05 WS-CHG-ENTRY OCCURS 200 TIMES INDEXED BY CHG-IDX.
        10 WS-CHG-DATE          PIC 9(8).
        10 WS-CHG-AMOUNT        PIC 9(7)V99.

01 WS-ACCOUNT-BUCKETS.
    05 WS-AGE-CURRENT            PIC 9(9)V99.
    05 WS-AGE-30                 PIC 9(9)V99.
    05 WS-AGE-60                 PIC 9(9)V99.
    05 WS-AGE-90                 PIC 9(9)V99.

*> Statement counts by three-digit ZIP prefix, for the presort
*> tray summary page.
01 WS-TRAY-TABLE.
    05 WS-TRAY-COUNT             PIC 9(3) VALUE ZERO.
    05 WS-TRAY-ENTRY OCCURS 500 TIMES INDEXED BY TRAY-IDX.
        10 WS-TR-ZIP-PREFIX     PIC X(3).
        10 WS-TR-STMT-COUNT     PIC 9(5).

*> Accounts that could not be mailed because the student is not
*> on the registration master - listed on the summary page and
*> left unstated, so they come up again on the next run.
01 WS-NO-ADDRESS-TABLE.
    05 WS-NA-STUDENT-ID OCCURS 500 TIMES PIC X(9).

01 WS-STMT-TITLE-LINE.
    05 FILLER             PIC X(20) VALUE "STATEMENT OF ACCOUNT".
    05 FILLER             PIC X(24) VALUE SPACES.
    05 FILLER             PIC X(16) VALUE "STATEMENT DATE: ".
    05 WS-TL-MONTH        PIC 99.
    05 FILLER             PIC X(1)  VALUE "/".
    05 WS-TL-DAY          PIC 99.
    05 FILLER             PIC X(1)  VALUE "/".
    05 WS-TL-YEAR         PIC 9999.

01 WS-STMT-ID-LINE.
    05 FILLER             PIC X(44) VALUE SPACES.
    05 FILLER             PIC X(12) VALUE "STUDENT ID: ".
    05 WS-IL-STUDENT-ID   PIC X(9).

01 WS-STMT-NAME-LINE.
    05 WS-SN-FIRST        PIC X(15).
    05 FILLER             PIC X(1) VALUE SPACES.
    05 WS-SN-MIDDLE       PIC X(1).
    05 FILLER             PIC X(1) VALUE SPACES.
    05 WS-SN-LAST         PIC X(15).

01 WS-STMT-CITY-LINE.
    05 WS-SC-CITY         PIC X(15).
    05 FILLER             PIC X(2) VALUE ", ".
    05 WS-SC-STATE        PIC X(2).
    05 FILLER             PIC X(1) VALUE SPACES.
    05 WS-SC-ZIP          PIC X(9).

01 WS-STMT-PREVIOUS-LINE.
    05 FILLER             PIC X(26) VALUE
        "PREVIOUS BALANCE AS OF".
    05 WS-PL-DATE         PIC X(10).
    05 FILLER             PIC X(26) VALUE SPACES.
    05 WS-PL-BALANCE      PIC Z(6)9.99-.

01 WS-STMT-COLUMN-HEADING.
    05 FILLER   PIC X(12) VALUE "DATE".
    05 FILLER   PIC X(21) VALUE "DESCRIPTION".
    05 FILLER   PIC X(8)  VALUE "TERM".
    05 FILLER   PIC X(9)  VALUE "COURSE".
    05 FILLER   PIC X(10) VALUE "   CHARGES".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(10) VALUE "   CREDITS".

01 WS-STMT-DETAIL-LINE.
    05 WS-SD-MONTH        PIC 99.
    05 FILLER             PIC X(1)  VALUE "/".
    05 WS-SD-DAY          PIC 99.
    05 FILLER             PIC X(1)  VALUE "/".
    05 WS-SD-YEAR         PIC 9999.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-SD-DESCRIPTION  PIC X(20).
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-SD-TERM         PIC X(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-SD-COURSE-NO    PIC X(7).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-SD-CHARGE       PIC X(10).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-SD-CREDIT       PIC X(10).

01 WS-EDIT-AMOUNT         PIC Z(6)9.99.

01 WS-STMT-TOTAL-LINE.
    05 WS-ST-LABEL        PIC X(48).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-ST-CHARGES      PIC Z(6)9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-ST-CREDITS      PIC Z(6)9.99.

01 WS-STMT-BALANCE-LINE.
    05 FILLER             PIC X(62) VALUE "NEW BALANCE".
    05 WS-SB-BALANCE      PIC Z(6)9.99-.

01 WS-STMT-AGING-HEADING.
    05 FILLER   PIC X(12) VALUE "     CURRENT".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(12) VALUE "  31-60 DAYS".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(12) VALUE "  61-90 DAYS".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(12) VALUE "     OVER 90".

01 WS-STMT-AGING-LINE.
    05 WS-SA-CURRENT      PIC Z(8)9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-SA-30           PIC Z(8)9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-SA-60           PIC Z(8)9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-SA-90           PIC Z(8)9.99.

01 WS-STMT-HOLD-LINE-1            PIC X(80) VALUE
    "*** YOUR ACCOUNT IS ON HOLD FOR A PAST-DUE BALANCE. ***".

01 WS-STMT-HOLD-LINE-2            PIC X(80) VALUE
    "REGISTRATION AND TRANSCRIPTS ARE BLOCKED UNTIL THE PAST-DUE".

01 WS-STMT-HOLD-LINE-3            PIC X(80) VALUE
    "AMOUNT IS PAID. PLEASE CONTACT THE OFFICE OF THE BURSAR.".

01 WS-STMT-CREDIT-LINE            PIC X(80) VALUE
    "YOUR ACCOUNT HAS A CREDIT BALANCE - NO PAYMENT IS DUE.".

01 WS-STMT-CONTINUED-LINE         PIC X(80) VALUE
    "                    (CONTINUED ON NEXT PAGE)".

01 WS-STMT-CONT-TITLE-LINE.
    05 FILLER             PIC X(32) VALUE
        "STATEMENT OF ACCOUNT - CONTINUED".
    05 FILLER             PIC X(12) VALUE SPACES.
    05 FILLER             PIC X(12) VALUE "STUDENT ID: ".
    05 WS-CT-STUDENT-ID   PIC X(9).

01 WS-STUB-TEAR-LINE.
    05 FILLER             PIC X(16) VALUE "- - - - - - - - ".
    05 FILLER             PIC X(48) VALUE
        "DETACH AND RETURN THIS PORTION WITH YOUR PAYMENT".
    05 FILLER             PIC X(16) VALUE " - - - - - - - -".

01 WS-STUB-ID-LINE.
    05 FILLER             PIC X(12) VALUE "STUDENT ID: ".
    05 WS-SI-STUDENT-ID   PIC X(9).
    05 FILLER             PIC X(23) VALUE SPACES.
    05 FILLER             PIC X(16) VALUE "STATEMENT DATE: ".
    05 WS-SI-MONTH        PIC 99.
    05 FILLER             PIC X(1)  VALUE "/".
    05 WS-SI-DAY          PIC 99.
    05 FILLER             PIC X(1)  VALUE "/".
    05 WS-SI-YEAR         PIC 9999.

01 WS-STUB-NAME-LINE.
    05 FILLER             PIC X(12) VALUE "NAME:       ".
    05 WS-SM-NAME         PIC X(40).

01 WS-STUB-DUE-LINE.
    05 FILLER             PIC X(12) VALUE "AMOUNT DUE: ".
    05 WS-SU-AMOUNT-DUE   PIC Z(6)9.99.
    05 FILLER             PIC X(22) VALUE SPACES.
    05 FILLER             PIC X(27) VALUE
        "AMOUNT ENCLOSED: __________".

01 WS-STUB-REMIT-LINE.
    05 FILLER             PIC X(48) VALUE
        "MAKE CHECKS PAYABLE TO THE OFFICE OF THE BURSAR.".
    05 FILLER             PIC X(31) VALUE
        " WRITE YOUR STUDENT ID ON IT.".

*> The e-delivery record: semicolon-delimited, one per student,
*> for the campus mail system to ingest.
01 WS-EML-FIELDS.
    05 WS-EM-DATE         PIC 9(8).
    05 WS-EM-PREVIOUS     PIC -9(7).99.
    05 WS-EM-CHARGES      PIC 9(7).99.
    05 WS-EM-CREDITS      PIC 9(7).99.
    05 WS-EM-BALANCE      PIC -9(7).99.
    05 WS-EM-DUE          PIC 9(7).99.
    05 WS-EM-CURRENT      PIC 9(9).99.
    05 WS-EM-30           PIC 9(9).99.
    05 WS-EM-60           PIC 9(9).99.
    05 WS-EM-90           PIC 9(9).99.

01 WS-SUMMARY-HEADING.
    05 FILLER             PIC X(37) VALUE
        "STUDENT STATEMENT RUN - SUMMARY FOR ".
    05 WS-SH-RUN-DATE     PIC 9(8).

01 WS-SUMMARY-LINE.
    05 WS-SL-LABEL        PIC X(40).
    05 WS-SL-COUNT        PIC ZZZZ9.

01 WS-SUMMARY-DUE-LINE.
    05 FILLER             PIC X(40) VALUE
        "TOTAL AMOUNT DUE ON STATEMENTS:".
    05 WS-SS-TOTAL-DUE    PIC Z(10)9.99.

01 WS-NO-ADDRESS-HEADING          PIC X(80) VALUE
    "NOT STATED - STUDENT NOT ON THE REGISTRATION MASTER:".

01 WS-NO-ADDRESS-LINE.
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 WS-NL-STUDENT-ID   PIC X(9).

01 WS-TRAY-HEADING.
    05 FILLER             PIC X(34) VALUE
        "PRESORT TRAY SUMMARY BY ZIP PREFIX".

01 WS-TRAY-COLUMN-HEADING.
    05 FILLER             PIC X(10) VALUE "ZIP PREFIX".
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 FILLER             PIC X(10) VALUE "STATEMENTS".

01 WS-TRAY-DETAIL-LINE.
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 WS-TD-ZIP-PREFIX   PIC X(3).
    05 FILLER             PIC X(9)  VALUE SPACES.
    05 WS-TD-STMT-COUNT   PIC ZZZZ9.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 030-READ-RUN-CONTROL
    PERFORM 040-STAMP-OUTPUT-NAMES

    MOVE WS-RUN-DATE (1:8) TO WS-DATE-WORK
    COMPUTE WS-TODAY-DAYS =
        WS-DW-YEAR * 360 + WS-DW-MONTH * 30 + WS-DW-DAY
    MOVE WS-RUN-MONTH TO WS-TL-MONTH
    MOVE WS-RUN-DAY TO WS-TL-DAY
    MOVE WS-RUN-YEAR TO WS-TL-YEAR
    MOVE WS-RUN-MONTH TO WS-SI-MONTH
    MOVE WS-RUN-DAY TO WS-SI-DAY
    MOVE WS-RUN-YEAR TO WS-SI-YEAR

    OPEN I-O RECEIVABLES-MASTER
    IF WS-AR-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA74: UNABLE TO OPEN RECEIVABLES-MASTER, "
            "FILE STATUS " WS-AR-FILE-STATUS
        STOP RUN
    END-IF
    OPEN INPUT RECEIVABLES-DETAIL
    IF WS-ART-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA74: UNABLE TO OPEN RECEIVABLES-DETAIL, "
            "FILE STATUS " WS-ART-FILE-STATUS
        STOP RUN
    END-IF
    OPEN INPUT REGISTRATION-MASTER
    IF WS-REGISTRATION-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA74: UNABLE TO OPEN REGISTRATION-MASTER, "
            "FILE STATUS " WS-REGISTRATION-FILE-STATUS
        STOP RUN
    END-IF
    OPEN INPUT SUPPRESSION-MASTER
    IF WS-SUPPRESS-FILE-STATUS = "00"
        MOVE "Y" TO WS-SUPPRESS-AVAILABLE
    END-IF

    OPEN OUTPUT STATEMENT-PRINT
                EDELIVERY-EXTRACT

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SRT-ZIP SRT-STUDENT-ID
        INPUT PROCEDURE IS 150-RELEASE-ACCOUNTS
        OUTPUT PROCEDURE IS 160-RETURN-STATEMENTS

    PERFORM 400-PRINT-RUN-SUMMARY
    PERFORM 420-PRINT-TRAY-SUMMARY

    CLOSE RECEIVABLES-MASTER
          RECEIVABLES-DETAIL
          REGISTRATION-MASTER
          STATEMENT-PRINT
          EDELIVERY-EXTRACT
    IF WS-SUPPRESS-AVAILABLE = "Y"
        CLOSE SUPPRESSION-MASTER
    END-IF
    DISPLAY "WATERSTA74: STATEMENTS PRINTED " WS-PRINTED-COUNT
        ", E-DELIVERED " WS-EDELIVERY-COUNT
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 030-read-run-control - the statement date, which is also the
*> as-of date the balance is aged against; the system date
*> stands in when the file is absent.
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
    END-IF.

*> 040-stamp-output-names - the dated statement print and
*> e-delivery extract names, each entered on the output catalog
*> for the retention sweep.
040-STAMP-OUTPUT-NAMES.
    MOVE SPACES TO WS-ARSTMT-NAME
    STRING "ARSTMT." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-ARSTMT-NAME
    MOVE SPACES TO WS-STMTEML-NAME
    STRING "STMTEML." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-STMTEML-NAME
    OPEN EXTEND OUTPUT-CATALOG
    IF WS-OUTCAT-FILE-STATUS NOT = "00"
        OPEN OUTPUT OUTPUT-CATALOG
    END-IF
    MOVE WS-ARSTMT-NAME TO OUTCAT-FILE-NAME
    MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
    WRITE OUT-CATALOG-REC
    MOVE WS-STMTEML-NAME TO OUTCAT-FILE-NAME
    WRITE OUT-CATALOG-REC
    CLOSE OUTPUT-CATALOG.

*> 150-release-accounts - reads the receivables master once and
*> releases every account due a statement to the sort, with the
*> name and registration address it goes to. An account already
*> stated on a later date than this run's is left alone.
150-RELEASE-ACCOUNTS.
    PERFORM UNTIL MORE-RECORDS = "N"
        READ RECEIVABLES-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF AR-LAST-STATEMENT-DATE > WS-RUN-DATE (1:8)
                    ADD 1 TO WS-LATER-STMT-COUNT
                ELSE
                    PERFORM 200-SET-OPENING-FIGURES
                    PERFORM 210-CHECK-ACTIVITY
                    IF WS-HAS-ACTIVITY = "Y"
                            OR AR-BALANCE NOT = ZERO
                        PERFORM 220-RELEASE-ACCOUNT
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> 160-return-statements - takes each account back in ZIP order
*> and states it: on paper, or on the extract for a suppressed
*> student.
160-RETURN-STATEMENTS.
    MOVE "Y" TO MORE-RECORDS
    PERFORM UNTIL MORE-RECORDS = "N"
        RETURN SORT-WORK-FILE INTO WS-STATEMENT-REC
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                PERFORM 300-STATE-ACCOUNT
        END-RETURN
    END-PERFORM.

*> 200-set-opening-figures - the statement opens where the last
*> one closed. A rerun for the same statement date reopens from
*> the statement before it, so the reprint is the same statement.
200-SET-OPENING-FIGURES.
    IF AR-LAST-STATEMENT-DATE = WS-RUN-DATE (1:8)
        MOVE AR-PRIOR-STATEMENT-DATE TO WS-OPENING-DATE
        MOVE AR-PRIOR-STATEMENT-BALANCE TO WS-OPENING-BALANCE
    ELSE
        MOVE AR-LAST-STATEMENT-DATE TO WS-OPENING-DATE
        MOVE AR-LAST-STATEMENT-BALANCE TO WS-OPENING-BALANCE
    END-IF.

*> 210-check-activity - whether anything posted to the account
*> after the opening date, up to the statement date.
210-CHECK-ACTIVITY.
    MOVE "N" TO WS-HAS-ACTIVITY
    MOVE AR-STUDENT-ID TO ART-STUDENT-ID
    MOVE WS-OPENING-DATE TO ART-TRAN-DATE
    MOVE 999 TO ART-SEQUENCE
    START RECEIVABLES-DETAIL KEY > ART-KEY
        INVALID KEY
            EXIT PARAGRAPH
    END-START
    READ RECEIVABLES-DETAIL NEXT RECORD
        AT END
            CONTINUE
        NOT AT END
            IF ART-STUDENT-ID = AR-STUDENT-ID
                    AND ART-TRAN-DATE NOT > WS-RUN-DATE (1:8)
                MOVE "Y" TO WS-HAS-ACTIVITY
            END-IF
    END-READ.

*> 220-release-account - a suppressed student goes to the
*> extract whether or not the registration master has an address
*> for them; anyone else must be on the master to be mailed, and
*> is listed on the summary page when not.
220-RELEASE-ACCOUNT.
    MOVE "N" TO WS-STUDENT-SUPPRESSED
    IF WS-SUPPRESS-AVAILABLE = "Y"
        MOVE AR-STUDENT-ID TO SUP-STUDENT-ID
        READ SUPPRESSION-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WS-STUDENT-SUPPRESSED
        END-READ
    END-IF

    MOVE "Y" TO WS-STUDENT-ON-FILE
    MOVE AR-STUDENT-ID TO IN-STUDENT-ID
    READ REGISTRATION-MASTER
        INVALID KEY
            MOVE "N" TO WS-STUDENT-ON-FILE
    END-READ

    MOVE SPACES TO SRT-STATEMENT-REC
    MOVE AR-STUDENT-ID TO SRT-STUDENT-ID
    IF WS-STUDENT-ON-FILE = "Y"
        MOVE IN-STUDENT-NAME TO SRT-STUDENT-NAME
        MOVE IN-MAILING-ADDRESS TO SRT-MAILING-ADDRESS
    END-IF
    IF WS-STUDENT-SUPPRESSED = "Y"
        MOVE "E" TO SRT-DELIVERY
        RELEASE SRT-STATEMENT-REC
    ELSE
        IF WS-STUDENT-ON-FILE = "Y"
            MOVE "P" TO SRT-DELIVERY
            RELEASE SRT-STATEMENT-REC
        ELSE
            ADD 1 TO WS-NO-ADDRESS-COUNT
            IF WS-NO-ADDRESS-COUNT NOT > 500
                MOVE AR-STUDENT-ID TO
                    WS-NA-STUDENT-ID (WS-NO-ADDRESS-COUNT)
            END-IF
        END-IF
    END-IF.

*> 300-state-account - one statement. The detail since the
*> opening date is listed (printed statements only) while the
*> whole account is collected for aging; the account is then
*> stamped with this statement's date and closing balance.
300-STATE-ACCOUNT.
    MOVE STM-STUDENT-ID TO AR-STUDENT-ID
    READ RECEIVABLES-MASTER
        INVALID KEY
            EXIT PARAGRAPH
    END-READ
    PERFORM 200-SET-OPENING-FIGURES

    IF STM-DELIVERY = "P"
        MOVE "Y" TO WS-PRINTING
        PERFORM 310-PRINT-STATEMENT-HEADING
    ELSE
        MOVE "N" TO WS-PRINTING
    END-IF

    PERFORM 320-COLLECT-DETAIL
    PERFORM 340-APPLY-CREDIT-POOL

    COMPUTE WS-NEW-BALANCE = WS-OPENING-BALANCE
        + WS-PERIOD-CHARGES - WS-PERIOD-CREDITS
    IF WS-NEW-BALANCE > ZERO
        MOVE WS-NEW-BALANCE TO WS-AMOUNT-DUE
    ELSE
        MOVE ZERO TO WS-AMOUNT-DUE
    END-IF
    ADD WS-AMOUNT-DUE TO WS-TOTAL-DUE

    IF STM-DELIVERY = "P"
        PERFORM 360-PRINT-STATEMENT-FOOTING
        PERFORM 370-PRINT-REMITTANCE-STUB
        PERFORM 380-COUNT-TRAY
        ADD 1 TO WS-PRINTED-COUNT
    ELSE
        PERFORM 390-WRITE-EDELIVERY
        ADD 1 TO WS-EDELIVERY-COUNT
    END-IF

    IF AR-LAST-STATEMENT-DATE < WS-RUN-DATE (1:8)
        MOVE AR-LAST-STATEMENT-DATE TO AR-PRIOR-STATEMENT-DATE
        MOVE AR-LAST-STATEMENT-BALANCE
            TO AR-PRIOR-STATEMENT-BALANCE
    END-IF
    MOVE WS-RUN-DATE (1:8) TO AR-LAST-STATEMENT-DATE
    MOVE WS-NEW-BALANCE TO AR-LAST-STATEMENT-BALANCE
    REWRITE AR-REC.

*> 310-print-statement-heading - the statement date, the student
*> ID, the mailing block, and the previous balance, each
*> statement on its own page.
310-PRINT-STATEMENT-HEADING.
    PERFORM 250-PAGE-BREAK
    WRITE STMT-LINE FROM WS-STMT-TITLE-LINE
    MOVE STM-STUDENT-ID TO WS-IL-STUDENT-ID
    WRITE STMT-LINE FROM WS-STMT-ID-LINE
    MOVE SPACES TO STMT-LINE
    WRITE STMT-LINE

    MOVE STM-FIRST-NAME TO WS-SN-FIRST
    MOVE STM-MIDDLE-INIT TO WS-SN-MIDDLE
    MOVE STM-LAST-NAME TO WS-SN-LAST
    WRITE STMT-LINE FROM WS-STMT-NAME-LINE
    MOVE STM-ADDRESS-LINE-1 TO STMT-LINE
    WRITE STMT-LINE
    IF STM-ADDRESS-LINE-2 NOT = SPACES
        MOVE STM-ADDRESS-LINE-2 TO STMT-LINE
        WRITE STMT-LINE
    END-IF
    MOVE STM-CITY TO WS-SC-CITY
    MOVE STM-STATE TO WS-SC-STATE
    MOVE STM-ZIP TO WS-SC-ZIP
    WRITE STMT-LINE FROM WS-STMT-CITY-LINE
    MOVE SPACES TO STMT-LINE
    WRITE STMT-LINE
    WRITE STMT-LINE

    IF WS-OPENING-DATE = ZERO
        MOVE "FIRST STMT" TO WS-PL-DATE
    ELSE
        MOVE WS-OPENING-DATE TO WS-DATE-WORK
        MOVE SPACES TO WS-PL-DATE
        STRING WS-DW-MONTH DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-DW-DAY DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-DW-YEAR DELIMITED BY SIZE
               INTO WS-PL-DATE
    END-IF
    MOVE WS-OPENING-BALANCE TO WS-PL-BALANCE
    WRITE STMT-LINE FROM WS-STMT-PREVIOUS-LINE
    MOVE SPACES TO STMT-LINE
    WRITE STMT-LINE
    WRITE STMT-LINE FROM WS-STMT-COLUMN-HEADING
    MOVE ZERO TO WS-STMT-LINE-COUNT.

*> 320-collect-detail - the account's items by key prefix, up to
*> the statement date. Every charge and late fee goes into the
*> table and every payment, adjustment, and tuition credit into
*> the credit pool for aging; the items after the opening date
*> are this statement's activity.
320-COLLECT-DETAIL.
    MOVE ZERO TO WS-CHARGE-COUNT
    MOVE ZERO TO WS-CREDIT-POOL
    MOVE ZERO TO WS-PERIOD-CHARGES
    MOVE ZERO TO WS-PERIOD-CREDITS
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
                    PERFORM 325-TAKE-DETAIL-ITEM
                END-IF
        END-READ
    END-PERFORM.

325-TAKE-DETAIL-ITEM.
    IF ART-TYPE = "C" OR ART-TYPE = "F"
        IF WS-CHARGE-COUNT < 200
            ADD 1 TO WS-CHARGE-COUNT
            MOVE ART-TRAN-DATE TO WS-CHG-DATE (WS-CHARGE-COUNT)
            MOVE ART-AMOUNT TO WS-CHG-AMOUNT (WS-CHARGE-COUNT)
        END-IF
    ELSE
        ADD ART-AMOUNT TO WS-CREDIT-POOL
    END-IF
    IF ART-TRAN-DATE > WS-OPENING-DATE
        IF ART-TYPE = "C" OR ART-TYPE = "F"
            ADD ART-AMOUNT TO WS-PERIOD-CHARGES
        ELSE
            ADD ART-AMOUNT TO WS-PERIOD-CREDITS
        END-IF
        IF WS-PRINTING = "Y"
            PERFORM 330-PRINT-DETAIL-LINE
        END-IF
    END-IF.

*> 330-print-detail-line - one item, with its term and course
*> when it carries them. A long statement carries over onto a
*> continuation page headed with the student ID.
330-PRINT-DETAIL-LINE.
    IF WS-STMT-LINE-COUNT NOT < WS-STMT-LINES-PER-PAGE
        MOVE SPACES TO STMT-LINE
        WRITE STMT-LINE
        WRITE STMT-LINE FROM WS-STMT-CONTINUED-LINE
        PERFORM 250-PAGE-BREAK
        MOVE STM-STUDENT-ID TO WS-CT-STUDENT-ID
        WRITE STMT-LINE FROM WS-STMT-CONT-TITLE-LINE
        MOVE SPACES TO STMT-LINE
        WRITE STMT-LINE
        WRITE STMT-LINE FROM WS-STMT-COLUMN-HEADING
        MOVE ZERO TO WS-STMT-LINE-COUNT
    END-IF

    MOVE ART-TRAN-DATE TO WS-DATE-WORK
    MOVE WS-DW-MONTH TO WS-SD-MONTH
    MOVE WS-DW-DAY TO WS-SD-DAY
    MOVE WS-DW-YEAR TO WS-SD-YEAR
    MOVE ART-DESCRIPTION TO WS-SD-DESCRIPTION
    IF ART-TERM = ZERO
        MOVE SPACES TO WS-SD-TERM
    ELSE
        MOVE ART-TERM TO WS-SD-TERM
    END-IF
    MOVE ART-COURSE-NO TO WS-SD-COURSE-NO
    MOVE ART-AMOUNT TO WS-EDIT-AMOUNT
    IF ART-TYPE = "C" OR ART-TYPE = "F"
        MOVE WS-EDIT-AMOUNT TO WS-SD-CHARGE
        MOVE SPACES TO WS-SD-CREDIT
    ELSE
        MOVE SPACES TO WS-SD-CHARGE
        MOVE WS-EDIT-AMOUNT TO WS-SD-CREDIT
    END-IF
    WRITE STMT-LINE FROM WS-STMT-DETAIL-LINE
    ADD 1 TO WS-STMT-LINE-COUNT.

*> 340-apply-credit-pool - oldest charge first, as the WatersTA42
*> aging run applies it: the pool pays each charge down, and what
*> a charge has left is aged from its date into the bands.
340-APPLY-CREDIT-POOL.
    MOVE ZERO TO WS-AGE-CURRENT
    MOVE ZERO TO WS-AGE-30
    MOVE ZERO TO WS-AGE-60
    MOVE ZERO TO WS-AGE-90
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
            PERFORM 350-BAND-CHARGE
        END-IF
    END-PERFORM.

350-BAND-CHARGE.
    MOVE WS-CHG-DATE (CHG-IDX) TO WS-DATE-WORK
    COMPUTE WS-CHARGE-DAYS =
        WS-DW-YEAR * 360 + WS-DW-MONTH * 30 + WS-DW-DAY
    COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-CHARGE-DAYS
    IF WS-AGE-DAYS <= 30
        ADD WS-CHARGE-REMAINING TO WS-AGE-CURRENT
    ELSE
        IF WS-AGE-DAYS <= 60
            ADD WS-CHARGE-REMAINING TO WS-AGE-30
        ELSE
            IF WS-AGE-DAYS <= 90
                ADD WS-CHARGE-REMAINING TO WS-AGE-60
            ELSE
                ADD WS-CHARGE-REMAINING TO WS-AGE-90
            END-IF
        END-IF
    END-IF.

*> 360-print-statement-footing - the period totals, the new
*> balance, the aging, and the hold or credit-balance message.
360-PRINT-STATEMENT-FOOTING.
    MOVE SPACES TO STMT-LINE
    WRITE STMT-LINE
    MOVE "TOTAL ACTIVITY THIS STATEMENT" TO WS-ST-LABEL
    MOVE WS-PERIOD-CHARGES TO WS-ST-CHARGES
    MOVE WS-PERIOD-CREDITS TO WS-ST-CREDITS
    WRITE STMT-LINE FROM WS-STMT-TOTAL-LINE
    MOVE WS-NEW-BALANCE TO WS-SB-BALANCE
    WRITE STMT-LINE FROM WS-STMT-BALANCE-LINE
    MOVE SPACES TO STMT-LINE
    WRITE STMT-LINE
    WRITE STMT-LINE FROM WS-STMT-AGING-HEADING
    MOVE WS-AGE-CURRENT TO WS-SA-CURRENT
    MOVE WS-AGE-30 TO WS-SA-30
    MOVE WS-AGE-60 TO WS-SA-60
    MOVE WS-AGE-90 TO WS-SA-90
    WRITE STMT-LINE FROM WS-STMT-AGING-LINE
    MOVE SPACES TO STMT-LINE
    WRITE STMT-LINE
    IF AR-HOLD-FLAG = "H"
        WRITE STMT-LINE FROM WS-STMT-HOLD-LINE-1
        WRITE STMT-LINE FROM WS-STMT-HOLD-LINE-2
        WRITE STMT-LINE FROM WS-STMT-HOLD-LINE-3
        MOVE SPACES TO STMT-LINE
        WRITE STMT-LINE
    END-IF
    IF WS-NEW-BALANCE < ZERO
        WRITE STMT-LINE FROM WS-STMT-CREDIT-LINE
        MOVE SPACES TO STMT-LINE
        WRITE STMT-LINE
    END-IF.

*> 370-print-remittance-stub - the tear-off portion the student
*> mails back with the payment, so the cashier can post it to the
*> right account without opening the statement.
370-PRINT-REMITTANCE-STUB.
    MOVE SPACES TO STMT-LINE
    WRITE STMT-LINE
    WRITE STMT-LINE FROM WS-STUB-TEAR-LINE
    MOVE SPACES TO STMT-LINE
    WRITE STMT-LINE
    MOVE STM-STUDENT-ID TO WS-SI-STUDENT-ID
    WRITE STMT-LINE FROM WS-STUB-ID-LINE
    MOVE SPACES TO WS-SM-NAME
    STRING STM-FIRST-NAME DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           STM-LAST-NAME DELIMITED BY SPACE
           INTO WS-SM-NAME
    WRITE STMT-LINE FROM WS-STUB-NAME-LINE
    MOVE WS-AMOUNT-DUE TO WS-SU-AMOUNT-DUE
    WRITE STMT-LINE FROM WS-STUB-DUE-LINE
    MOVE SPACES TO STMT-LINE
    WRITE STMT-LINE
    WRITE STMT-LINE FROM WS-STUB-REMIT-LINE.

*> 380-count-tray - finds this statement's three-digit ZIP prefix
*> in the tray table, adding an entry the first time a prefix is
*> seen.
380-COUNT-TRAY.
    MOVE STM-ZIP (1:3) TO WS-ZIP-PREFIX
    MOVE "N" TO WS-TRAY-FOUND
    PERFORM VARYING TRAY-IDX FROM 1 BY 1
            UNTIL TRAY-IDX > WS-TRAY-COUNT
                OR WS-TRAY-FOUND = "Y"
        IF WS-TR-ZIP-PREFIX (TRAY-IDX) = WS-ZIP-PREFIX
            MOVE "Y" TO WS-TRAY-FOUND
            ADD 1 TO WS-TR-STMT-COUNT (TRAY-IDX)
        END-IF
    END-PERFORM
    IF WS-TRAY-FOUND = "N" AND WS-TRAY-COUNT < 500
        ADD 1 TO WS-TRAY-COUNT
        MOVE WS-ZIP-PREFIX TO WS-TR-ZIP-PREFIX (WS-TRAY-COUNT)
        MOVE 1 TO WS-TR-STMT-COUNT (WS-TRAY-COUNT)
    END-IF.

*> 390-write-edelivery - one semicolon-delimited line with the
*> statement's figures (student ID, name, statement date,
*> previous balance, charges, credits, new balance, amount due,
*> the four aging bands, and the hold flag).
390-WRITE-EDELIVERY.
    MOVE WS-RUN-DATE (1:8) TO WS-EM-DATE
    MOVE WS-OPENING-BALANCE TO WS-EM-PREVIOUS
    MOVE WS-PERIOD-CHARGES TO WS-EM-CHARGES
    MOVE WS-PERIOD-CREDITS TO WS-EM-CREDITS
    MOVE WS-NEW-BALANCE TO WS-EM-BALANCE
    MOVE WS-AMOUNT-DUE TO WS-EM-DUE
    MOVE WS-AGE-CURRENT TO WS-EM-CURRENT
    MOVE WS-AGE-30 TO WS-EM-30
    MOVE WS-AGE-60 TO WS-EM-60
    MOVE WS-AGE-90 TO WS-EM-90
    MOVE SPACES TO WS-EML-WORK
    STRING STM-STUDENT-ID DELIMITED BY SPACE
           ";" DELIMITED BY SIZE
           STM-FIRST-NAME DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           STM-LAST-NAME DELIMITED BY SPACE
           ";" DELIMITED BY SIZE
           WS-EM-DATE DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           WS-EM-PREVIOUS DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           WS-EM-CHARGES DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           WS-EM-CREDITS DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           WS-EM-BALANCE DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           WS-EM-DUE DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           WS-EM-CURRENT DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           WS-EM-30 DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           WS-EM-60 DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           WS-EM-90 DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           AR-HOLD-FLAG DELIMITED BY SIZE
           INTO WS-EML-WORK
    WRITE EML-LINE FROM WS-EML-WORK.

*> 400-print-run-summary - the counts that reconcile the run, and
*> the accounts that could not be mailed for want of a
*> registration record.
400-PRINT-RUN-SUMMARY.
    PERFORM 250-PAGE-BREAK
    MOVE WS-RUN-DATE (1:8) TO WS-SH-RUN-DATE
    WRITE STMT-LINE FROM WS-SUMMARY-HEADING
    MOVE SPACES TO STMT-LINE
    WRITE STMT-LINE
    MOVE "STATEMENTS PRINTED:" TO WS-SL-LABEL
    MOVE WS-PRINTED-COUNT TO WS-SL-COUNT
    WRITE STMT-LINE FROM WS-SUMMARY-LINE
    MOVE "STATEMENTS SENT BY E-DELIVERY:" TO WS-SL-LABEL
    MOVE WS-EDELIVERY-COUNT TO WS-SL-COUNT
    WRITE STMT-LINE FROM WS-SUMMARY-LINE
    MOVE "NOT STATED - NO REGISTRATION RECORD:" TO WS-SL-LABEL
    MOVE WS-NO-ADDRESS-COUNT TO WS-SL-COUNT
    WRITE STMT-LINE FROM WS-SUMMARY-LINE
    MOVE "SKIPPED - ALREADY STATED ON A LATER DATE:"
        TO WS-SL-LABEL
    MOVE WS-LATER-STMT-COUNT TO WS-SL-COUNT
    WRITE STMT-LINE FROM WS-SUMMARY-LINE
    MOVE WS-TOTAL-DUE TO WS-SS-TOTAL-DUE
    WRITE STMT-LINE FROM WS-SUMMARY-DUE-LINE

    IF WS-NO-ADDRESS-COUNT > ZERO
        MOVE SPACES TO STMT-LINE
        WRITE STMT-LINE
        WRITE STMT-LINE FROM WS-NO-ADDRESS-HEADING
        PERFORM VARYING TRAY-IDX FROM 1 BY 1
                UNTIL TRAY-IDX > WS-NO-ADDRESS-COUNT
                    OR TRAY-IDX > 500
            MOVE WS-NA-STUDENT-ID (TRAY-IDX) TO WS-NL-STUDENT-ID
            WRITE STMT-LINE FROM WS-NO-ADDRESS-LINE
        END-PERFORM
    END-IF.

*> 420-print-tray-summary - the tray-break page: one line per ZIP
*> prefix with its statement count.
420-PRINT-TRAY-SUMMARY.
    PERFORM 250-PAGE-BREAK
    WRITE STMT-LINE FROM WS-TRAY-HEADING
    MOVE SPACES TO STMT-LINE
    WRITE STMT-LINE
    WRITE STMT-LINE FROM WS-TRAY-COLUMN-HEADING
    PERFORM VARYING TRAY-IDX FROM 1 BY 1
            UNTIL TRAY-IDX > WS-TRAY-COUNT
        MOVE WS-TR-ZIP-PREFIX (TRAY-IDX) TO WS-TD-ZIP-PREFIX
        MOVE WS-TR-STMT-COUNT (TRAY-IDX) TO WS-TD-STMT-COUNT
        WRITE STMT-LINE FROM WS-TRAY-DETAIL-LINE
    END-PERFORM.

*> 250-page-break - each statement, and each summary page,
*> starts a fresh sheet.
250-PAGE-BREAK.
    MOVE SPACES TO STMT-LINE
    WRITE STMT-LINE AFTER ADVANCING PAGE.

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
    MOVE "WatersTA74" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA74.
