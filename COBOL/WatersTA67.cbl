*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: One-time layout conversion for the record widenings
*> of this release, in the WatersTA57 pattern - old layout in,
*> new layout out, defaults for the added fields. An indexed
*> master opened with a longer record than the file carries
*> returns file status 39, so every live master below must come
*> through here once before the new programs touch it:
*>   R - the registration master gains the academic standing,
*>       the term it was set for (zero - never evaluated), and
*>       the prior standing, for the WatersTA66 standing run;
*>   E - the course-enrollment file gains the prerequisite status
*>       (blank - enrollments already posted are taken as having
*>       met their prerequisites) and the waiver's operator ID
*>       (blank) and date (zero), for the WatersTA13 prerequisite
*>       check and the WatersTA73 waivers;
*>   A - the receivables master gains the last and prior
*>       statement dates (zero - never stated) and closing
*>       balances, for the WatersTA74 statement run, and the
*>       collection placement flag (blank - not placed) and
*>       date (zero), for the WatersTA75 late-fee run;
*>   I - the inventory master gains the standard order quantity
*>       (zero - the PO generation keeps restocking to twice the
*>       reorder point until the buyer approves a usage-based
*>       quantity through WatersTA82);
*>   L - the loan-servicing master gains the unpaid late charges
*>       (zero) and the payoff date (zero - not paid off), for
*>       the WatersTA51 payoff posting and the WatersTA84 payoff
*>       statement, and the escrow account (zero throughout - no
*>       account open, so the loans already booked keep paying
*>       principal and interest only until their first tax or
*>       insurance bill is posted through WatersTA85), and the
*>       note's rate terms (fixed, starting at the rate it carries,
*>       maturity zero - not recorded), since every loan booked
*>       before the WatersTA86 reset run was booked fixed.
*> Operations points OLDMSTR at the live master and NEWMSTR at
*> the replacement dataset, runs one mode per master, proves the
*> displayed count and hash against the file's last register,
*> and swaps the datasets. Each master is converted once, at
*> upgrade time, and this program is then retired from the
*> stream.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA67.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLD-REGISTRATION-MASTER
        ASSIGN TO OLDMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ORG-STUDENT-ID
        FILE STATUS IS WS-OLD-FILE-STATUS.

    SELECT NEW-REGISTRATION-MASTER
        ASSIGN TO NEWMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS IN-STUDENT-ID
        FILE STATUS IS WS-NEW-FILE-STATUS.

    SELECT OLD-COURSE-ENROLLMENTS
        ASSIGN TO OLDMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ORE-KEY
        FILE STATUS IS WS-OLD-FILE-STATUS.

    SELECT NEW-COURSE-ENROLLMENTS
        ASSIGN TO NEWMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ENR-KEY
        FILE STATUS IS WS-NEW-FILE-STATUS.

    SELECT OLD-RECEIVABLES-MASTER
        ASSIGN TO OLDMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OAR-STUDENT-ID
        FILE STATUS IS WS-OLD-FILE-STATUS.

    SELECT NEW-RECEIVABLES-MASTER
        ASSIGN TO NEWMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AR-STUDENT-ID
        FILE STATUS IS WS-NEW-FILE-STATUS.

    SELECT OLD-INVENTORY-MASTER
        ASSIGN TO OLDMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OIV-PART-NO
        FILE STATUS IS WS-OLD-FILE-STATUS.

    SELECT NEW-INVENTORY-MASTER
        ASSIGN TO NEWMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PART-NO
        FILE STATUS IS WS-NEW-FILE-STATUS.

    SELECT OLD-SERVICING-MASTER
        ASSIGN TO OLDMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OLS-LOAN-NUMBER
        FILE STATUS IS WS-OLD-FILE-STATUS.

    SELECT NEW-SERVICING-MASTER
        ASSIGN TO NEWMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LS-LOAN-NUMBER
        FILE STATUS IS WS-NEW-FILE-STATUS.

    SELECT RUN-LOG
        ASSIGN TO RUNLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> The PRIOR registration master layout, before the academic
*> standing fields were added at the end.
FD OLD-REGISTRATION-MASTER.
01 ORG-STUDENT-REC.
    05 ORG-STUDENT-ID     PIC X(9).
    05 ORG-BODY           PIC X(176).

FD NEW-REGISTRATION-MASTER.
01 IN-STUDENT-REC.
    COPY STUDREC.

*> The PRIOR course-enrollment layout, before the prerequisite
*> status and waiver stamp were added at the end.
FD OLD-COURSE-ENROLLMENTS.
01 ORE-ENROLLMENT-REC.
    05 ORE-KEY            PIC X(22).
    05 ORE-BODY           PIC X(62).

FD NEW-COURSE-ENROLLMENTS.
01 ENR-REC.
    COPY ENRREC.

*> The PRIOR receivables master layout, before the statement
*> dates and balances and the placement flag and date were
*> added at the end.
FD OLD-RECEIVABLES-MASTER.
01 OAR-REC.
    05 OAR-STUDENT-ID     PIC X(9).
    05 OAR-BODY           PIC X(40).

FD NEW-RECEIVABLES-MASTER.
01 AR-REC.
    COPY ARREC.

*> The PRIOR inventory master layout, before the standard order
*> quantity was added at the end.
FD OLD-INVENTORY-MASTER.
01 OIV-REC.
    05 OIV-PART-NO        PIC X(5).
    05 OIV-BODY           PIC X(89).

FD NEW-INVENTORY-MASTER.
    01 OUT-INV-RECORD.
        COPY INVREC.

*> The PRIOR loan-servicing master layout, before the late
*> charges, payoff date, escrow account, and rate terms were
*> added at the end.
FD OLD-SERVICING-MASTER.
01 OLS-REC.
    05 OLS-LOAN-NUMBER    PIC 9(6).
    05 OLS-BODY           PIC X(82).

FD NEW-SERVICING-MASTER.
01 LS-REC.
    COPY LOANSV.

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
    05 WS-OLD-FILE-STATUS      PIC XX.
    05 WS-NEW-FILE-STATUS      PIC XX.
    05 WS-MASTER-CODE          PIC X(1).
    05 WS-RECORD-COUNT         PIC 9(9) VALUE ZERO.
    05 WS-ENROLL-DATE-N        PIC 9(8).
    05 WS-HASH-TOTAL           PIC 9(13)V99 VALUE ZERO.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    DISPLAY "CONVERT WHICH MASTER - (R)EGISTRATION, "
        "(E)NROLLMENT, (A)CCOUNTS RECEIVABLE, (I)NVENTORY, "
        "(L)OAN SERVICING:"
    ACCEPT WS-MASTER-CODE
    IF WS-MASTER-CODE = "R"
        PERFORM 210-CONVERT-REGISTRATION
    ELSE
        IF WS-MASTER-CODE = "E"
            PERFORM 220-CONVERT-ENROLLMENTS
        ELSE
            IF WS-MASTER-CODE = "A"
                PERFORM 230-CONVERT-RECEIVABLES
            ELSE
                IF WS-MASTER-CODE = "I"
                    PERFORM 240-CONVERT-INVENTORY
                ELSE
                    IF WS-MASTER-CODE = "L"
                        PERFORM 250-CONVERT-SERVICING
                    ELSE
                        DISPLAY "WATERSTA67: CODE MUST BE R, E, A, "
                            "I, OR L"
                        STOP RUN
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF
    DISPLAY "WATERSTA67: CONVERTED " WS-RECORD-COUNT
        " RECORDS, HASH " WS-HASH-TOTAL
    DISPLAY "PROVE THE COUNT AND HASH AGAINST THE MASTER'S LAST "
        "REGISTER BEFORE SWAPPING THE DATASETS"
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 150-check-old-open - a master that will not open stops the
*> conversion before an empty new file can be mistaken for a
*> converted one.
150-CHECK-OLD-OPEN.
    IF WS-OLD-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA67: UNABLE TO OPEN THE OLD MASTER, "
            "FILE STATUS " WS-OLD-FILE-STATUS
        STOP RUN
    END-IF.

155-CHECK-NEW-OPEN.
    IF WS-NEW-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA67: UNABLE TO OPEN THE NEW MASTER, "
            "FILE STATUS " WS-NEW-FILE-STATUS
        STOP RUN
    END-IF.

*> 210-convert-registration - the old 185-byte record comes
*> across unchanged; the group move pads the added standing
*> fields with spaces, and the standing term is then set to zero
*> so the standing run reads the student as never evaluated. The
*> hash is the sum of the dates of last enrollment, carried at
*> the same offset in both layouts.
210-CONVERT-REGISTRATION.
    OPEN INPUT OLD-REGISTRATION-MASTER
    PERFORM 150-CHECK-OLD-OPEN
    OPEN OUTPUT NEW-REGISTRATION-MASTER
    PERFORM 155-CHECK-NEW-OPEN
    PERFORM UNTIL MORE-RECORDS = "N"
        READ OLD-REGISTRATION-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                ADD 1 TO WS-RECORD-COUNT
                MOVE ORG-STUDENT-REC TO IN-STUDENT-REC
                MOVE SPACE TO IN-ACADEMIC-STANDING
                MOVE ZERO TO IN-STANDING-TERM
                MOVE SPACE TO IN-PRIOR-STANDING
                IF IN-DATE-LAST-ENROLLMENT IS NUMERIC
                    MOVE IN-DATE-LAST-ENROLLMENT
                        TO WS-ENROLL-DATE-N
                    ADD WS-ENROLL-DATE-N TO WS-HASH-TOTAL
                END-IF
                WRITE IN-STUDENT-REC
        END-READ
    END-PERFORM
    CLOSE OLD-REGISTRATION-MASTER
          NEW-REGISTRATION-MASTER.

*> 220-convert-enrollments - the old 84-byte record comes across
*> unchanged; the added prerequisite status and waiver operator
*> pad with spaces and the waiver date is set to zero. The hash
*> is the sum of the enrollment dates.
220-CONVERT-ENROLLMENTS.
    OPEN INPUT OLD-COURSE-ENROLLMENTS
    PERFORM 150-CHECK-OLD-OPEN
    OPEN OUTPUT NEW-COURSE-ENROLLMENTS
    PERFORM 155-CHECK-NEW-OPEN
    PERFORM UNTIL MORE-RECORDS = "N"
        READ OLD-COURSE-ENROLLMENTS NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                ADD 1 TO WS-RECORD-COUNT
                MOVE ORE-ENROLLMENT-REC TO ENR-REC
                MOVE SPACE TO ENR-PREREQ-STATUS
                MOVE SPACES TO ENR-WAIVER-OPERATOR-ID
                MOVE ZERO TO ENR-WAIVER-DATE
                IF ENR-ENROLL-DATE IS NUMERIC
                    ADD ENR-ENROLL-DATE TO WS-HASH-TOTAL
                END-IF
                WRITE ENR-REC
        END-READ
    END-PERFORM
    CLOSE OLD-COURSE-ENROLLMENTS
          NEW-COURSE-ENROLLMENTS.

*> 230-convert-receivables - the old 49-byte account comes
*> across unchanged and the statement dates and balances are set
*> to zero, so the statement run's first cut states the account
*> from its first transaction; no account starts out placed.
*> The hash is the sum of the total charges.
230-CONVERT-RECEIVABLES.
    OPEN INPUT OLD-RECEIVABLES-MASTER
    PERFORM 150-CHECK-OLD-OPEN
    OPEN OUTPUT NEW-RECEIVABLES-MASTER
    PERFORM 155-CHECK-NEW-OPEN
    PERFORM UNTIL MORE-RECORDS = "N"
        READ OLD-RECEIVABLES-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                ADD 1 TO WS-RECORD-COUNT
                MOVE OAR-REC TO AR-REC
                MOVE ZERO TO AR-LAST-STATEMENT-DATE
                MOVE ZERO TO AR-LAST-STATEMENT-BALANCE
                MOVE ZERO TO AR-PRIOR-STATEMENT-DATE
                MOVE ZERO TO AR-PRIOR-STATEMENT-BALANCE
                MOVE SPACE TO AR-PLACED-FLAG
                MOVE ZERO TO AR-PLACED-DATE
                IF AR-TOTAL-CHARGES IS NUMERIC
                    ADD AR-TOTAL-CHARGES TO WS-HASH-TOTAL
                END-IF
                WRITE AR-REC
        END-READ
    END-PERFORM
    CLOSE OLD-RECEIVABLES-MASTER
          NEW-RECEIVABLES-MASTER.

*> 240-convert-inventory - the old 94-byte part comes across
*> unchanged and the standard order quantity is set to zero. The
*> hash is quantity on hand plus unit price, the basis the
*> inventory backup and reload prove against.
240-CONVERT-INVENTORY.
    OPEN INPUT OLD-INVENTORY-MASTER
    PERFORM 150-CHECK-OLD-OPEN
    OPEN OUTPUT NEW-INVENTORY-MASTER
    PERFORM 155-CHECK-NEW-OPEN
    PERFORM UNTIL MORE-RECORDS = "N"
        READ OLD-INVENTORY-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                ADD 1 TO WS-RECORD-COUNT
                MOVE OIV-REC TO OUT-INV-RECORD
                MOVE ZERO TO INV-ORDER-QTY
                ADD QTY-ON-HAND TO WS-HASH-TOTAL
                ADD UNIT-PRICE TO WS-HASH-TOTAL
                WRITE OUT-INV-RECORD
        END-READ
    END-PERFORM
    CLOSE OLD-INVENTORY-MASTER
          NEW-INVENTORY-MASTER.

*> 250-convert-servicing - the old 88-byte loan comes across
*> unchanged, with no late charges standing, no payoff date, no
*> escrow account, and fixed-rate terms.
*> The hash is the sum of the principal balances, the figure the
*> posting register carries.
250-CONVERT-SERVICING.
    OPEN INPUT OLD-SERVICING-MASTER
    PERFORM 150-CHECK-OLD-OPEN
    OPEN OUTPUT NEW-SERVICING-MASTER
    PERFORM 155-CHECK-NEW-OPEN
    PERFORM UNTIL MORE-RECORDS = "N"
        READ OLD-SERVICING-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                ADD 1 TO WS-RECORD-COUNT
                MOVE OLS-REC TO LS-REC
                MOVE ZERO TO LS-LATE-CHARGES-DUE
                MOVE ZERO TO LS-PAYOFF-DATE
                MOVE ZERO TO LS-MONTHLY-ESCROW
                MOVE ZERO TO LS-ESCROW-BALANCE
                MOVE ZERO TO LS-ANNUAL-TAXES
                MOVE ZERO TO LS-TAX-DUE-DATE
                MOVE ZERO TO LS-ANNUAL-INSURANCE
                MOVE ZERO TO LS-INSURANCE-DUE-DATE
                MOVE ZERO TO LS-ESCROW-ANALYSIS-DATE
                MOVE "F" TO LS-RATE-TYPE
                MOVE LS-ANNUAL-RATE TO LS-INITIAL-RATE
                MOVE SPACES TO LS-INDEX-CODE
                MOVE ZERO TO LS-MARGIN
                MOVE ZERO TO LS-RESET-MONTHS
                MOVE ZERO TO LS-PERIOD-CAP
                MOVE ZERO TO LS-LIFETIME-CAP
                MOVE ZERO TO LS-NEXT-RESET-DATE
                MOVE ZERO TO LS-MATURITY-DATE
                IF LS-PRINCIPAL-BALANCE IS NUMERIC
                    ADD LS-PRINCIPAL-BALANCE TO WS-HASH-TOTAL
                END-IF
                WRITE LS-REC
        END-READ
    END-PERFORM
    CLOSE OLD-SERVICING-MASTER
          NEW-SERVICING-MASTER.

*> 010-log-run-start / 900-log-run-end - the start and normal-end
*> records every batch program appends to the shared run log.
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
    MOVE "WatersTA67" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA67.
