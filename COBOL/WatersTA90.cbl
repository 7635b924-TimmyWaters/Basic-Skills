*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: The nightly referential integrity audit. Each master
*> is kept by its own programs, and nothing stops one of them
*> from drifting away from the files it points at. This run
*> walks the links between them and lists every break by file
*> and key: an enrollment or receivables account whose student is
*> on neither the registration master nor the archive; an open
*> purchase order for a part not on the inventory master or a
*> vendor not on the vendor master; a part whose location
*> quantities do not add up to its quantity on hand; an open
*> deduction left on a terminated employee; and a serviced loan
*> with no converted quote behind it on the loan master. A file
*> that cannot be opened is listed as a break of its own, since
*> nothing behind it was checked. The count of breaks goes to the
*> run log ahead of the end record, so the morning status report
*> shows when the files have drifted apart, and any break ends
*> the run with condition code 4.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA90.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-CONTROL-FILE
        ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

    SELECT REGISTRATION-MASTER
        ASSIGN TO REGMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IN-STUDENT-ID
        FILE STATUS IS WS-REG-FILE-STATUS.

    SELECT STUDENT-ARCHIVE
        ASSIGN TO REGARCH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

    SELECT COURSE-ENROLLMENTS
        ASSIGN TO STUENRL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ENR-KEY
        FILE STATUS IS WS-ENROLL-FILE-STATUS.

    SELECT RECEIVABLES-MASTER
        ASSIGN TO ARMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-STUDENT-ID
        FILE STATUS IS WS-AR-FILE-STATUS.

    SELECT OPEN-PO-FILE
        ASSIGN TO OPENPO
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPENPO-FILE-STATUS.

    SELECT VENDOR-MASTER
        ASSIGN TO VENDMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VENDOR-FILE-STATUS.

    SELECT INVENTORY-MASTER
        ASSIGN TO INVMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PART-NO
        FILE STATUS IS WS-INV-FILE-STATUS.

    SELECT LOCATION-BALANCES
        ASSIGN TO INVLOC
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LOC-KEY
        FILE STATUS IS WS-LOC-FILE-STATUS.

    SELECT EMPLOYEE-MASTER
        ASSIGN TO EMPMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EMP-EMPLOYEE-ID
        FILE STATUS IS WS-EMP-FILE-STATUS.

    SELECT DEDUCTION-MASTER
        ASSIGN TO DEDMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DED-KEY
        FILE STATUS IS WS-DED-FILE-STATUS.

    SELECT SERVICING-MASTER
        ASSIGN TO LOANSVC
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LS-LOAN-NUMBER
        FILE STATUS IS WS-SVC-FILE-STATUS.

    SELECT LOAN-MASTER
        ASSIGN TO LOANMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LM-QUOTE-NUMBER
        FILE STATUS IS WS-LOAN-FILE-STATUS.

    SELECT INTEGRITY-REPORT
        ASSIGN TO WS-INTGRPT-NAME
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
FD RUN-CONTROL-FILE.
01 RUNCTL-REC.
    COPY RUNCTL.

FD REGISTRATION-MASTER.
01 IN-STUDENT-REC.
    COPY STUDREC.

FD STUDENT-ARCHIVE.
01 ARC-STUDENT-REC           PIC X(193).

FD COURSE-ENROLLMENTS.
01 ENR-REC.
    COPY ENRREC.

FD RECEIVABLES-MASTER.
01 AR-REC.
    COPY ARREC.

FD OPEN-PO-FILE.
01 OPENPO-REC.
    COPY OPOREC.

FD VENDOR-MASTER.
01 VM-VENDOR-REC.
    05 VM-VENDOR-CODE  PIC X(4).
    05 VM-VENDOR-DESC  PIC X(20).
    05 VM-STATUS       PIC X(1).

FD INVENTORY-MASTER.
01 INV-RECORD.
    COPY INVREC.

FD LOCATION-BALANCES.
01 LOC-REC.
    COPY LOCREC.

FD EMPLOYEE-MASTER.
01 EMP-REC.
    COPY EMPREC.

FD DEDUCTION-MASTER.
01 DED-REC.
    COPY DEDREC.

FD SERVICING-MASTER.
01 LS-REC.
    COPY LOANSV.

FD LOAN-MASTER.
01 LM-REC.
    COPY LOANQT REPLACING LEADING ==PREFIX== BY ==LM==.

FD INTEGRITY-REPORT.
01 RPT-LINE                      PIC X(80).

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
    05 WS-RUNCTL-FILE-STATUS      PIC XX.
    05 WS-REG-FILE-STATUS         PIC XX.
    05 WS-ARCHIVE-FILE-STATUS     PIC XX.
    05 WS-ENROLL-FILE-STATUS      PIC XX.
    05 WS-AR-FILE-STATUS          PIC XX.
    05 WS-OPENPO-FILE-STATUS      PIC XX.
    05 WS-VENDOR-FILE-STATUS      PIC XX.
    05 WS-INV-FILE-STATUS         PIC XX.
    05 WS-LOC-FILE-STATUS         PIC XX.
    05 WS-EMP-FILE-STATUS         PIC XX.
    05 WS-DED-FILE-STATUS         PIC XX.
    05 WS-SVC-FILE-STATUS         PIC XX.
    05 WS-LOAN-FILE-STATUS        PIC XX.
    05 WS-OUTCAT-FILE-STATUS      PIC XX.
    05 WS-RUN-CONTROL-FOUND       PIC X(1).
    05 WS-AUDIT-DATE              PIC 9(8).
    05 WS-REGMSTR-OPEN            PIC X(1).
    05 WS-ARCHIVE-EOF             PIC X(1).
    05 WS-CHECK-STUDENT           PIC X(9).
    05 WS-STUDENT-FOUND           PIC X(1).
    05 WS-LAST-STUDENT            PIC X(9) VALUE SPACES.
    05 WS-LAST-STUDENT-FOUND      PIC X(1) VALUE "N".
    05 WS-VENDOR-FOUND            PIC X(1).
    05 WS-LOC-PART                PIC X(5).
    05 WS-LOC-SUM                 PIC 9(7).
    05 WS-HAVE-LOCATION           PIC X(1).
    05 WS-DEDUCTION-OPEN          PIC X(1).
    05 WS-SECTION-SUB             PIC 9(1).

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

*> The archive's student IDs, loaded once so the checks are not
*> a pass over the archive per student. An archive too big for
*> the table is read through instead, the way the enrollment
*> posting reinstates a student.
01 WS-ARCHIVE-TABLE.
    05 WS-ARCHIVE-COUNT           PIC 9(4) VALUE ZERO.
    05 WS-ARCHIVE-OVERFLOW        PIC X(1) VALUE "N".
    05 WS-ARCHIVE-ENTRY OCCURS 5000 TIMES INDEXED BY ARC-IDX.
        10 WS-AT-STUDENT-ID       PIC X(9).

*> The vendor codes on the vendor master.
01 WS-VENDOR-TABLE.
    05 WS-VENDOR-COUNT            PIC 9(3) VALUE ZERO.
    05 WS-VENDORS-LOADED          PIC X(1) VALUE "N".
    05 WS-VENDOR-ENTRY OCCURS 500 TIMES INDEXED BY VEN-IDX.
        10 WS-VT-VENDOR-CODE      PIC X(4).

*> The links checked, in report order, with what each one found.
01 WS-SECTION-VALUES.
    05 FILLER PIC X(40) VALUE "ENROLLMENTS TO STUDENTS".
    05 FILLER PIC X(40) VALUE "RECEIVABLES ACCOUNTS TO STUDENTS".
    05 FILLER PIC X(40) VALUE "OPEN PURCHASE ORDERS TO PARTS, VENDORS".
    05 FILLER PIC X(40) VALUE "LOCATION QUANTITIES TO QTY-ON-HAND".
    05 FILLER PIC X(40) VALUE "OPEN DEDUCTIONS TO ACTIVE EMPLOYEES".
    05 FILLER PIC X(40) VALUE "SERVICED LOANS TO CONVERTED QUOTES".
01 WS-SECTION-TABLE REDEFINES WS-SECTION-VALUES.
    05 WS-SECTION-NAME OCCURS 6 TIMES PIC X(40).

01 WS-SECTION-COUNTS.
    05 WS-SECTION-COUNT OCCURS 6 TIMES.
        10 WS-SC-CHECKED          PIC 9(7).
        10 WS-SC-BREAKS           PIC 9(7).

01 WS-TOTAL-BREAKS               PIC 9(8) VALUE ZERO.

*> Tonight's report, stamped with the run date.
01 WS-INTGRPT-NAME               PIC X(21) VALUE "INTGRPT".

01 WS-HEADING-LINE-1.
    05 FILLER             PIC X(34) VALUE
        "REFERENTIAL INTEGRITY AUDIT".
    05 FILLER             PIC X(9)  VALUE "RUN DATE ".
    05 WS-H-RUN-DATE      PIC 9(8).

01 WS-SECTION-LINE.
    05 WS-S-NUMBER        PIC 9(1).
    05 FILLER             PIC X(2)  VALUE ". ".
    05 WS-S-TEXT          PIC X(40).

01 WS-BREAK-HEADING.
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(10) VALUE "FILE".
    05 FILLER   PIC X(26) VALUE "KEY".
    05 FILLER   PIC X(42) VALUE "PROBLEM".

01 WS-BREAK-LINE.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-B-FILE          PIC X(8).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-B-KEY           PIC X(24).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-B-PROBLEM       PIC X(42).

01 WS-SECTION-TRAILER.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 FILLER             PIC X(17) VALUE "RECORDS CHECKED: ".
    05 WS-ST-CHECKED      PIC Z,ZZZ,ZZ9.
    05 FILLER             PIC X(11) VALUE "   BREAKS: ".
    05 WS-ST-BREAKS       PIC Z,ZZZ,ZZ9.

01 WS-SUMMARY-LINE.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-SM-TEXT         PIC X(40).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-SM-CHECKED      PIC Z,ZZZ,ZZ9.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 WS-SM-BREAKS       PIC ZZ,ZZZ,ZZ9.

01 WS-EDIT-QTY-1                 PIC Z,ZZZ,ZZ9.
01 WS-EDIT-QTY-2                 PIC Z,ZZZ,ZZ9.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 030-READ-RUN-CONTROL
    PERFORM 040-STAMP-OUTPUT-NAME
    INITIALIZE WS-SECTION-COUNTS

    OPEN OUTPUT INTEGRITY-REPORT
    MOVE WS-AUDIT-DATE TO WS-H-RUN-DATE
    WRITE RPT-LINE FROM WS-HEADING-LINE-1

    PERFORM 050-LOAD-ARCHIVE-IDS
    PERFORM 060-LOAD-VENDOR-CODES
    PERFORM 200-CHECK-STUDENT-LINKS
    PERFORM 300-CHECK-OPEN-PURCHASE-ORDERS
    PERFORM 400-CHECK-LOCATION-QUANTITIES
    PERFORM 500-CHECK-OPEN-DEDUCTIONS
    PERFORM 600-CHECK-SERVICED-LOANS
    PERFORM 800-PRINT-SUMMARY
    CLOSE INTEGRITY-REPORT

    DISPLAY "WATERSTA90: " WS-TOTAL-BREAKS " INTEGRITY BREAKS FOUND"
    IF WS-TOTAL-BREAKS > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM 910-LOG-ERROR-COUNT
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 030-read-run-control - the run date decides which deductions
*> are still open; the system date stands in when the file is
*> absent, the way WatersTA80 falls back.
030-READ-RUN-CONTROL.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
    MOVE "N" TO WS-RUN-CONTROL-FOUND
    OPEN INPUT RUN-CONTROL-FILE
    IF WS-RUNCTL-FILE-STATUS = "00"
        READ RUN-CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE "Y" TO WS-RUN-CONTROL-FOUND
        END-READ
        CLOSE RUN-CONTROL-FILE
    END-IF

    IF WS-RUN-CONTROL-FOUND = "Y"
        MOVE RUNCTL-RUN-DATE TO WS-RUN-DATE
    END-IF
    MOVE WS-RUN-DATE (1:8) TO WS-AUDIT-DATE.

*> 040-stamp-output-name - the dated report name and its catalog
*> entry for the retention sweep.
040-STAMP-OUTPUT-NAME.
    MOVE SPACES TO WS-INTGRPT-NAME
    STRING "INTGRPT." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-INTGRPT-NAME
    OPEN EXTEND OUTPUT-CATALOG
    IF WS-OUTCAT-FILE-STATUS NOT = "00"
        OPEN OUTPUT OUTPUT-CATALOG
    END-IF
    MOVE WS-INTGRPT-NAME TO OUTCAT-FILE-NAME
    MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
    WRITE OUT-CATALOG-REC
    CLOSE OUTPUT-CATALOG.

*> 050-load-archive-ids - the student IDs on the archive. No
*> archive at all is not a break; it only means every student
*> has to be on the registration master.
050-LOAD-ARCHIVE-IDS.
    MOVE "N" TO WS-ARCHIVE-EOF
    OPEN INPUT STUDENT-ARCHIVE
    IF WS-ARCHIVE-FILE-STATUS NOT = "00"
        MOVE "Y" TO WS-ARCHIVE-EOF
    END-IF
    PERFORM UNTIL WS-ARCHIVE-EOF = "Y"
        READ STUDENT-ARCHIVE
            AT END
                MOVE "Y" TO WS-ARCHIVE-EOF
            NOT AT END
                IF WS-ARCHIVE-COUNT < 5000
                    ADD 1 TO WS-ARCHIVE-COUNT
                    MOVE ARC-STUDENT-REC (1:9)
                        TO WS-AT-STUDENT-ID (WS-ARCHIVE-COUNT)
                ELSE
                    MOVE "Y" TO WS-ARCHIVE-OVERFLOW
                    MOVE "Y" TO WS-ARCHIVE-EOF
                END-IF
        END-READ
    END-PERFORM
    IF WS-ARCHIVE-FILE-STATUS = "00"
            OR WS-ARCHIVE-FILE-STATUS = "10"
        CLOSE STUDENT-ARCHIVE
    END-IF.

*> 060-load-vendor-codes - the vendor master's codes, for the
*> open purchase order check.
060-LOAD-VENDOR-CODES.
    MOVE "Y" TO MORE-RECORDS
    OPEN INPUT VENDOR-MASTER
    IF WS-VENDOR-FILE-STATUS NOT = "00"
        MOVE "N" TO MORE-RECORDS
    ELSE
        MOVE "Y" TO WS-VENDORS-LOADED
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ VENDOR-MASTER
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF WS-VENDOR-COUNT < 500
                    ADD 1 TO WS-VENDOR-COUNT
                    MOVE VM-VENDOR-CODE
                        TO WS-VT-VENDOR-CODE (WS-VENDOR-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF WS-VENDOR-FILE-STATUS = "00" OR WS-VENDOR-FILE-STATUS = "10"
        CLOSE VENDOR-MASTER
    END-IF.

*> 200-check-student-links - enrollments and receivables accounts
*> both point at a student; the registration master stays open
*> across the two checks.
200-CHECK-STUDENT-LINKS.
    MOVE "Y" TO WS-REGMSTR-OPEN
    OPEN INPUT REGISTRATION-MASTER
    IF WS-REG-FILE-STATUS NOT = "00"
        MOVE "N" TO WS-REGMSTR-OPEN
    END-IF
    PERFORM 210-CHECK-ENROLLMENTS
    PERFORM 220-CHECK-RECEIVABLES
    IF WS-REGMSTR-OPEN = "Y"
        CLOSE REGISTRATION-MASTER
    END-IF.

*> 210-check-enrollments - every enrollment, by its full key, whose
*> student is on neither the master nor the archive.
210-CHECK-ENROLLMENTS.
    MOVE 1 TO WS-SECTION-SUB
    PERFORM 710-START-SECTION
    IF WS-REGMSTR-OPEN NOT = "Y"
        MOVE "REGMSTR" TO WS-B-FILE
        PERFORM 720-NOTE-NOT-CHECKED
        PERFORM 730-END-SECTION
        EXIT PARAGRAPH
    END-IF

    MOVE "Y" TO MORE-RECORDS
    OPEN INPUT COURSE-ENROLLMENTS
    IF WS-ENROLL-FILE-STATUS NOT = "00"
        MOVE "STUENRL" TO WS-B-FILE
        PERFORM 720-NOTE-NOT-CHECKED
        MOVE "N" TO MORE-RECORDS
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ COURSE-ENROLLMENTS NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                ADD 1 TO WS-SC-CHECKED (WS-SECTION-SUB)
                MOVE ENR-STUDENT-ID TO WS-CHECK-STUDENT
                PERFORM 230-FIND-STUDENT
                IF WS-STUDENT-FOUND = "N"
                    MOVE "STUENRL" TO WS-B-FILE
                    MOVE SPACES TO WS-B-KEY
                    STRING ENR-STUDENT-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ENR-TERM DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ENR-COURSE-NO DELIMITED BY SIZE
                           INTO WS-B-KEY
                    MOVE "STUDENT NOT ON REGMSTR OR REGARCH"
                        TO WS-B-PROBLEM
                    PERFORM 700-WRITE-BREAK
                END-IF
        END-READ
    END-PERFORM
    IF WS-ENROLL-FILE-STATUS = "00" OR WS-ENROLL-FILE-STATUS = "10"
        CLOSE COURSE-ENROLLMENTS
    END-IF
    PERFORM 730-END-SECTION.

*> 220-check-receivables - every receivables account whose student
*> is on neither the master nor the archive.
220-CHECK-RECEIVABLES.
    MOVE 2 TO WS-SECTION-SUB
    PERFORM 710-START-SECTION
    IF WS-REGMSTR-OPEN NOT = "Y"
        MOVE "REGMSTR" TO WS-B-FILE
        PERFORM 720-NOTE-NOT-CHECKED
        PERFORM 730-END-SECTION
        EXIT PARAGRAPH
    END-IF

    MOVE "Y" TO MORE-RECORDS
    OPEN INPUT RECEIVABLES-MASTER
    IF WS-AR-FILE-STATUS NOT = "00"
        MOVE "ARMSTR" TO WS-B-FILE
        PERFORM 720-NOTE-NOT-CHECKED
        MOVE "N" TO MORE-RECORDS
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ RECEIVABLES-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                ADD 1 TO WS-SC-CHECKED (WS-SECTION-SUB)
                MOVE AR-STUDENT-ID TO WS-CHECK-STUDENT
                PERFORM 230-FIND-STUDENT
                IF WS-STUDENT-FOUND = "N"
                    MOVE "ARMSTR" TO WS-B-FILE
                    MOVE AR-STUDENT-ID TO WS-B-KEY
                    MOVE "STUDENT NOT ON REGMSTR OR REGARCH"
                        TO WS-B-PROBLEM
                    PERFORM 700-WRITE-BREAK
                END-IF
        END-READ
    END-PERFORM
    IF WS-AR-FILE-STATUS = "00" OR WS-AR-FILE-STATUS = "10"
        CLOSE RECEIVABLES-MASTER
    END-IF
    PERFORM 730-END-SECTION.

*> 230-find-student - the registration master first, then the
*> archive. Enrollments come in student order, so the last answer
*> is kept for the next record.
230-FIND-STUDENT.
    IF WS-CHECK-STUDENT = WS-LAST-STUDENT
        MOVE WS-LAST-STUDENT-FOUND TO WS-STUDENT-FOUND
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-STUDENT-FOUND
    MOVE WS-CHECK-STUDENT TO IN-STUDENT-ID
    READ REGISTRATION-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO WS-STUDENT-FOUND
    END-READ

    IF WS-STUDENT-FOUND = "N" AND WS-ARCHIVE-COUNT > ZERO
        SET ARC-IDX TO 1
        SEARCH WS-ARCHIVE-ENTRY
            AT END
                CONTINUE
            WHEN ARC-IDX > WS-ARCHIVE-COUNT
                CONTINUE
            WHEN WS-AT-STUDENT-ID (ARC-IDX) = WS-CHECK-STUDENT
                MOVE "Y" TO WS-STUDENT-FOUND
        END-SEARCH
    END-IF

    IF WS-STUDENT-FOUND = "N" AND WS-ARCHIVE-OVERFLOW = "Y"
        PERFORM 235-SCAN-ARCHIVE
    END-IF

    MOVE WS-CHECK-STUDENT TO WS-LAST-STUDENT
    MOVE WS-STUDENT-FOUND TO WS-LAST-STUDENT-FOUND.

*> 235-scan-archive - the archive read through for a student past
*> the end of the table.
235-SCAN-ARCHIVE.
    MOVE "N" TO WS-ARCHIVE-EOF
    OPEN INPUT STUDENT-ARCHIVE
    IF WS-ARCHIVE-FILE-STATUS NOT = "00"
        MOVE "Y" TO WS-ARCHIVE-EOF
    END-IF
    PERFORM UNTIL WS-ARCHIVE-EOF = "Y"
        READ STUDENT-ARCHIVE
            AT END
                MOVE "Y" TO WS-ARCHIVE-EOF
            NOT AT END
                IF ARC-STUDENT-REC (1:9) = WS-CHECK-STUDENT
                    MOVE "Y" TO WS-STUDENT-FOUND
                    MOVE "Y" TO WS-ARCHIVE-EOF
                END-IF
        END-READ
    END-PERFORM
    IF WS-ARCHIVE-FILE-STATUS = "00"
            OR WS-ARCHIVE-FILE-STATUS = "10"
        CLOSE STUDENT-ARCHIVE
    END-IF.

*> 300-check-open-purchase-orders - every purchase order not yet
*> closed must be for a part on the inventory master from a
*> vendor on the vendor master.
300-CHECK-OPEN-PURCHASE-ORDERS.
    MOVE 3 TO WS-SECTION-SUB
    PERFORM 710-START-SECTION
    OPEN INPUT INVENTORY-MASTER
    IF WS-INV-FILE-STATUS NOT = "00"
        MOVE "INVMSTR" TO WS-B-FILE
        PERFORM 720-NOTE-NOT-CHECKED
        PERFORM 730-END-SECTION
        EXIT PARAGRAPH
    END-IF
    IF WS-VENDORS-LOADED NOT = "Y"
        MOVE "VENDMSTR" TO WS-B-FILE
        PERFORM 720-NOTE-NOT-CHECKED
    END-IF

    MOVE "Y" TO MORE-RECORDS
    OPEN INPUT OPEN-PO-FILE
    IF WS-OPENPO-FILE-STATUS NOT = "00"
        MOVE "OPENPO" TO WS-B-FILE
        PERFORM 720-NOTE-NOT-CHECKED
        MOVE "N" TO MORE-RECORDS
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ OPEN-PO-FILE
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF OPO-STATUS NOT = "C"
                    PERFORM 310-CHECK-ONE-ORDER
                END-IF
        END-READ
    END-PERFORM
    IF WS-OPENPO-FILE-STATUS = "00" OR WS-OPENPO-FILE-STATUS = "10"
        CLOSE OPEN-PO-FILE
    END-IF
    CLOSE INVENTORY-MASTER
    PERFORM 730-END-SECTION.

310-CHECK-ONE-ORDER.
    ADD 1 TO WS-SC-CHECKED (WS-SECTION-SUB)
    MOVE "OPENPO" TO WS-B-FILE
    MOVE SPACES TO WS-B-KEY
    STRING OPO-PO-NUMBER DELIMITED BY SIZE
           " PART " DELIMITED BY SIZE
           OPO-PART-NO DELIMITED BY SIZE
           INTO WS-B-KEY

    MOVE OPO-PART-NO TO PART-NO
    READ INVENTORY-MASTER
        INVALID KEY
            MOVE "PART NOT ON INVMSTR" TO WS-B-PROBLEM
            PERFORM 700-WRITE-BREAK
    END-READ

    IF WS-VENDORS-LOADED = "Y"
        MOVE "N" TO WS-VENDOR-FOUND
        SET VEN-IDX TO 1
        SEARCH WS-VENDOR-ENTRY
            AT END
                CONTINUE
            WHEN VEN-IDX > WS-VENDOR-COUNT
                CONTINUE
            WHEN WS-VT-VENDOR-CODE (VEN-IDX) = OPO-VENDOR-CODE
                MOVE "Y" TO WS-VENDOR-FOUND
        END-SEARCH
        IF WS-VENDOR-FOUND = "N"
            MOVE SPACES TO WS-B-PROBLEM
            STRING "VENDOR " DELIMITED BY SIZE
                   OPO-VENDOR-CODE DELIMITED BY SIZE
                   " NOT ON VENDMSTR" DELIMITED BY SIZE
                   INTO WS-B-PROBLEM
            PERFORM 700-WRITE-BREAK
        END-IF
    END-IF.

*> 400-check-location-quantities - the location records for each
*> part must add up to the part's quantity on hand. The first
*> pass totals the locations part by part against the master; the
*> second finds stock on the master with no location at all.
400-CHECK-LOCATION-QUANTITIES.
    MOVE 4 TO WS-SECTION-SUB
    PERFORM 710-START-SECTION
    OPEN INPUT INVENTORY-MASTER
    IF WS-INV-FILE-STATUS NOT = "00"
        MOVE "INVMSTR" TO WS-B-FILE
        PERFORM 720-NOTE-NOT-CHECKED
        PERFORM 730-END-SECTION
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT LOCATION-BALANCES
    IF WS-LOC-FILE-STATUS NOT = "00"
        MOVE "INVLOC" TO WS-B-FILE
        PERFORM 720-NOTE-NOT-CHECKED
        CLOSE INVENTORY-MASTER
        PERFORM 730-END-SECTION
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-LOC-PART
    MOVE ZERO TO WS-LOC-SUM
    MOVE "Y" TO MORE-RECORDS
    PERFORM UNTIL MORE-RECORDS = "N"
        READ LOCATION-BALANCES NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF LOC-PART-NO NOT = WS-LOC-PART
                    IF WS-LOC-PART NOT = SPACES
                        PERFORM 410-CHECK-PART-TOTAL
                    END-IF
                    MOVE LOC-PART-NO TO WS-LOC-PART
                    MOVE ZERO TO WS-LOC-SUM
                END-IF
                ADD LOC-QTY-ON-HAND TO WS-LOC-SUM
        END-READ
    END-PERFORM
    IF WS-LOC-PART NOT = SPACES
        PERFORM 410-CHECK-PART-TOTAL
    END-IF

    MOVE LOW-VALUES TO PART-NO
    MOVE "Y" TO MORE-RECORDS
    START INVENTORY-MASTER KEY IS NOT LESS THAN PART-NO
        INVALID KEY
            MOVE "N" TO MORE-RECORDS
    END-START
    PERFORM UNTIL MORE-RECORDS = "N"
        READ INVENTORY-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF QTY-ON-HAND > ZERO
                    PERFORM 420-CHECK-PART-HAS-LOCATION
                END-IF
        END-READ
    END-PERFORM

    CLOSE LOCATION-BALANCES
    CLOSE INVENTORY-MASTER
    PERFORM 730-END-SECTION.

*> 410-check-part-total - one part's locations against the master.
410-CHECK-PART-TOTAL.
    ADD 1 TO WS-SC-CHECKED (WS-SECTION-SUB)
    MOVE "INVLOC" TO WS-B-FILE
    MOVE WS-LOC-PART TO WS-B-KEY
    MOVE WS-LOC-PART TO PART-NO
    READ INVENTORY-MASTER
        INVALID KEY
            MOVE "LOCATIONS FOR A PART NOT ON INVMSTR"
                TO WS-B-PROBLEM
            PERFORM 700-WRITE-BREAK
        NOT INVALID KEY
            IF WS-LOC-SUM NOT = QTY-ON-HAND
                MOVE WS-LOC-SUM TO WS-EDIT-QTY-1
                MOVE QTY-ON-HAND TO WS-EDIT-QTY-2
                MOVE SPACES TO WS-B-PROBLEM
                STRING "LOCATIONS" DELIMITED BY SIZE
                       WS-EDIT-QTY-1 DELIMITED BY SIZE
                       " QTY-ON-HAND" DELIMITED BY SIZE
                       WS-EDIT-QTY-2 DELIMITED BY SIZE
                       INTO WS-B-PROBLEM
                PERFORM 700-WRITE-BREAK
            END-IF
    END-READ.

*> 420-check-part-has-location - a part holding stock with no
*> location record; the first pass never saw it.
420-CHECK-PART-HAS-LOCATION.
    MOVE "N" TO WS-HAVE-LOCATION
    MOVE PART-NO TO LOC-PART-NO
    MOVE LOW-VALUES TO LOC-LOCATION
    START LOCATION-BALANCES KEY IS NOT LESS THAN LOC-KEY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            READ LOCATION-BALANCES NEXT RECORD
                AT END
                    CONTINUE
                NOT AT END
                    IF LOC-PART-NO = PART-NO
                        MOVE "Y" TO WS-HAVE-LOCATION
                    END-IF
            END-READ
    END-START

    IF WS-HAVE-LOCATION = "N"
        ADD 1 TO WS-SC-CHECKED (WS-SECTION-SUB)
        MOVE "INVMSTR" TO WS-B-FILE
        MOVE PART-NO TO WS-B-KEY
        MOVE QTY-ON-HAND TO WS-EDIT-QTY-2
        MOVE SPACES TO WS-B-PROBLEM
        STRING "QTY-ON-HAND" DELIMITED BY SIZE
               WS-EDIT-QTY-2 DELIMITED BY SIZE
               " IN NO LOCATION" DELIMITED BY SIZE
               INTO WS-B-PROBLEM
        PERFORM 700-WRITE-BREAK
    END-IF.

*> 500-check-open-deductions - a deduction is open while its stop
*> date has not passed and its goal, if it has one, is not yet
*> met. An open deduction must belong to an employee on the
*> master who has not been terminated. Final pay closes every
*> election a terminated employee has: WatersTA65 stops each one
*> as of the termination date except a garnishment, which the
*> WatersTA1 final-pay run stops as of its run date once the
*> final check has withheld it (WatersTA65 stops it too when no
*> final check is owed). One still open means the employee's
*> final pay has not been run.
500-CHECK-OPEN-DEDUCTIONS.
    MOVE 5 TO WS-SECTION-SUB
    PERFORM 710-START-SECTION
    OPEN INPUT EMPLOYEE-MASTER
    IF WS-EMP-FILE-STATUS NOT = "00"
        MOVE "EMPMSTR" TO WS-B-FILE
        PERFORM 720-NOTE-NOT-CHECKED
        PERFORM 730-END-SECTION
        EXIT PARAGRAPH
    END-IF

    MOVE "Y" TO MORE-RECORDS
    OPEN INPUT DEDUCTION-MASTER
    IF WS-DED-FILE-STATUS NOT = "00"
        MOVE "DEDMSTR" TO WS-B-FILE
        PERFORM 720-NOTE-NOT-CHECKED
        MOVE "N" TO MORE-RECORDS
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ DEDUCTION-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                MOVE "Y" TO WS-DEDUCTION-OPEN
                IF DED-STOP-DATE NOT = ZERO
                        AND DED-STOP-DATE NOT > WS-AUDIT-DATE
                    MOVE "N" TO WS-DEDUCTION-OPEN
                END-IF
                IF DED-GOAL-AMOUNT > ZERO
                        AND DED-TAKEN-TO-DATE NOT < DED-GOAL-AMOUNT
                    MOVE "N" TO WS-DEDUCTION-OPEN
                END-IF
                IF WS-DEDUCTION-OPEN = "Y"
                    PERFORM 510-CHECK-ONE-DEDUCTION
                END-IF
        END-READ
    END-PERFORM
    IF WS-DED-FILE-STATUS = "00" OR WS-DED-FILE-STATUS = "10"
        CLOSE DEDUCTION-MASTER
    END-IF
    CLOSE EMPLOYEE-MASTER
    PERFORM 730-END-SECTION.

510-CHECK-ONE-DEDUCTION.
    ADD 1 TO WS-SC-CHECKED (WS-SECTION-SUB)
    MOVE "DEDMSTR" TO WS-B-FILE
    MOVE SPACES TO WS-B-KEY
    STRING DED-EMPLOYEE-ID DELIMITED BY SIZE
           " PRIORITY " DELIMITED BY SIZE
           DED-PRIORITY DELIMITED BY SIZE
           INTO WS-B-KEY
    MOVE DED-EMPLOYEE-ID TO EMP-EMPLOYEE-ID
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE "OPEN DEDUCTION, EMPLOYEE NOT ON EMPMSTR"
                TO WS-B-PROBLEM
            PERFORM 700-WRITE-BREAK
        NOT INVALID KEY
            IF EMP-STATUS = "T"
                MOVE SPACES TO WS-B-PROBLEM
                STRING "OPEN DEDUCTION, EMPLOYEE TERMINATED "
                           DELIMITED BY SIZE
                       EMP-TERM-DATE DELIMITED BY SIZE
                       INTO WS-B-PROBLEM
                PERFORM 700-WRITE-BREAK
            END-IF
    END-READ.

*> 600-check-serviced-loans - every loan on the servicing master
*> came from a quote the conversion marked converted, under the
*> same number.
600-CHECK-SERVICED-LOANS.
    MOVE 6 TO WS-SECTION-SUB
    PERFORM 710-START-SECTION
    OPEN INPUT LOAN-MASTER
    IF WS-LOAN-FILE-STATUS NOT = "00"
        MOVE "LOANMSTR" TO WS-B-FILE
        PERFORM 720-NOTE-NOT-CHECKED
        PERFORM 730-END-SECTION
        EXIT PARAGRAPH
    END-IF

    MOVE "Y" TO MORE-RECORDS
    OPEN INPUT SERVICING-MASTER
    IF WS-SVC-FILE-STATUS NOT = "00"
        MOVE "LOANSVC" TO WS-B-FILE
        PERFORM 720-NOTE-NOT-CHECKED
        MOVE "N" TO MORE-RECORDS
    END-IF
    PERFORM UNTIL MORE-RECORDS = "N"
        READ SERVICING-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                PERFORM 610-CHECK-ONE-LOAN
        END-READ
    END-PERFORM
    IF WS-SVC-FILE-STATUS = "00" OR WS-SVC-FILE-STATUS = "10"
        CLOSE SERVICING-MASTER
    END-IF
    CLOSE LOAN-MASTER
    PERFORM 730-END-SECTION.

610-CHECK-ONE-LOAN.
    ADD 1 TO WS-SC-CHECKED (WS-SECTION-SUB)
    MOVE "LOANSVC" TO WS-B-FILE
    MOVE LS-LOAN-NUMBER TO WS-B-KEY
    MOVE LS-LOAN-NUMBER TO LM-QUOTE-NUMBER
    READ LOAN-MASTER
        INVALID KEY
            MOVE "NO QUOTE ON LOANMSTR" TO WS-B-PROBLEM
            PERFORM 700-WRITE-BREAK
        NOT INVALID KEY
            IF LM-QUOTE-STATUS NOT = "C"
                MOVE SPACES TO WS-B-PROBLEM
                STRING "QUOTE ON LOANMSTR NOT CONVERTED, STATUS "
                           DELIMITED BY SIZE
                       LM-QUOTE-STATUS DELIMITED BY SIZE
                       INTO WS-B-PROBLEM
                PERFORM 700-WRITE-BREAK
            END-IF
    END-READ.

*> 700-write-break - one break line, counted to its section and to
*> the night's total.
700-WRITE-BREAK.
    ADD 1 TO WS-SC-BREAKS (WS-SECTION-SUB)
    ADD 1 TO WS-TOTAL-BREAKS
    WRITE RPT-LINE FROM WS-BREAK-LINE.

710-START-SECTION.
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE WS-SECTION-SUB TO WS-S-NUMBER
    MOVE WS-SECTION-NAME (WS-SECTION-SUB) TO WS-S-TEXT
    WRITE RPT-LINE FROM WS-SECTION-LINE
    WRITE RPT-LINE FROM WS-BREAK-HEADING.

*> 720-note-not-checked - a file the check could not open; the
*> caller has the file name in the break line.
720-NOTE-NOT-CHECKED.
    MOVE SPACES TO WS-B-KEY
    MOVE "FILE COULD NOT BE OPENED - NOT CHECKED" TO WS-B-PROBLEM
    PERFORM 700-WRITE-BREAK.

730-END-SECTION.
    MOVE WS-SC-CHECKED (WS-SECTION-SUB) TO WS-ST-CHECKED
    MOVE WS-SC-BREAKS (WS-SECTION-SUB) TO WS-ST-BREAKS
    WRITE RPT-LINE FROM WS-SECTION-TRAILER.

*> 800-print-summary - each check's count on one page, then the
*> total that goes to the run log.
800-PRINT-SUMMARY.
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE "SUMMARY                                     CHECKED"
        TO RPT-LINE
    MOVE "BREAKS" TO RPT-LINE (57:6)
    WRITE RPT-LINE
    PERFORM VARYING WS-SECTION-SUB FROM 1 BY 1
            UNTIL WS-SECTION-SUB > 6
        MOVE WS-SECTION-NAME (WS-SECTION-SUB) TO WS-SM-TEXT
        MOVE WS-SC-CHECKED (WS-SECTION-SUB) TO WS-SM-CHECKED
        MOVE WS-SC-BREAKS (WS-SECTION-SUB) TO WS-SM-BREAKS
        WRITE RPT-LINE FROM WS-SUMMARY-LINE
    END-PERFORM
    MOVE "TOTAL INTEGRITY BREAKS" TO WS-SM-TEXT
    MOVE ZERO TO WS-SM-CHECKED
    MOVE WS-TOTAL-BREAKS TO WS-SM-BREAKS
    WRITE RPT-LINE FROM WS-SUMMARY-LINE
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    IF WS-TOTAL-BREAKS = ZERO
        MOVE "THE FILES AGREE - NO BREAKS FOUND" TO RPT-LINE
    ELSE
        MOVE "** THE FILES HAVE DRIFTED APART - SEE BREAKS ABOVE **"
            TO RPT-LINE
    END-IF
    WRITE RPT-LINE.

*> 010-log-run-start / 900-log-run-end - the start and normal-end
*> records every batch program appends to the shared run log, so
*> the morning status run can see what ran, when, and how it
*> ended. An abend leaves the start record with no matching end,
*> which is exactly what the status report flags.
010-LOG-RUN-START.
    MOVE "S" TO RUNLOG-RECORD-TYPE OF OUT-RUNLOG-REC
    MOVE "STARTED" TO RUNLOG-COMPLETION-STATUS OF OUT-RUNLOG-REC
    MOVE SPACE TO RUNLOG-ABEND-FLAG OF OUT-RUNLOG-REC
    PERFORM 020-WRITE-RUN-LOG.

900-LOG-RUN-END.
    MOVE "E" TO RUNLOG-RECORD-TYPE OF OUT-RUNLOG-REC
    MOVE "NORMAL" TO RUNLOG-COMPLETION-STATUS OF OUT-RUNLOG-REC
    MOVE SPACE TO RUNLOG-ABEND-FLAG OF OUT-RUNLOG-REC
    PERFORM 020-WRITE-RUN-LOG.

*> 910-log-error-count - the night's break count, written just
*> ahead of the end record for the morning status report.
910-LOG-ERROR-COUNT.
    MOVE "C" TO RUNLOG-RECORD-TYPE OF OUT-RUNLOG-REC
    MOVE WS-TOTAL-BREAKS TO RUNLOG-ERROR-COUNT OF OUT-RUNLOG-REC
    MOVE SPACE TO RUNLOG-ABEND-FLAG OF OUT-RUNLOG-REC
    PERFORM 020-WRITE-RUN-LOG.

020-WRITE-RUN-LOG.
    MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-STAMP
    MOVE "WatersTA90" TO RUNLOG-PROGRAM-ID OF OUT-RUNLOG-REC
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE OF OUT-RUNLOG-REC
    MOVE WS-RLS-TIME TO RUNLOG-TIME OF OUT-RUNLOG-REC
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA90.
