*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: This program maintains the prerequisite table kept
*> alongside the WatersTA38 course catalog: for each course, the
*> prior courses a student must have completed and the lowest
*> letter grade in each that counts. The WatersTA13 posting run
*> checks every enrollment against it. Both courses must be on
*> the catalog; entries are edited before they touch the file,
*> and a session register lists every prerequisite added,
*> changed, or removed.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA72.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PREREQUISITE-TABLE
        ASSIGN TO PREREQ
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PRQ-KEY
        FILE STATUS IS WS-PREREQ-FILE-STATUS.

    SELECT COURSE-CATALOG
        ASSIGN TO CRSCAT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CRS-COURSE-NO
        FILE STATUS IS WS-CATALOG-FILE-STATUS.

    SELECT REJECTED-ENTRIES
        ASSIGN TO PRQREJ
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ENTRY-REGISTER
        ASSIGN TO PRQREG
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RUN-LOG
        ASSIGN TO RUNLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD PREREQUISITE-TABLE.
01 PRQ-REC.
    COPY PRQREC.

FD COURSE-CATALOG.
01 CRS-REC.
    COPY CRSREC.

FD REJECTED-ENTRIES.
01 REJ-LINE               PIC X(80).

FD ENTRY-REGISTER.
01 REG-LINE               PIC X(80).

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
    05 WS-PREREQ-FILE-STATUS   PIC XX.
    05 WS-CATALOG-FILE-STATUS  PIC XX.
    05 WS-FUNCTION-CODE        PIC X(1).
    05 WS-ENTRY-VALID          PIC X(1).
    05 WS-RECORD-ON-FILE       PIC X(1).
    05 WS-COURSE-ON-CATALOG    PIC X(1).
    05 WS-REJECT-REASON        PIC X(40).
    05 WS-REJECT-COUNT         PIC 9(5) VALUE ZERO.
    05 WS-ACCEPT-COUNT         PIC 9(5) VALUE ZERO.

01 WS-ENTRY-FIELDS.
    05 WS-E-COURSE-NO       PIC X(7).
    05 WS-E-REQUIRED-COURSE PIC X(7).
    05 WS-E-MINIMUM-GRADE   PIC X(2).

01 WS-REJECT-LINE.
    05 WS-R-COURSE-NO     PIC X(7).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 WS-R-REQUIRED      PIC X(7).
    05 FILLER             PIC X(3) VALUE SPACES.
    05 WS-R-REASON        PIC X(40).

01 WS-HEADING-LINE.
    05 FILLER   PIC X(7)  VALUE "COURSE".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(8)  VALUE "REQUIRES".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(9)  VALUE "MIN GRADE".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(8)  VALUE "FUNCTION".

01 WS-REGISTER-LINE.
    05 WS-G-COURSE-NO      PIC X(7).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-G-REQUIRED       PIC X(7).
    05 FILLER              PIC X(7)  VALUE SPACES.
    05 WS-G-MINIMUM-GRADE  PIC X(2).
    05 FILLER              PIC X(5)  VALUE SPACES.
    05 WS-G-FUNCTION       PIC X(8).

01 WS-REGISTER-TOTAL-LINE.
    05 FILLER               PIC X(18) VALUE "ENTRIES ACCEPTED:".
    05 WS-G-ACCEPT-COUNT    PIC ZZZZ9.
    05 FILLER               PIC X(3)  VALUE SPACES.
    05 FILLER               PIC X(18) VALUE "ENTRIES REJECTED:".
    05 WS-G-REJECT-COUNT    PIC ZZZZ9.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    OPEN I-O PREREQUISITE-TABLE
    IF WS-PREREQ-FILE-STATUS = "35"
        OPEN OUTPUT PREREQUISITE-TABLE
        CLOSE PREREQUISITE-TABLE
        OPEN I-O PREREQUISITE-TABLE
    END-IF
    IF WS-PREREQ-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA72: UNABLE TO OPEN PREREQUISITE-TABLE, "
            "FILE STATUS " WS-PREREQ-FILE-STATUS
        STOP RUN
    END-IF

    OPEN INPUT COURSE-CATALOG
    IF WS-CATALOG-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA72: UNABLE TO OPEN COURSE-CATALOG, "
            "FILE STATUS " WS-CATALOG-FILE-STATUS
        STOP RUN
    END-IF

    OPEN OUTPUT REJECTED-ENTRIES
                ENTRY-REGISTER

    WRITE REG-LINE FROM WS-HEADING-LINE

    PERFORM UNTIL MORE-RECORDS = "N"
        DISPLAY "ENTER FUNCTION - (A)DD, (C)HANGE, OR (R)EMOVE:"
        ACCEPT WS-FUNCTION-CODE
        DISPLAY "ENTER COURSE NUMBER:"
        ACCEPT WS-E-COURSE-NO
        DISPLAY "ENTER REQUIRED PRIOR COURSE NUMBER:"
        ACCEPT WS-E-REQUIRED-COURSE
        IF WS-FUNCTION-CODE = "R"
            MOVE SPACES TO WS-E-MINIMUM-GRADE
        ELSE
            DISPLAY "ENTER MINIMUM GRADE (A/B/C/D):"
            ACCEPT WS-E-MINIMUM-GRADE
        END-IF
        PERFORM 160-VALIDATE-ENTRY
        IF WS-ENTRY-VALID = "Y"
            PERFORM 200-APPLY-ENTRY
            PERFORM 180-WRITE-REGISTER-LINE
        ELSE
            PERFORM 170-WRITE-REJECTED-ENTRY
        END-IF
        DISPLAY "IS THERE MORE DATA? (Y/N)"
        ACCEPT MORE-RECORDS
    END-PERFORM

    MOVE WS-ACCEPT-COUNT TO WS-G-ACCEPT-COUNT
    MOVE WS-REJECT-COUNT TO WS-G-REJECT-COUNT
    WRITE REG-LINE FROM WS-REGISTER-TOTAL-LINE

    CLOSE PREREQUISITE-TABLE
          COURSE-CATALOG
          REJECTED-ENTRIES
          ENTRY-REGISTER
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 160-validate-entry - a recognized function code, both courses
*> on the catalog and not the same course, a passing letter grade
*> on an add or change, and a prerequisite that is on file for a
*> change or remove but not already on file for an add.
160-VALIDATE-ENTRY.
    MOVE "Y" TO WS-ENTRY-VALID
    MOVE SPACES TO WS-REJECT-REASON

    IF WS-FUNCTION-CODE NOT = "A" AND WS-FUNCTION-CODE NOT = "C"
            AND WS-FUNCTION-CODE NOT = "R"
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "FUNCTION MUST BE A, C, OR R" TO WS-REJECT-REASON
    ELSE
        IF WS-E-COURSE-NO = WS-E-REQUIRED-COURSE
            MOVE "N" TO WS-ENTRY-VALID
            MOVE "A COURSE CANNOT REQUIRE ITSELF"
                TO WS-REJECT-REASON
        ELSE
            MOVE WS-E-COURSE-NO TO CRS-COURSE-NO
            PERFORM 162-CHECK-CATALOG
            IF WS-COURSE-ON-CATALOG = "N"
                MOVE "N" TO WS-ENTRY-VALID
                MOVE "COURSE NOT ON CATALOG" TO WS-REJECT-REASON
            ELSE
                MOVE WS-E-REQUIRED-COURSE TO CRS-COURSE-NO
                PERFORM 162-CHECK-CATALOG
                IF WS-COURSE-ON-CATALOG = "N"
                    MOVE "N" TO WS-ENTRY-VALID
                    MOVE "REQUIRED COURSE NOT ON CATALOG"
                        TO WS-REJECT-REASON
                ELSE
                    IF WS-FUNCTION-CODE NOT = "R"
                            AND WS-E-MINIMUM-GRADE NOT = "A"
                            AND WS-E-MINIMUM-GRADE NOT = "B"
                            AND WS-E-MINIMUM-GRADE NOT = "C"
                            AND WS-E-MINIMUM-GRADE NOT = "D"
                        MOVE "N" TO WS-ENTRY-VALID
                        MOVE "MINIMUM GRADE MUST BE A, B, C, OR D"
                            TO WS-REJECT-REASON
                    ELSE
                        PERFORM 165-CHECK-ON-FILE
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

*> 162-check-catalog - the course number moved to the catalog key
*> by the caller must be on the catalog.
162-CHECK-CATALOG.
    MOVE "Y" TO WS-COURSE-ON-CATALOG
    READ COURSE-CATALOG
        INVALID KEY
            MOVE "N" TO WS-COURSE-ON-CATALOG
    END-READ.

*> 165-check-on-file - an add must not duplicate a prerequisite
*> already on the table; a change or remove must have one to act
*> on.
165-CHECK-ON-FILE.
    MOVE "Y" TO WS-RECORD-ON-FILE
    MOVE WS-E-COURSE-NO TO PRQ-COURSE-NO
    MOVE WS-E-REQUIRED-COURSE TO PRQ-REQUIRED-COURSE
    READ PREREQUISITE-TABLE
        INVALID KEY
            MOVE "N" TO WS-RECORD-ON-FILE
    END-READ

    IF WS-FUNCTION-CODE = "A" AND WS-RECORD-ON-FILE = "Y"
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "DUPLICATE PREREQUISITE" TO WS-REJECT-REASON
    END-IF
    IF WS-FUNCTION-CODE NOT = "A" AND WS-RECORD-ON-FILE = "N"
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "PREREQUISITE NOT ON FILE" TO WS-REJECT-REASON
    END-IF.

*> 200-apply-entry - writes a new prerequisite for an add,
*> rewrites its minimum grade for a change, or deletes it for a
*> remove.
200-APPLY-ENTRY.
    MOVE WS-E-COURSE-NO TO PRQ-COURSE-NO
    MOVE WS-E-REQUIRED-COURSE TO PRQ-REQUIRED-COURSE
    IF WS-FUNCTION-CODE = "R"
        DELETE PREREQUISITE-TABLE RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
    ELSE
        MOVE WS-E-MINIMUM-GRADE TO PRQ-MINIMUM-GRADE
        IF WS-FUNCTION-CODE = "A"
            WRITE PRQ-REC
        ELSE
            REWRITE PRQ-REC
        END-IF
    END-IF.

*> 170-write-rejected-entry - logs a rejected entry with its
*> reason instead of letting a bad keystroke reach the table.
170-WRITE-REJECTED-ENTRY.
    ADD 1 TO WS-REJECT-COUNT
    MOVE WS-E-COURSE-NO TO WS-R-COURSE-NO
    MOVE WS-E-REQUIRED-COURSE TO WS-R-REQUIRED
    MOVE WS-REJECT-REASON TO WS-R-REASON
    WRITE REJ-LINE FROM WS-REJECT-LINE.

*> 180-write-register-line - lists each entry applied this session
*> so the registrar has a reviewable record of what changed.
180-WRITE-REGISTER-LINE.
    ADD 1 TO WS-ACCEPT-COUNT
    MOVE WS-E-COURSE-NO TO WS-G-COURSE-NO
    MOVE WS-E-REQUIRED-COURSE TO WS-G-REQUIRED
    MOVE WS-E-MINIMUM-GRADE TO WS-G-MINIMUM-GRADE
    IF WS-FUNCTION-CODE = "A"
        MOVE "ADDED" TO WS-G-FUNCTION
    ELSE
        IF WS-FUNCTION-CODE = "C"
            MOVE "CHANGED" TO WS-G-FUNCTION
        ELSE
            MOVE "REMOVED" TO WS-G-FUNCTION
        END-IF
    END-IF
    WRITE REG-LINE FROM WS-REGISTER-LINE.


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
    MOVE "WatersTA72" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA72.
