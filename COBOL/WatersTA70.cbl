*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: This program schedules and sizes the sections the
*> WatersTA13 posting run seats enrollments into - one section
*> per catalog course per term, carrying its seat limit and the
*> minimum enrollment below which it is a cancel candidate. The
*> enrolled and waitlist counts belong to the posting run and
*> are never keyed here; a change may not cut the seat limit
*> below the seats already taken. Entries are edited before they
*> touch the file, and a session register lists every section
*> added or changed.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA70.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SECTION-MASTER
        ASSIGN TO SECTMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SEC-KEY
        FILE STATUS IS WS-SECTION-FILE-STATUS.

    SELECT COURSE-CATALOG
        ASSIGN TO CRSCAT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CRS-COURSE-NO
        FILE STATUS IS WS-CATALOG-FILE-STATUS.

    SELECT REJECTED-ENTRIES
        ASSIGN TO SECREJ
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ENTRY-REGISTER
        ASSIGN TO SECREG
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RUN-LOG
        ASSIGN TO RUNLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD SECTION-MASTER.
01 SEC-REC.
    COPY SECREC.

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
    05 WS-SECTION-FILE-STATUS  PIC XX.
    05 WS-CATALOG-FILE-STATUS  PIC XX.
    05 WS-FUNCTION-CODE        PIC X(1).
    05 WS-ENTRY-VALID          PIC X(1).
    05 WS-RECORD-ON-FILE       PIC X(1).
    05 WS-COURSE-ON-CATALOG    PIC X(1).
    05 WS-REJECT-REASON        PIC X(40).
    05 WS-MONTH-WORK           PIC 9(2).
    05 WS-REJECT-COUNT         PIC 9(5) VALUE ZERO.
    05 WS-ACCEPT-COUNT         PIC 9(5) VALUE ZERO.

01 WS-ENTRY-FIELDS.
    05 WS-E-TERM            PIC X(6).
    05 WS-E-COURSE-NO       PIC X(7).
    05 WS-E-SEAT-LIMIT      PIC X(4).
    05 WS-E-MINIMUM-COUNT   PIC X(4).

01 WS-REJECT-LINE.
    05 WS-R-TERM          PIC X(6).
    05 FILLER             PIC X(2) VALUE SPACES.
    05 WS-R-COURSE-NO     PIC X(7).
    05 FILLER             PIC X(3) VALUE SPACES.
    05 WS-R-REASON        PIC X(40).

01 WS-HEADING-LINE.
    05 FILLER   PIC X(6)  VALUE "TERM".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(7)  VALUE "COURSE".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(25) VALUE "TITLE".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(5)  VALUE "SEATS".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(7)  VALUE "MINIMUM".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(8)  VALUE "FUNCTION".

01 WS-REGISTER-LINE.
    05 WS-G-TERM           PIC X(6).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-G-COURSE-NO      PIC X(7).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-G-COURSE-TITLE   PIC X(25).
    05 FILLER              PIC X(3)  VALUE SPACES.
    05 WS-G-SEAT-LIMIT     PIC X(4).
    05 FILLER              PIC X(5)  VALUE SPACES.
    05 WS-G-MINIMUM-COUNT  PIC X(4).
    05 FILLER              PIC X(2)  VALUE SPACES.
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
    OPEN I-O SECTION-MASTER
    IF WS-SECTION-FILE-STATUS = "35"
        OPEN OUTPUT SECTION-MASTER
        CLOSE SECTION-MASTER
        OPEN I-O SECTION-MASTER
    END-IF
    IF WS-SECTION-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA70: UNABLE TO OPEN SECTION-MASTER, "
            "FILE STATUS " WS-SECTION-FILE-STATUS
        STOP RUN
    END-IF

    OPEN INPUT COURSE-CATALOG
    IF WS-CATALOG-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA70: UNABLE TO OPEN COURSE-CATALOG, "
            "FILE STATUS " WS-CATALOG-FILE-STATUS
        STOP RUN
    END-IF

    OPEN OUTPUT REJECTED-ENTRIES
                ENTRY-REGISTER

    WRITE REG-LINE FROM WS-HEADING-LINE

    PERFORM UNTIL MORE-RECORDS = "N"
        DISPLAY "ENTER FUNCTION - (A)DD OR (C)HANGE:"
        ACCEPT WS-FUNCTION-CODE
        DISPLAY "ENTER TERM YYYYMM:"
        ACCEPT WS-E-TERM
        DISPLAY "ENTER COURSE NUMBER:"
        ACCEPT WS-E-COURSE-NO
        DISPLAY "ENTER SEAT LIMIT (0001-9999):"
        ACCEPT WS-E-SEAT-LIMIT
        DISPLAY "ENTER MINIMUM ENROLLMENT (0000-9999):"
        ACCEPT WS-E-MINIMUM-COUNT
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

    CLOSE SECTION-MASTER
          COURSE-CATALOG
          REJECTED-ENTRIES
          ENTRY-REGISTER
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 160-validate-entry - a recognized function code, a real year
*> and month for the term, a course on the catalog, a seat limit
*> of at least one, a minimum no larger than the seat limit, and
*> a section that is on file for a change but not already on
*> file for an add.
160-VALIDATE-ENTRY.
    MOVE "Y" TO WS-ENTRY-VALID
    MOVE SPACES TO WS-REJECT-REASON
    MOVE ZERO TO WS-MONTH-WORK
    IF WS-E-TERM IS NUMERIC
        MOVE WS-E-TERM (5:2) TO WS-MONTH-WORK
    END-IF

    IF WS-FUNCTION-CODE NOT = "A" AND WS-FUNCTION-CODE NOT = "C"
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "FUNCTION MUST BE A OR C" TO WS-REJECT-REASON
    ELSE
        IF WS-MONTH-WORK < 1 OR WS-MONTH-WORK > 12
                OR WS-E-TERM (1:4) < "1980"
                OR WS-E-TERM (1:4) > "2100"
            MOVE "N" TO WS-ENTRY-VALID
            MOVE "TERM MUST BE A REAL YEAR AND MONTH"
                TO WS-REJECT-REASON
        ELSE
            PERFORM 162-CHECK-CATALOG
            IF WS-COURSE-ON-CATALOG = "N"
                MOVE "N" TO WS-ENTRY-VALID
                MOVE "COURSE NOT ON CATALOG" TO WS-REJECT-REASON
            ELSE
                IF WS-E-SEAT-LIMIT IS NOT NUMERIC
                        OR WS-E-SEAT-LIMIT = "0000"
                    MOVE "N" TO WS-ENTRY-VALID
                    MOVE "SEAT LIMIT MUST BE 0001-9999"
                        TO WS-REJECT-REASON
                ELSE
                    IF WS-E-MINIMUM-COUNT IS NOT NUMERIC
                        MOVE "N" TO WS-ENTRY-VALID
                        MOVE "MINIMUM ENROLLMENT IS NOT NUMERIC"
                            TO WS-REJECT-REASON
                    ELSE
                        IF WS-E-MINIMUM-COUNT > WS-E-SEAT-LIMIT
                            MOVE "N" TO WS-ENTRY-VALID
                            MOVE "MINIMUM IS OVER THE SEAT LIMIT"
                                TO WS-REJECT-REASON
                        ELSE
                            PERFORM 165-CHECK-ON-FILE
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

*> 162-check-catalog - a section is scheduled only for a course
*> the registrar has put on the catalog; its title rides onto
*> the register line.
162-CHECK-CATALOG.
    MOVE "Y" TO WS-COURSE-ON-CATALOG
    MOVE WS-E-COURSE-NO TO CRS-COURSE-NO
    READ COURSE-CATALOG
        INVALID KEY
            MOVE "N" TO WS-COURSE-ON-CATALOG
            MOVE SPACES TO CRS-COURSE-TITLE
    END-READ.

*> 165-check-on-file - an add must not collide with a section
*> already scheduled, and a change must have a section to change
*> and may not cut the seats below the students already seated.
165-CHECK-ON-FILE.
    MOVE "Y" TO WS-RECORD-ON-FILE
    MOVE WS-E-TERM TO SEC-TERM
    MOVE WS-E-COURSE-NO TO SEC-COURSE-NO
    READ SECTION-MASTER
        INVALID KEY
            MOVE "N" TO WS-RECORD-ON-FILE
    END-READ

    IF WS-FUNCTION-CODE = "A" AND WS-RECORD-ON-FILE = "Y"
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "SECTION ALREADY SCHEDULED FOR TERM"
            TO WS-REJECT-REASON
    END-IF
    IF WS-FUNCTION-CODE = "C" AND WS-RECORD-ON-FILE = "N"
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "NO SECTION SCHEDULED FOR TERM" TO WS-REJECT-REASON
    END-IF
    IF WS-FUNCTION-CODE = "C" AND WS-RECORD-ON-FILE = "Y"
        IF WS-E-SEAT-LIMIT < SEC-ENROLLED-COUNT
            MOVE "N" TO WS-ENTRY-VALID
            MOVE "SEAT LIMIT BELOW THE SEATS TAKEN"
                TO WS-REJECT-REASON
        END-IF
    END-IF.

*> 200-apply-entry - writes a new section with no seats taken and
*> an empty waitlist for an add, or rewrites the limits of the
*> existing one for a change, its counts untouched.
200-APPLY-ENTRY.
    MOVE WS-E-TERM TO SEC-TERM
    MOVE WS-E-COURSE-NO TO SEC-COURSE-NO
    MOVE WS-E-SEAT-LIMIT TO SEC-SEAT-LIMIT
    MOVE WS-E-MINIMUM-COUNT TO SEC-MINIMUM-COUNT
    IF WS-FUNCTION-CODE = "A"
        MOVE ZERO TO SEC-ENROLLED-COUNT
        MOVE ZERO TO SEC-WAITLIST-COUNT
        MOVE ZERO TO SEC-LAST-WAITLIST-SEQ
        WRITE SEC-REC
    ELSE
        REWRITE SEC-REC
    END-IF.

*> 170-write-rejected-entry - logs a rejected entry with its
*> reason instead of letting a bad keystroke reach the file.
170-WRITE-REJECTED-ENTRY.
    ADD 1 TO WS-REJECT-COUNT
    MOVE WS-E-TERM TO WS-R-TERM
    MOVE WS-E-COURSE-NO TO WS-R-COURSE-NO
    MOVE WS-REJECT-REASON TO WS-R-REASON
    WRITE REJ-LINE FROM WS-REJECT-LINE.

*> 180-write-register-line - lists each entry applied this session
*> so the registrar has a reviewable record of what changed.
180-WRITE-REGISTER-LINE.
    ADD 1 TO WS-ACCEPT-COUNT
    MOVE WS-E-TERM TO WS-G-TERM
    MOVE WS-E-COURSE-NO TO WS-G-COURSE-NO
    MOVE CRS-COURSE-TITLE TO WS-G-COURSE-TITLE
    MOVE WS-E-SEAT-LIMIT TO WS-G-SEAT-LIMIT
    MOVE WS-E-MINIMUM-COUNT TO WS-G-MINIMUM-COUNT
    IF WS-FUNCTION-CODE = "A"
        MOVE "ADDED" TO WS-G-FUNCTION
    ELSE
        MOVE "CHANGED" TO WS-G-FUNCTION
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
    MOVE "WatersTA70" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA70.
