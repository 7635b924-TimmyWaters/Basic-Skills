*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: This nightly program prints the section-fill report
*> from the section master the WatersTA13 posting run keeps: for
*> every scheduled section, by term, its seat limit, the seats
*> taken, the seats still open, and how many students are
*> waiting on the waitlist. A section whose enrollment is under
*> the minimum WatersTA70 set for it is flagged as a cancel
*> candidate, and each term closes with its totals so the
*> registrar can see at a glance where seats are short and where
*> sections will not make.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA71.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SECTION-MASTER
        ASSIGN TO SECTMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SEC-KEY
        FILE STATUS IS WS-SECTION-FILE-STATUS.

    SELECT COURSE-CATALOG
        ASSIGN TO CRSCAT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CRS-COURSE-NO
        FILE STATUS IS WS-CATALOG-FILE-STATUS.

    SELECT RUN-CONTROL-FILE
        ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT SECTION-FILL-REPORT
        ASSIGN TO WS-SECTFIL-NAME
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
FD SECTION-MASTER.
01 SEC-REC.
    COPY SECREC.

FD COURSE-CATALOG.
01 CRS-REC.
    COPY CRSREC.

FD RUN-CONTROL-FILE.
01 RUNCTL-REC.
    COPY RUNCTL.

FD SECTION-FILL-REPORT.
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
    05 MORE-RECORDS              PIC X(1) VALUE "Y".
    05 WS-SECTION-FILE-STATUS    PIC XX.
    05 WS-CATALOG-FILE-STATUS    PIC XX.
    05 WS-OUTCAT-FILE-STATUS     PIC XX.
    05 WS-RUN-CONTROL-FOUND      PIC X(1) VALUE "N".
    05 WS-FIRST-TERM             PIC X(1) VALUE "Y".
    05 WS-CURRENT-TERM           PIC 9(6) VALUE ZERO.
    05 WS-OPEN-SEATS             PIC 9(4).

01 WS-TERM-TOTALS.
    05 WS-TRM-SECTIONS           PIC 9(5).
    05 WS-TRM-SEATS              PIC 9(7).
    05 WS-TRM-ENROLLED           PIC 9(7).
    05 WS-TRM-OPEN               PIC 9(7).
    05 WS-TRM-WAITLIST           PIC 9(7).
    05 WS-TRM-CANCEL             PIC 9(5).

01 WS-RUN-TOTALS.
    05 WS-TOT-SECTIONS           PIC 9(5) VALUE ZERO.
    05 WS-TOT-SEATS              PIC 9(7) VALUE ZERO.
    05 WS-TOT-ENROLLED           PIC 9(7) VALUE ZERO.
    05 WS-TOT-OPEN               PIC 9(7) VALUE ZERO.
    05 WS-TOT-WAITLIST           PIC 9(7) VALUE ZERO.
    05 WS-TOT-CANCEL             PIC 9(5) VALUE ZERO.

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

01 WS-SECTFIL-NAME               PIC X(21) VALUE "SECTFIL".

01 WS-HEADING-LINE-1.
    05 FILLER             PIC X(30) VALUE
        "SECTION FILL REPORT - RUN DATE".
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-H-RUN-DATE      PIC 9(8).

01 WS-TERM-LINE.
    05 FILLER             PIC X(6)  VALUE "TERM: ".
    05 WS-TL-TERM         PIC 9(6).

01 WS-COLUMN-HEADING.
    05 FILLER   PIC X(9)  VALUE "COURSE".
    05 FILLER   PIC X(21) VALUE "TITLE".
    05 FILLER   PIC X(5)  VALUE "SEATS".
    05 FILLER   PIC X(7)  VALUE "  ENRLD".
    05 FILLER   PIC X(7)  VALUE "   OPEN".
    05 FILLER   PIC X(7)  VALUE "   WAIT".
    05 FILLER   PIC X(7)  VALUE "    MIN".

01 WS-DETAIL-LINE.
    05 WS-D-COURSE-NO     PIC X(7).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-TITLE         PIC X(20).
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-D-SEATS         PIC ZZZ9.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 WS-D-ENROLLED      PIC ZZZ9.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 WS-D-OPEN          PIC ZZZ9.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 WS-D-WAITLIST      PIC ZZZ9.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 WS-D-MINIMUM       PIC ZZZ9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-NOTE          PIC X(16).

01 WS-TOTAL-LINE.
    05 WS-TT-LABEL        PIC X(12).
    05 WS-TT-SECTIONS     PIC ZZZZ9.
    05 FILLER             PIC X(9)  VALUE " SECTIONS".
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-TT-SEATS        PIC ZZZZZZ9.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-TT-ENROLLED     PIC ZZZZZZ9.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-TT-OPEN         PIC ZZZZZZ9.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-TT-WAITLIST     PIC ZZZZZZ9.

01 WS-CANCEL-TOTAL-LINE.
    05 FILLER             PIC X(12) VALUE SPACES.
    05 WS-CT-CANCEL       PIC ZZZZ9.
    05 FILLER             PIC X(19) VALUE " CANCEL CANDIDATES".

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 030-READ-RUN-CONTROL
    PERFORM 040-STAMP-OUTPUT-NAMES

    OPEN INPUT SECTION-MASTER
    IF WS-SECTION-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA71: UNABLE TO OPEN SECTION-MASTER, "
            "FILE STATUS " WS-SECTION-FILE-STATUS
        STOP RUN
    END-IF
    OPEN INPUT COURSE-CATALOG
    IF WS-CATALOG-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA71: UNABLE TO OPEN COURSE-CATALOG, "
            "FILE STATUS " WS-CATALOG-FILE-STATUS
        STOP RUN
    END-IF

    OPEN OUTPUT SECTION-FILL-REPORT
    MOVE WS-RUN-DATE (1:8) TO WS-H-RUN-DATE
    WRITE RPT-LINE FROM WS-HEADING-LINE-1

    PERFORM UNTIL MORE-RECORDS = "N"
        READ SECTION-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
                IF WS-FIRST-TERM = "N"
                    PERFORM 330-END-TERM
                END-IF
            NOT AT END
                IF WS-FIRST-TERM = "Y"
                        OR SEC-TERM NOT = WS-CURRENT-TERM
                    IF WS-FIRST-TERM = "N"
                        PERFORM 330-END-TERM
                    END-IF
                    PERFORM 310-START-TERM
                END-IF
                PERFORM 320-PRINT-SECTION
        END-READ
    END-PERFORM

    PERFORM 400-WRITE-RUN-TOTALS

    CLOSE SECTION-MASTER
          COURSE-CATALOG
          SECTION-FILL-REPORT
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 030-read-run-control - the run date the report is dated by;
*> the system date stands in when the file is absent.
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

*> 040-stamp-output-names - the dated report name and its catalog
*> entry for the retention sweep.
040-STAMP-OUTPUT-NAMES.
    MOVE SPACES TO WS-SECTFIL-NAME
    STRING "SECTFIL." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-SECTFIL-NAME
    OPEN EXTEND OUTPUT-CATALOG
    IF WS-OUTCAT-FILE-STATUS NOT = "00"
        OPEN OUTPUT OUTPUT-CATALOG
    END-IF
    MOVE WS-SECTFIL-NAME TO OUTCAT-FILE-NAME
    MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
    WRITE OUT-CATALOG-REC
    CLOSE OUTPUT-CATALOG.

310-START-TERM.
    MOVE "N" TO WS-FIRST-TERM
    MOVE SEC-TERM TO WS-CURRENT-TERM
    INITIALIZE WS-TERM-TOTALS
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE SEC-TERM TO WS-TL-TERM
    WRITE RPT-LINE FROM WS-TERM-LINE
    WRITE RPT-LINE FROM WS-COLUMN-HEADING.

*> 320-print-section - one line per section. Open seats never go
*> below zero; a section under its minimum is flagged.
320-PRINT-SECTION.
    MOVE SEC-COURSE-NO TO CRS-COURSE-NO
    READ COURSE-CATALOG
        INVALID KEY
            MOVE "** NOT ON CATALOG **" TO CRS-COURSE-TITLE
    END-READ
    IF SEC-ENROLLED-COUNT < SEC-SEAT-LIMIT
        COMPUTE WS-OPEN-SEATS = SEC-SEAT-LIMIT - SEC-ENROLLED-COUNT
    ELSE
        MOVE ZERO TO WS-OPEN-SEATS
    END-IF

    MOVE SEC-COURSE-NO TO WS-D-COURSE-NO
    MOVE CRS-COURSE-TITLE TO WS-D-TITLE
    MOVE SEC-SEAT-LIMIT TO WS-D-SEATS
    MOVE SEC-ENROLLED-COUNT TO WS-D-ENROLLED
    MOVE WS-OPEN-SEATS TO WS-D-OPEN
    MOVE SEC-WAITLIST-COUNT TO WS-D-WAITLIST
    MOVE SEC-MINIMUM-COUNT TO WS-D-MINIMUM
    IF SEC-ENROLLED-COUNT < SEC-MINIMUM-COUNT
        MOVE "CANCEL CANDIDATE" TO WS-D-NOTE
        ADD 1 TO WS-TRM-CANCEL
    ELSE
        MOVE SPACES TO WS-D-NOTE
    END-IF
    WRITE RPT-LINE FROM WS-DETAIL-LINE

    ADD 1 TO WS-TRM-SECTIONS
    ADD SEC-SEAT-LIMIT TO WS-TRM-SEATS
    ADD SEC-ENROLLED-COUNT TO WS-TRM-ENROLLED
    ADD WS-OPEN-SEATS TO WS-TRM-OPEN
    ADD SEC-WAITLIST-COUNT TO WS-TRM-WAITLIST.

330-END-TERM.
    MOVE "TERM TOTAL" TO WS-TT-LABEL
    MOVE WS-TRM-SECTIONS TO WS-TT-SECTIONS
    MOVE WS-TRM-SEATS TO WS-TT-SEATS
    MOVE WS-TRM-ENROLLED TO WS-TT-ENROLLED
    MOVE WS-TRM-OPEN TO WS-TT-OPEN
    MOVE WS-TRM-WAITLIST TO WS-TT-WAITLIST
    WRITE RPT-LINE FROM WS-TOTAL-LINE
    MOVE WS-TRM-CANCEL TO WS-CT-CANCEL
    WRITE RPT-LINE FROM WS-CANCEL-TOTAL-LINE
    ADD WS-TRM-SECTIONS TO WS-TOT-SECTIONS
    ADD WS-TRM-SEATS TO WS-TOT-SEATS
    ADD WS-TRM-ENROLLED TO WS-TOT-ENROLLED
    ADD WS-TRM-OPEN TO WS-TOT-OPEN
    ADD WS-TRM-WAITLIST TO WS-TOT-WAITLIST
    ADD WS-TRM-CANCEL TO WS-TOT-CANCEL.

400-WRITE-RUN-TOTALS.
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE "ALL TERMS" TO WS-TT-LABEL
    MOVE WS-TOT-SECTIONS TO WS-TT-SECTIONS
    MOVE WS-TOT-SEATS TO WS-TT-SEATS
    MOVE WS-TOT-ENROLLED TO WS-TT-ENROLLED
    MOVE WS-TOT-OPEN TO WS-TT-OPEN
    MOVE WS-TOT-WAITLIST TO WS-TT-WAITLIST
    WRITE RPT-LINE FROM WS-TOTAL-LINE
    MOVE WS-TOT-CANCEL TO WS-CT-CANCEL
    WRITE RPT-LINE FROM WS-CANCEL-TOTAL-LINE.

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
    MOVE "WatersTA71" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA71.
