*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: The grade-completion report the registrar works from
*> at term end. After the roster sheets from WatersTA77 have been
*> keyed back through WatersTA39, every course-term up to and
*> including the academic term on the run-control file that
*> still has enrollments without a grade is listed with its
*> enrolled, graded and missing counts, so the registrar knows
*> which instructors to chase. Withdrawals ("W") are already
*> final and are not counted.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA78.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COURSE-ENROLLMENTS
        ASSIGN TO STUENRL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ENR-KEY
        FILE STATUS IS WS-ENROLL-FILE-STATUS.

    SELECT RUN-CONTROL-FILE
        ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT COMPLETION-REPORT
        ASSIGN TO WS-GRDCOMP-NAME
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
FD COURSE-ENROLLMENTS.
01 ENR-REC.
    COPY ENRREC.

FD RUN-CONTROL-FILE.
01 RUNCTL-REC.
    COPY RUNCTL.

FD COMPLETION-REPORT.
01 RPT-LINE                      PIC X(80).

SD SORT-WORK-FILE.
01 SRT-COMPLETION-REC.
    05 SRT-TERM                  PIC 9(6).
    05 SRT-COURSE-NO             PIC X(7).
    05 SRT-COURSE-TITLE          PIC X(25).
    05 SRT-GRADED                PIC X(1).

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
    05 WS-ENROLL-FILE-STATUS     PIC XX.
    05 WS-OUTCAT-FILE-STATUS     PIC XX.
    05 WS-RUN-CONTROL-FOUND      PIC X(1) VALUE "N".
    05 WS-ACADEMIC-TERM          PIC 9(6) VALUE ZERO.
    05 WS-FIRST-GROUP            PIC X(1).
    05 WS-CURRENT-TERM           PIC 9(6).
    05 WS-CURRENT-COURSE         PIC X(7).
    05 WS-CURRENT-TITLE          PIC X(25).
    05 WS-LAST-TERM-PRINTED      PIC 9(6) VALUE ZERO.

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

*> This run's report output, stamped with the run date so a rerun
*> opens a fresh generation instead of overwriting the last one.
01 WS-GRDCOMP-NAME               PIC X(21) VALUE "GRDCOMP".

01 WS-COUNTERS.
    05 WS-CT-ENROLLED            PIC 9(5).
    05 WS-CT-GRADED              PIC 9(5).
    05 WS-CT-MISSING             PIC 9(5).
    05 WS-COURSE-TERM-COUNT      PIC 9(5) VALUE ZERO.
    05 WS-INCOMPLETE-COUNT       PIC 9(5) VALUE ZERO.
    05 WS-TOTAL-MISSING          PIC 9(7) VALUE ZERO.

01 WS-HEADING-LINE-1.
    05 FILLER             PIC X(39) VALUE
        "GRADE COMPLETION REPORT - TERMS THROUGH".
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-H-TERM          PIC 9(6).
    05 FILLER             PIC X(13) VALUE "   RUN DATE: ".
    05 WS-H-RUN-DATE      PIC 9(8).

01 WS-COLUMN-HEADING.
    05 FILLER   PIC X(8)  VALUE "TERM".
    05 FILLER   PIC X(9)  VALUE "COURSE".
    05 FILLER   PIC X(27) VALUE "TITLE".
    05 FILLER   PIC X(10) VALUE "  ENROLLED".
    05 FILLER   PIC X(8)  VALUE "  GRADED".
    05 FILLER   PIC X(9)  VALUE "  MISSING".

01 WS-DETAIL-LINE.
    05 WS-D-TERM          PIC X(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-COURSE-NO     PIC X(7).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-COURSE-TITLE  PIC X(25).
    05 FILLER             PIC X(8)  VALUE SPACES.
    05 WS-D-ENROLLED      PIC ZZZZ9.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 WS-D-GRADED        PIC ZZZZ9.
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 WS-D-MISSING       PIC ZZZZ9.

01 WS-NONE-LINE.
    05 FILLER             PIC X(45) VALUE
        "EVERY COURSE-TERM IS FULLY GRADED.".

01 WS-TOTAL-LINE-1.
    05 FILLER             PIC X(32) VALUE
        "COURSE-TERMS WITH ENROLLMENTS:  ".
    05 WS-T-COURSE-TERMS  PIC ZZZZZZ9.

01 WS-TOTAL-LINE-2.
    05 FILLER             PIC X(32) VALUE
        "COURSE-TERMS MISSING GRADES:    ".
    05 WS-T-INCOMPLETE    PIC ZZZZZZ9.

01 WS-TOTAL-LINE-3.
    05 FILLER             PIC X(32) VALUE
        "ENROLLMENTS MISSING A GRADE:    ".
    05 WS-T-MISSING       PIC ZZZZZZ9.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 030-READ-RUN-CONTROL
    PERFORM 040-STAMP-OUTPUT-NAMES

    OPEN INPUT COURSE-ENROLLMENTS
    IF WS-ENROLL-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA78: UNABLE TO OPEN COURSE-ENROLLMENTS, "
            "FILE STATUS " WS-ENROLL-FILE-STATUS
        STOP RUN
    END-IF

    OPEN OUTPUT COMPLETION-REPORT

    MOVE WS-ACADEMIC-TERM TO WS-H-TERM
    MOVE WS-RUN-DATE (1:8) TO WS-H-RUN-DATE
    WRITE RPT-LINE FROM WS-HEADING-LINE-1
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    WRITE RPT-LINE FROM WS-COLUMN-HEADING

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SRT-TERM
                         SRT-COURSE-NO
        INPUT PROCEDURE IS 200-SELECT-ENROLLMENTS
        OUTPUT PROCEDURE IS 300-LIST-INCOMPLETE

    PERFORM 400-WRITE-RUN-TOTALS

    CLOSE COURSE-ENROLLMENTS
          COMPLETION-REPORT
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 030-read-run-control - the run date and the academic term
*> being closed. The term is not guessed: without one on the
*> run-control file the run is refused.
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
        IF RUNCTL-ACADEMIC-TERM IS NUMERIC
            MOVE RUNCTL-ACADEMIC-TERM TO WS-ACADEMIC-TERM
        END-IF
    END-IF

    IF WS-ACADEMIC-TERM = ZERO
        DISPLAY "WATERSTA78: NO ACADEMIC TERM ON THE RUN-CONTROL "
            "FILE - SET IT THROUGH WATERSTA29. RUN REFUSED."
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF.

*> 040-stamp-output-names - the dated report name and its catalog
*> entry for the retention sweep.
040-STAMP-OUTPUT-NAMES.
    MOVE SPACES TO WS-GRDCOMP-NAME
    STRING "GRDCOMP." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-GRDCOMP-NAME
    OPEN EXTEND OUTPUT-CATALOG
    IF WS-OUTCAT-FILE-STATUS NOT = "00"
        OPEN OUTPUT OUTPUT-CATALOG
    END-IF
    MOVE WS-GRDCOMP-NAME TO OUTCAT-FILE-NAME
    MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
    WRITE OUT-CATALOG-REC
    CLOSE OUTPUT-CATALOG.

*> 200-select-enrollments - the sort's input side: every
*> enrollment through the academic term except withdrawals.
*> Later terms have not been taught yet and are left out.
200-SELECT-ENROLLMENTS.
    PERFORM UNTIL MORE-RECORDS = "N"
        READ COURSE-ENROLLMENTS NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF ENR-TERM NOT > WS-ACADEMIC-TERM
                        AND ENR-GRADE NOT = "W"
                    PERFORM 210-RELEASE-ENROLLMENT
                END-IF
        END-READ
    END-PERFORM.

210-RELEASE-ENROLLMENT.
    MOVE ENR-TERM TO SRT-TERM
    MOVE ENR-COURSE-NO TO SRT-COURSE-NO
    MOVE ENR-COURSE-TITLE TO SRT-COURSE-TITLE
    IF ENR-GRADE = SPACES
        MOVE "N" TO SRT-GRADED
    ELSE
        MOVE "Y" TO SRT-GRADED
    END-IF
    RELEASE SRT-COMPLETION-REC.

*> 300-list-incomplete - the sort's output side: the enrollments
*> of each course-term are counted, and the course-term is
*> listed when any of them is still without a grade.
300-LIST-INCOMPLETE.
    MOVE "Y" TO MORE-RECORDS
    MOVE "Y" TO WS-FIRST-GROUP
    PERFORM UNTIL MORE-RECORDS = "N"
        RETURN SORT-WORK-FILE
            AT END
                MOVE "N" TO MORE-RECORDS
                IF WS-FIRST-GROUP = "N"
                    PERFORM 330-END-COURSE-TERM
                END-IF
            NOT AT END
                IF WS-FIRST-GROUP = "Y"
                        OR SRT-TERM NOT = WS-CURRENT-TERM
                        OR SRT-COURSE-NO NOT = WS-CURRENT-COURSE
                    IF WS-FIRST-GROUP = "N"
                        PERFORM 330-END-COURSE-TERM
                    END-IF
                    PERFORM 310-START-COURSE-TERM
                END-IF
                PERFORM 320-COUNT-ENROLLMENT
        END-RETURN
    END-PERFORM.

310-START-COURSE-TERM.
    MOVE "N" TO WS-FIRST-GROUP
    MOVE SRT-TERM TO WS-CURRENT-TERM
    MOVE SRT-COURSE-NO TO WS-CURRENT-COURSE
    MOVE SRT-COURSE-TITLE TO WS-CURRENT-TITLE
    MOVE ZERO TO WS-CT-ENROLLED
    MOVE ZERO TO WS-CT-GRADED
    MOVE ZERO TO WS-CT-MISSING
    ADD 1 TO WS-COURSE-TERM-COUNT.

320-COUNT-ENROLLMENT.
    ADD 1 TO WS-CT-ENROLLED
    IF SRT-GRADED = "Y"
        ADD 1 TO WS-CT-GRADED
    ELSE
        ADD 1 TO WS-CT-MISSING
    END-IF.

*> 330-end-course-term - a fully graded course-term is only
*> counted. The term prints on the first line of its group, with
*> a blank line between terms.
330-END-COURSE-TERM.
    IF WS-CT-MISSING = ZERO
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-INCOMPLETE-COUNT
    ADD WS-CT-MISSING TO WS-TOTAL-MISSING
    IF WS-CURRENT-TERM NOT = WS-LAST-TERM-PRINTED
        IF WS-LAST-TERM-PRINTED NOT = ZERO
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
        END-IF
        MOVE WS-CURRENT-TERM TO WS-D-TERM
        MOVE WS-CURRENT-TERM TO WS-LAST-TERM-PRINTED
    ELSE
        MOVE SPACES TO WS-D-TERM
    END-IF
    MOVE WS-CURRENT-COURSE TO WS-D-COURSE-NO
    MOVE WS-CURRENT-TITLE TO WS-D-COURSE-TITLE
    MOVE WS-CT-ENROLLED TO WS-D-ENROLLED
    MOVE WS-CT-GRADED TO WS-D-GRADED
    MOVE WS-CT-MISSING TO WS-D-MISSING
    WRITE RPT-LINE FROM WS-DETAIL-LINE.

400-WRITE-RUN-TOTALS.
    IF WS-INCOMPLETE-COUNT = ZERO
        WRITE RPT-LINE FROM WS-NONE-LINE
    END-IF
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE WS-COURSE-TERM-COUNT TO WS-T-COURSE-TERMS
    WRITE RPT-LINE FROM WS-TOTAL-LINE-1
    MOVE WS-INCOMPLETE-COUNT TO WS-T-INCOMPLETE
    WRITE RPT-LINE FROM WS-TOTAL-LINE-2
    MOVE WS-TOTAL-MISSING TO WS-T-MISSING
    WRITE RPT-LINE FROM WS-TOTAL-LINE-3.

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
    MOVE "WatersTA78" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA78.
