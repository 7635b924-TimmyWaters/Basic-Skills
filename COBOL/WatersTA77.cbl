*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: Prints the class roster and grade-entry sheet the
*> instructors mark grades on. For the academic term on the
*> run-control file every course with enrollments on file gets
*> its own page: the course heading, each enrolled student in
*> last-name order with student ID and class and a blank grade
*> column, the count of enrolled students, and the instructor's
*> signature line. The marked sheets come back to the registrar
*> and are keyed through WatersTA39; WatersTA78 then lists the
*> courses still missing grades.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA77.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COURSE-ENROLLMENTS
        ASSIGN TO STUENRL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ENR-KEY
        FILE STATUS IS WS-ENROLL-FILE-STATUS.

    SELECT REGISTRATION-MASTER
        ASSIGN TO REGMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IN-STUDENT-ID
        FILE STATUS IS WS-REGISTRATION-FILE-STATUS.

    SELECT RUN-CONTROL-FILE
        ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ROSTER-REPORT
        ASSIGN TO WS-ROSTER-NAME
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

FD REGISTRATION-MASTER.
01 IN-STUDENT-REC.
    COPY STUDREC.

FD RUN-CONTROL-FILE.
01 RUNCTL-REC.
    COPY RUNCTL.

FD ROSTER-REPORT.
01 RST-LINE                      PIC X(80).

SD SORT-WORK-FILE.
01 SRT-ROSTER-REC.
    05 SRT-COURSE-NO             PIC X(7).
    05 SRT-LAST-NAME             PIC X(15).
    05 SRT-FIRST-NAME            PIC X(15).
    05 SRT-MIDDLE-INIT           PIC X(1).
    05 SRT-STUDENT-ID            PIC X(9).
    05 SRT-CLASS                 PIC X(10).
    05 SRT-COURSE-TITLE          PIC X(25).
    05 SRT-CREDITS               PIC 9(3).
    05 SRT-GRADE                 PIC X(2).

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
    05 WS-REGISTRATION-FILE-STATUS PIC XX.
    05 WS-OUTCAT-FILE-STATUS     PIC XX.
    05 WS-RUN-CONTROL-FOUND      PIC X(1) VALUE "N".
    05 WS-ACADEMIC-TERM          PIC 9(6) VALUE ZERO.
    05 WS-FIRST-COURSE           PIC X(1).
    05 WS-CURRENT-COURSE         PIC X(7).
    05 WS-LINE-COUNT             PIC 9(3).
    05 WS-PAGE-NUMBER            PIC 9(3).

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

*> This run's roster output, stamped with the run date so a rerun
*> opens a fresh generation instead of overwriting the last one.
01 WS-ROSTER-NAME                PIC X(21) VALUE "ROSTER".

*> Student lines on one sheet before it carries over onto a
*> continuation page, leaving room for the heading and the
*> signature block.
01 WS-LINES-PER-PAGE             PIC 9(3) VALUE 40.

01 WS-COUNTERS.
    05 WS-CRS-ENROLLED           PIC 9(5).
    05 WS-CRS-WITHDRAWN          PIC 9(5).
    05 WS-COURSE-COUNT           PIC 9(5) VALUE ZERO.
    05 WS-STUDENT-LINE-COUNT     PIC 9(7) VALUE ZERO.
    05 WS-NOT-ON-MASTER-COUNT    PIC 9(5) VALUE ZERO.

01 WS-HEADING-LINE-1.
    05 FILLER             PIC X(36) VALUE
        "CLASS ROSTER AND GRADE-ENTRY SHEET".
    05 FILLER             PIC X(10) VALUE "RUN DATE: ".
    05 WS-H-RUN-DATE      PIC 9(8).
    05 FILLER             PIC X(8)  VALUE "   PAGE ".
    05 WS-H-PAGE          PIC ZZ9.

01 WS-HEADING-LINE-2.
    05 FILLER             PIC X(6)  VALUE "TERM: ".
    05 WS-H-TERM          PIC 9(6).
    05 FILLER             PIC X(11) VALUE "   COURSE: ".
    05 WS-H-COURSE-NO     PIC X(7).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-H-COURSE-TITLE  PIC X(25).
    05 FILLER             PIC X(12) VALUE "   CREDITS: ".
    05 WS-H-CREDITS       PIC ZZ9.

01 WS-HEADING-LINE-3.
    05 FILLER             PIC X(12) VALUE "INSTRUCTOR: ".
    05 FILLER             PIC X(30) VALUE ALL "_".

01 WS-COLUMN-HEADING.
    05 FILLER   PIC X(11) VALUE "STUDENT ID".
    05 FILLER   PIC X(34) VALUE "NAME".
    05 FILLER   PIC X(12) VALUE "CLASS".
    05 FILLER   PIC X(6)  VALUE "GRADE".

01 WS-DETAIL-LINE.
    05 WS-D-STUDENT-ID    PIC X(9).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-NAME          PIC X(32).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-CLASS         PIC X(10).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-GRADE         PIC X(6).

01 WS-CONTINUED-LINE.
    05 FILLER             PIC X(44) VALUE
        "                    (CONTINUED ON NEXT PAGE)".

01 WS-COUNT-LINE.
    05 FILLER             PIC X(19) VALUE "ENROLLED STUDENTS: ".
    05 WS-C-ENROLLED      PIC ZZZZ9.
    05 FILLER             PIC X(15) VALUE "   WITHDRAWN: ".
    05 WS-C-WITHDRAWN     PIC ZZZZ9.

01 WS-INSTRUCTION-LINE.
    05 FILLER             PIC X(41) VALUE
        "ENTER A, B, C, D, OR F FOR EACH ENROLLED ".
    05 FILLER             PIC X(36) VALUE
        "STUDENT AND RETURN TO THE REGISTRAR.".

01 WS-SIGNATURE-LINE.
    05 FILLER             PIC X(22) VALUE "INSTRUCTOR SIGNATURE: ".
    05 FILLER             PIC X(30) VALUE ALL "_".
    05 FILLER             PIC X(9)  VALUE "   DATE: ".
    05 FILLER             PIC X(10) VALUE ALL "_".

01 WS-SUMMARY-HEADING.
    05 FILLER             PIC X(24) VALUE
        "CLASS ROSTER RUN - TERM ".
    05 WS-SH-TERM         PIC 9(6).

01 WS-TOTAL-LINE-1.
    05 FILLER             PIC X(32) VALUE
        "COURSES PRINTED:                ".
    05 WS-T-COURSES       PIC ZZZZZZ9.

01 WS-TOTAL-LINE-2.
    05 FILLER             PIC X(32) VALUE
        "STUDENT LINES PRINTED:          ".
    05 WS-T-STUDENT-LINES PIC ZZZZZZ9.

01 WS-TOTAL-LINE-3.
    05 FILLER             PIC X(32) VALUE
        "NOT ON REGISTRATION MASTER:     ".
    05 WS-T-NOT-ON-MASTER PIC ZZZZZZ9.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 030-READ-RUN-CONTROL
    PERFORM 040-STAMP-OUTPUT-NAMES

    OPEN INPUT COURSE-ENROLLMENTS
    IF WS-ENROLL-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA77: UNABLE TO OPEN COURSE-ENROLLMENTS, "
            "FILE STATUS " WS-ENROLL-FILE-STATUS
        STOP RUN
    END-IF
    OPEN INPUT REGISTRATION-MASTER
    IF WS-REGISTRATION-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA77: UNABLE TO OPEN REGISTRATION-MASTER, "
            "FILE STATUS " WS-REGISTRATION-FILE-STATUS
        STOP RUN
    END-IF

    OPEN OUTPUT ROSTER-REPORT

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SRT-COURSE-NO
                         SRT-LAST-NAME
                         SRT-FIRST-NAME
                         SRT-STUDENT-ID
        INPUT PROCEDURE IS 200-SELECT-ENROLLMENTS
        OUTPUT PROCEDURE IS 300-PRINT-ROSTERS

    PERFORM 400-WRITE-RUN-TOTALS

    CLOSE COURSE-ENROLLMENTS
          REGISTRATION-MASTER
          ROSTER-REPORT
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 030-read-run-control - the run date and the term the rosters
*> are printed for. The term is not guessed: without one on the
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
        DISPLAY "WATERSTA77: NO ACADEMIC TERM ON THE RUN-CONTROL "
            "FILE - SET IT THROUGH WATERSTA29. RUN REFUSED."
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF.

*> 040-stamp-output-names - the dated roster name and its catalog
*> entry for the retention sweep.
040-STAMP-OUTPUT-NAMES.
    MOVE SPACES TO WS-ROSTER-NAME
    STRING "ROSTER." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-ROSTER-NAME
    OPEN EXTEND OUTPUT-CATALOG
    IF WS-OUTCAT-FILE-STATUS NOT = "00"
        OPEN OUTPUT OUTPUT-CATALOG
    END-IF
    MOVE WS-ROSTER-NAME TO OUTCAT-FILE-NAME
    MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
    WRITE OUT-CATALOG-REC
    CLOSE OUTPUT-CATALOG.

*> 200-select-enrollments - the sort's input side: every
*> enrollment in the term, with the student's name and class
*> from the registration master. A student missing from the
*> master still goes on the roster, by ID, so the instructor
*> can report the student to the registrar.
200-SELECT-ENROLLMENTS.
    PERFORM UNTIL MORE-RECORDS = "N"
        READ COURSE-ENROLLMENTS NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF ENR-TERM = WS-ACADEMIC-TERM
                    PERFORM 210-RELEASE-ENROLLMENT
                END-IF
        END-READ
    END-PERFORM.

210-RELEASE-ENROLLMENT.
    MOVE ENR-STUDENT-ID TO IN-STUDENT-ID
    READ REGISTRATION-MASTER
        INVALID KEY
            MOVE "NOT ON MASTER" TO SRT-LAST-NAME
            MOVE SPACES TO SRT-FIRST-NAME
            MOVE SPACES TO SRT-MIDDLE-INIT
            MOVE SPACES TO SRT-CLASS
            ADD 1 TO WS-NOT-ON-MASTER-COUNT
        NOT INVALID KEY
            MOVE IN-LAST-NAME TO SRT-LAST-NAME
            MOVE IN-FIRST-NAME TO SRT-FIRST-NAME
            MOVE IN-MIDDLE-INIT TO SRT-MIDDLE-INIT
            MOVE IN-CLASS TO SRT-CLASS
    END-READ
    MOVE ENR-COURSE-NO TO SRT-COURSE-NO
    MOVE ENR-STUDENT-ID TO SRT-STUDENT-ID
    MOVE ENR-COURSE-TITLE TO SRT-COURSE-TITLE
    MOVE ENR-CREDITS TO SRT-CREDITS
    MOVE ENR-GRADE TO SRT-GRADE
    RELEASE SRT-ROSTER-REC.

*> 300-print-rosters - the sort's output side: a fresh sheet for
*> each course, its students, and the count and signature block
*> when the course changes.
300-PRINT-ROSTERS.
    MOVE "Y" TO MORE-RECORDS
    MOVE "Y" TO WS-FIRST-COURSE
    PERFORM UNTIL MORE-RECORDS = "N"
        RETURN SORT-WORK-FILE
            AT END
                MOVE "N" TO MORE-RECORDS
                IF WS-FIRST-COURSE = "N"
                    PERFORM 330-END-COURSE
                END-IF
            NOT AT END
                IF WS-FIRST-COURSE = "Y"
                        OR SRT-COURSE-NO NOT = WS-CURRENT-COURSE
                    IF WS-FIRST-COURSE = "N"
                        PERFORM 330-END-COURSE
                    END-IF
                    PERFORM 310-START-COURSE
                END-IF
                PERFORM 320-PRINT-STUDENT
        END-RETURN
    END-PERFORM.

310-START-COURSE.
    MOVE "N" TO WS-FIRST-COURSE
    MOVE SRT-COURSE-NO TO WS-CURRENT-COURSE
    MOVE ZERO TO WS-CRS-ENROLLED
    MOVE ZERO TO WS-CRS-WITHDRAWN
    MOVE ZERO TO WS-PAGE-NUMBER
    ADD 1 TO WS-COURSE-COUNT
    MOVE SRT-COURSE-NO TO WS-H-COURSE-NO
    MOVE SRT-COURSE-TITLE TO WS-H-COURSE-TITLE
    MOVE SRT-CREDITS TO WS-H-CREDITS
    PERFORM 315-PRINT-HEADING.

*> 315-print-heading - the course heading at the top of each
*> sheet, the first and any continuation.
315-PRINT-HEADING.
    PERFORM 250-PAGE-BREAK
    ADD 1 TO WS-PAGE-NUMBER
    MOVE WS-RUN-DATE (1:8) TO WS-H-RUN-DATE
    MOVE WS-PAGE-NUMBER TO WS-H-PAGE
    WRITE RST-LINE FROM WS-HEADING-LINE-1
    MOVE WS-ACADEMIC-TERM TO WS-H-TERM
    WRITE RST-LINE FROM WS-HEADING-LINE-2
    MOVE SPACES TO RST-LINE
    WRITE RST-LINE
    WRITE RST-LINE FROM WS-HEADING-LINE-3
    MOVE SPACES TO RST-LINE
    WRITE RST-LINE
    WRITE RST-LINE FROM WS-COLUMN-HEADING
    MOVE SPACES TO RST-LINE
    WRITE RST-LINE
    MOVE ZERO TO WS-LINE-COUNT.

*> 320-print-student - the grade column is left blank for the
*> instructor. A withdrawal already carries its "W", is printed
*> so the instructor knows the student left, and is not counted
*> as enrolled.
320-PRINT-STUDENT.
    IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
        MOVE SPACES TO RST-LINE
        WRITE RST-LINE
        WRITE RST-LINE FROM WS-CONTINUED-LINE
        PERFORM 315-PRINT-HEADING
    END-IF
    MOVE SRT-STUDENT-ID TO WS-D-STUDENT-ID
    MOVE SPACES TO WS-D-NAME
    IF SRT-FIRST-NAME = SPACES
        MOVE SRT-LAST-NAME TO WS-D-NAME
    ELSE
        STRING SRT-LAST-NAME DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               SRT-FIRST-NAME DELIMITED BY "  "
               " " DELIMITED BY SIZE
               SRT-MIDDLE-INIT DELIMITED BY SIZE
               INTO WS-D-NAME
    END-IF
    MOVE SRT-CLASS TO WS-D-CLASS
    IF SRT-GRADE = "W"
        MOVE "  W" TO WS-D-GRADE
        ADD 1 TO WS-CRS-WITHDRAWN
    ELSE
        MOVE ALL "_" TO WS-D-GRADE
        ADD 1 TO WS-CRS-ENROLLED
    END-IF
    WRITE RST-LINE FROM WS-DETAIL-LINE
    ADD 1 TO WS-LINE-COUNT
    ADD 1 TO WS-STUDENT-LINE-COUNT.

330-END-COURSE.
    MOVE SPACES TO RST-LINE
    WRITE RST-LINE
    MOVE WS-CRS-ENROLLED TO WS-C-ENROLLED
    MOVE WS-CRS-WITHDRAWN TO WS-C-WITHDRAWN
    WRITE RST-LINE FROM WS-COUNT-LINE
    MOVE SPACES TO RST-LINE
    WRITE RST-LINE
    WRITE RST-LINE FROM WS-INSTRUCTION-LINE
    MOVE SPACES TO RST-LINE
    WRITE RST-LINE
    WRITE RST-LINE
    WRITE RST-LINE FROM WS-SIGNATURE-LINE.

*> 400-write-run-totals - a closing page for the registrar.
400-WRITE-RUN-TOTALS.
    PERFORM 250-PAGE-BREAK
    MOVE WS-ACADEMIC-TERM TO WS-SH-TERM
    WRITE RST-LINE FROM WS-SUMMARY-HEADING
    MOVE SPACES TO RST-LINE
    WRITE RST-LINE
    MOVE WS-COURSE-COUNT TO WS-T-COURSES
    WRITE RST-LINE FROM WS-TOTAL-LINE-1
    MOVE WS-STUDENT-LINE-COUNT TO WS-T-STUDENT-LINES
    WRITE RST-LINE FROM WS-TOTAL-LINE-2
    MOVE WS-NOT-ON-MASTER-COUNT TO WS-T-NOT-ON-MASTER
    WRITE RST-LINE FROM WS-TOTAL-LINE-3.

*> 250-page-break - each course, and the closing page, starts a
*> fresh sheet.
250-PAGE-BREAK.
    MOVE SPACES TO RST-LINE
    WRITE RST-LINE AFTER ADVANCING PAGE.

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
    MOVE "WatersTA77" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA77.
