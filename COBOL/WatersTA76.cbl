*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: The census-date figures for institutional research.
*> For the academic term on the run-control file, and for the
*> same term one year earlier, it counts every student with a
*> course enrollment on file once, totals the attempted credit
*> hours, splits the students full-time and part-time on a
*> credit-hour threshold kept by academic level, and converts
*> the hours to full-time equivalents. The figures are broken
*> out by academic program and level from REGISTRATION-MASTER,
*> printed side by side for the two terms with program, level
*> and institution totals, and written to a census extract.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA76.

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

    SELECT CENSUS-REPORT
        ASSIGN TO WS-CENSRPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT CENSUS-EXTRACT
        ASSIGN TO WS-CENSEXT-NAME
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

FD CENSUS-REPORT.
01 RPT-LINE                      PIC X(132).

*> One record per line of the printed report. CNX-RECORD-TYPE
*> is "D" for a program and level, "P" for a program total, "L"
*> for a level total across all programs, and "T" for the
*> institution total. The census term's figures come first and
*> the comparison term's (one year earlier) follow.
FD CENSUS-EXTRACT.
01 OUT-CENSUS-REC.
    05 CNX-RECORD-TYPE           PIC X(1).
    05 CNX-PROGRAM               PIC X(20).
    05 CNX-LEVEL                 PIC X(20).
    05 CNX-TERM                  PIC 9(6).
    05 CNX-FULL-TIME             PIC 9(5).
    05 CNX-PART-TIME             PIC 9(5).
    05 CNX-HEADCOUNT             PIC 9(5).
    05 CNX-CREDIT-HOURS          PIC 9(7).
    05 CNX-FTE                   PIC 9(7)V99.
    05 CNX-PRIOR-TERM            PIC 9(6).
    05 CNX-PRIOR-FULL-TIME       PIC 9(5).
    05 CNX-PRIOR-PART-TIME       PIC 9(5).
    05 CNX-PRIOR-HEADCOUNT       PIC 9(5).
    05 CNX-PRIOR-CREDIT-HOURS    PIC 9(7).
    05 CNX-PRIOR-FTE             PIC 9(7)V99.

*> One record per student enrolled in either term. The
*> enrolled flags say whether the student counts in that term
*> at all; the full-time flags are set against the student's
*> level threshold when the record is released.
SD SORT-WORK-FILE.
01 SRT-CENSUS-REC.
    05 SRT-PROGRAM               PIC X(20).
    05 SRT-LEVEL                 PIC X(20).
    05 SRT-STUDENT-ID            PIC X(9).
    05 SRT-CUR-ENROLLED          PIC X(1).
    05 SRT-CUR-FULL-TIME         PIC X(1).
    05 SRT-CUR-CREDITS           PIC 9(4).
    05 SRT-PRI-ENROLLED          PIC X(1).
    05 SRT-PRI-FULL-TIME         PIC X(1).
    05 SRT-PRI-CREDITS           PIC 9(4).

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
    05 WS-PRIOR-TERM             PIC 9(6) VALUE ZERO.
    05 WS-CURRENT-STUDENT        PIC X(9).
    05 WS-ENR-LEVEL              PIC X(20).
    05 WS-CUR-ENROLLED           PIC X(1).
    05 WS-CUR-CREDITS            PIC 9(4).
    05 WS-PRI-ENROLLED           PIC X(1).
    05 WS-PRI-CREDITS            PIC 9(4).
    05 WS-FIRST-GROUP            PIC X(1).
    05 WS-PROGRAM-PRINTED        PIC X(1).
    05 WS-CURRENT-PROGRAM        PIC X(20).
    05 WS-CURRENT-LEVEL          PIC X(20).
    05 WS-LOOKUP-LEVEL           PIC X(20).
    05 WS-RECORD-TYPE            PIC X(1).
    05 WS-LVS-SUB                PIC 9(2).
    05 WS-LVS-HIT                PIC 9(2).

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

*> This run's outputs, stamped with the run date so a rerun opens
*> a fresh generation instead of overwriting the last one.
01 WS-CENSRPT-NAME               PIC X(21) VALUE "CENSRPT".
01 WS-CENSEXT-NAME               PIC X(21) VALUE "CENSEXT".

*> Census basis by academic level. A student carrying at least
*> the full-time credits in a term is full-time that term; one
*> FTE is the full-time-equivalent credits of attempted hours.
*> A supervisor updates the MOVE statements in
*> 050-LOAD-CENSUS-TABLE to change the basis. A level not on the
*> table is counted on the undergraduate basis.
01 WS-CENSUS-TABLE.
    05 WS-CEN-ENTRY OCCURS 3 TIMES INDEXED BY CEN-IDX.
        10 WS-CEN-LEVEL             PIC X(20).
        10 WS-CEN-FULL-TIME-CREDITS PIC 9(2).
        10 WS-CEN-FTE-CREDITS       PIC 9(2).

01 WS-CENSUS-BASIS.
    05 WS-FULL-TIME-CREDITS      PIC 9(2).
    05 WS-FTE-CREDITS            PIC 9(2).

*> The figures for one program and level, added up into the
*> program, the institution, and the level summary. All of the
*> sets share one layout so a set can be moved whole into
*> WS-PRINT-SET for printing and the extract.
01 WS-LEVEL-SET.
    05 WS-LS-CUR-FULL-TIME       PIC 9(5).
    05 WS-LS-CUR-PART-TIME       PIC 9(5).
    05 WS-LS-CUR-HOURS           PIC 9(7).
    05 WS-LS-CUR-FTE             PIC 9(7)V99.
    05 WS-LS-PRI-FULL-TIME       PIC 9(5).
    05 WS-LS-PRI-PART-TIME       PIC 9(5).
    05 WS-LS-PRI-HOURS           PIC 9(7).
    05 WS-LS-PRI-FTE             PIC 9(7)V99.

01 WS-PROGRAM-SET.
    05 WS-PS-CUR-FULL-TIME       PIC 9(5).
    05 WS-PS-CUR-PART-TIME       PIC 9(5).
    05 WS-PS-CUR-HOURS           PIC 9(7).
    05 WS-PS-CUR-FTE             PIC 9(7)V99.
    05 WS-PS-PRI-FULL-TIME       PIC 9(5).
    05 WS-PS-PRI-PART-TIME       PIC 9(5).
    05 WS-PS-PRI-HOURS           PIC 9(7).
    05 WS-PS-PRI-FTE             PIC 9(7)V99.

01 WS-GRAND-SET.
    05 WS-GS-CUR-FULL-TIME       PIC 9(5) VALUE ZERO.
    05 WS-GS-CUR-PART-TIME       PIC 9(5) VALUE ZERO.
    05 WS-GS-CUR-HOURS           PIC 9(7) VALUE ZERO.
    05 WS-GS-CUR-FTE             PIC 9(7)V99 VALUE ZERO.
    05 WS-GS-PRI-FULL-TIME       PIC 9(5) VALUE ZERO.
    05 WS-GS-PRI-PART-TIME       PIC 9(5) VALUE ZERO.
    05 WS-GS-PRI-HOURS           PIC 9(7) VALUE ZERO.
    05 WS-GS-PRI-FTE             PIC 9(7)V99 VALUE ZERO.

01 WS-PRINT-SET.
    05 WS-XS-CUR-FULL-TIME       PIC 9(5).
    05 WS-XS-CUR-PART-TIME       PIC 9(5).
    05 WS-XS-CUR-HOURS           PIC 9(7).
    05 WS-XS-CUR-FTE             PIC 9(7)V99.
    05 WS-XS-PRI-FULL-TIME       PIC 9(5).
    05 WS-XS-PRI-PART-TIME       PIC 9(5).
    05 WS-XS-PRI-HOURS           PIC 9(7).
    05 WS-XS-PRI-FTE             PIC 9(7)V99.

01 WS-HEAD-WORK.
    05 WS-CUR-HEADCOUNT          PIC 9(5).
    05 WS-PRI-HEADCOUNT          PIC 9(5).
    05 WS-HEAD-CHANGE            PIC S9(5).

*> Level totals across every program, in the order the levels
*> are first met. The last slot is kept for other levels.
01 WS-LEVEL-SUMMARY.
    05 WS-LVS-COUNT              PIC 9(2) VALUE ZERO.
    05 WS-LVS-ENTRY OCCURS 10 TIMES.
        10 WS-LVS-LEVEL          PIC X(20).
        10 WS-LVS-SET.
            15 WS-LVS-CUR-FULL-TIME  PIC 9(5).
            15 WS-LVS-CUR-PART-TIME  PIC 9(5).
            15 WS-LVS-CUR-HOURS      PIC 9(7).
            15 WS-LVS-CUR-FTE        PIC 9(7)V99.
            15 WS-LVS-PRI-FULL-TIME  PIC 9(5).
            15 WS-LVS-PRI-PART-TIME  PIC 9(5).
            15 WS-LVS-PRI-HOURS      PIC 9(7).
            15 WS-LVS-PRI-FTE        PIC 9(7)V99.

01 WS-COUNTERS.
    05 WS-ENROLLMENTS-READ       PIC 9(7) VALUE ZERO.
    05 WS-STUDENTS-RELEASED      PIC 9(5) VALUE ZERO.
    05 WS-NOT-ON-MASTER-COUNT    PIC 9(5) VALUE ZERO.

01 WS-HEADING-LINE-1.
    05 FILLER             PIC X(25) VALUE
        "ENROLLMENT CENSUS - TERM ".
    05 WS-H-TERM          PIC 9(6).
    05 FILLER             PIC X(22) VALUE
        "   COMPARED WITH TERM ".
    05 WS-H-PRIOR-TERM    PIC 9(6).
    05 FILLER             PIC X(13) VALUE "   RUN DATE: ".
    05 WS-H-RUN-DATE      PIC 9(8).

01 WS-COLUMN-HEADING-1.
    05 FILLER             PIC X(36) VALUE SPACES.
    05 FILLER             PIC X(15) VALUE "--------- TERM ".
    05 WS-CH-TERM         PIC 9(6).
    05 FILLER             PIC X(13) VALUE " ------------".
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 FILLER             PIC X(15) VALUE "--------- TERM ".
    05 WS-CH-PRIOR-TERM   PIC 9(6).
    05 FILLER             PIC X(13) VALUE " ------------".
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 FILLER             PIC X(7)  VALUE "   HEAD".

01 WS-COLUMN-HEADING-2.
    05 FILLER   PIC X(21) VALUE "PROGRAM".
    05 FILLER   PIC X(15) VALUE "LEVEL".
    05 FILLER   PIC X(6)  VALUE "   FT ".
    05 FILLER   PIC X(6)  VALUE "   PT ".
    05 FILLER   PIC X(6)  VALUE " HEAD ".
    05 FILLER   PIC X(8)  VALUE "  HOURS ".
    05 FILLER   PIC X(8)  VALUE "     FTE".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(6)  VALUE "   FT ".
    05 FILLER   PIC X(6)  VALUE "   PT ".
    05 FILLER   PIC X(6)  VALUE " HEAD ".
    05 FILLER   PIC X(8)  VALUE "  HOURS ".
    05 FILLER   PIC X(8)  VALUE "     FTE".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(7)  VALUE " CHANGE".

01 WS-DETAIL-LINE.
    05 WS-D-PROGRAM       PIC X(20).
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-D-LEVEL         PIC X(15).
    05 WS-D-CUR-FULL-TIME PIC ZZZZ9.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-D-CUR-PART-TIME PIC ZZZZ9.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-D-CUR-HEADCOUNT PIC ZZZZ9.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-D-CUR-HOURS     PIC ZZZZZZ9.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-D-CUR-FTE       PIC ZZZZ9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-PRI-FULL-TIME PIC ZZZZ9.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-D-PRI-PART-TIME PIC ZZZZ9.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-D-PRI-HEADCOUNT PIC ZZZZ9.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-D-PRI-HOURS     PIC ZZZZZZ9.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-D-PRI-FTE       PIC ZZZZ9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-HEAD-CHANGE   PIC ------9.

01 WS-SUMMARY-HEADING.
    05 FILLER             PIC X(35) VALUE
        "TOTALS BY ACADEMIC LEVEL".

01 WS-BASIS-LINE.
    05 FILLER             PIC X(9)  VALUE "  BASIS: ".
    05 WS-B-LEVEL         PIC X(15).
    05 FILLER             PIC X(13) VALUE "FULL-TIME AT ".
    05 WS-B-FULL-TIME     PIC Z9.
    05 FILLER             PIC X(23) VALUE
        " CREDITS   ONE FTE IS ".
    05 WS-B-FTE           PIC Z9.
    05 FILLER             PIC X(8)  VALUE " CREDITS".

01 WS-TOTAL-LINE-1.
    05 FILLER             PIC X(32) VALUE
        "ENROLLMENT RECORDS READ:        ".
    05 WS-T-READ          PIC ZZZZZZ9.

01 WS-TOTAL-LINE-2.
    05 FILLER             PIC X(32) VALUE
        "STUDENTS COUNTED:               ".
    05 WS-T-RELEASED      PIC ZZZZZZ9.

01 WS-TOTAL-LINE-3.
    05 FILLER             PIC X(32) VALUE
        "NOT ON REGISTRATION MASTER:     ".
    05 WS-T-NOT-ON-MASTER PIC ZZZZZZ9.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 030-READ-RUN-CONTROL
    PERFORM 040-STAMP-OUTPUT-NAMES
    PERFORM 050-LOAD-CENSUS-TABLE

    OPEN INPUT COURSE-ENROLLMENTS
    IF WS-ENROLL-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA76: UNABLE TO OPEN COURSE-ENROLLMENTS, "
            "FILE STATUS " WS-ENROLL-FILE-STATUS
        STOP RUN
    END-IF
    OPEN INPUT REGISTRATION-MASTER
    IF WS-REGISTRATION-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA76: UNABLE TO OPEN REGISTRATION-MASTER, "
            "FILE STATUS " WS-REGISTRATION-FILE-STATUS
        STOP RUN
    END-IF

    OPEN OUTPUT CENSUS-REPORT
                CENSUS-EXTRACT

    MOVE WS-ACADEMIC-TERM TO WS-H-TERM
    MOVE WS-PRIOR-TERM TO WS-H-PRIOR-TERM
    MOVE WS-RUN-DATE (1:8) TO WS-H-RUN-DATE
    WRITE RPT-LINE FROM WS-HEADING-LINE-1
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE WS-ACADEMIC-TERM TO WS-CH-TERM
    MOVE WS-PRIOR-TERM TO WS-CH-PRIOR-TERM
    WRITE RPT-LINE FROM WS-COLUMN-HEADING-1
    WRITE RPT-LINE FROM WS-COLUMN-HEADING-2

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SRT-PROGRAM
                         SRT-LEVEL
                         SRT-STUDENT-ID
        INPUT PROCEDURE IS 200-COLLECT-STUDENTS
        OUTPUT PROCEDURE IS 300-PRINT-CENSUS

    PERFORM 400-WRITE-SUMMARY

    CLOSE COURSE-ENROLLMENTS
          REGISTRATION-MASTER
          CENSUS-REPORT
          CENSUS-EXTRACT
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 030-read-run-control - the run date and the census term. The
*> term is not guessed: without one on the run-control file the
*> run is refused. The comparison term is the same term one
*> year earlier.
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
        DISPLAY "WATERSTA76: NO ACADEMIC TERM ON THE RUN-CONTROL "
            "FILE - SET IT THROUGH WATERSTA29. RUN REFUSED."
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF
    COMPUTE WS-PRIOR-TERM = WS-ACADEMIC-TERM - 100.

*> 040-stamp-output-names - the dated report and extract names
*> and their catalog entries for the retention sweep.
040-STAMP-OUTPUT-NAMES.
    MOVE SPACES TO WS-CENSRPT-NAME
    STRING "CENSRPT." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-CENSRPT-NAME
    MOVE SPACES TO WS-CENSEXT-NAME
    STRING "CENSEXT." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-CENSEXT-NAME
    OPEN EXTEND OUTPUT-CATALOG
    IF WS-OUTCAT-FILE-STATUS NOT = "00"
        OPEN OUTPUT OUTPUT-CATALOG
    END-IF
    MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
    MOVE WS-CENSRPT-NAME TO OUTCAT-FILE-NAME
    WRITE OUT-CATALOG-REC
    MOVE WS-CENSEXT-NAME TO OUTCAT-FILE-NAME
    WRITE OUT-CATALOG-REC
    CLOSE OUTPUT-CATALOG.

*> 050-load-census-table - the full-time threshold and the FTE
*> divisor for each academic level.
050-LOAD-CENSUS-TABLE.
    MOVE "UNDERGRADUATE" TO WS-CEN-LEVEL              (1)
    MOVE 12              TO WS-CEN-FULL-TIME-CREDITS  (1)
    MOVE 15              TO WS-CEN-FTE-CREDITS        (1)
    MOVE "GRADUATE"      TO WS-CEN-LEVEL              (2)
    MOVE 9               TO WS-CEN-FULL-TIME-CREDITS  (2)
    MOVE 12              TO WS-CEN-FTE-CREDITS        (2)
    MOVE "DOCTORAL"      TO WS-CEN-LEVEL              (3)
    MOVE 9               TO WS-CEN-FULL-TIME-CREDITS  (3)
    MOVE 12              TO WS-CEN-FTE-CREDITS        (3).

*> 060-lookup-basis - WS-LOOKUP-LEVEL on the census table,
*> falling back to the undergraduate basis.
060-LOOKUP-BASIS.
    MOVE WS-CEN-FULL-TIME-CREDITS (1) TO WS-FULL-TIME-CREDITS
    MOVE WS-CEN-FTE-CREDITS (1) TO WS-FTE-CREDITS
    SET CEN-IDX TO 1
    SEARCH WS-CEN-ENTRY
        AT END
            CONTINUE
        WHEN WS-CEN-LEVEL (CEN-IDX) = WS-LOOKUP-LEVEL
            MOVE WS-CEN-FULL-TIME-CREDITS (CEN-IDX)
                TO WS-FULL-TIME-CREDITS
            MOVE WS-CEN-FTE-CREDITS (CEN-IDX) TO WS-FTE-CREDITS
    END-SEARCH.

*> 200-collect-students - the sort's input side: the course
*> enrollments are read in key order, which keeps each student's
*> enrollments together, and the student's attempted credits in
*> the census term and the comparison term are added up until
*> the student changes.
200-COLLECT-STUDENTS.
    MOVE "Y" TO MORE-RECORDS
    MOVE SPACES TO WS-CURRENT-STUDENT
    PERFORM 205-START-STUDENT
    PERFORM UNTIL MORE-RECORDS = "N"
        READ COURSE-ENROLLMENTS NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                ADD 1 TO WS-ENROLLMENTS-READ
                IF ENR-STUDENT-ID NOT = WS-CURRENT-STUDENT
                    IF WS-CURRENT-STUDENT NOT = SPACES
                        PERFORM 220-RELEASE-STUDENT
                    END-IF
                    PERFORM 205-START-STUDENT
                    MOVE ENR-STUDENT-ID TO WS-CURRENT-STUDENT
                END-IF
                PERFORM 210-ADD-ENROLLMENT
        END-READ
    END-PERFORM
    IF WS-CURRENT-STUDENT NOT = SPACES
        PERFORM 220-RELEASE-STUDENT
    END-IF.

205-START-STUDENT.
    MOVE "N" TO WS-CUR-ENROLLED
    MOVE ZERO TO WS-CUR-CREDITS
    MOVE "N" TO WS-PRI-ENROLLED
    MOVE ZERO TO WS-PRI-CREDITS
    MOVE SPACES TO WS-ENR-LEVEL.

*> 210-add-enrollment - every enrollment still on file is an
*> attempt: a dropped course is deleted from the file, and a
*> withdrawal ("W") was on the books at the census date, so it
*> counts like an ungraded or graded course does.
210-ADD-ENROLLMENT.
    IF ENR-TERM = WS-ACADEMIC-TERM
        MOVE "Y" TO WS-CUR-ENROLLED
        ADD ENR-CREDITS TO WS-CUR-CREDITS
        MOVE ENR-ACADEMIC-LEVEL TO WS-ENR-LEVEL
    ELSE
        IF ENR-TERM = WS-PRIOR-TERM
            MOVE "Y" TO WS-PRI-ENROLLED
            ADD ENR-CREDITS TO WS-PRI-CREDITS
            IF WS-ENR-LEVEL = SPACES
                MOVE ENR-ACADEMIC-LEVEL TO WS-ENR-LEVEL
            END-IF
        END-IF
    END-IF.

*> 220-release-student - a student enrolled in neither term is
*> passed over. The program and level come from the registration
*> master; a student missing from it is counted under a program
*> of its own, at the level carried on the enrollment, so the
*> totals still balance to the enrollment file.
220-RELEASE-STUDENT.
    IF WS-CUR-ENROLLED = "N" AND WS-PRI-ENROLLED = "N"
        EXIT PARAGRAPH
    END-IF

    MOVE WS-CURRENT-STUDENT TO IN-STUDENT-ID
    READ REGISTRATION-MASTER
        INVALID KEY
            MOVE "NOT ON MASTER" TO SRT-PROGRAM
            MOVE WS-ENR-LEVEL TO SRT-LEVEL
            ADD 1 TO WS-NOT-ON-MASTER-COUNT
        NOT INVALID KEY
            MOVE IN-ACADEMID-PROGRAM TO SRT-PROGRAM
            MOVE IN-ACADEMID-LEVEL TO SRT-LEVEL
    END-READ

    MOVE SRT-LEVEL TO WS-LOOKUP-LEVEL
    PERFORM 060-LOOKUP-BASIS
    MOVE WS-CURRENT-STUDENT TO SRT-STUDENT-ID
    MOVE WS-CUR-ENROLLED TO SRT-CUR-ENROLLED
    MOVE WS-CUR-CREDITS TO SRT-CUR-CREDITS
    MOVE "N" TO SRT-CUR-FULL-TIME
    IF WS-CUR-ENROLLED = "Y"
            AND WS-CUR-CREDITS >= WS-FULL-TIME-CREDITS
        MOVE "Y" TO SRT-CUR-FULL-TIME
    END-IF
    MOVE WS-PRI-ENROLLED TO SRT-PRI-ENROLLED
    MOVE WS-PRI-CREDITS TO SRT-PRI-CREDITS
    MOVE "N" TO SRT-PRI-FULL-TIME
    IF WS-PRI-ENROLLED = "Y"
            AND WS-PRI-CREDITS >= WS-FULL-TIME-CREDITS
        MOVE "Y" TO SRT-PRI-FULL-TIME
    END-IF
    RELEASE SRT-CENSUS-REC
    ADD 1 TO WS-STUDENTS-RELEASED.

*> 300-print-census - the sort's output side: one line for each
*> level within an academic program, and the program's total
*> when the program changes.
300-PRINT-CENSUS.
    MOVE "Y" TO MORE-RECORDS
    MOVE "Y" TO WS-FIRST-GROUP
    PERFORM UNTIL MORE-RECORDS = "N"
        RETURN SORT-WORK-FILE
            AT END
                MOVE "N" TO MORE-RECORDS
                IF WS-FIRST-GROUP = "N"
                    PERFORM 330-END-LEVEL
                    PERFORM 340-END-PROGRAM
                END-IF
            NOT AT END
                IF WS-FIRST-GROUP = "Y"
                        OR SRT-PROGRAM NOT = WS-CURRENT-PROGRAM
                    IF WS-FIRST-GROUP = "N"
                        PERFORM 330-END-LEVEL
                        PERFORM 340-END-PROGRAM
                    END-IF
                    PERFORM 310-START-PROGRAM
                    PERFORM 315-START-LEVEL
                ELSE
                    IF SRT-LEVEL NOT = WS-CURRENT-LEVEL
                        PERFORM 330-END-LEVEL
                        PERFORM 315-START-LEVEL
                    END-IF
                END-IF
                PERFORM 320-COUNT-STUDENT
        END-RETURN
    END-PERFORM.

310-START-PROGRAM.
    MOVE "N" TO WS-FIRST-GROUP
    MOVE "N" TO WS-PROGRAM-PRINTED
    MOVE SRT-PROGRAM TO WS-CURRENT-PROGRAM
    INITIALIZE WS-PROGRAM-SET.

315-START-LEVEL.
    MOVE SRT-LEVEL TO WS-CURRENT-LEVEL
    INITIALIZE WS-LEVEL-SET.

320-COUNT-STUDENT.
    IF SRT-CUR-ENROLLED = "Y"
        IF SRT-CUR-FULL-TIME = "Y"
            ADD 1 TO WS-LS-CUR-FULL-TIME
        ELSE
            ADD 1 TO WS-LS-CUR-PART-TIME
        END-IF
        ADD SRT-CUR-CREDITS TO WS-LS-CUR-HOURS
    END-IF
    IF SRT-PRI-ENROLLED = "Y"
        IF SRT-PRI-FULL-TIME = "Y"
            ADD 1 TO WS-LS-PRI-FULL-TIME
        ELSE
            ADD 1 TO WS-LS-PRI-PART-TIME
        END-IF
        ADD SRT-PRI-CREDITS TO WS-LS-PRI-HOURS
    END-IF.

*> 330-end-level - the level's hours are converted to FTE on the
*> level's own basis, so a program's FTE is the sum of its
*> levels' FTE. The program name prints on its first line only.
330-END-LEVEL.
    MOVE WS-CURRENT-LEVEL TO WS-LOOKUP-LEVEL
    PERFORM 060-LOOKUP-BASIS
    COMPUTE WS-LS-CUR-FTE ROUNDED =
        WS-LS-CUR-HOURS / WS-FTE-CREDITS
    COMPUTE WS-LS-PRI-FTE ROUNDED =
        WS-LS-PRI-HOURS / WS-FTE-CREDITS

    IF WS-PROGRAM-PRINTED = "N"
        MOVE WS-CURRENT-PROGRAM TO WS-D-PROGRAM
        MOVE "Y" TO WS-PROGRAM-PRINTED
    ELSE
        MOVE SPACES TO WS-D-PROGRAM
    END-IF
    MOVE WS-CURRENT-LEVEL TO WS-D-LEVEL
    MOVE WS-LEVEL-SET TO WS-PRINT-SET
    MOVE "D" TO WS-RECORD-TYPE
    MOVE WS-CURRENT-PROGRAM TO CNX-PROGRAM
    MOVE WS-CURRENT-LEVEL TO CNX-LEVEL
    PERFORM 350-PRINT-FIGURES

    ADD WS-LS-CUR-FULL-TIME TO WS-PS-CUR-FULL-TIME
    ADD WS-LS-CUR-PART-TIME TO WS-PS-CUR-PART-TIME
    ADD WS-LS-CUR-HOURS TO WS-PS-CUR-HOURS
    ADD WS-LS-CUR-FTE TO WS-PS-CUR-FTE
    ADD WS-LS-PRI-FULL-TIME TO WS-PS-PRI-FULL-TIME
    ADD WS-LS-PRI-PART-TIME TO WS-PS-PRI-PART-TIME
    ADD WS-LS-PRI-HOURS TO WS-PS-PRI-HOURS
    ADD WS-LS-PRI-FTE TO WS-PS-PRI-FTE
    PERFORM 360-ADD-TO-LEVEL-SUMMARY.

340-END-PROGRAM.
    MOVE SPACES TO WS-D-PROGRAM
    MOVE "PROGRAM TOTAL" TO WS-D-LEVEL
    MOVE WS-PROGRAM-SET TO WS-PRINT-SET
    MOVE "P" TO WS-RECORD-TYPE
    MOVE WS-CURRENT-PROGRAM TO CNX-PROGRAM
    MOVE SPACES TO CNX-LEVEL
    PERFORM 350-PRINT-FIGURES
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE

    ADD WS-PS-CUR-FULL-TIME TO WS-GS-CUR-FULL-TIME
    ADD WS-PS-CUR-PART-TIME TO WS-GS-CUR-PART-TIME
    ADD WS-PS-CUR-HOURS TO WS-GS-CUR-HOURS
    ADD WS-PS-CUR-FTE TO WS-GS-CUR-FTE
    ADD WS-PS-PRI-FULL-TIME TO WS-GS-PRI-FULL-TIME
    ADD WS-PS-PRI-PART-TIME TO WS-GS-PRI-PART-TIME
    ADD WS-PS-PRI-HOURS TO WS-GS-PRI-HOURS
    ADD WS-PS-PRI-FTE TO WS-GS-PRI-FTE.

*> 350-print-figures - prints WS-PRINT-SET on the detail line
*> already labelled by the caller, and writes the same figures
*> to the census extract under WS-RECORD-TYPE.
350-PRINT-FIGURES.
    COMPUTE WS-CUR-HEADCOUNT =
        WS-XS-CUR-FULL-TIME + WS-XS-CUR-PART-TIME
    COMPUTE WS-PRI-HEADCOUNT =
        WS-XS-PRI-FULL-TIME + WS-XS-PRI-PART-TIME
    COMPUTE WS-HEAD-CHANGE = WS-CUR-HEADCOUNT - WS-PRI-HEADCOUNT

    MOVE WS-XS-CUR-FULL-TIME TO WS-D-CUR-FULL-TIME
    MOVE WS-XS-CUR-PART-TIME TO WS-D-CUR-PART-TIME
    MOVE WS-CUR-HEADCOUNT TO WS-D-CUR-HEADCOUNT
    MOVE WS-XS-CUR-HOURS TO WS-D-CUR-HOURS
    MOVE WS-XS-CUR-FTE TO WS-D-CUR-FTE
    MOVE WS-XS-PRI-FULL-TIME TO WS-D-PRI-FULL-TIME
    MOVE WS-XS-PRI-PART-TIME TO WS-D-PRI-PART-TIME
    MOVE WS-PRI-HEADCOUNT TO WS-D-PRI-HEADCOUNT
    MOVE WS-XS-PRI-HOURS TO WS-D-PRI-HOURS
    MOVE WS-XS-PRI-FTE TO WS-D-PRI-FTE
    MOVE WS-HEAD-CHANGE TO WS-D-HEAD-CHANGE
    WRITE RPT-LINE FROM WS-DETAIL-LINE

    MOVE WS-RECORD-TYPE TO CNX-RECORD-TYPE
    MOVE WS-ACADEMIC-TERM TO CNX-TERM
    MOVE WS-XS-CUR-FULL-TIME TO CNX-FULL-TIME
    MOVE WS-XS-CUR-PART-TIME TO CNX-PART-TIME
    MOVE WS-CUR-HEADCOUNT TO CNX-HEADCOUNT
    MOVE WS-XS-CUR-HOURS TO CNX-CREDIT-HOURS
    MOVE WS-XS-CUR-FTE TO CNX-FTE
    MOVE WS-PRIOR-TERM TO CNX-PRIOR-TERM
    MOVE WS-XS-PRI-FULL-TIME TO CNX-PRIOR-FULL-TIME
    MOVE WS-XS-PRI-PART-TIME TO CNX-PRIOR-PART-TIME
    MOVE WS-PRI-HEADCOUNT TO CNX-PRIOR-HEADCOUNT
    MOVE WS-XS-PRI-HOURS TO CNX-PRIOR-CREDIT-HOURS
    MOVE WS-XS-PRI-FTE TO CNX-PRIOR-FTE
    WRITE OUT-CENSUS-REC.

*> 360-add-to-level-summary - the level's figures are added to
*> its slot in the level summary, opening a slot the first time
*> a level is met. Once the named slots are used up, any further
*> level is added to the last slot as other levels.
360-ADD-TO-LEVEL-SUMMARY.
    MOVE ZERO TO WS-LVS-HIT
    PERFORM VARYING WS-LVS-SUB FROM 1 BY 1
            UNTIL WS-LVS-SUB > WS-LVS-COUNT
        IF WS-LVS-LEVEL (WS-LVS-SUB) = WS-CURRENT-LEVEL
            MOVE WS-LVS-SUB TO WS-LVS-HIT
        END-IF
    END-PERFORM
    IF WS-LVS-HIT = ZERO
        IF WS-LVS-COUNT < 9
            ADD 1 TO WS-LVS-COUNT
            MOVE WS-LVS-COUNT TO WS-LVS-HIT
            MOVE WS-CURRENT-LEVEL TO WS-LVS-LEVEL (WS-LVS-HIT)
            INITIALIZE WS-LVS-SET (WS-LVS-HIT)
        ELSE
            MOVE 10 TO WS-LVS-HIT
            IF WS-LVS-COUNT = 9
                MOVE 10 TO WS-LVS-COUNT
                MOVE "OTHER LEVELS" TO WS-LVS-LEVEL (WS-LVS-HIT)
                INITIALIZE WS-LVS-SET (WS-LVS-HIT)
            END-IF
        END-IF
    END-IF
    ADD WS-LS-CUR-FULL-TIME TO WS-LVS-CUR-FULL-TIME (WS-LVS-HIT)
    ADD WS-LS-CUR-PART-TIME TO WS-LVS-CUR-PART-TIME (WS-LVS-HIT)
    ADD WS-LS-CUR-HOURS TO WS-LVS-CUR-HOURS (WS-LVS-HIT)
    ADD WS-LS-CUR-FTE TO WS-LVS-CUR-FTE (WS-LVS-HIT)
    ADD WS-LS-PRI-FULL-TIME TO WS-LVS-PRI-FULL-TIME (WS-LVS-HIT)
    ADD WS-LS-PRI-PART-TIME TO WS-LVS-PRI-PART-TIME (WS-LVS-HIT)
    ADD WS-LS-PRI-HOURS TO WS-LVS-PRI-HOURS (WS-LVS-HIT)
    ADD WS-LS-PRI-FTE TO WS-LVS-PRI-FTE (WS-LVS-HIT).

*> 400-write-summary - each level across every program, the
*> institution total, the census basis in force, and the run
*> counts.
400-WRITE-SUMMARY.
    WRITE RPT-LINE FROM WS-SUMMARY-HEADING
    PERFORM VARYING WS-LVS-SUB FROM 1 BY 1
            UNTIL WS-LVS-SUB > WS-LVS-COUNT
        MOVE "ALL PROGRAMS" TO WS-D-PROGRAM
        MOVE WS-LVS-LEVEL (WS-LVS-SUB) TO WS-D-LEVEL
        MOVE WS-LVS-SET (WS-LVS-SUB) TO WS-PRINT-SET
        MOVE "L" TO WS-RECORD-TYPE
        MOVE SPACES TO CNX-PROGRAM
        MOVE WS-LVS-LEVEL (WS-LVS-SUB) TO CNX-LEVEL
        PERFORM 350-PRINT-FIGURES
    END-PERFORM
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE "ALL PROGRAMS" TO WS-D-PROGRAM
    MOVE "ALL LEVELS" TO WS-D-LEVEL
    MOVE WS-GRAND-SET TO WS-PRINT-SET
    MOVE "T" TO WS-RECORD-TYPE
    MOVE SPACES TO CNX-PROGRAM
    MOVE SPACES TO CNX-LEVEL
    PERFORM 350-PRINT-FIGURES

    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM VARYING CEN-IDX FROM 1 BY 1 UNTIL CEN-IDX > 3
        MOVE WS-CEN-LEVEL (CEN-IDX) TO WS-B-LEVEL
        MOVE WS-CEN-FULL-TIME-CREDITS (CEN-IDX) TO WS-B-FULL-TIME
        MOVE WS-CEN-FTE-CREDITS (CEN-IDX) TO WS-B-FTE
        WRITE RPT-LINE FROM WS-BASIS-LINE
    END-PERFORM
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE WS-ENROLLMENTS-READ TO WS-T-READ
    WRITE RPT-LINE FROM WS-TOTAL-LINE-1
    MOVE WS-STUDENTS-RELEASED TO WS-T-RELEASED
    WRITE RPT-LINE FROM WS-TOTAL-LINE-2
    MOVE WS-NOT-ON-MASTER-COUNT TO WS-T-NOT-ON-MASTER
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
    MOVE "WatersTA76" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA76.
