*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: This end-of-term program acts on the grades WatersTA39
*> keys. For every student with graded course enrollments in the
*> term being closed (the academic term on the run-control file)
*> it computes the term GPA and the cumulative GPA through that
*> term from the course-enrollment records, and assigns an
*> academic standing from thresholds kept by academic level:
*> suspension or probation on the cumulative GPA, dean's list on
*> the term GPA and a full term's graded credits, otherwise good
*> standing. A student already on probation who stays below the
*> probation line a second consecutive term is suspended. The
*> standing is stamped on REGISTRATION-MASTER, a standing report
*> grouped by academic program goes to the advisors, and every
*> probation and suspension is written to a letters extract for
*> the notices.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA66.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REGISTRATION-MASTER
        ASSIGN TO REGMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS IN-STUDENT-ID
        FILE STATUS IS WS-REGISTRATION-FILE-STATUS.

    SELECT COURSE-ENROLLMENTS
        ASSIGN TO STUENRL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ENR-KEY
        FILE STATUS IS WS-ENROLL-FILE-STATUS.

    SELECT RUN-CONTROL-FILE
        ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT STANDING-REPORT
        ASSIGN TO WS-STNDRPT-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT STANDING-LETTERS
        ASSIGN TO STNDLTR
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
FD REGISTRATION-MASTER.
01 IN-STUDENT-REC.
    COPY STUDREC.

FD COURSE-ENROLLMENTS.
01 ENR-REC.
    COPY ENRREC.

FD RUN-CONTROL-FILE.
01 RUNCTL-REC.
    COPY RUNCTL.

FD STANDING-REPORT.
01 RPT-LINE                      PIC X(80).

*> One record per probation or suspension notice, carrying the
*> mailing address so the letters can be produced from the
*> extract alone. LTR-SECOND-PROBATION is "Y" when the suspension
*> comes from a second consecutive probation term.
FD STANDING-LETTERS.
01 OUT-LETTER-REC.
    COPY STUDID REPLACING LEADING ==PREFIX== BY ==LTR==.
    COPY STUDADR REPLACING LEADING ==PREFIX== BY ==LTR==.
    05 LTR-PROGRAM               PIC X(20).
    05 LTR-LEVEL                 PIC X(20).
    05 LTR-STANDING              PIC X(1).
    05 LTR-SECOND-PROBATION      PIC X(1).
    05 LTR-TERM                  PIC 9(6).
    05 LTR-TERM-GPA              PIC 9V99.
    05 LTR-CUM-GPA               PIC 9V99.

SD SORT-WORK-FILE.
01 SRT-STANDING-REC.
    05 SRT-PROGRAM               PIC X(20).
    05 SRT-STANDING-RANK         PIC 9(1).
    05 SRT-LAST-NAME             PIC X(15).
    05 SRT-FIRST-NAME            PIC X(15).
    05 SRT-STUDENT-ID            PIC X(9).
    05 SRT-LEVEL                 PIC X(20).
    05 SRT-STANDING              PIC X(1).
    05 SRT-SECOND-PROBATION      PIC X(1).
    05 SRT-TERM-CREDITS          PIC 9(3).
    05 SRT-TERM-GPA              PIC 9V99.
    05 SRT-CUM-GPA               PIC 9V99.

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
    05 WS-REGISTRATION-FILE-STATUS PIC XX.
    05 WS-ENROLL-FILE-STATUS     PIC XX.
    05 WS-OUTCAT-FILE-STATUS     PIC XX.
    05 WS-RUN-CONTROL-FOUND      PIC X(1) VALUE "N".
    05 WS-ACADEMIC-TERM          PIC 9(6) VALUE ZERO.
    05 WS-GPA-SCAN-DONE          PIC X(1).
    05 WS-TERM-ENROLLED          PIC X(1).
    05 WS-TERM-CREDITS           PIC 9(5).
    05 WS-TERM-POINTS            PIC 9(7)V99.
    05 WS-TERM-GPA               PIC 9V99.
    05 WS-CUM-CREDITS            PIC 9(5).
    05 WS-CUM-POINTS             PIC 9(7)V99.
    05 WS-CUM-GPA                PIC 9V99.
    05 WS-PREVIOUS-STANDING      PIC X(1).
    05 WS-NEW-STANDING           PIC X(1).
    05 WS-SECOND-PROBATION       PIC X(1).
    05 WS-FIRST-PROGRAM          PIC X(1).
    05 WS-CURRENT-PROGRAM        PIC X(20).

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

*> This run's report output, stamped with the run date so a rerun
*> opens a fresh generation instead of overwriting the last one.
01 WS-STNDRPT-NAME               PIC X(21) VALUE "STNDRPT".

*> Standing thresholds by academic level. A cumulative GPA below
*> the suspension line suspends, below the probation line puts
*> the student on probation; a term GPA at or above the dean's
*> list line on at least the dean's list credits earns the list.
*> A supervisor updates the MOVE statements in
*> 050-LOAD-STANDING-TABLE to change a threshold. A level not on
*> the table is held to the undergraduate thresholds.
01 WS-STANDING-TABLE.
    05 WS-STD-ENTRY OCCURS 3 TIMES INDEXED BY STD-IDX.
        10 WS-STD-LEVEL             PIC X(20).
        10 WS-STD-SUSPEND-BELOW     PIC 9V99.
        10 WS-STD-PROBATION-BELOW   PIC 9V99.
        10 WS-STD-DEANS-LIST-GPA    PIC 9V99.
        10 WS-STD-DEANS-LIST-CREDITS PIC 9(2).

01 WS-THRESHOLDS.
    05 WS-SUSPEND-BELOW          PIC 9V99.
    05 WS-PROBATION-BELOW        PIC 9V99.
    05 WS-DEANS-LIST-GPA         PIC 9V99.
    05 WS-DEANS-LIST-CREDITS     PIC 9(2).

01 WS-COUNTERS.
    05 WS-EVALUATED-COUNT        PIC 9(5) VALUE ZERO.
    05 WS-UNGRADED-COUNT         PIC 9(5) VALUE ZERO.
    05 WS-LATER-TERM-COUNT       PIC 9(5) VALUE ZERO.
    05 WS-LETTER-COUNT           PIC 9(5) VALUE ZERO.
    05 WS-PGM-DEANS-LIST         PIC 9(5).
    05 WS-PGM-GOOD               PIC 9(5).
    05 WS-PGM-PROBATION          PIC 9(5).
    05 WS-PGM-SUSPENSION         PIC 9(5).
    05 WS-TOT-DEANS-LIST         PIC 9(5) VALUE ZERO.
    05 WS-TOT-GOOD               PIC 9(5) VALUE ZERO.
    05 WS-TOT-PROBATION          PIC 9(5) VALUE ZERO.
    05 WS-TOT-SUSPENSION         PIC 9(5) VALUE ZERO.

01 WS-HEADING-LINE-1.
    05 FILLER             PIC X(32) VALUE
        "ACADEMIC STANDING REPORT - TERM ".
    05 WS-H-TERM          PIC 9(6).
    05 FILLER             PIC X(13) VALUE "   RUN DATE: ".
    05 WS-H-RUN-DATE      PIC 9(8).

01 WS-PROGRAM-LINE.
    05 FILLER             PIC X(9)  VALUE "PROGRAM: ".
    05 WS-P-PROGRAM       PIC X(20).

01 WS-COLUMN-HEADING.
    05 FILLER   PIC X(10) VALUE "STUDENT".
    05 FILLER   PIC X(27) VALUE "NAME".
    05 FILLER   PIC X(11) VALUE "LEVEL".
    05 FILLER   PIC X(5)  VALUE "TERM".
    05 FILLER   PIC X(6)  VALUE "TERM".
    05 FILLER   PIC X(6)  VALUE " CUM".
    05 FILLER   PIC X(14) VALUE "STANDING".

01 WS-COLUMN-HEADING-2.
    05 FILLER   PIC X(48) VALUE SPACES.
    05 FILLER   PIC X(5)  VALUE "CRED".
    05 FILLER   PIC X(6)  VALUE " GPA".
    05 FILLER   PIC X(6)  VALUE " GPA".

01 WS-DETAIL-LINE.
    05 WS-D-STUDENT-ID    PIC X(9).
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-D-LAST-NAME     PIC X(15).
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-D-FIRST-NAME    PIC X(10).
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-D-LEVEL         PIC X(10).
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-D-TERM-CREDITS  PIC ZZ9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-TERM-GPA      PIC 9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-CUM-GPA       PIC 9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-D-STANDING      PIC X(14).

01 WS-PROGRAM-TOTAL-LINE.
    05 FILLER             PIC X(13) VALUE "  DEAN'S LIST".
    05 WS-PT-DEANS-LIST   PIC ZZZZ9.
    05 FILLER             PIC X(7)  VALUE "   GOOD".
    05 WS-PT-GOOD         PIC ZZZZ9.
    05 FILLER             PIC X(12) VALUE "   PROBATION".
    05 WS-PT-PROBATION    PIC ZZZZ9.
    05 FILLER             PIC X(13) VALUE "   SUSPENSION".
    05 WS-PT-SUSPENSION   PIC ZZZZ9.

01 WS-FOOTNOTE-LINE.
    05 FILLER             PIC X(50) VALUE
        "* SUSPENDED ON A SECOND CONSECUTIVE PROBATION TERM".

01 WS-TOTAL-LINE-1.
    05 FILLER             PIC X(22) VALUE "STUDENTS EVALUATED:   ".
    05 WS-T-EVALUATED     PIC ZZZZ9.
    05 FILLER             PIC X(20) VALUE "   LETTERS WRITTEN: ".
    05 WS-T-LETTERS       PIC ZZZZ9.

01 WS-TOTAL-LINE-2.
    05 FILLER             PIC X(40) VALUE
        "ENROLLED IN TERM, NOTHING GRADED YET:   ".
    05 WS-T-UNGRADED      PIC ZZZZ9.

01 WS-TOTAL-LINE-3.
    05 FILLER             PIC X(40) VALUE
        "ALREADY STAMPED FOR A LATER TERM:       ".
    05 WS-T-LATER-TERM    PIC ZZZZ9.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 030-READ-RUN-CONTROL
    PERFORM 040-STAMP-OUTPUT-NAMES
    PERFORM 050-LOAD-STANDING-TABLE

    OPEN I-O REGISTRATION-MASTER
    IF WS-REGISTRATION-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA66: UNABLE TO OPEN REGISTRATION-MASTER, "
            "FILE STATUS " WS-REGISTRATION-FILE-STATUS
        STOP RUN
    END-IF
    OPEN INPUT COURSE-ENROLLMENTS
    IF WS-ENROLL-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA66: UNABLE TO OPEN COURSE-ENROLLMENTS, "
            "FILE STATUS " WS-ENROLL-FILE-STATUS
        STOP RUN
    END-IF

    OPEN OUTPUT STANDING-REPORT
                STANDING-LETTERS

    MOVE WS-ACADEMIC-TERM TO WS-H-TERM
    MOVE WS-RUN-DATE (1:8) TO WS-H-RUN-DATE
    WRITE RPT-LINE FROM WS-HEADING-LINE-1

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SRT-PROGRAM
                         SRT-STANDING-RANK
                         SRT-LAST-NAME
                         SRT-FIRST-NAME
        INPUT PROCEDURE IS 200-EVALUATE-STUDENTS
        OUTPUT PROCEDURE IS 300-PRINT-BY-PROGRAM

    PERFORM 400-WRITE-RUN-TOTALS

    CLOSE REGISTRATION-MASTER
          COURSE-ENROLLMENTS
          STANDING-REPORT
          STANDING-LETTERS
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 030-read-run-control - the run date and the academic term
*> being closed. The term is not guessed: without one on the
*> run-control file the run is refused before the master is
*> opened.
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
        DISPLAY "WATERSTA66: NO ACADEMIC TERM ON THE RUN-CONTROL "
            "FILE - SET IT THROUGH WATERSTA29. RUN REFUSED."
        PERFORM 905-LOG-RUN-ABEND
        STOP RUN
    END-IF.

*> 040-stamp-output-names - the dated report name and its catalog
*> entry for the retention sweep.
040-STAMP-OUTPUT-NAMES.
    MOVE SPACES TO WS-STNDRPT-NAME
    STRING "STNDRPT." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-STNDRPT-NAME
    OPEN EXTEND OUTPUT-CATALOG
    IF WS-OUTCAT-FILE-STATUS NOT = "00"
        OPEN OUTPUT OUTPUT-CATALOG
    END-IF
    MOVE WS-STNDRPT-NAME TO OUTCAT-FILE-NAME
    MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
    WRITE OUT-CATALOG-REC
    CLOSE OUTPUT-CATALOG.

*> 050-load-standing-table - the standing thresholds for each
*> academic level.
050-LOAD-STANDING-TABLE.
    MOVE "UNDERGRADUATE" TO WS-STD-LEVEL              (1)
    MOVE 1.00            TO WS-STD-SUSPEND-BELOW      (1)
    MOVE 2.00            TO WS-STD-PROBATION-BELOW    (1)
    MOVE 3.50            TO WS-STD-DEANS-LIST-GPA     (1)
    MOVE 12              TO WS-STD-DEANS-LIST-CREDITS (1)
    MOVE "GRADUATE"      TO WS-STD-LEVEL              (2)
    MOVE 2.00            TO WS-STD-SUSPEND-BELOW      (2)
    MOVE 3.00            TO WS-STD-PROBATION-BELOW    (2)
    MOVE 3.90            TO WS-STD-DEANS-LIST-GPA     (2)
    MOVE 9               TO WS-STD-DEANS-LIST-CREDITS (2)
    MOVE "DOCTORAL"      TO WS-STD-LEVEL              (3)
    MOVE 2.00            TO WS-STD-SUSPEND-BELOW      (3)
    MOVE 3.00            TO WS-STD-PROBATION-BELOW    (3)
    MOVE 3.90            TO WS-STD-DEANS-LIST-GPA     (3)
    MOVE 9               TO WS-STD-DEANS-LIST-CREDITS (3).

*> 060-lookup-thresholds - this student's academic level on the
*> standing table, falling back to the undergraduate thresholds.
060-LOOKUP-THRESHOLDS.
    MOVE WS-STD-SUSPEND-BELOW (1) TO WS-SUSPEND-BELOW
    MOVE WS-STD-PROBATION-BELOW (1) TO WS-PROBATION-BELOW
    MOVE WS-STD-DEANS-LIST-GPA (1) TO WS-DEANS-LIST-GPA
    MOVE WS-STD-DEANS-LIST-CREDITS (1) TO WS-DEANS-LIST-CREDITS
    SET STD-IDX TO 1
    SEARCH WS-STD-ENTRY
        AT END
            CONTINUE
        WHEN WS-STD-LEVEL (STD-IDX) = IN-ACADEMID-LEVEL
            MOVE WS-STD-SUSPEND-BELOW (STD-IDX) TO WS-SUSPEND-BELOW
            MOVE WS-STD-PROBATION-BELOW (STD-IDX)
                TO WS-PROBATION-BELOW
            MOVE WS-STD-DEANS-LIST-GPA (STD-IDX) TO WS-DEANS-LIST-GPA
            MOVE WS-STD-DEANS-LIST-CREDITS (STD-IDX)
                TO WS-DEANS-LIST-CREDITS
    END-SEARCH.

*> 200-evaluate-students - the sort's input side: every student
*> on the master is read in key order, and each one with graded
*> work in the term is evaluated, stamped, and released to the
*> sort for the report.
200-EVALUATE-STUDENTS.
    PERFORM UNTIL MORE-RECORDS = "N"
        READ REGISTRATION-MASTER NEXT RECORD
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                PERFORM 210-EVALUATE-ONE-STUDENT
        END-READ
    END-PERFORM.

*> 210-evaluate-one-student - a student not enrolled in the term
*> is passed over untouched. One enrolled but with nothing graded
*> yet is counted and left for a rerun once the grades are in.
*> One already stamped for a later term is not walked back.
210-EVALUATE-ONE-STUDENT.
    PERFORM 220-COMPUTE-GPAS
    IF WS-TERM-ENROLLED = "N"
        EXIT PARAGRAPH
    END-IF
    IF WS-TERM-CREDITS = ZERO
        ADD 1 TO WS-UNGRADED-COUNT
        EXIT PARAGRAPH
    END-IF
    IF IN-STANDING-TERM IS NUMERIC
            AND IN-STANDING-TERM > WS-ACADEMIC-TERM
        ADD 1 TO WS-LATER-TERM-COUNT
        EXIT PARAGRAPH
    END-IF

    PERFORM 060-LOOKUP-THRESHOLDS
    PERFORM 230-ASSIGN-STANDING
    PERFORM 240-STAMP-MASTER
    IF WS-NEW-STANDING = "P" OR WS-NEW-STANDING = "S"
        PERFORM 250-WRITE-LETTER
    END-IF
    PERFORM 260-RELEASE-STUDENT
    ADD 1 TO WS-EVALUATED-COUNT.

*> 220-compute-gpas - walks the student's course enrollments by
*> key prefix. Graded courses through the term being closed make
*> up the cumulative GPA; those in the term itself make up the
*> term GPA. Ungraded enrollments and withdrawals ("W") do not
*> count, the same rule WatersTA9 prints its GPA by.
220-COMPUTE-GPAS.
    MOVE "N" TO WS-TERM-ENROLLED
    MOVE ZERO TO WS-TERM-CREDITS
    MOVE ZERO TO WS-TERM-POINTS
    MOVE ZERO TO WS-TERM-GPA
    MOVE ZERO TO WS-CUM-CREDITS
    MOVE ZERO TO WS-CUM-POINTS
    MOVE ZERO TO WS-CUM-GPA
    MOVE "N" TO WS-GPA-SCAN-DONE
    MOVE IN-STUDENT-ID TO ENR-STUDENT-ID
    MOVE ZERO TO ENR-TERM
    MOVE SPACES TO ENR-COURSE-NO
    START COURSE-ENROLLMENTS KEY NOT < ENR-KEY
        INVALID KEY
            MOVE "Y" TO WS-GPA-SCAN-DONE
    END-START
    PERFORM UNTIL WS-GPA-SCAN-DONE = "Y"
        READ COURSE-ENROLLMENTS NEXT RECORD
            AT END
                MOVE "Y" TO WS-GPA-SCAN-DONE
            NOT AT END
                IF ENR-STUDENT-ID NOT = IN-STUDENT-ID
                        OR ENR-TERM > WS-ACADEMIC-TERM
                    MOVE "Y" TO WS-GPA-SCAN-DONE
                ELSE
                    PERFORM 225-ADD-ENROLLMENT
                END-IF
        END-READ
    END-PERFORM
    IF WS-TERM-CREDITS > ZERO
        COMPUTE WS-TERM-GPA ROUNDED =
            WS-TERM-POINTS / WS-TERM-CREDITS
    END-IF
    IF WS-CUM-CREDITS > ZERO
        COMPUTE WS-CUM-GPA ROUNDED =
            WS-CUM-POINTS / WS-CUM-CREDITS
    END-IF.

225-ADD-ENROLLMENT.
    IF ENR-GRADE = "W"
        EXIT PARAGRAPH
    END-IF
    IF ENR-TERM = WS-ACADEMIC-TERM
        MOVE "Y" TO WS-TERM-ENROLLED
    END-IF
    IF ENR-GRADE NOT = SPACES
        ADD ENR-CREDITS TO WS-CUM-CREDITS
        COMPUTE WS-CUM-POINTS =
            WS-CUM-POINTS + (ENR-GRADE-POINTS * ENR-CREDITS)
        IF ENR-TERM = WS-ACADEMIC-TERM
            ADD ENR-CREDITS TO WS-TERM-CREDITS
            COMPUTE WS-TERM-POINTS =
                WS-TERM-POINTS + (ENR-GRADE-POINTS * ENR-CREDITS)
        END-IF
    END-IF.

*> 230-assign-standing - suspension and probation go by the
*> cumulative GPA, the dean's list by the term's work. The
*> standing the student carried into this term is the one on the
*> master, unless the master was already stamped for this same
*> term by an earlier run - then it is the prior standing kept
*> beside it, so a rerun sees the same history the first run saw.
230-ASSIGN-STANDING.
    IF IN-STANDING-TERM IS NUMERIC
            AND IN-STANDING-TERM = WS-ACADEMIC-TERM
        MOVE IN-PRIOR-STANDING TO WS-PREVIOUS-STANDING
    ELSE
        MOVE IN-ACADEMIC-STANDING TO WS-PREVIOUS-STANDING
    END-IF

    MOVE "N" TO WS-SECOND-PROBATION
    IF WS-CUM-GPA < WS-SUSPEND-BELOW
        MOVE "S" TO WS-NEW-STANDING
    ELSE
        IF WS-CUM-GPA < WS-PROBATION-BELOW
            IF WS-PREVIOUS-STANDING = "P"
                MOVE "S" TO WS-NEW-STANDING
                MOVE "Y" TO WS-SECOND-PROBATION
            ELSE
                MOVE "P" TO WS-NEW-STANDING
            END-IF
        ELSE
            IF WS-TERM-GPA >= WS-DEANS-LIST-GPA
                    AND WS-TERM-CREDITS >= WS-DEANS-LIST-CREDITS
                MOVE "D" TO WS-NEW-STANDING
            ELSE
                MOVE "G" TO WS-NEW-STANDING
            END-IF
        END-IF
    END-IF.

240-STAMP-MASTER.
    MOVE WS-PREVIOUS-STANDING TO IN-PRIOR-STANDING
    MOVE WS-NEW-STANDING TO IN-ACADEMIC-STANDING
    MOVE WS-ACADEMIC-TERM TO IN-STANDING-TERM
    REWRITE IN-STUDENT-REC.

250-WRITE-LETTER.
    MOVE IN-STUDENT-ID TO LTR-STUDENT-ID
    MOVE IN-STUDENT-NAME TO LTR-STUDENT-NAME
    MOVE IN-MAILING-ADDRESS TO LTR-MAILING-ADDRESS
    MOVE IN-ACADEMID-PROGRAM TO LTR-PROGRAM
    MOVE IN-ACADEMID-LEVEL TO LTR-LEVEL
    MOVE WS-NEW-STANDING TO LTR-STANDING
    MOVE WS-SECOND-PROBATION TO LTR-SECOND-PROBATION
    MOVE WS-ACADEMIC-TERM TO LTR-TERM
    MOVE WS-TERM-GPA TO LTR-TERM-GPA
    MOVE WS-CUM-GPA TO LTR-CUM-GPA
    WRITE OUT-LETTER-REC
    ADD 1 TO WS-LETTER-COUNT.

*> 260-release-student - suspensions sort first within a program,
*> then probation, the dean's list, and good standing, so the
*> advisors' attention goes where it is needed.
260-RELEASE-STUDENT.
    MOVE IN-ACADEMID-PROGRAM TO SRT-PROGRAM
    IF WS-NEW-STANDING = "S"
        MOVE 1 TO SRT-STANDING-RANK
    ELSE
        IF WS-NEW-STANDING = "P"
            MOVE 2 TO SRT-STANDING-RANK
        ELSE
            IF WS-NEW-STANDING = "D"
                MOVE 3 TO SRT-STANDING-RANK
            ELSE
                MOVE 4 TO SRT-STANDING-RANK
            END-IF
        END-IF
    END-IF
    MOVE IN-LAST-NAME TO SRT-LAST-NAME
    MOVE IN-FIRST-NAME TO SRT-FIRST-NAME
    MOVE IN-STUDENT-ID TO SRT-STUDENT-ID
    MOVE IN-ACADEMID-LEVEL TO SRT-LEVEL
    MOVE WS-NEW-STANDING TO SRT-STANDING
    MOVE WS-SECOND-PROBATION TO SRT-SECOND-PROBATION
    MOVE WS-TERM-CREDITS TO SRT-TERM-CREDITS
    MOVE WS-TERM-GPA TO SRT-TERM-GPA
    MOVE WS-CUM-GPA TO SRT-CUM-GPA
    RELEASE SRT-STANDING-REC.

*> 300-print-by-program - the sort's output side: a heading for
*> each academic program, its students, and the program's count
*> by standing when the program changes.
300-PRINT-BY-PROGRAM.
    MOVE "Y" TO MORE-RECORDS
    MOVE "Y" TO WS-FIRST-PROGRAM
    MOVE SPACES TO WS-CURRENT-PROGRAM
    PERFORM UNTIL MORE-RECORDS = "N"
        RETURN SORT-WORK-FILE
            AT END
                MOVE "N" TO MORE-RECORDS
                IF WS-FIRST-PROGRAM = "N"
                    PERFORM 330-END-PROGRAM
                END-IF
            NOT AT END
                IF WS-FIRST-PROGRAM = "Y"
                        OR SRT-PROGRAM NOT = WS-CURRENT-PROGRAM
                    IF WS-FIRST-PROGRAM = "N"
                        PERFORM 330-END-PROGRAM
                    END-IF
                    PERFORM 310-START-PROGRAM
                END-IF
                PERFORM 320-PRINT-STUDENT
        END-RETURN
    END-PERFORM.

310-START-PROGRAM.
    MOVE "N" TO WS-FIRST-PROGRAM
    MOVE SRT-PROGRAM TO WS-CURRENT-PROGRAM
    MOVE ZERO TO WS-PGM-DEANS-LIST
    MOVE ZERO TO WS-PGM-GOOD
    MOVE ZERO TO WS-PGM-PROBATION
    MOVE ZERO TO WS-PGM-SUSPENSION
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE SRT-PROGRAM TO WS-P-PROGRAM
    WRITE RPT-LINE FROM WS-PROGRAM-LINE
    WRITE RPT-LINE FROM WS-COLUMN-HEADING
    WRITE RPT-LINE FROM WS-COLUMN-HEADING-2.

320-PRINT-STUDENT.
    MOVE SRT-STUDENT-ID TO WS-D-STUDENT-ID
    MOVE SRT-LAST-NAME TO WS-D-LAST-NAME
    MOVE SRT-FIRST-NAME TO WS-D-FIRST-NAME
    MOVE SRT-LEVEL TO WS-D-LEVEL
    MOVE SRT-TERM-CREDITS TO WS-D-TERM-CREDITS
    MOVE SRT-TERM-GPA TO WS-D-TERM-GPA
    MOVE SRT-CUM-GPA TO WS-D-CUM-GPA
    IF SRT-STANDING = "S"
        ADD 1 TO WS-PGM-SUSPENSION
        IF SRT-SECOND-PROBATION = "Y"
            MOVE "SUSPENSION *" TO WS-D-STANDING
        ELSE
            MOVE "SUSPENSION" TO WS-D-STANDING
        END-IF
    ELSE
        IF SRT-STANDING = "P"
            ADD 1 TO WS-PGM-PROBATION
            MOVE "PROBATION" TO WS-D-STANDING
        ELSE
            IF SRT-STANDING = "D"
                ADD 1 TO WS-PGM-DEANS-LIST
                MOVE "DEAN'S LIST" TO WS-D-STANDING
            ELSE
                ADD 1 TO WS-PGM-GOOD
                MOVE "GOOD STANDING" TO WS-D-STANDING
            END-IF
        END-IF
    END-IF
    WRITE RPT-LINE FROM WS-DETAIL-LINE.

330-END-PROGRAM.
    MOVE WS-PGM-DEANS-LIST TO WS-PT-DEANS-LIST
    MOVE WS-PGM-GOOD TO WS-PT-GOOD
    MOVE WS-PGM-PROBATION TO WS-PT-PROBATION
    MOVE WS-PGM-SUSPENSION TO WS-PT-SUSPENSION
    WRITE RPT-LINE FROM WS-PROGRAM-TOTAL-LINE
    ADD WS-PGM-DEANS-LIST TO WS-TOT-DEANS-LIST
    ADD WS-PGM-GOOD TO WS-TOT-GOOD
    ADD WS-PGM-PROBATION TO WS-TOT-PROBATION
    ADD WS-PGM-SUSPENSION TO WS-TOT-SUSPENSION.

400-WRITE-RUN-TOTALS.
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    WRITE RPT-LINE FROM WS-FOOTNOTE-LINE
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    MOVE "ALL PROGRAMS" TO WS-P-PROGRAM
    WRITE RPT-LINE FROM WS-PROGRAM-LINE
    MOVE WS-TOT-DEANS-LIST TO WS-PT-DEANS-LIST
    MOVE WS-TOT-GOOD TO WS-PT-GOOD
    MOVE WS-TOT-PROBATION TO WS-PT-PROBATION
    MOVE WS-TOT-SUSPENSION TO WS-PT-SUSPENSION
    WRITE RPT-LINE FROM WS-PROGRAM-TOTAL-LINE
    MOVE WS-EVALUATED-COUNT TO WS-T-EVALUATED
    MOVE WS-LETTER-COUNT TO WS-T-LETTERS
    WRITE RPT-LINE FROM WS-TOTAL-LINE-1
    MOVE WS-UNGRADED-COUNT TO WS-T-UNGRADED
    WRITE RPT-LINE FROM WS-TOTAL-LINE-2
    MOVE WS-LATER-TERM-COUNT TO WS-T-LATER-TERM
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
    MOVE "WatersTA66" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA66.
