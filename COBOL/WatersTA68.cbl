*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: This program prints the official academic transcript
*> for each student ID on the registrar's transcript request file.
*> Each transcript carries the student's name, ID, and birth date
*> from REGISTRATION-MASTER, then every course-enrollment record
*> grouped by term with its title, credits, grade, and grade
*> points, a total line for each term, and the cumulative
*> credits and GPA, the academic standing WatersTA66 last
*> stamped, and the graduation-candidate mark WatersTA9 sets.
*> A student whose receivables account carries a hold is not
*> printed: the request is listed on the held-requests report
*> with the balance owed, as is any ID not on the master.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA68.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANSCRIPT-REQUESTS
        ASSIGN TO TRNSREQ
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REQUEST-FILE-STATUS.

    SELECT REGISTRATION-MASTER
        ASSIGN TO REGMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IN-STUDENT-ID
        FILE STATUS IS WS-REGISTRATION-FILE-STATUS.

    SELECT COURSE-ENROLLMENTS
        ASSIGN TO STUENRL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ENR-KEY
        FILE STATUS IS WS-ENROLL-FILE-STATUS.

    SELECT RECEIVABLES-MASTER
        ASSIGN TO ARMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS AR-STUDENT-ID
        FILE STATUS IS WS-AR-FILE-STATUS.

    SELECT RUN-CONTROL-FILE
        ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT TRANSCRIPT-PRINT
        ASSIGN TO WS-TRANSCR-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT HELD-REQUESTS
        ASSIGN TO WS-TRNHOLD-NAME
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
*> One transcript request as the registrar's office keys it: the
*> student, and who the transcript is issued to (blank when the
*> student picks it up).
FD TRANSCRIPT-REQUESTS.
01 TRQ-REC.
    05 TRQ-STUDENT-ID            PIC X(9).
    05 TRQ-ISSUED-TO             PIC X(40).

FD REGISTRATION-MASTER.
01 IN-STUDENT-REC.
    COPY STUDREC.

FD COURSE-ENROLLMENTS.
01 ENR-REC.
    COPY ENRREC.

FD RECEIVABLES-MASTER.
01 AR-REC.
    COPY ARREC.

FD RUN-CONTROL-FILE.
01 RUNCTL-REC.
    COPY RUNCTL.

FD TRANSCRIPT-PRINT.
01 TRN-LINE                      PIC X(80).

FD HELD-REQUESTS.
01 HLD-LINE                      PIC X(80).

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
    05 WS-REQUEST-FILE-STATUS    PIC XX.
    05 WS-REGISTRATION-FILE-STATUS PIC XX.
    05 WS-ENROLL-FILE-STATUS     PIC XX.
    05 WS-AR-FILE-STATUS         PIC XX.
    05 WS-OUTCAT-FILE-STATUS     PIC XX.
    05 WS-RUN-CONTROL-FOUND      PIC X(1) VALUE "N".
    05 WS-STUDENT-FOUND          PIC X(1).
    05 WS-STUDENT-ON-HOLD        PIC X(1).
    05 WS-ENROLL-SCAN-DONE       PIC X(1).
    05 WS-CURRENT-TERM           PIC 9(6).
    05 WS-TERM-OPEN              PIC X(1).
    05 WS-TERM-CREDITS           PIC 9(5).
    05 WS-TERM-POINTS            PIC 9(7)V99.
    05 WS-TERM-GPA               PIC 9V99.
    05 WS-CUM-CREDITS            PIC 9(5).
    05 WS-CUM-POINTS             PIC 9(7)V99.
    05 WS-CUM-GPA                PIC 9V99.
    05 WS-COURSE-COUNT           PIC 9(5).

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 WS-RUN-MONTH  PIC 9(2).
    05 WS-RUN-DAY    PIC 9(2).
    05 FILLER        PIC X(10).

*> This run's outputs, stamped with the run date so a rerun
*> opens a fresh generation instead of overwriting the last one.
01 WS-TRANSCR-NAME               PIC X(21) VALUE "TRANSCR".
01 WS-TRNHOLD-NAME               PIC X(21) VALUE "TRNHOLD".

01 WS-COUNTERS.
    05 WS-REQUEST-COUNT          PIC 9(5) VALUE ZERO.
    05 WS-PRINTED-COUNT          PIC 9(5) VALUE ZERO.
    05 WS-HELD-COUNT             PIC 9(5) VALUE ZERO.
    05 WS-NOT-FOUND-COUNT        PIC 9(5) VALUE ZERO.

01 WS-TRN-TITLE-LINE.
    05 FILLER             PIC X(20) VALUE SPACES.
    05 FILLER             PIC X(28) VALUE
        "OFFICIAL ACADEMIC TRANSCRIPT".
    05 FILLER             PIC X(12) VALUE SPACES.
    05 FILLER             PIC X(8)  VALUE "ISSUED: ".
    05 WS-TT-ISSUE-DATE   PIC 9(8).

01 WS-TRN-INSTITUTION-LINE.
    05 FILLER             PIC X(25) VALUE SPACES.
    05 FILLER             PIC X(16) VALUE "TROY UNIVERSITY".

01 WS-TRN-ISSUED-TO-LINE.
    05 FILLER             PIC X(11) VALUE "ISSUED TO: ".
    05 WS-TI-ISSUED-TO    PIC X(40).

01 WS-TRN-NAME-LINE.
    05 FILLER             PIC X(9)  VALUE "STUDENT: ".
    05 WS-TN-LAST-NAME    PIC X(15).
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-TN-FIRST-NAME   PIC X(15).
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-TN-MIDDLE-INIT  PIC X(1).
    05 FILLER             PIC X(5)  VALUE SPACES.
    05 FILLER             PIC X(4)  VALUE "ID: ".
    05 WS-TN-STUDENT-ID   PIC X(9).

01 WS-TRN-BIRTH-LINE.
    05 FILLER             PIC X(12) VALUE "BIRTH DATE: ".
    05 WS-TB-YEAR         PIC 9(4).
    05 FILLER             PIC X(1)  VALUE "-".
    05 WS-TB-MONTH        PIC 9(2).
    05 FILLER             PIC X(1)  VALUE "-".
    05 WS-TB-DAY          PIC 9(2).

01 WS-TRN-PROGRAM-LINE.
    05 FILLER             PIC X(9)  VALUE "PROGRAM: ".
    05 WS-TP-PROGRAM      PIC X(20).
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 FILLER             PIC X(7)  VALUE "LEVEL: ".
    05 WS-TP-LEVEL        PIC X(20).

01 WS-TRN-TERM-LINE.
    05 FILLER             PIC X(5)  VALUE "TERM ".
    05 WS-TM-TERM         PIC 9(6).

01 WS-TRN-COLUMN-HEADING.
    05 FILLER   PIC X(3)  VALUE SPACES.
    05 FILLER   PIC X(9)  VALUE "COURSE".
    05 FILLER   PIC X(27) VALUE "TITLE".
    05 FILLER   PIC X(9)  VALUE "CREDITS".
    05 FILLER   PIC X(7)  VALUE "GRADE".
    05 FILLER   PIC X(6)  VALUE "POINTS".

01 WS-TRN-COURSE-LINE.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 WS-TC-COURSE-NO    PIC X(7).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-TC-TITLE        PIC X(25).
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 WS-TC-CREDITS      PIC ZZ9.
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 WS-TC-GRADE        PIC X(2).
    05 FILLER             PIC X(5)  VALUE SPACES.
    05 WS-TC-POINTS       PIC X(4).
    05 WS-TC-POINTS-N REDEFINES WS-TC-POINTS PIC 9.99.

01 WS-TRN-TERM-TOTAL-LINE.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 FILLER             PIC X(14) VALUE "TERM CREDITS: ".
    05 WS-TT-TERM-CREDITS PIC ZZZZ9.
    05 FILLER             PIC X(12) VALUE "  TERM GPA: ".
    05 WS-TT-TERM-GPA     PIC 9.99.
    05 FILLER             PIC X(13) VALUE "   CUM CRED: ".
    05 WS-TT-CUM-CREDITS  PIC ZZZZ9.
    05 FILLER             PIC X(11) VALUE "  CUM GPA: ".
    05 WS-TT-CUM-GPA      PIC 9.99.

01 WS-TRN-CUMULATIVE-LINE.
    05 FILLER             PIC X(20) VALUE "CUMULATIVE CREDITS: ".
    05 WS-TX-CUM-CREDITS  PIC ZZZZ9.
    05 FILLER             PIC X(20) VALUE "    CUMULATIVE GPA: ".
    05 WS-TX-CUM-GPA      PIC 9.99.

01 WS-TRN-STANDING-LINE.
    05 FILLER             PIC X(19) VALUE "ACADEMIC STANDING: ".
    05 WS-TS-STANDING     PIC X(15).
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 WS-TS-TERM-LABEL   PIC X(6).
    05 WS-TS-TERM         PIC X(6).

01 WS-TRN-CANDIDATE-LINE.
    05 FILLER             PIC X(22) VALUE "GRADUATION CANDIDATE: ".
    05 WS-TG-CANDIDATE    PIC X(3).

01 WS-TRN-NO-COURSES-LINE.
    05 FILLER             PIC X(29) VALUE
        "NO COURSE ENROLLMENTS ON FILE".

01 WS-TRN-END-LINE.
    05 FILLER             PIC X(25) VALUE SPACES.
    05 FILLER             PIC X(27) VALUE
        "*** END OF TRANSCRIPT ***".

01 WS-HELD-HEADING.
    05 FILLER             PIC X(34) VALUE
        "TRANSCRIPT REQUESTS HELD - RUN ".
    05 WS-HH-RUN-DATE     PIC 9(8).

01 WS-HELD-COLUMN-HEADING.
    05 FILLER   PIC X(11) VALUE "STUDENT".
    05 FILLER   PIC X(32) VALUE "NAME".
    05 FILLER   PIC X(23) VALUE "REASON".
    05 FILLER   PIC X(13) VALUE "  AR BALANCE".

01 WS-HELD-DETAIL-LINE.
    05 WS-HD-STUDENT-ID   PIC X(9).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-HD-LAST-NAME    PIC X(15).
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-HD-FIRST-NAME   PIC X(15).
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-HD-REASON       PIC X(22).
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-HD-BALANCE      PIC Z,ZZZ,ZZ9.99-.

01 WS-HELD-TOTAL-LINE.
    05 FILLER             PIC X(11) VALUE "REQUESTED: ".
    05 WS-HT-REQUESTED    PIC ZZZZ9.
    05 FILLER             PIC X(11) VALUE "  PRINTED: ".
    05 WS-HT-PRINTED      PIC ZZZZ9.
    05 FILLER             PIC X(8)  VALUE "  HELD: ".
    05 WS-HT-HELD         PIC ZZZZ9.
    05 FILLER             PIC X(13) VALUE "  NOT FOUND: ".
    05 WS-HT-NOT-FOUND    PIC ZZZZ9.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 030-READ-RUN-CONTROL
    PERFORM 040-STAMP-OUTPUT-NAMES

    OPEN INPUT TRANSCRIPT-REQUESTS
    IF WS-REQUEST-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA68: UNABLE TO OPEN TRANSCRIPT-REQUESTS, "
            "FILE STATUS " WS-REQUEST-FILE-STATUS
        STOP RUN
    END-IF
    OPEN INPUT REGISTRATION-MASTER
    IF WS-REGISTRATION-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA68: UNABLE TO OPEN REGISTRATION-MASTER, "
            "FILE STATUS " WS-REGISTRATION-FILE-STATUS
        STOP RUN
    END-IF
    OPEN INPUT COURSE-ENROLLMENTS
    IF WS-ENROLL-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA68: UNABLE TO OPEN COURSE-ENROLLMENTS, "
            "FILE STATUS " WS-ENROLL-FILE-STATUS
        STOP RUN
    END-IF
*>  Holds cannot be checked without the receivables master, and
*>  an official transcript is not released unchecked.
    OPEN INPUT RECEIVABLES-MASTER
    IF WS-AR-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA68: UNABLE TO OPEN RECEIVABLES-MASTER, "
            "FILE STATUS " WS-AR-FILE-STATUS
        STOP RUN
    END-IF

    OPEN OUTPUT TRANSCRIPT-PRINT
                HELD-REQUESTS
    MOVE WS-RUN-DATE (1:8) TO WS-HH-RUN-DATE
    WRITE HLD-LINE FROM WS-HELD-HEADING
    WRITE HLD-LINE FROM WS-HELD-COLUMN-HEADING

    PERFORM UNTIL MORE-RECORDS = "N"
        READ TRANSCRIPT-REQUESTS
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF TRQ-STUDENT-ID NOT = SPACES
                    ADD 1 TO WS-REQUEST-COUNT
                    PERFORM 200-PROCESS-REQUEST
                END-IF
        END-READ
    END-PERFORM

    MOVE SPACES TO HLD-LINE
    WRITE HLD-LINE
    MOVE WS-REQUEST-COUNT TO WS-HT-REQUESTED
    MOVE WS-PRINTED-COUNT TO WS-HT-PRINTED
    MOVE WS-HELD-COUNT TO WS-HT-HELD
    MOVE WS-NOT-FOUND-COUNT TO WS-HT-NOT-FOUND
    WRITE HLD-LINE FROM WS-HELD-TOTAL-LINE

    CLOSE TRANSCRIPT-REQUESTS
          REGISTRATION-MASTER
          COURSE-ENROLLMENTS
          RECEIVABLES-MASTER
          TRANSCRIPT-PRINT
          HELD-REQUESTS
    DISPLAY "WATERSTA68: " WS-PRINTED-COUNT " TRANSCRIPTS PRINTED, "
        WS-HELD-COUNT " HELD, " WS-NOT-FOUND-COUNT " NOT FOUND"
    PERFORM 900-LOG-RUN-END
    STOP RUN.

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

*> 040-stamp-output-names - the dated transcript and held-request
*> names, and their catalog entries for the retention sweep.
040-STAMP-OUTPUT-NAMES.
    MOVE SPACES TO WS-TRANSCR-NAME
    STRING "TRANSCR." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-TRANSCR-NAME
    MOVE SPACES TO WS-TRNHOLD-NAME
    STRING "TRNHOLD." DELIMITED BY SIZE
           WS-RUN-DATE (1:8) DELIMITED BY SIZE
           INTO WS-TRNHOLD-NAME
    OPEN EXTEND OUTPUT-CATALOG
    IF WS-OUTCAT-FILE-STATUS NOT = "00"
        OPEN OUTPUT OUTPUT-CATALOG
    END-IF
    MOVE WS-RUN-DATE (1:8) TO OUTCAT-RUN-DATE
    MOVE WS-TRANSCR-NAME TO OUTCAT-FILE-NAME
    WRITE OUT-CATALOG-REC
    MOVE WS-TRNHOLD-NAME TO OUTCAT-FILE-NAME
    WRITE OUT-CATALOG-REC
    CLOSE OUTPUT-CATALOG.

*> 200-process-request - an ID not on the master, or a student on
*> receivables hold, goes to the held-requests report; anyone
*> else gets a transcript.
200-PROCESS-REQUEST.
    MOVE "Y" TO WS-STUDENT-FOUND
    MOVE TRQ-STUDENT-ID TO IN-STUDENT-ID
    READ REGISTRATION-MASTER
        INVALID KEY
            MOVE "N" TO WS-STUDENT-FOUND
    END-READ
    IF WS-STUDENT-FOUND = "N"
        MOVE SPACES TO IN-STUDENT-NAME
        MOVE ZERO TO AR-BALANCE
        MOVE "NOT ON REGISTRATION" TO WS-HD-REASON
        PERFORM 290-WRITE-HELD-LINE
        ADD 1 TO WS-NOT-FOUND-COUNT
        EXIT PARAGRAPH
    END-IF

    PERFORM 210-CHECK-AR-HOLD
    IF WS-STUDENT-ON-HOLD = "Y"
        MOVE "RECEIVABLES HOLD" TO WS-HD-REASON
        PERFORM 290-WRITE-HELD-LINE
        ADD 1 TO WS-HELD-COUNT
        EXIT PARAGRAPH
    END-IF

    PERFORM 300-PRINT-TRANSCRIPT
    ADD 1 TO WS-PRINTED-COUNT.

*> 210-check-ar-hold - the hold the WatersTA42 aging run sets
*> when a balance passes the run-control threshold. A student
*> with no receivables account has nothing owing and no hold.
210-CHECK-AR-HOLD.
    MOVE "N" TO WS-STUDENT-ON-HOLD
    MOVE IN-STUDENT-ID TO AR-STUDENT-ID
    READ RECEIVABLES-MASTER
        INVALID KEY
            MOVE ZERO TO AR-BALANCE
        NOT INVALID KEY
            IF AR-HOLD-FLAG = "H"
                MOVE "Y" TO WS-STUDENT-ON-HOLD
            END-IF
    END-READ.

290-WRITE-HELD-LINE.
    MOVE TRQ-STUDENT-ID TO WS-HD-STUDENT-ID
    MOVE IN-LAST-NAME TO WS-HD-LAST-NAME
    MOVE IN-FIRST-NAME TO WS-HD-FIRST-NAME
    MOVE AR-BALANCE TO WS-HD-BALANCE
    WRITE HLD-LINE FROM WS-HELD-DETAIL-LINE.

*> 300-print-transcript - the student block, then the student's
*> enrollments in key order (term, then course), so the terms
*> come out oldest first with a control break on each one.
300-PRINT-TRANSCRIPT.
    PERFORM 310-PRINT-STUDENT-BLOCK
    MOVE ZERO TO WS-CUM-CREDITS
    MOVE ZERO TO WS-CUM-POINTS
    MOVE ZERO TO WS-CUM-GPA
    MOVE ZERO TO WS-COURSE-COUNT
    MOVE "N" TO WS-TERM-OPEN
    MOVE "N" TO WS-ENROLL-SCAN-DONE
    MOVE IN-STUDENT-ID TO ENR-STUDENT-ID
    MOVE ZERO TO ENR-TERM
    MOVE SPACES TO ENR-COURSE-NO
    START COURSE-ENROLLMENTS KEY NOT < ENR-KEY
        INVALID KEY
            MOVE "Y" TO WS-ENROLL-SCAN-DONE
    END-START
    PERFORM UNTIL WS-ENROLL-SCAN-DONE = "Y"
        READ COURSE-ENROLLMENTS NEXT RECORD
            AT END
                MOVE "Y" TO WS-ENROLL-SCAN-DONE
            NOT AT END
                IF ENR-STUDENT-ID NOT = IN-STUDENT-ID
                    MOVE "Y" TO WS-ENROLL-SCAN-DONE
                ELSE
                    IF WS-TERM-OPEN = "Y"
                            AND ENR-TERM NOT = WS-CURRENT-TERM
                        PERFORM 340-END-TERM
                    END-IF
                    IF WS-TERM-OPEN = "N"
                        PERFORM 320-START-TERM
                    END-IF
                    PERFORM 330-PRINT-COURSE
                END-IF
        END-READ
    END-PERFORM
    IF WS-TERM-OPEN = "Y"
        PERFORM 340-END-TERM
    END-IF
    IF WS-COURSE-COUNT = ZERO
        WRITE TRN-LINE FROM WS-TRN-NO-COURSES-LINE
    END-IF
    PERFORM 350-PRINT-SUMMARY.

310-PRINT-STUDENT-BLOCK.
    MOVE WS-RUN-DATE (1:8) TO WS-TT-ISSUE-DATE
    WRITE TRN-LINE FROM WS-TRN-TITLE-LINE
    WRITE TRN-LINE FROM WS-TRN-INSTITUTION-LINE
    MOVE SPACES TO TRN-LINE
    WRITE TRN-LINE
    IF TRQ-ISSUED-TO = SPACES
        MOVE "STUDENT" TO WS-TI-ISSUED-TO
    ELSE
        MOVE TRQ-ISSUED-TO TO WS-TI-ISSUED-TO
    END-IF
    WRITE TRN-LINE FROM WS-TRN-ISSUED-TO-LINE
    MOVE IN-LAST-NAME TO WS-TN-LAST-NAME
    MOVE IN-FIRST-NAME TO WS-TN-FIRST-NAME
    MOVE IN-MIDDLE-INIT TO WS-TN-MIDDLE-INIT
    MOVE IN-STUDENT-ID TO WS-TN-STUDENT-ID
    WRITE TRN-LINE FROM WS-TRN-NAME-LINE
    MOVE DOB-YEAR TO WS-TB-YEAR
    MOVE DOB-MONTH TO WS-TB-MONTH
    MOVE DOB-DAY TO WS-TB-DAY
    WRITE TRN-LINE FROM WS-TRN-BIRTH-LINE
    MOVE IN-ACADEMID-PROGRAM TO WS-TP-PROGRAM
    MOVE IN-ACADEMID-LEVEL TO WS-TP-LEVEL
    WRITE TRN-LINE FROM WS-TRN-PROGRAM-LINE.

320-START-TERM.
    MOVE "Y" TO WS-TERM-OPEN
    MOVE ENR-TERM TO WS-CURRENT-TERM
    MOVE ZERO TO WS-TERM-CREDITS
    MOVE ZERO TO WS-TERM-POINTS
    MOVE ZERO TO WS-TERM-GPA
    MOVE SPACES TO TRN-LINE
    WRITE TRN-LINE
    MOVE ENR-TERM TO WS-TM-TERM
    WRITE TRN-LINE FROM WS-TRN-TERM-LINE
    WRITE TRN-LINE FROM WS-TRN-COLUMN-HEADING.

*> 330-print-course - a course not yet graded prints "IP" (in
*> progress) and a withdrawal prints its "W", both with no points
*> and both out of the credits and GPA, the same rule WatersTA9
*> computes the GPA by.
330-PRINT-COURSE.
    ADD 1 TO WS-COURSE-COUNT
    MOVE ENR-COURSE-NO TO WS-TC-COURSE-NO
    MOVE ENR-COURSE-TITLE TO WS-TC-TITLE
    MOVE ENR-CREDITS TO WS-TC-CREDITS
    IF ENR-GRADE = SPACES
        MOVE "IP" TO WS-TC-GRADE
        MOVE SPACES TO WS-TC-POINTS
    ELSE
        IF ENR-GRADE = "W"
            MOVE ENR-GRADE TO WS-TC-GRADE
            MOVE SPACES TO WS-TC-POINTS
        ELSE
            MOVE ENR-GRADE TO WS-TC-GRADE
            MOVE ENR-GRADE-POINTS TO WS-TC-POINTS-N
            ADD ENR-CREDITS TO WS-TERM-CREDITS
            COMPUTE WS-TERM-POINTS =
                WS-TERM-POINTS + (ENR-GRADE-POINTS * ENR-CREDITS)
        END-IF
    END-IF
    WRITE TRN-LINE FROM WS-TRN-COURSE-LINE.

340-END-TERM.
    MOVE "N" TO WS-TERM-OPEN
    ADD WS-TERM-CREDITS TO WS-CUM-CREDITS
    ADD WS-TERM-POINTS TO WS-CUM-POINTS
    IF WS-TERM-CREDITS > ZERO
        COMPUTE WS-TERM-GPA ROUNDED =
            WS-TERM-POINTS / WS-TERM-CREDITS
    END-IF
    IF WS-CUM-CREDITS > ZERO
        COMPUTE WS-CUM-GPA ROUNDED =
            WS-CUM-POINTS / WS-CUM-CREDITS
    END-IF
    MOVE WS-TERM-CREDITS TO WS-TT-TERM-CREDITS
    MOVE WS-TERM-GPA TO WS-TT-TERM-GPA
    MOVE WS-CUM-CREDITS TO WS-TT-CUM-CREDITS
    MOVE WS-CUM-GPA TO WS-TT-CUM-GPA
    WRITE TRN-LINE FROM WS-TRN-TERM-TOTAL-LINE.

*> 350-print-summary - the cumulative figures, the standing the
*> WatersTA66 run last stamped (and the term it was stamped for),
*> and the graduation-candidate mark; then a form feed so the
*> next transcript starts its own page.
350-PRINT-SUMMARY.
    MOVE SPACES TO TRN-LINE
    WRITE TRN-LINE
    MOVE WS-CUM-CREDITS TO WS-TX-CUM-CREDITS
    MOVE WS-CUM-GPA TO WS-TX-CUM-GPA
    WRITE TRN-LINE FROM WS-TRN-CUMULATIVE-LINE

    MOVE SPACES TO WS-TS-TERM-LABEL
    MOVE SPACES TO WS-TS-TERM
    IF IN-ACADEMIC-STANDING = "G"
        MOVE "GOOD STANDING" TO WS-TS-STANDING
    ELSE
        IF IN-ACADEMIC-STANDING = "D"
            MOVE "DEAN'S LIST" TO WS-TS-STANDING
        ELSE
            IF IN-ACADEMIC-STANDING = "P"
                MOVE "PROBATION" TO WS-TS-STANDING
            ELSE
                IF IN-ACADEMIC-STANDING = "S"
                    MOVE "SUSPENSION" TO WS-TS-STANDING
                ELSE
                    MOVE "NOT EVALUATED" TO WS-TS-STANDING
                END-IF
            END-IF
        END-IF
    END-IF
    IF IN-STANDING-TERM IS NUMERIC
            AND IN-STANDING-TERM NOT = ZERO
        MOVE "TERM: " TO WS-TS-TERM-LABEL
        MOVE IN-STANDING-TERM TO WS-TS-TERM
    END-IF
    WRITE TRN-LINE FROM WS-TRN-STANDING-LINE

    IF IN-GRAD-CANDIDATE = "C"
        MOVE "YES" TO WS-TG-CANDIDATE
    ELSE
        MOVE "NO" TO WS-TG-CANDIDATE
    END-IF
    WRITE TRN-LINE FROM WS-TRN-CANDIDATE-LINE
    MOVE SPACES TO TRN-LINE
    WRITE TRN-LINE
    WRITE TRN-LINE FROM WS-TRN-END-LINE
    MOVE SPACES TO TRN-LINE
    WRITE TRN-LINE AFTER ADVANCING PAGE.

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
    MOVE "WatersTA68" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA68.
