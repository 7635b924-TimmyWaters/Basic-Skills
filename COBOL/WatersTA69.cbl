*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: This program is the bursar's entry point to the
*> receivables-hold override file. A student the WatersTA42 aging
*> run has put on hold cannot enroll through the WatersTA13
*> posting run; an override keyed here for the student and a
*> term lets that student's enrollments for that term through,
*> stamped with the signed-on operator's ID so the nightly hold
*> report can say who let each one in. An override can be removed
*> if it was keyed in error or the arrangement behind it falls
*> through.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA69.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HOLD-OVERRIDES
        ASSIGN TO HOLDOVR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HOV-KEY
        FILE STATUS IS WS-OVERRIDE-FILE-STATUS.

    SELECT SESSION-REGISTER
        ASSIGN TO HOVREG
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPERATOR-MASTER
        ASSIGN TO OPERMSTR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPERATOR-FILE-STATUS.

    SELECT RUN-LOG
        ASSIGN TO RUNLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD HOLD-OVERRIDES.
01 HOV-REC.
    COPY HOLDOVR.

FD SESSION-REGISTER.
01 REG-LINE              PIC X(80).

FD OPERATOR-MASTER.
01 OPR-REC.
    COPY OPRREC.

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
    05 MORE-RECORDS             PIC X(1) VALUE "Y".
    05 WS-OVERRIDE-FILE-STATUS  PIC XX.
    05 WS-FUNCTION-CODE         PIC X(1).
    05 WS-ENTRY-VALID           PIC X(1).
    05 WS-RECORD-ON-FILE        PIC X(1).
    05 WS-REJECT-REASON         PIC X(40).
    05 WS-MONTH-WORK            PIC 9(2).
    05 WS-APPLIED-COUNT         PIC 9(5) VALUE ZERO.
    05 WS-REJECT-COUNT          PIC 9(5) VALUE ZERO.

01 WS-SIGNON-AREAS.
    05 WS-OPERATOR-FILE-STATUS  PIC XX.
    05 WS-OPERATOR-ID           PIC X(4).
    05 WS-OPERATOR-EOF          PIC X(1).
    05 WS-OPERATOR-AUTHORIZED   PIC X(1).
    05 WS-AUTH-SUB              PIC 9(2).

01 WS-ENTRY-FIELDS.
    05 WS-E-STUDENT-ID   PIC X(9).
    05 WS-E-TERM         PIC X(6).
    05 WS-E-NOTE         PIC X(30).

01 WS-CURRENT-DATE.
    05 WS-CD-YEAR    PIC 9(4).
    05 WS-CD-MONTH   PIC 9(2).
    05 WS-CD-DAY     PIC 9(2).
    05 FILLER        PIC X(10).

01 WS-DETAIL-LINE.
    05 WS-D-STUDENT-ID   PIC X(9).
    05 FILLER            PIC X(2)  VALUE SPACES.
    05 WS-D-TERM         PIC X(6).
    05 FILLER            PIC X(2)  VALUE SPACES.
    05 WS-D-ACTION       PIC X(10).
    05 FILLER            PIC X(2)  VALUE SPACES.
    05 WS-D-OPERATOR-ID  PIC X(4).
    05 FILLER            PIC X(2)  VALUE SPACES.
    05 WS-D-REASON       PIC X(40).

01 WS-TRAILER-LINE.
    05 FILLER            PIC X(16) VALUE "ENTRIES APPLIED:".
    05 WS-T-APPLIED      PIC ZZZZ9.
    05 FILLER            PIC X(3)  VALUE SPACES.
    05 FILLER            PIC X(18) VALUE "ENTRIES REJECTED:".
    05 WS-T-REJECTED     PIC ZZZZ9.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 005-OPERATOR-SIGN-ON
    PERFORM 010-LOG-RUN-START
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

    OPEN I-O HOLD-OVERRIDES
    IF WS-OVERRIDE-FILE-STATUS = "35"
        OPEN OUTPUT HOLD-OVERRIDES
        CLOSE HOLD-OVERRIDES
        OPEN I-O HOLD-OVERRIDES
    END-IF
    IF WS-OVERRIDE-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA69: UNABLE TO OPEN HOLD-OVERRIDES, "
            "FILE STATUS " WS-OVERRIDE-FILE-STATUS
        STOP RUN
    END-IF

    OPEN OUTPUT SESSION-REGISTER

    PERFORM UNTIL MORE-RECORDS = "N"
        DISPLAY "ENTER FUNCTION - (A)DD OR (R)EMOVE OVERRIDE:"
        ACCEPT WS-FUNCTION-CODE
        DISPLAY "ENTER STUDENT ID:"
        ACCEPT WS-E-STUDENT-ID
        DISPLAY "ENTER TERM YYYYMM:"
        ACCEPT WS-E-TERM
        IF WS-FUNCTION-CODE = "A"
            DISPLAY "ENTER NOTE (PAYMENT PLAN, APPROVAL, ETC.):"
            ACCEPT WS-E-NOTE
        ELSE
            MOVE SPACES TO WS-E-NOTE
        END-IF
        PERFORM 160-VALIDATE-ENTRY
        IF WS-ENTRY-VALID = "Y"
            PERFORM 200-APPLY-ENTRY
            PERFORM 180-WRITE-REGISTER-LINE
        ELSE
            PERFORM 170-WRITE-REJECT-LINE
        END-IF
        DISPLAY "IS THERE MORE DATA? (Y/N)"
        ACCEPT MORE-RECORDS
    END-PERFORM

    MOVE WS-APPLIED-COUNT TO WS-T-APPLIED
    MOVE WS-REJECT-COUNT TO WS-T-REJECTED
    WRITE REG-LINE FROM WS-TRAILER-LINE

    CLOSE HOLD-OVERRIDES
          SESSION-REGISTER
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 005-operator-sign-on - the session opens with an operator ID
*> checked against the operator master WatersTA56 maintains: the
*> operator must be on file, active, and authorized for this
*> program, or the session is refused before the override file
*> is opened. The verified ID is stamped on every override keyed.
005-OPERATOR-SIGN-ON.
    MOVE "N" TO WS-OPERATOR-AUTHORIZED
    MOVE "N" TO WS-OPERATOR-EOF
    DISPLAY "ENTER OPERATOR ID:"
    ACCEPT WS-OPERATOR-ID

    OPEN INPUT OPERATOR-MASTER
    IF WS-OPERATOR-FILE-STATUS NOT = "00"
        MOVE "Y" TO WS-OPERATOR-EOF
    END-IF
    PERFORM UNTIL WS-OPERATOR-EOF = "Y"
        READ OPERATOR-MASTER
            AT END
                MOVE "Y" TO WS-OPERATOR-EOF
            NOT AT END
                IF OPR-OPERATOR-ID = WS-OPERATOR-ID
                        AND OPR-STATUS = "A"
                    MOVE "Y" TO WS-OPERATOR-EOF
                    PERFORM 007-CHECK-AUTHORIZATION
                END-IF
        END-READ
    END-PERFORM
    IF WS-OPERATOR-FILE-STATUS = "00"
            OR WS-OPERATOR-FILE-STATUS = "10"
        CLOSE OPERATOR-MASTER
    END-IF

    IF WS-OPERATOR-AUTHORIZED = "N"
        DISPLAY "WATERSTA69: OPERATOR " WS-OPERATOR-ID
            " IS NOT AUTHORIZED FOR THIS PROGRAM - "
            "SESSION REFUSED."
        STOP RUN
    END-IF.

*> 007-check-authorization - the operator's authorization table
*> must carry this program's ID.
007-CHECK-AUTHORIZATION.
    PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
            UNTIL WS-AUTH-SUB > 10
        IF OPR-AUTH-PROGRAM (WS-AUTH-SUB) = "WatersTA69"
            MOVE "Y" TO WS-OPERATOR-AUTHORIZED
        END-IF
    END-PERFORM.

*> 160-validate-entry - a recognized function, a non-blank ID, a
*> real year and month for the term, no duplicate override on an
*> add, and something on file to remove on a remove.
160-VALIDATE-ENTRY.
    MOVE "Y" TO WS-ENTRY-VALID
    MOVE SPACES TO WS-REJECT-REASON
    MOVE ZERO TO WS-MONTH-WORK
    IF WS-E-TERM IS NUMERIC
        MOVE WS-E-TERM (5:2) TO WS-MONTH-WORK
    END-IF

    IF WS-FUNCTION-CODE NOT = "A" AND WS-FUNCTION-CODE NOT = "R"
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "FUNCTION MUST BE A OR R" TO WS-REJECT-REASON
    ELSE
        IF WS-E-STUDENT-ID = SPACES
            MOVE "N" TO WS-ENTRY-VALID
            MOVE "BLANK STUDENT ID" TO WS-REJECT-REASON
        ELSE
            IF WS-MONTH-WORK < 1 OR WS-MONTH-WORK > 12
                    OR WS-E-TERM (1:4) < "1980"
                    OR WS-E-TERM (1:4) > "2100"
                MOVE "N" TO WS-ENTRY-VALID
                MOVE "TERM MUST BE A REAL YEAR AND MONTH"
                    TO WS-REJECT-REASON
            ELSE
                PERFORM 165-CHECK-ON-FILE
            END-IF
        END-IF
    END-IF.

*> 165-check-on-file - an add must not duplicate an override
*> already on file; a remove must have one to take off.
165-CHECK-ON-FILE.
    MOVE "Y" TO WS-RECORD-ON-FILE
    MOVE WS-E-STUDENT-ID TO HOV-STUDENT-ID
    MOVE WS-E-TERM TO HOV-TERM
    READ HOLD-OVERRIDES
        INVALID KEY
            MOVE "N" TO WS-RECORD-ON-FILE
    END-READ

    IF WS-FUNCTION-CODE = "A" AND WS-RECORD-ON-FILE = "Y"
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "OVERRIDE ALREADY ON FILE FOR THAT TERM"
            TO WS-REJECT-REASON
    END-IF
    IF WS-FUNCTION-CODE = "R" AND WS-RECORD-ON-FILE = "N"
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "NO OVERRIDE ON FILE FOR THAT TERM" TO WS-REJECT-REASON
    END-IF.

*> 200-apply-entry - writes the override stamped with the
*> operator and today's date, or deletes it on a remove.
200-APPLY-ENTRY.
    MOVE WS-E-STUDENT-ID TO HOV-STUDENT-ID
    MOVE WS-E-TERM TO HOV-TERM
    IF WS-FUNCTION-CODE = "A"
        MOVE WS-OPERATOR-ID TO HOV-OPERATOR-ID
        MOVE WS-CURRENT-DATE (1:8) TO HOV-DATE-ENTERED
        MOVE WS-E-NOTE TO HOV-NOTE
        WRITE HOV-REC
    ELSE
        DELETE HOLD-OVERRIDES RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
    END-IF.

*> 170-write-reject-line - lists a rejected entry with its reason.
170-WRITE-REJECT-LINE.
    ADD 1 TO WS-REJECT-COUNT
    MOVE WS-E-STUDENT-ID TO WS-D-STUDENT-ID
    MOVE WS-E-TERM TO WS-D-TERM
    MOVE "REJECTED" TO WS-D-ACTION
    MOVE WS-OPERATOR-ID TO WS-D-OPERATOR-ID
    MOVE WS-REJECT-REASON TO WS-D-REASON
    WRITE REG-LINE FROM WS-DETAIL-LINE.

*> 180-write-register-line - lists each override added or removed
*> this session for the bursar's review.
180-WRITE-REGISTER-LINE.
    ADD 1 TO WS-APPLIED-COUNT
    MOVE WS-E-STUDENT-ID TO WS-D-STUDENT-ID
    MOVE WS-E-TERM TO WS-D-TERM
    IF WS-FUNCTION-CODE = "A"
        MOVE "OVERRIDDEN" TO WS-D-ACTION
    ELSE
        MOVE "REMOVED" TO WS-D-ACTION
    END-IF
    MOVE WS-OPERATOR-ID TO WS-D-OPERATOR-ID
    MOVE WS-E-NOTE TO WS-D-REASON
    WRITE REG-LINE FROM WS-DETAIL-LINE.


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
    MOVE "WatersTA69" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA69.
