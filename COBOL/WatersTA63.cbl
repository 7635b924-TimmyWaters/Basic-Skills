*>****************************************************************
*> Author: Timothy Waters
*> Date: 2026-10-15
*> Troy University
*> CS 3320: Business Systems Programming
*> Purpose: This program maintains the payee master the WatersTA64
*> remittance run pays the payroll deductions over to - one payee
*> per deduction type code: the garnishing agency, the insurance
*> carrier, or the retirement plan, with the address the payment
*> goes to and the court case or policy number it is filed under.
*> Entries are edited before they touch the master, and a session
*> register lists every entry applied.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA63.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PAYEE-MASTER
        ASSIGN TO PYEMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PYE-DED-TYPE
        FILE STATUS IS WS-PYE-FILE-STATUS.

    SELECT REJECTED-ENTRIES
        ASSIGN TO PYEREJ
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ENTRY-REGISTER
        ASSIGN TO PYEREG
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RUN-LOG
        ASSIGN TO RUNLOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.

DATA DIVISION.

FILE SECTION.
FD PAYEE-MASTER.
    01 PYE-REC.
        COPY PYEREC.

FD REJECTED-ENTRIES.
    01 REJ-LINE               PIC X(80).

FD ENTRY-REGISTER.
    01 REG-LINE               PIC X(132).

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
    05 WS-PYE-FILE-STATUS        PIC XX.
    05 WS-FUNCTION-CODE          PIC X(1).
    05 WS-ENTRY-VALID            PIC X(1).
    05 WS-RECORD-ON-FILE         PIC X(1).
    05 WS-REJECT-REASON          PIC X(40).
    05 WS-REJECT-COUNT           PIC 9(5) VALUE ZERO.
    05 WS-ACCEPT-COUNT           PIC 9(5) VALUE ZERO.

01 WS-ENTRY-FIELDS.
    05 WS-E-DED-TYPE          PIC X(4).
    05 WS-E-PAYEE-NAME        PIC X(30).
    05 WS-E-ADDRESS           PIC X(30).
    05 WS-E-CITY              PIC X(20).
    05 WS-E-STATE             PIC X(2).
    05 WS-E-ZIP               PIC X(9).
    05 WS-E-CATEGORY          PIC X(1).
    05 WS-E-CASE-NUMBER       PIC X(20).

01 WS-REJECT-LINE.
    05 WS-R-DED-TYPE      PIC X(4).
    05 FILLER             PIC X(3) VALUE SPACES.
    05 WS-R-REASON        PIC X(40).

01 WS-HEADING-LINE.
    05 FILLER   PIC X(6)  VALUE "TYPE".
    05 FILLER   PIC X(32) VALUE "PAYEE".
    05 FILLER   PIC X(32) VALUE "ADDRESS".
    05 FILLER   PIC X(25) VALUE "CITY / STATE / ZIP".
    05 FILLER   PIC X(5)  VALUE "CAT".
    05 FILLER   PIC X(22) VALUE "CASE / POLICY NO".
    05 FILLER   PIC X(8)  VALUE "FUNCTION".

01 WS-REGISTER-LINE.
    05 WS-G-DED-TYPE       PIC X(4).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-G-PAYEE-NAME     PIC X(30).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-G-ADDRESS        PIC X(30).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-G-CITY           PIC X(12).
    05 FILLER              PIC X(1)  VALUE SPACES.
    05 WS-G-STATE          PIC X(2).
    05 FILLER              PIC X(1)  VALUE SPACES.
    05 WS-G-ZIP            PIC X(9).
    05 FILLER              PIC X(1)  VALUE SPACES.
    05 WS-G-CATEGORY       PIC X(1).
    05 FILLER              PIC X(4)  VALUE SPACES.
    05 WS-G-CASE-NUMBER    PIC X(20).
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
    OPEN I-O PAYEE-MASTER
    IF WS-PYE-FILE-STATUS = "35"
        OPEN OUTPUT PAYEE-MASTER
        CLOSE PAYEE-MASTER
        OPEN I-O PAYEE-MASTER
    END-IF
    IF WS-PYE-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA63: UNABLE TO OPEN PAYEE-MASTER, "
            "FILE STATUS " WS-PYE-FILE-STATUS
        STOP RUN
    END-IF

    OPEN OUTPUT REJECTED-ENTRIES
                ENTRY-REGISTER

    WRITE REG-LINE FROM WS-HEADING-LINE

    PERFORM UNTIL MORE-RECORDS = "N"
        DISPLAY "ENTER FUNCTION - (A)DD OR (C)HANGE:"
        ACCEPT WS-FUNCTION-CODE
        DISPLAY "ENTER DEDUCTION TYPE CODE:"
        ACCEPT WS-E-DED-TYPE
        DISPLAY "ENTER PAYEE NAME:"
        ACCEPT WS-E-PAYEE-NAME
        DISPLAY "ENTER PAYEE STREET ADDRESS:"
        ACCEPT WS-E-ADDRESS
        DISPLAY "ENTER PAYEE CITY:"
        ACCEPT WS-E-CITY
        DISPLAY "ENTER PAYEE STATE CODE:"
        ACCEPT WS-E-STATE
        DISPLAY "ENTER PAYEE ZIP CODE:"
        ACCEPT WS-E-ZIP
        DISPLAY "ENTER CATEGORY - (G)ARNISHMENT, (I)NSURANCE,"
            " (R)ETIREMENT, (O)THER:"
        ACCEPT WS-E-CATEGORY
        DISPLAY "ENTER CASE OR POLICY NUMBER:"
        ACCEPT WS-E-CASE-NUMBER
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

    CLOSE PAYEE-MASTER
          REJECTED-ENTRIES
          ENTRY-REGISTER
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 160-validate-entry - edits the keyed payee before it touches the
*> master: a recognized function code, a deduction type, a payee
*> name and mailing address to send the money to, a recognized
*> category, and a case number on a garnishment - the court will
*> not credit a payment it cannot match to its order.
160-VALIDATE-ENTRY.
    MOVE "Y" TO WS-ENTRY-VALID
    MOVE SPACES TO WS-REJECT-REASON

    IF WS-FUNCTION-CODE NOT = "A" AND WS-FUNCTION-CODE NOT = "C"
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "FUNCTION MUST BE A OR C" TO WS-REJECT-REASON
    END-IF
    IF WS-ENTRY-VALID = "Y" AND WS-E-DED-TYPE = SPACES
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "BLANK DEDUCTION TYPE" TO WS-REJECT-REASON
    END-IF
    IF WS-ENTRY-VALID = "Y" AND WS-E-PAYEE-NAME = SPACES
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "BLANK PAYEE NAME" TO WS-REJECT-REASON
    END-IF
    IF WS-ENTRY-VALID = "Y"
        IF WS-E-ADDRESS = SPACES
                OR WS-E-CITY = SPACES
                OR WS-E-STATE = SPACES
                OR WS-E-ZIP = SPACES
            MOVE "N" TO WS-ENTRY-VALID
            MOVE "INCOMPLETE PAYEE ADDRESS" TO WS-REJECT-REASON
        END-IF
    END-IF
    IF WS-ENTRY-VALID = "Y"
        IF WS-E-CATEGORY NOT = "G" AND WS-E-CATEGORY NOT = "I"
                AND WS-E-CATEGORY NOT = "R"
                AND WS-E-CATEGORY NOT = "O"
            MOVE "N" TO WS-ENTRY-VALID
            MOVE "CATEGORY MUST BE G, I, R, OR O"
                TO WS-REJECT-REASON
        END-IF
    END-IF
    IF WS-ENTRY-VALID = "Y"
        IF WS-E-CATEGORY = "G" AND WS-E-CASE-NUMBER = SPACES
            MOVE "N" TO WS-ENTRY-VALID
            MOVE "GARNISHMENT NEEDS A CASE NUMBER"
                TO WS-REJECT-REASON
        END-IF
    END-IF
    IF WS-ENTRY-VALID = "Y"
        PERFORM 165-CHECK-ON-FILE
    END-IF.

*> 165-check-on-file - an add must not overlay a payee already on
*> file, and a change must have a payee to change.
165-CHECK-ON-FILE.
    MOVE "Y" TO WS-RECORD-ON-FILE
    MOVE WS-E-DED-TYPE TO PYE-DED-TYPE
    READ PAYEE-MASTER
        INVALID KEY
            MOVE "N" TO WS-RECORD-ON-FILE
    END-READ

    IF WS-FUNCTION-CODE = "A" AND WS-RECORD-ON-FILE = "Y"
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "PAYEE ALREADY ON FILE" TO WS-REJECT-REASON
    END-IF
    IF WS-FUNCTION-CODE = "C" AND WS-RECORD-ON-FILE = "N"
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "PAYEE NOT ON FILE" TO WS-REJECT-REASON
    END-IF.

*> 200-apply-entry - writes a new payee for an add, or rewrites the
*> payee's name, address, and numbers for a change.
200-APPLY-ENTRY.
    MOVE WS-E-DED-TYPE TO PYE-DED-TYPE
    MOVE WS-E-PAYEE-NAME TO PYE-PAYEE-NAME
    MOVE WS-E-ADDRESS TO PYE-ADDRESS
    MOVE WS-E-CITY TO PYE-CITY
    MOVE WS-E-STATE TO PYE-STATE
    MOVE WS-E-ZIP TO PYE-ZIP
    MOVE WS-E-CATEGORY TO PYE-CATEGORY
    MOVE WS-E-CASE-NUMBER TO PYE-CASE-NUMBER
    IF WS-FUNCTION-CODE = "A"
        WRITE PYE-REC
    ELSE
        REWRITE PYE-REC
    END-IF.

*> 170-write-rejected-entry - logs a rejected entry with its
*> reason instead of letting a bad keystroke reach the master.
170-WRITE-REJECTED-ENTRY.
    ADD 1 TO WS-REJECT-COUNT
    MOVE WS-E-DED-TYPE TO WS-R-DED-TYPE
    MOVE WS-REJECT-REASON TO WS-R-REASON
    WRITE REJ-LINE FROM WS-REJECT-LINE.

*> 180-write-register-line - lists each payee set up or changed
*> this session as it now stands on the master.
180-WRITE-REGISTER-LINE.
    ADD 1 TO WS-ACCEPT-COUNT
    MOVE PYE-DED-TYPE TO WS-G-DED-TYPE
    MOVE PYE-PAYEE-NAME TO WS-G-PAYEE-NAME
    MOVE PYE-ADDRESS TO WS-G-ADDRESS
    MOVE PYE-CITY TO WS-G-CITY
    MOVE PYE-STATE TO WS-G-STATE
    MOVE PYE-ZIP TO WS-G-ZIP
    MOVE PYE-CATEGORY TO WS-G-CATEGORY
    MOVE PYE-CASE-NUMBER TO WS-G-CASE-NUMBER
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
    MOVE "WatersTA63" TO RUNLOG-PROGRAM-ID
    MOVE WS-RLS-DATE TO RUNLOG-RUN-DATE
    MOVE WS-RLS-TIME TO RUNLOG-TIME
    OPEN EXTEND RUN-LOG
    IF WS-RUNLOG-FILE-STATUS NOT = "00"
        OPEN OUTPUT RUN-LOG
    END-IF
    WRITE OUT-RUNLOG-REC
    CLOSE RUN-LOG.

END PROGRAM WatersTA63.
