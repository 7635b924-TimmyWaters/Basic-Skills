*>               and the entry register carries the signed-on
*>               operator's ID, so the session's changes can be
*>               traced to who keyed them.
*>   2026-10-15  An hourly rate is now keyed with the date it takes
*>               effect, and every new or changed rate is logged to
*>               the rate-history file (RTHREC) with the old rate,
*>               the operator, and the date keyed. An increase
*>               effective before the day it is keyed is marked
*>               retro-pending for the WatersTA62 retro pay run; the
*>               register notes each rate change beneath the entry.
*>               A future effective date is refused - the master
*>               carries one rate, and it takes effect when keyed.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA10.
        RECORD KEY IS EMP-EMPLOYEE-ID
        FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

    SELECT RATE-HISTORY
        ASSIGN TO RTHMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RTH-KEY
        FILE STATUS IS WS-RTH-FILE-STATUS.

    SELECT REJECTED-ENTRIES
        ASSIGN TO EMPREJ
        ORGANIZATION IS LINE SEQUENTIAL.
    01 EMP-REC.
        COPY EMPREC.

FD RATE-HISTORY.
    01 RTH-REC.
        COPY RTHREC.

FD REJECTED-ENTRIES.
    01 REJ-LINE               PIC X(80).

    05 WS-REJECT-REASON          PIC X(40).
    05 WS-REJECT-COUNT           PIC 9(5) VALUE ZERO.
    05 WS-ACCEPT-COUNT           PIC 9(5) VALUE ZERO.
    05 WS-RTH-FILE-STATUS        PIC XX.
    05 WS-OLD-HOURLY-RATE        PIC 9(3)V99.
    05 WS-RATE-LOGGED            PIC X(1).

01 WS-TODAY-STAMP.
    05 WS-TODAY                  PIC 9(8).
    05 FILLER                    PIC X(13).

01 WS-SIGNON-AREAS.
    05 WS-OPERATOR-FILE-STATUS   PIC XX.
    05 WS-E-HOURLY-RATE     PIC X(5).
    05 WS-E-HOURLY-RATE-N   REDEFINES WS-E-HOURLY-RATE
                            PIC 9(3)V99.
    05 WS-E-RATE-EFFECTIVE  PIC X(8).
    05 WS-E-RATE-EFFECTIVE-N REDEFINES WS-E-RATE-EFFECTIVE
                            PIC 9(8).
    05 WS-E-WORK-STATE      PIC X(2).
    05 WS-E-PAY-METHOD      PIC X(1).
    05 WS-E-BANK-ROUTING    PIC X(9).
    05 FILLER              PIC X(3)  VALUE SPACES.
    05 WS-G-FUNCTION       PIC X(8).

*> Printed beneath an entry whose rate was logged to the rate
*> history, so the register shows what the retro run will see.
01 WS-RATE-CHANGE-LINE.
    05 FILLER              PIC X(11) VALUE SPACES.
    05 FILLER              PIC X(12) VALUE "RATE CHANGE ".
    05 WS-RC-OLD-RATE      PIC ZZ9.99.
    05 FILLER              PIC X(4)  VALUE " TO ".
    05 WS-RC-NEW-RATE      PIC ZZ9.99.
    05 FILLER              PIC X(11) VALUE " EFFECTIVE ".
    05 WS-RC-EFFECTIVE     PIC 9(8).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-RC-RETRO-TEXT    PIC X(13).

01 WS-REGISTER-TOTAL-LINE.
    05 FILLER               PIC X(18) VALUE "ENTRIES ACCEPTED:".
    05 WS-G-ACCEPT-COUNT    PIC ZZZZ9.
100-MAIN-PROCEDURE.
    PERFORM 005-OPERATOR-SIGN-ON
    PERFORM 010-LOG-RUN-START
    MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
    OPEN I-O EMPLOYEE-MASTER
    IF WS-EMPLOYEE-FILE-STATUS = "35"
        OPEN OUTPUT EMPLOYEE-MASTER
        STOP RUN
    END-IF

    OPEN I-O RATE-HISTORY
    IF WS-RTH-FILE-STATUS = "35"
        OPEN OUTPUT RATE-HISTORY
        CLOSE RATE-HISTORY
        OPEN I-O RATE-HISTORY
    END-IF
    IF WS-RTH-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA10: UNABLE TO OPEN RATE-HISTORY, "
            "FILE STATUS " WS-RTH-FILE-STATUS
        STOP RUN
    END-IF

    OPEN OUTPUT REJECTED-ENTRIES
                ENTRY-REGISTER

        ACCEPT WS-E-ALLOWANCES
        DISPLAY "ENTER HOURLY RATE (99999 = 999.99):"
        ACCEPT WS-E-HOURLY-RATE
        DISPLAY "ENTER RATE EFFECTIVE DATE (YYYYMMDD, 0 = TODAY):"
        ACCEPT WS-E-RATE-EFFECTIVE
        DISPLAY "ENTER WORK-STATE CODE (TWO LETTERS):"
        ACCEPT WS-E-WORK-STATE
        DISPLAY "ENTER PAY METHOD - (D)EPOSIT OR (C)HECK:"
    WRITE REG-LINE FROM WS-REGISTER-TOTAL-LINE

    CLOSE EMPLOYEE-MASTER
          RATE-HISTORY
          REJECTED-ENTRIES
          ENTRY-REGISTER
    PERFORM 900-LOG-RUN-END
                            MOVE "N" TO WS-ENTRY-VALID
                            MOVE "HOURLY RATE IS NOT NUMERIC"
                                TO WS-REJECT-REASON
                        ELSE
                            PERFORM 163-CHECK-EFFECTIVE-DATE
                        END-IF
                        IF WS-ENTRY-VALID = "N"
                            CONTINUE
                        ELSE
                            IF WS-E-WORK-STATE = SPACES
                                MOVE "N" TO WS-ENTRY-VALID
        END-IF
    END-IF.

*> 163-check-effective-date - the rate's effective date must be a
*> date (zero standing for today), and not a future one: the
*> master carries a single rate that the next timecard run uses,
*> so a raise keyed ahead of its date would be paid early.
163-CHECK-EFFECTIVE-DATE.
    IF WS-E-RATE-EFFECTIVE IS NOT NUMERIC
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "RATE EFFECTIVE DATE IS NOT NUMERIC"
            TO WS-REJECT-REASON
    ELSE
        IF WS-E-RATE-EFFECTIVE-N = ZERO
            MOVE WS-TODAY TO WS-E-RATE-EFFECTIVE-N
        END-IF
        IF WS-E-RATE-EFFECTIVE-N > WS-TODAY
            MOVE "N" TO WS-ENTRY-VALID
            MOVE "RATE EFFECTIVE DATE IS IN THE FUTURE"
                TO WS-REJECT-REASON
        END-IF
    END-IF.

*> 167-check-pay-method - the pay method must be D or C, and a
*> deposit employee must come with a numeric routing number and a
*> non-blank account - the deposit file is useless to the bank
    END-IF.

*> 165-check-on-file - an add must not collide with a record already
*> on the master, and a change must have a record to change. The
*> rate on file is kept for the rate history.
165-CHECK-ON-FILE.
    MOVE "Y" TO WS-RECORD-ON-FILE
    MOVE ZERO TO WS-OLD-HOURLY-RATE
    MOVE WS-E-EMPLOYEE-ID TO EMP-EMPLOYEE-ID
    READ EMPLOYEE-MASTER
        INVALID KEY
            MOVE "N" TO WS-RECORD-ON-FILE
        NOT INVALID KEY
            MOVE EMP-HOURLY-RATE TO WS-OLD-HOURLY-RATE
    END-READ

    IF WS-FUNCTION-CODE = "A" AND WS-RECORD-ON-FILE = "Y"
        WRITE EMP-REC
    ELSE
        REWRITE EMP-REC
    END-IF
    MOVE "N" TO WS-RATE-LOGGED
    IF WS-FUNCTION-CODE = "A"
            OR WS-E-HOURLY-RATE-N NOT = WS-OLD-HOURLY-RATE
        PERFORM 210-WRITE-RATE-HISTORY
    END-IF.

*> 210-write-rate-history - logs the new rate against its effective
*> date. Only an increase effective before today is owed retro pay;
*> a new hire's first rate, a same-day change, and a decrease are
*> logged with no retro due. A second change keyed for the same
*> employee and effective date replaces the first, keeping the
*> rate that was on file before either.
210-WRITE-RATE-HISTORY.
    MOVE "Y" TO WS-RATE-LOGGED
    MOVE WS-E-EMPLOYEE-ID TO RTH-EMPLOYEE-ID
    MOVE WS-E-RATE-EFFECTIVE-N TO RTH-EFFECTIVE-DATE
    READ RATE-HISTORY
        INVALID KEY
            MOVE WS-OLD-HOURLY-RATE TO RTH-OLD-RATE
            MOVE "N" TO WS-RECORD-ON-FILE
        NOT INVALID KEY
            MOVE "Y" TO WS-RECORD-ON-FILE
    END-READ
    MOVE WS-E-HOURLY-RATE-N TO RTH-NEW-RATE
    MOVE WS-TODAY TO RTH-ENTERED-DATE
    MOVE WS-OPERATOR-ID TO RTH-OPERATOR-ID
    MOVE ZERO TO RTH-RETRO-DATE
    IF WS-FUNCTION-CODE = "C"
            AND RTH-EFFECTIVE-DATE < WS-TODAY
            AND RTH-NEW-RATE > RTH-OLD-RATE
        MOVE "P" TO RTH-RETRO-STATUS
    ELSE
        MOVE SPACE TO RTH-RETRO-STATUS
    END-IF
    IF WS-RECORD-ON-FILE = "Y"
        REWRITE RTH-REC
    ELSE
        WRITE RTH-REC
    END-IF.

*> 170-write-rejected-entry - logs a rejected entry with its reason
    ELSE
        MOVE "CHANGED" TO WS-G-FUNCTION
    END-IF
    WRITE REG-LINE FROM WS-REGISTER-LINE
    IF WS-RATE-LOGGED = "Y"
        MOVE RTH-OLD-RATE TO WS-RC-OLD-RATE
        MOVE RTH-NEW-RATE TO WS-RC-NEW-RATE
        MOVE RTH-EFFECTIVE-DATE TO WS-RC-EFFECTIVE
        IF RTH-RETRO-STATUS = "P"
            MOVE "RETRO PENDING" TO WS-RC-RETRO-TEXT
        ELSE
            MOVE SPACES TO WS-RC-RETRO-TEXT
        END-IF
        WRITE REG-LINE FROM WS-RATE-CHANGE-LINE
    END-IF.


*> 010-log-run-start / 900-log-run-end - the start and normal-end
