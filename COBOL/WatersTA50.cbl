*> prices at the rate that was in effect then. Entries are
*> edited before they touch the file and a session register
*> lists every rate applied.
*>
*> Modification History:
*>   2026-10-15  A session can now also key a loan program's rate
*>               terms to the new dated loan-program file: fixed or
*>               adjustable, and for an adjustable program the
*>               index it follows, its margin, the months between
*>               rate changes, and its period and lifetime caps. An
*>               ARM index is keyed on the rate sheet as a rate
*>               under its own code.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA50.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-SHEET-FILE-STATUS.

    SELECT PROGRAM-TERMS-FILE
        ASSIGN TO LOANPGMS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROGRAM-FILE-STATUS.

    SELECT REJECTED-ENTRIES
        ASSIGN TO RATEREJ
        ORGANIZATION IS LINE SEQUENTIAL.
    05 RS-ANNUAL-RATE    PIC 9(2)V9(3).
    05 RS-EFFECTIVE-DATE PIC 9(8).

FD PROGRAM-TERMS-FILE.
01 LPG-REC.
    COPY LPGREC.

FD REJECTED-ENTRIES.
01 REJ-LINE               PIC X(80).

01 WS-WORK-AREAS.
    05 MORE-RECORDS            PIC X(1) VALUE "Y".
    05 WS-RATE-SHEET-FILE-STATUS PIC XX.
    05 WS-PROGRAM-FILE-STATUS  PIC XX.
    05 WS-ENTRY-TYPE           PIC X(1).
    05 WS-ENTRY-VALID          PIC X(1).
    05 WS-REJECT-REASON        PIC X(40).
    05 WS-REJECT-COUNT         PIC 9(5) VALUE ZERO.
    05 WS-E-RATE-N          REDEFINES WS-E-RATE
                            PIC 9(2)V9(3).
    05 WS-E-EFFECTIVE       PIC X(8).
    05 WS-E-RATE-TYPE       PIC X(1).
    05 WS-E-INDEX-CODE      PIC X(4).
    05 WS-E-MARGIN          PIC X(5).
    05 WS-E-MARGIN-N        REDEFINES WS-E-MARGIN
                            PIC 9(2)V9(3).
    05 WS-E-RESET-MONTHS    PIC X(3).
    05 WS-E-RESET-MONTHS-N  REDEFINES WS-E-RESET-MONTHS
                            PIC 9(3).
    05 WS-E-PERIOD-CAP      PIC X(5).
    05 WS-E-PERIOD-CAP-N    REDEFINES WS-E-PERIOD-CAP
                            PIC 9(2)V9(3).
    05 WS-E-LIFETIME-CAP    PIC X(5).
    05 WS-E-LIFETIME-CAP-N  REDEFINES WS-E-LIFETIME-CAP
                            PIC 9(2)V9(3).

01 WS-REJECT-LINE.
    05 WS-R-PROGRAM-CODE  PIC X(4).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-G-EFFECTIVE      PIC X(8).

01 WS-PROGRAM-REGISTER-LINE.
    05 WS-P-PROGRAM-CODE   PIC X(4).
    05 FILLER              PIC X(2)  VALUE SPACES.
    05 WS-P-RATE-TYPE      PIC X(10).
    05 FILLER              PIC X(6)  VALUE "INDEX ".
    05 WS-P-INDEX-CODE     PIC X(4).
    05 FILLER              PIC X(8)  VALUE "  MARGIN".
    05 WS-P-MARGIN         PIC Z9.999.
    05 FILLER              PIC X(6)  VALUE " EVERY".
    05 WS-P-RESET-MONTHS   PIC ZZ9.
    05 FILLER              PIC X(9)  VALUE " MO  CAPS".
    05 WS-P-PERIOD-CAP     PIC Z9.999.
    05 FILLER              PIC X(1)  VALUE "/".
    05 WS-P-LIFETIME-CAP   PIC Z9.999.
    05 FILLER              PIC X(1)  VALUE SPACES.
    05 WS-P-EFFECTIVE      PIC X(8).

01 WS-REGISTER-TOTAL-LINE.
    05 FILLER               PIC X(16) VALUE "RATES ACCEPTED:".
    05 WS-G-ACCEPT-COUNT    PIC ZZZZ9.
        OPEN OUTPUT RATE-SHEET-FILE
    END-IF

    OPEN EXTEND PROGRAM-TERMS-FILE
    IF WS-PROGRAM-FILE-STATUS NOT = "00"
        OPEN OUTPUT PROGRAM-TERMS-FILE
    END-IF

    OPEN OUTPUT REJECTED-ENTRIES
                ENTRY-REGISTER

    WRITE REG-LINE FROM WS-HEADING-LINE

    PERFORM UNTIL MORE-RECORDS = "N"
        DISPLAY "ENTRY - (R)ATE, OR (P)ROGRAM RATE TERMS:"
        ACCEPT WS-ENTRY-TYPE
        IF WS-ENTRY-TYPE = "P"
            PERFORM 150-ACCEPT-PROGRAM-TERMS
        ELSE
            DISPLAY "ENTER LOAN PROGRAM OR INDEX CODE "
                "(FHA, CONV, VA):"
            ACCEPT WS-E-PROGRAM-CODE
            DISPLAY "ENTER TERM BAND LOW (YEARS):"
            ACCEPT WS-E-TERM-LOW
            DISPLAY "ENTER TERM BAND HIGH (YEARS):"
            ACCEPT WS-E-TERM-HIGH
            DISPLAY "ENTER ANNUAL RATE (99999 = 99.999):"
            ACCEPT WS-E-RATE
            DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD):"
            ACCEPT WS-E-EFFECTIVE
            PERFORM 160-VALIDATE-ENTRY
            IF WS-ENTRY-VALID = "Y"
                PERFORM 200-WRITE-RATE-RECORD
                PERFORM 180-WRITE-REGISTER-LINE
            ELSE
                PERFORM 170-WRITE-REJECTED-ENTRY
            END-IF
        END-IF
        DISPLAY "IS THERE MORE DATA? (Y/N)"
        ACCEPT MORE-RECORDS
    WRITE REG-LINE FROM WS-REGISTER-TOTAL-LINE

    CLOSE RATE-SHEET-FILE
          PROGRAM-TERMS-FILE
          REJECTED-ENTRIES
          ENTRY-REGISTER
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 150-accept-program-terms - a loan program's rate terms, dated
*> like a rate. An adjustable program needs its index, margin,
*> reset interval, and caps; a fixed one needs none of them.
150-ACCEPT-PROGRAM-TERMS.
    DISPLAY "ENTER LOAN PROGRAM (FHA, CONV, VA):"
    ACCEPT WS-E-PROGRAM-CODE
    DISPLAY "ENTER RATE TYPE - (F)IXED OR (A)DJUSTABLE:"
    ACCEPT WS-E-RATE-TYPE
    MOVE SPACES TO WS-E-INDEX-CODE
    MOVE ZERO TO WS-E-MARGIN-N
    MOVE ZERO TO WS-E-RESET-MONTHS-N
    MOVE ZERO TO WS-E-PERIOD-CAP-N
    MOVE ZERO TO WS-E-LIFETIME-CAP-N
    IF WS-E-RATE-TYPE = "A"
        DISPLAY "ENTER INDEX CODE (AS KEYED ON THE RATE SHEET):"
        ACCEPT WS-E-INDEX-CODE
        DISPLAY "ENTER MARGIN (02750 = 2.750):"
        ACCEPT WS-E-MARGIN
        DISPLAY "ENTER MONTHS BETWEEN RATE CHANGES (012):"
        ACCEPT WS-E-RESET-MONTHS
        DISPLAY "ENTER PERIOD CAP (02000 = 2.000):"
        ACCEPT WS-E-PERIOD-CAP
        DISPLAY "ENTER LIFETIME CAP (05000 = 5.000):"
        ACCEPT WS-E-LIFETIME-CAP
    END-IF
    DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD):"
    ACCEPT WS-E-EFFECTIVE
    PERFORM 165-VALIDATE-PROGRAM-ENTRY
    IF WS-ENTRY-VALID = "Y"
        PERFORM 210-WRITE-PROGRAM-RECORD
        PERFORM 185-WRITE-PROGRAM-REGISTER-LINE
    ELSE
        PERFORM 170-WRITE-REJECTED-ENTRY
    END-IF.

*> 165-validate-program-entry - a non-blank program, a known rate
*> type, and for an adjustable program an index code, a numeric
*> non-zero margin, reset interval, and period and lifetime caps;
*> a period cap above the lifetime cap would never bind.
165-VALIDATE-PROGRAM-ENTRY.
    MOVE "Y" TO WS-ENTRY-VALID
    MOVE SPACES TO WS-REJECT-REASON

    IF WS-E-PROGRAM-CODE = SPACES
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "BLANK PROGRAM CODE" TO WS-REJECT-REASON
    END-IF
    IF WS-ENTRY-VALID = "Y"
            AND WS-E-RATE-TYPE NOT = "F" AND WS-E-RATE-TYPE NOT = "A"
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "RATE TYPE MUST BE F OR A" TO WS-REJECT-REASON
    END-IF
    IF WS-ENTRY-VALID = "Y" AND WS-E-RATE-TYPE = "A"
        IF WS-E-INDEX-CODE = SPACES
            MOVE "N" TO WS-ENTRY-VALID
            MOVE "BLANK INDEX CODE" TO WS-REJECT-REASON
        END-IF
    END-IF
    IF WS-ENTRY-VALID = "Y" AND WS-E-RATE-TYPE = "A"
        IF WS-E-MARGIN IS NOT NUMERIC
                OR WS-E-RESET-MONTHS IS NOT NUMERIC
                OR WS-E-PERIOD-CAP IS NOT NUMERIC
                OR WS-E-LIFETIME-CAP IS NOT NUMERIC
            MOVE "N" TO WS-ENTRY-VALID
            MOVE "MARGIN, INTERVAL, CAPS MUST BE NUMERIC"
                TO WS-REJECT-REASON
        END-IF
    END-IF
    IF WS-ENTRY-VALID = "Y" AND WS-E-RATE-TYPE = "A"
        IF WS-E-MARGIN-N = ZERO OR WS-E-RESET-MONTHS-N = ZERO
                OR WS-E-PERIOD-CAP-N = ZERO
                OR WS-E-LIFETIME-CAP-N = ZERO
            MOVE "N" TO WS-ENTRY-VALID
            MOVE "MARGIN, INTERVAL, CAPS MUST BE NON-ZERO"
                TO WS-REJECT-REASON
        END-IF
    END-IF
    IF WS-ENTRY-VALID = "Y" AND WS-E-RATE-TYPE = "A"
        IF WS-E-PERIOD-CAP-N > WS-E-LIFETIME-CAP-N
            MOVE "N" TO WS-ENTRY-VALID
            MOVE "PERIOD CAP IS ABOVE THE LIFETIME CAP"
                TO WS-REJECT-REASON
        END-IF
    END-IF
    IF WS-ENTRY-VALID = "Y" AND WS-E-EFFECTIVE IS NOT NUMERIC
        MOVE "N" TO WS-ENTRY-VALID
        MOVE "EFFECTIVE DATE MUST BE NUMERIC YYYYMMDD"
            TO WS-REJECT-REASON
    END-IF.

*> 160-validate-entry - a non-blank program code, numeric term
*> band with low not above high, a numeric non-zero rate, and a
*> numeric effective date; a bad rate on the sheet would misprice
    MOVE WS-E-EFFECTIVE TO RS-EFFECTIVE-DATE
    WRITE RATE-SHEET-REC.

*> 210-write-program-record - the accepted terms join the program
*> file; as with the sheet, the latest effective record wins, and
*> loans already converted keep the terms stamped on them.
210-WRITE-PROGRAM-RECORD.
    MOVE WS-E-PROGRAM-CODE TO LPG-PROGRAM-CODE
    MOVE WS-E-RATE-TYPE TO LPG-RATE-TYPE
    MOVE WS-E-INDEX-CODE TO LPG-INDEX-CODE
    MOVE WS-E-MARGIN-N TO LPG-MARGIN
    MOVE WS-E-RESET-MONTHS-N TO LPG-RESET-MONTHS
    MOVE WS-E-PERIOD-CAP-N TO LPG-PERIOD-CAP
    MOVE WS-E-LIFETIME-CAP-N TO LPG-LIFETIME-CAP
    MOVE WS-E-EFFECTIVE TO LPG-EFFECTIVE-DATE
    WRITE LPG-REC.

*> 170-write-rejected-entry - logs a rejected entry with its
*> reason so the rate desk can fix and re-key it.
170-WRITE-REJECTED-ENTRY.
    WRITE REG-LINE FROM WS-REGISTER-LINE.


*> 185-write-program-register-line - lists each set of program
*> terms applied this session.
185-WRITE-PROGRAM-REGISTER-LINE.
    ADD 1 TO WS-ACCEPT-COUNT
    MOVE WS-E-PROGRAM-CODE TO WS-P-PROGRAM-CODE
    IF WS-E-RATE-TYPE = "A"
        MOVE "ADJUSTABLE" TO WS-P-RATE-TYPE
    ELSE
        MOVE "FIXED" TO WS-P-RATE-TYPE
    END-IF
    MOVE WS-E-INDEX-CODE TO WS-P-INDEX-CODE
    MOVE WS-E-MARGIN-N TO WS-P-MARGIN
    MOVE WS-E-RESET-MONTHS-N TO WS-P-RESET-MONTHS
    MOVE WS-E-PERIOD-CAP-N TO WS-P-PERIOD-CAP
    MOVE WS-E-LIFETIME-CAP-N TO WS-P-LIFETIME-CAP
    MOVE WS-E-EFFECTIVE TO WS-P-EFFECTIVE
    WRITE REG-LINE FROM WS-PROGRAM-REGISTER-LINE.

*> 010-log-run-start / 900-log-run-end - the start and normal-end
*> records every batch program appends to the shared run log, so
*> the morning status run can see what ran, when, and how it
