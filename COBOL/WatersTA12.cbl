*>               and the signed-on operator's ID is stamped on
*>               every before and after image the audit file
*>               carries, so the trail says who as well as what.
*>   2026-10-15  The audit before and after images widen to the
*>               193-byte registration record, which now carries
*>               the academic standing the WatersTA66 end-of-term
*>               run stamps; an added student starts with no
*>               standing and a zero standing term.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA12.
    05 AUD-FUNCTION              PIC X(1).
    05 AUD-DATE                  PIC 9(8).
    05 AUD-OPERATOR-ID           PIC X(4).
    05 AUD-RECORD-IMAGE          PIC X(193).

FD SESSION-REGISTER.
01 REG-LINE                      PIC X(80).
    MOVE WS-E-LAST-ENROLLMENT TO IN-DATE-LAST-ENROLLMENT
    MOVE "N" TO SEND-NOTICE
    MOVE "A" TO IN-RECORD-STATUS
    MOVE ZERO TO IN-STANDING-TERM

    PERFORM 250-VALIDATE-STUDENT
    IF WS-ENTRY-VALID = "Y"
