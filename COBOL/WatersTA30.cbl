*>               loaded - and every correction-register line
*>               carries the signed-on operator's ID, so a release
*>               can be traced to who keyed it.
*>   2026-10-15  The suspended student image widens to the 193-byte
*>               registration record, which now carries the
*>               academic standing the WatersTA66 end-of-term run
*>               stamps.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA30.
        10 WS-ST-REASON-CODE    PIC X(2).
        10 WS-ST-DATE-REJECTED  PIC 9(8).
        10 WS-ST-DATE-RELEASED  PIC 9(8).
        10 WS-ST-STUDENT-REC    PIC X(193).

01 WS-DETAIL-LINE.
    05 WS-D-STUDENT-ID  PIC X(9).
