*>               graduation-candidate byte the degree-progress run
*>               marks), so the programs that carry the record
*>               cannot drift apart on its layout.
*>   2026-10-15  The archive record widens to the 193-byte
*>               registration record, which now carries the
*>               academic standing the WatersTA66 end-of-term run
*>               stamps.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA15.
    COPY STUDREC.

FD STUDENT-ARCHIVE.
01 OUT-ARCHIVE-REC               PIC X(193).

FD PURGE-REGISTER.
01 REG-LINE                      PIC X(80).
