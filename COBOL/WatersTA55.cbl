*> dependency-file order, reports each program's state, and names
*> the step the stream resumes from after a fix. The run log
*> already knows everything this program needs.
*>
*> Modification History:
*>   2026-10-15  An error-count record on the run log (type C) is
*>               passed over; only start and end records set a
*>               program's standing.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA55.
*> 120-load-run-log-states - one standing per program: the last
*> start or end record wins, so a program that started again
*> after a clean earlier night reads as in-flight until its new
*> end arrives. An error-count record is not a start or an end.
120-LOAD-RUN-LOG-STATES.
    OPEN INPUT RUN-LOG-IN
    IF WS-RUNLOG-IN-STATUS NOT = "00"
            AT END
                MOVE "N" TO MORE-RECORDS
            NOT AT END
                IF RUNLOG-RECORD-TYPE OF IN-RUNLOG-REC NOT = "C"
                    PERFORM 130-APPLY-LOG-RECORD
                END-IF
        END-READ
    END-PERFORM
    IF WS-RUNLOG-IN-STATUS = "00" OR WS-RUNLOG-IN-STATUS = "10"
