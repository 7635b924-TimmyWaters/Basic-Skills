*> translated to its 4.0-scale grade points - the figure the
*> WatersTA9 degree-progress run weights by credits to compute
*> the GPA. A session register lists every grade applied.
*>
*> Modification History:
*>   2026-10-15  A course the student withdrew from (grade W) is
*>               refused a grade, so the withdrawal cannot be
*>               graded over.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA39.
*> 160-validate-entry - a numeric term, a grade the scale table
*> knows, and an enrollment on file for the student, term, and
*> course keyed. A grade for a course the student never enrolled
*> in is exactly the keystroke this edit exists to catch. A
*> withdrawal's "W" stands; it is not graded over.
160-VALIDATE-ENTRY.
    MOVE "Y" TO WS-ENTRY-VALID
    MOVE SPACES TO WS-REJECT-REASON
                    MOVE "N" TO WS-ENTRY-VALID
                    MOVE "NO ENROLLMENT ON FILE FOR THAT KEY"
                        TO WS-REJECT-REASON
                NOT INVALID KEY
                    IF ENR-GRADE = "W"
                        MOVE "N" TO WS-ENTRY-VALID
                        MOVE "STUDENT WITHDREW FROM THE COURSE"
                            TO WS-REJECT-REASON
                    END-IF
            END-READ
        END-IF
    END-IF.
