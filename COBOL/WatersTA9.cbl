*>               on the next run after the registrar has made
*>               contact - and so WatersTA2 stops sending them
*>               lapse reminders.
*>   2026-10-15  A withdrawal's W grade no longer counts toward the
*>               graded credits or the GPA.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA9.
                        MOVE "Y" TO WS-GPA-SCAN-DONE
                    ELSE
                        IF ENR-GRADE NOT = SPACES
                                AND ENR-GRADE NOT = "W"
                            ADD ENR-CREDITS TO WS-GRADED-CREDITS
                            COMPUTE WS-QUALITY-POINTS =
                                WS-QUALITY-POINTS
