*>               and counted with the flagged runs, instead of
*>               passing as a normal end because a start and an
*>               end were both on the log.
*>   2026-10-15  On a night the month-end close stream (WATMEND)
*>               ran, its steps are listed in running order with
*>               their standing, and a step of the close with no
*>               log entry is flagged by name.
*>   2026-10-15  A run that logs an error count (the nightly
*>               integrity audit) gets the count printed under its
*>               status line and is flagged when the count is not
*>               zero; the audit is now an expected nightly
*>               program.
*>   2026-10-15  The date roll, WatersTA88, is now the last step of
*>               the month-end close stream's check, and is flagged
*>               when it did not start after the close summary, so
*>               a roll that abended or was bypassed no longer lets
*>               the close report as complete.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA26.
    05 WS-END-SECONDS            PIC 9(7).
    05 WS-FLAGGED-COUNT          PIC 9(3) VALUE ZERO.
    05 WS-EXPECTED-IDX           PIC 9(2).
    05 WS-CLOSE-RAN              PIC X(1).

01 WS-TIME-PARTS.
    05 WS-TP-HOURS   PIC 9(2).
        10 WS-PT-ABEND-FLAG    PIC X(1).
        10 WS-PT-LAST-ELAPSED  PIC S9(7).
        10 WS-PT-PRIOR-ELAPSED PIC S9(7).
        10 WS-PT-HAVE-COUNT    PIC X(1).
        10 WS-PT-ERROR-COUNT   PIC 9(8).

*> The programs the nightly stream is expected to run; a night
*> with no log entry for one of these is flagged by name.
        10 FILLER PIC X(10) VALUE "WatersTA13".
        10 FILLER PIC X(10) VALUE "WatersTA16".
        10 FILLER PIC X(10) VALUE "WatersTA24".
        10 FILLER PIC X(10) VALUE "WatersTA90".
    05 WS-EXPECTED-ENTRY REDEFINES WS-EXPECTED-PROGRAMS
           OCCURS 8 TIMES.
        10 WS-EXP-PROGRAM-ID PIC X(10).

*> The month-end close stream (WATMEND) in running order. It runs
*> only on a period's last business day, so it is not expected
*> nightly; on a night any of its steps logged, every step is
*> expected and one with no entry is flagged by name. The last
*> step is the date roll, WatersTA88, run at the end of WATRECON
*> after the close. It logs every night, so it never marks a close
*> night by itself, and it counts as the close's roll only when it
*> started after the close summary.
01 WS-CLOSE-STREAM-TABLE.
    05 WS-CLOSE-STREAM-PROGRAMS.
        10 FILLER PIC X(10) VALUE "WatersTA27".
        10 FILLER PIC X(10) VALUE "WatersTA42".
        10 FILLER PIC X(10) VALUE "WatersTA75".
        10 FILLER PIC X(10) VALUE "WatersTA74".
        10 FILLER PIC X(10) VALUE "WatersTA23".
        10 FILLER PIC X(10) VALUE "WatersTA47".
        10 FILLER PIC X(10) VALUE "WatersTA80".
        10 FILLER PIC X(10) VALUE "WatersTA52".
        10 FILLER PIC X(10) VALUE "WatersTA89".
        10 FILLER PIC X(10) VALUE "WatersTA88".
    05 WS-CLOSE-ENTRY REDEFINES WS-CLOSE-STREAM-PROGRAMS
           OCCURS 10 TIMES.
        10 WS-CLOSE-PROGRAM-ID PIC X(10).
            88 WS-CLOSE-SUMMARY-STEP  VALUE "WatersTA89".
            88 WS-CLOSE-DATE-ROLL     VALUE "WatersTA88".
*> When the close summary and the date roll last started; the
*> summary's stays all nines when it did not run tonight.
    05 WS-SUMMARY-STAMP.
        10 WS-SS-DATE          PIC 9(8).
        10 WS-SS-TIME          PIC 9(6).
    05 WS-ROLL-STAMP.
        10 WS-RS-DATE          PIC 9(8).
        10 WS-RS-TIME          PIC 9(6).

01 WS-HEADING-LINE-1.
    05 FILLER          PIC X(34) VALUE
        "MORNING OPERATIONS STATUS REPORT".
    05 FILLER           PIC X(32) VALUE
        "** NO LOG ENTRY FOR THE NIGHT **".

01 WS-CLOSE-HEADING.
    05 FILLER           PIC X(40) VALUE
        "MONTH-END CLOSE STREAM (WATMEND)".

01 WS-CLOSE-LINE.
    05 WS-CL-PROGRAM-ID PIC X(10).
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 WS-CL-STATUS     PIC X(32).

01 WS-ERROR-COUNT-LINE.
    05 FILLER           PIC X(12) VALUE SPACES.
    05 FILLER           PIC X(22) VALUE "ERRORS COUNTED BY RUN:".
    05 WS-E-COUNT       PIC ZZ,ZZZ,ZZ9.
    05 FILLER           PIC X(2)  VALUE SPACES.
    05 WS-E-NOTE        PIC X(30).

01 WS-TRAILER-LINE.
    05 FILLER           PIC X(27) VALUE
        "RUNS FLAGGED FOR ATTENTION:".
    END-PERFORM

    PERFORM 350-REPORT-MISSING-PROGRAMS
    PERFORM 400-REPORT-CLOSE-STREAM

    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    CLOSE RUN-LOG.

*> 200-post-log-record - finds (or adds) the program's table entry
*> and applies the start or end record to it. An error-count
*> record is kept against the run it belongs to.
200-POST-LOG-RECORD.
    IF RUNLOG-RUN-DATE > WS-REPORT-NIGHT
        MOVE RUNLOG-RUN-DATE TO WS-REPORT-NIGHT
        MOVE "Y" TO WS-PT-HAVE-START (PT-IDX)
        MOVE "N" TO WS-PT-HAVE-END (PT-IDX)
        MOVE "N" TO WS-PT-ABEND-FLAG (PT-IDX)
        MOVE "N" TO WS-PT-HAVE-COUNT (PT-IDX)
        MOVE ZERO TO WS-PT-ERROR-COUNT (PT-IDX)
    ELSE
        IF RUNLOG-RECORD-TYPE = "C"
            IF RUNLOG-ERROR-COUNT IS NUMERIC
                MOVE "Y" TO WS-PT-HAVE-COUNT (PT-IDX)
                MOVE RUNLOG-ERROR-COUNT
                    TO WS-PT-ERROR-COUNT (PT-IDX)
            END-IF
        ELSE
            IF WS-PT-HAVE-START (PT-IDX) = "Y"
                MOVE RUNLOG-TIME TO WS-PT-END-TIME (PT-IDX)
                MOVE "Y" TO WS-PT-HAVE-END (PT-IDX)
                IF RUNLOG-ABEND-FLAG NOT = SPACE
                    MOVE "Y" TO WS-PT-ABEND-FLAG (PT-IDX)
                END-IF
                PERFORM 220-COMPUTE-ELAPSED
                MOVE WS-PT-LAST-ELAPSED (PT-IDX)
                    TO WS-PT-PRIOR-ELAPSED (PT-IDX)
                MOVE WS-ELAPSED-SECONDS
                    TO WS-PT-LAST-ELAPSED (PT-IDX)
            END-IF
        END-IF
    END-IF.

        MOVE "N" TO WS-PT-ABEND-FLAG (PT-IDX)
        MOVE -1 TO WS-PT-LAST-ELAPSED (PT-IDX)
        MOVE -1 TO WS-PT-PRIOR-ELAPSED (PT-IDX)
        MOVE "N" TO WS-PT-HAVE-COUNT (PT-IDX)
        MOVE ZERO TO WS-PT-ERROR-COUNT (PT-IDX)
    END-IF.

*> 220-compute-elapsed - end time less start time in seconds; a
            END-IF
        END-IF
    END-IF
    WRITE RPT-LINE FROM WS-DETAIL-LINE

    IF WS-PT-HAVE-COUNT (PT-IDX) = "Y"
        MOVE WS-PT-ERROR-COUNT (PT-IDX) TO WS-E-COUNT
        IF WS-PT-ERROR-COUNT (PT-IDX) > ZERO
            MOVE "** FILES HAVE DRIFTED **" TO WS-E-NOTE
            ADD 1 TO WS-FLAGGED-COUNT
        ELSE
            MOVE "NONE FOUND" TO WS-E-NOTE
        END-IF
        WRITE RPT-LINE FROM WS-ERROR-COUNT-LINE
    END-IF.

*> 350-report-missing-programs - any program the nightly stream
*> expects that has no entry at all for the report night.
350-REPORT-MISSING-PROGRAMS.
    PERFORM VARYING WS-EXPECTED-IDX FROM 1 BY 1
            UNTIL WS-EXPECTED-IDX > 8
        MOVE "N" TO WS-PROGRAM-FOUND
        IF WS-PROGRAM-COUNT > ZERO
            SET PT-IDX TO 1
        END-IF
    END-PERFORM.

*> 400-report-close-stream - on a night the month-end stream
*> ran, its steps in running order with their standing. A step
*> that never logged is flagged here; one that logged is already
*> flagged, if it needs to be, on its own line above. The date
*> roll is flagged when its latest start is not after the close
*> summary's - the run the log shows is then an earlier one of the
*> night, and the close's own roll was bypassed.
400-REPORT-CLOSE-STREAM.
    MOVE "N" TO WS-CLOSE-RAN
    PERFORM VARYING WS-EXPECTED-IDX FROM 1 BY 1
            UNTIL WS-EXPECTED-IDX > 10
        PERFORM 410-FIND-CLOSE-PROGRAM
        IF WS-PROGRAM-FOUND = "Y"
                AND NOT WS-CLOSE-DATE-ROLL (WS-EXPECTED-IDX)
            MOVE "Y" TO WS-CLOSE-RAN
        END-IF
    END-PERFORM
    IF WS-CLOSE-RAN = "N"
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    WRITE RPT-LINE FROM WS-CLOSE-HEADING
    MOVE ALL "9" TO WS-SUMMARY-STAMP
    PERFORM VARYING WS-EXPECTED-IDX FROM 1 BY 1
            UNTIL WS-EXPECTED-IDX > 10
        PERFORM 410-FIND-CLOSE-PROGRAM
        MOVE WS-CLOSE-PROGRAM-ID (WS-EXPECTED-IDX)
            TO WS-CL-PROGRAM-ID
        IF WS-PROGRAM-FOUND = "Y"
            IF WS-CLOSE-SUMMARY-STEP (WS-EXPECTED-IDX)
                MOVE WS-PT-LAST-DATE (PT-IDX) TO WS-SS-DATE
                MOVE WS-PT-START-TIME (PT-IDX) TO WS-SS-TIME
            END-IF
            IF WS-CLOSE-DATE-ROLL (WS-EXPECTED-IDX)
                MOVE WS-PT-LAST-DATE (PT-IDX) TO WS-RS-DATE
                MOVE WS-PT-START-TIME (PT-IDX) TO WS-RS-TIME
                IF WS-ROLL-STAMP NOT > WS-SUMMARY-STAMP
                    MOVE "R" TO WS-PROGRAM-FOUND
                END-IF
            END-IF
        END-IF
        IF WS-PROGRAM-FOUND = "N"
            MOVE "** NOT RUN WITH THE CLOSE **" TO WS-CL-STATUS
            ADD 1 TO WS-FLAGGED-COUNT
        ELSE
            IF WS-PROGRAM-FOUND = "R"
                MOVE "** RUN DATE NOT ROLLED **" TO WS-CL-STATUS
                ADD 1 TO WS-FLAGGED-COUNT
            ELSE
                IF WS-PT-HAVE-END (PT-IDX) = "N"
                    MOVE "** NO END RECORD **" TO WS-CL-STATUS
                ELSE
                    IF WS-PT-ABEND-FLAG (PT-IDX) = "Y"
                        MOVE "** ENDED ABNORMALLY **" TO WS-CL-STATUS
                    ELSE
                        MOVE "ENDED CLEAN" TO WS-CL-STATUS
                    END-IF
                END-IF
            END-IF
        END-IF
        WRITE RPT-LINE FROM WS-CLOSE-LINE
    END-PERFORM.

*> 410-find-close-program - the stream program's table entry,
*> found only when it logged a start on the report night.
410-FIND-CLOSE-PROGRAM.
    MOVE "N" TO WS-PROGRAM-FOUND
    IF WS-PROGRAM-COUNT > ZERO
        SET PT-IDX TO 1
        SEARCH WS-PT-ENTRY
            AT END
                CONTINUE
            WHEN WS-PT-PROGRAM-ID (PT-IDX)
                    = WS-CLOSE-PROGRAM-ID (WS-EXPECTED-IDX)
                MOVE "Y" TO WS-PROGRAM-FOUND
        END-SEARCH
    END-IF
    IF WS-PROGRAM-FOUND = "Y"
            AND WS-PT-LAST-DATE (PT-IDX) NOT = WS-REPORT-NIGHT
        MOVE "N" TO WS-PROGRAM-FOUND
    END-IF.

END PROGRAM WatersTA26.
