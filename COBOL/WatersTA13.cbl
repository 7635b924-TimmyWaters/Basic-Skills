*>               refusal to the run log as an abnormal end so the
*>               morning status report surfaces it - a truncated
*>               feed can no longer post short without a whisper.
*>   2026-10-15  The archive record widens to the 193-byte
*>               registration record, which now carries the
*>               academic standing the WatersTA66 end-of-term run
*>               stamps.
*>   2026-10-15  Drop (D) and withdrawal (W) transactions join
*>               enrollment (E) on the feed. A drop before the
*>               census date deletes the course enrollment; a
*>               withdrawal on or after it grades the course W.
*>               Either takes the credits back off the master and,
*>               for a billed course, posts a tuition credit to the
*>               receivables detail at the bursar's refund schedule
*>               percentage by days into the term. Accounts left in
*>               credit print on the new refund-due register.
*>   2026-10-15  An enrollment (E) for a student the aging run has
*>               put on receivables hold is now rejected to the
*>               exception listing with its own reason, unless the
*>               bursar has keyed an override for the student and
*>               term through the new WatersTA69. Every enrollment
*>               blocked or let through by an override prints on
*>               the new hold report with the balance and the
*>               operator who keyed the override.
*>   2026-10-15  Enrollments are now seated against the section the
*>               registrar schedules for the course and term
*>               through the new WatersTA70: while the section has
*>               an open seat the enrollment takes it, and once it
*>               is full the enrollment goes on the section's
*>               waitlist in arrival order instead of posting. A
*>               drop gives its seat back and the first students
*>               waiting are enrolled into the open seats
*>               automatically, listed FROM WL on the register. A
*>               course with no section scheduled posts as before.
*>   2026-10-15  Each enrollment is checked against the
*>               prerequisite table WatersTA72 maintains: a
*>               prerequisite the student has not completed at the
*>               required grade no longer goes unnoticed until the
*>               term starts. The enrollment still posts (or
*>               queues), marked on the course-enrollment record,
*>               and every missing course is named on the new
*>               prerequisite-exception report for the advisor,
*>               whose waiver is keyed through WatersTA73 and kept
*>               when the enrollment is re-keyed.
*>   2026-10-15  An account created here by a tuition credit now
*>               starts with its statement and collection-placement
*>               fields zeroed.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA13.
        RECORD KEY IS ENR-KEY
        FILE STATUS IS WS-ENROLL-FILE-STATUS.

    SELECT RECEIVABLES-MASTER
        ASSIGN TO ARMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-STUDENT-ID
        FILE STATUS IS WS-AR-FILE-STATUS.

    SELECT RECEIVABLES-DETAIL
        ASSIGN TO ARTRANS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ART-KEY
        FILE STATUS IS WS-ART-FILE-STATUS.

    SELECT HOLD-OVERRIDES
        ASSIGN TO HOLDOVR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS HOV-KEY
        FILE STATUS IS WS-OVERRIDE-FILE-STATUS.

    SELECT SECTION-MASTER
        ASSIGN TO SECTMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SEC-KEY
        FILE STATUS IS WS-SECTION-FILE-STATUS.

    SELECT WAITLIST-FILE
        ASSIGN TO WAITLST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WTL-KEY
        FILE STATUS IS WS-WAITLIST-FILE-STATUS.

    SELECT PREREQUISITE-TABLE
        ASSIGN TO PREREQ
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PRQ-KEY
        FILE STATUS IS WS-PREREQ-FILE-STATUS.

    SELECT REFUND-SCHEDULE-FILE
        ASSIGN TO REFSCHD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REFUND-FILE-STATUS.

    SELECT RUN-CONTROL-FILE
        ASSIGN TO RUNCTL
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT POSTING-REGISTER
        ASSIGN TO ENRLREG
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT REFUND-DUE-REGISTER
        ASSIGN TO REFDUE
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT EXCEPTION-LISTING
        ASSIGN TO ENRLEXC
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT HOLD-REPORT
        ASSIGN TO ENRLHOLD
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT PREREQ-EXCEPTION-REPORT
        ASSIGN TO PREREQEX
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RUN-COUNT-FILE
        ASSIGN TO RUNCOUNT
        ORGANIZATION IS LINE SEQUENTIAL
    05 TRAN-STUDENT-ID       PIC X(9).
    05 TRAN-ENROLL-DATE      PIC 9(8).
    05 TRAN-CREDITS-EARNED   PIC 9(3).
*> "E" enrolls the course. "D" drops it before the census date and
*> "W" withdraws from it on or after; on those two the date is the
*> date of the drop or withdrawal and the credits are not used -
*> the credits come off the enrollment record itself.
    05 TRAN-CODE             PIC X(1).
    05 TRAN-COURSE-NO        PIC X(7).
*> The feed's final record is the standard batch-control trailer:
    COPY BCTRL.

FD STUDENT-ARCHIVE.
01 ARC-STUDENT-REC           PIC X(193).

FD COURSE-CATALOG.
01 CRS-REC.
01 ENR-REC.
    COPY ENRREC.

FD RECEIVABLES-MASTER.
01 AR-REC.
    COPY ARREC.

FD RECEIVABLES-DETAIL.
01 ART-REC.
    COPY ARTRN.

FD HOLD-OVERRIDES.
01 HOV-REC.
    COPY HOLDOVR.

FD SECTION-MASTER.
01 SEC-REC.
    COPY SECREC.

FD WAITLIST-FILE.
01 WTL-REC.
    COPY WAITREC.

FD PREREQUISITE-TABLE.
01 PRQ-REC.
    COPY PRQREC.

*> One step of the tuition refund schedule the bursar maintains,
*> in ascending day order: a drop or withdrawal up to and
*> including this many days into the term is refunded this
*> percentage of the course's tuition charge. Past the last step
*> nothing is refunded.
FD REFUND-SCHEDULE-FILE.
01 REF-REC.
    05 REF-THROUGH-DAY       PIC 9(3).
    05 REF-PERCENT           PIC 9(3).

FD RUN-CONTROL-FILE.
01 RUNCTL-REC.
    COPY RUNCTL.

FD POSTING-REGISTER.
01 REG-LINE                  PIC X(80).

FD REFUND-DUE-REGISTER.
01 RFD-LINE                  PIC X(80).

FD EXCEPTION-LISTING.
01 EXC-LINE                  PIC X(80).

FD HOLD-REPORT.
01 HLD-LINE                  PIC X(80).

FD PREREQ-EXCEPTION-REPORT.
01 PRX-LINE                  PIC X(80).

FD RUN-COUNT-FILE.
01 OUT-RUNCNT-REC.
    COPY RUNCNT.
    05 WS-PREPASS-HASH           PIC 9(11).
    05 WS-TRAILER-COUNT          PIC 9(7).
    05 WS-TRAILER-HASH           PIC 9(11).
    05 WS-AR-FILE-STATUS         PIC XX.
    05 WS-ART-FILE-STATUS        PIC XX.
    05 WS-REFUND-FILE-STATUS     PIC XX.
    05 WS-REFUND-EOF             PIC X(1).
    05 WS-RUN-CONTROL-FOUND      PIC X(1) VALUE "N".
    05 WS-TERM-START-DATE        PIC 9(8) VALUE ZERO.
    05 WS-CENSUS-DATE            PIC 9(8) VALUE ZERO.
    05 WS-ENROLLMENT-FOUND       PIC X(1).
    05 WS-ENROLL-SCAN-DONE       PIC X(1).
    05 WS-FOUND-ENR-KEY          PIC X(22).
    05 WS-DETAIL-SCAN-DONE       PIC X(1).
    05 WS-CHARGE-FOUND           PIC X(1).
    05 WS-ORIGINAL-CHARGE        PIC 9(7)V99.
    05 WS-DAYS-INTO-TERM         PIC S9(5).
    05 WS-ACTION-DAYS            PIC 9(7).
    05 WS-START-DAYS             PIC 9(7).
    05 WS-REFUND-PERCENT         PIC 9(3).
    05 WS-TUITION-CREDIT         PIC 9(7)V99.
    05 WS-AR-RECORD-FOUND        PIC X(1).
    05 WS-TRAN-WRITTEN           PIC X(1).
    05 WS-TRAN-SEQ               PIC 9(3).
    05 WS-DROP-CREDITS           PIC 9(3).
    05 WS-REFUND-DUE-COUNT       PIC 9(5) VALUE ZERO.
    05 WS-REFUND-DUE-TOTAL       PIC 9(9)V99 VALUE ZERO.
    05 WS-CREDIT-TOTAL           PIC 9(9)V99 VALUE ZERO.
    05 WS-OVERRIDE-FILE-STATUS   PIC XX.
    05 WS-OVERRIDES-AVAILABLE    PIC X(1) VALUE "N".
    05 WS-HOLD-BLOCKED           PIC X(1).
    05 WS-HOLD-OVERRIDDEN        PIC X(1).
    05 WS-HOLD-BALANCE           PIC S9(7)V99.
    05 WS-BLOCKED-COUNT          PIC 9(5) VALUE ZERO.
    05 WS-OVERRIDDEN-COUNT       PIC 9(5) VALUE ZERO.
    05 WS-HOLD-STUDENT-ID        PIC X(9).
    05 WS-HOLD-TERM              PIC 9(6).
    05 WS-HOLD-COURSE-NO         PIC X(7).
    05 WS-SECTION-FILE-STATUS    PIC XX.
    05 WS-WAITLIST-FILE-STATUS   PIC XX.
    05 WS-SECTIONS-AVAILABLE     PIC X(1) VALUE "N".
*> "U" no section to seat against, "S" a seat is open, "F" the
*> section is full, "D" the student is already waiting for it.
    05 WS-SEAT-DISPOSITION       PIC X(1).
    05 WS-ALREADY-WAITLISTED     PIC X(1).
    05 WS-WAITLIST-SCAN-DONE     PIC X(1).
    05 WS-PROMOTE-DONE           PIC X(1).
    05 WS-PROMOTED-WRITTEN       PIC X(1).
    05 WS-DROP-TERM              PIC 9(6).
    05 WS-WAITLISTED-COUNT       PIC 9(5) VALUE ZERO.
    05 WS-PROMOTED-COUNT         PIC 9(5) VALUE ZERO.
    05 WS-PREREQ-FILE-STATUS     PIC XX.
    05 WS-PREREQS-AVAILABLE      PIC X(1) VALUE "N".
    05 WS-PREREQ-SCAN-DONE       PIC X(1).
    05 WS-HISTORY-SCAN-DONE      PIC X(1).
    05 WS-PREREQ-RESULT          PIC X(1).
    05 WS-MINIMUM-POINTS         PIC 9V99.
    05 WS-BEST-GRADE             PIC X(2).
    05 WS-BEST-POINTS            PIC 9V99.
    05 WS-PQ-STUDENT-ID          PIC X(9).
    05 WS-PQ-TERM                PIC 9(6).
    05 WS-PQ-COURSE-NO           PIC X(7).
    05 WS-PREREQ-FLAGGED-COUNT   PIC 9(5) VALUE ZERO.
    05 WS-OLD-PREREQ-STATUS      PIC X(1).
    05 WS-OLD-WAIVER-OPERATOR    PIC X(4).
    05 WS-OLD-WAIVER-DATE        PIC 9(8).

*> A new enrollment image held while the record it replaces is
*> read for the waiver it carries.
01 WS-ENR-IMAGE                  PIC X(97).

*> The letter grades and the 4.0-scale points each carries, as
*> WatersTA39 records them; a prerequisite's minimum grade is
*> met by a grade carrying at least its points.
01 WS-GRADE-TABLE.
    05 WS-GRADE-ENTRY OCCURS 5 TIMES INDEXED BY GRD-IDX.
        10 WS-GT-GRADE           PIC X(2).
        10 WS-GT-POINTS          PIC 9V99.

01 WS-DATE-WORK.
    05 WS-DW-YEAR   PIC 9(4).
    05 WS-DW-MONTH  PIC 9(2).
    05 WS-DW-DAY    PIC 9(2).

*> The bursar's refund schedule, loaded at startup. Without it
*> drops and withdrawals are refused - enrollments still post.
01 WS-REFUND-TABLE.
    05 WS-REFUND-COUNT           PIC 9(2) VALUE ZERO.
    05 WS-REFUND-ENTRY OCCURS 20 TIMES INDEXED BY REF-IDX.
        10 WS-RF-THROUGH-DAY     PIC 9(3).
        10 WS-RF-PERCENT         PIC 9(3).

*> Accounts a tuition credit left below zero this run, revisited
*> at the end for the refund-due register so an account credited
*> twice is listed once, at its final balance.
01 WS-CREDIT-ACCOUNT-TABLE.
    05 WS-CREDIT-ACCOUNT-COUNT   PIC 9(3) VALUE ZERO.
    05 WS-CREDIT-ACCOUNT OCCURS 500 TIMES INDEXED BY CRA-IDX
                                 PIC X(9).

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 FILLER             PIC X(9)  VALUE "REJECTED:".
    05 WS-T-REJECT-COUNT  PIC ZZZZZZ9.

01 WS-CREDIT-LINE.
    05 FILLER             PIC X(12) VALUE SPACES.
    05 WS-C-COURSE-NO     PIC X(7).
    05 FILLER             PIC X(5)  VALUE " DAY ".
    05 WS-C-DAYS          PIC ZZ9.
    05 FILLER             PIC X(9)  VALUE "  REFUND ".
    05 WS-C-PERCENT       PIC ZZ9.
    05 FILLER             PIC X(18) VALUE "%  TUITION CREDIT ".
    05 WS-C-CREDIT        PIC Z(6)9.99.

01 WS-WAITLIST-TOTAL-LINE.
    05 FILLER             PIC X(11) VALUE "WAITLISTED:".
    05 WS-T-WAITLISTED    PIC ZZZZ9.
    05 FILLER             PIC X(26) VALUE
        "   ENROLLED FROM WAITLIST:".
    05 WS-T-PROMOTED      PIC ZZZZ9.

01 WS-CREDIT-TOTAL-LINE.
    05 FILLER             PIC X(24) VALUE "TUITION CREDITS POSTED: ".
    05 WS-T-CREDIT-TOTAL  PIC Z(9)9.99.

01 WS-HOLD-HEADING.
    05 FILLER             PIC X(34) VALUE
        "ENROLLMENTS BLOCKED OR OVERRIDDEN ".
    05 FILLER             PIC X(27) VALUE
        "ON A RECEIVABLES HOLD, RUN ".
    05 WS-HH-RUN-DATE     PIC 9(8).

01 WS-HOLD-COLUMN-HEADING.
    05 FILLER   PIC X(11) VALUE "STUDENT".
    05 FILLER   PIC X(8)  VALUE "TERM".
    05 FILLER   PIC X(9)  VALUE "COURSE".
    05 FILLER   PIC X(12) VALUE "ACTION".
    05 FILLER   PIC X(16) VALUE "       BALANCE".
    05 FILLER   PIC X(8)  VALUE "OPER".
    05 FILLER   PIC X(8)  VALUE "ENTERED".

01 WS-HOLD-DETAIL-LINE.
    05 WS-HD-STUDENT-ID   PIC X(9).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-HD-TERM         PIC 9(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-HD-COURSE-NO    PIC X(7).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-HD-ACTION       PIC X(10).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-HD-BALANCE      PIC Z,ZZZ,ZZ9.99-.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 WS-HD-OPERATOR-ID  PIC X(4).
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 WS-HD-ENTERED      PIC X(8).

01 WS-HOLD-TOTAL-LINE.
    05 FILLER             PIC X(9)  VALUE "BLOCKED: ".
    05 WS-HT-BLOCKED      PIC ZZZZ9.
    05 FILLER             PIC X(15) VALUE "   OVERRIDDEN: ".
    05 WS-HT-OVERRIDDEN   PIC ZZZZ9.

01 WS-PREREQ-HEADING.
    05 FILLER             PIC X(38) VALUE
        "PREREQUISITE EXCEPTIONS - ENROLLMENTS ".
    05 FILLER             PIC X(31) VALUE
        "POSTED FOR ADVISOR REVIEW, RUN ".
    05 WS-PH-RUN-DATE     PIC 9(8).

01 WS-PREREQ-COLUMN-HEADING.
    05 FILLER   PIC X(11) VALUE "STUDENT".
    05 FILLER   PIC X(8)  VALUE "TERM".
    05 FILLER   PIC X(9)  VALUE "COURSE".
    05 FILLER   PIC X(10) VALUE "MISSING".
    05 FILLER   PIC X(9)  VALUE "MIN GRADE".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(13) VALUE "BEST ON FILE".

01 WS-PREREQ-DETAIL-LINE.
    05 WS-PX-STUDENT-ID   PIC X(9).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-PX-TERM         PIC 9(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-PX-COURSE-NO    PIC X(7).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-PX-REQUIRED     PIC X(7).
    05 FILLER             PIC X(6)  VALUE SPACES.
    05 WS-PX-MINIMUM      PIC X(2).
    05 FILLER             PIC X(7)  VALUE SPACES.
    05 WS-PX-BEST         PIC X(4).

01 WS-PREREQ-TOTAL-LINE.
    05 FILLER             PIC X(36) VALUE
        "ENROLLMENTS MISSING A PREREQUISITE: ".
    05 WS-PT-FLAGGED      PIC ZZZZ9.

01 WS-REFUND-HEADING.
    05 FILLER             PIC X(40) VALUE
        "REFUND DUE - ACCOUNTS LEFT IN CREDIT BY ".
    05 FILLER             PIC X(27) VALUE
        "DROPS AND WITHDRAWALS, RUN ".
    05 WS-RH-RUN-DATE     PIC 9(8).

01 WS-REFUND-COLUMN-HEADING.
    05 FILLER   PIC X(11) VALUE "STUDENT".
    05 FILLER   PIC X(32) VALUE "NAME".
    05 FILLER   PIC X(14) VALUE "   REFUND DUE".

01 WS-REFUND-DETAIL-LINE.
    05 WS-RD-STUDENT-ID   PIC X(9).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-RD-LAST-NAME    PIC X(15).
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-RD-FIRST-NAME   PIC X(15).
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 WS-RD-AMOUNT       PIC Z,ZZZ,ZZ9.99.

01 WS-REFUND-TOTAL-LINE.
    05 FILLER             PIC X(17) VALUE "ACCOUNTS LISTED: ".
    05 WS-RT-COUNT        PIC ZZZZ9.
    05 FILLER             PIC X(21) VALUE "   TOTAL REFUND DUE: ".
    05 WS-RT-TOTAL        PIC Z(8)9.99.

PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 050-READ-RUN-CONTROL
    PERFORM 115-VERIFY-BATCH-CONTROLS
    PERFORM 060-LOAD-REFUND-SCHEDULE
    PERFORM 065-LOAD-GRADE-TABLE

    OPEN I-O REGISTRATION-MASTER
    IF WS-REGISTRATION-FILE-STATUS NOT = "00"
        STOP RUN
    END-IF

    OPEN I-O RECEIVABLES-MASTER
    IF WS-AR-FILE-STATUS = "35"
        OPEN OUTPUT RECEIVABLES-MASTER
        CLOSE RECEIVABLES-MASTER
        OPEN I-O RECEIVABLES-MASTER
    END-IF
    IF WS-AR-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA13: UNABLE TO OPEN RECEIVABLES-MASTER, "
            "FILE STATUS " WS-AR-FILE-STATUS
        STOP RUN
    END-IF

    OPEN I-O RECEIVABLES-DETAIL
    IF WS-ART-FILE-STATUS = "35"
        OPEN OUTPUT RECEIVABLES-DETAIL
        CLOSE RECEIVABLES-DETAIL
        OPEN I-O RECEIVABLES-DETAIL
    END-IF
    IF WS-ART-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA13: UNABLE TO OPEN RECEIVABLES-DETAIL, "
            "FILE STATUS " WS-ART-FILE-STATUS
        STOP RUN
    END-IF

    OPEN I-O SECTION-MASTER
    IF WS-SECTION-FILE-STATUS = "00"
        MOVE "Y" TO WS-SECTIONS-AVAILABLE
        OPEN I-O WAITLIST-FILE
        IF WS-WAITLIST-FILE-STATUS = "35"
            OPEN OUTPUT WAITLIST-FILE
            CLOSE WAITLIST-FILE
            OPEN I-O WAITLIST-FILE
        END-IF
        IF WS-WAITLIST-FILE-STATUS NOT = "00"
            DISPLAY "WATERSTA13: UNABLE TO OPEN WAITLIST-FILE, "
                "FILE STATUS " WS-WAITLIST-FILE-STATUS
            STOP RUN
        END-IF
    END-IF

    OPEN INPUT PREREQUISITE-TABLE
    IF WS-PREREQ-FILE-STATUS = "00"
        MOVE "Y" TO WS-PREREQS-AVAILABLE
    END-IF

    OPEN INPUT HOLD-OVERRIDES
    IF WS-OVERRIDE-FILE-STATUS = "00"
        MOVE "Y" TO WS-OVERRIDES-AVAILABLE
    END-IF

    OPEN INPUT ENROLLMENT-TRANSACTIONS
         OUTPUT POSTING-REGISTER
                EXCEPTION-LISTING
                REFUND-DUE-REGISTER
                HOLD-REPORT
                PREREQ-EXCEPTION-REPORT

    WRITE REG-LINE FROM WS-HEADING-LINE
    MOVE WS-RUN-DATE (1:8) TO WS-PH-RUN-DATE
    WRITE PRX-LINE FROM WS-PREREQ-HEADING
    WRITE PRX-LINE FROM WS-PREREQ-COLUMN-HEADING
    MOVE WS-RUN-DATE (1:8) TO WS-HH-RUN-DATE
    WRITE HLD-LINE FROM WS-HOLD-HEADING
    WRITE HLD-LINE FROM WS-HOLD-COLUMN-HEADING

    PERFORM UNTIL MORE-RECORDS = "N"
        READ ENROLLMENT-TRANSACTIONS
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
    WRITE REG-LINE FROM WS-TRAILER-LINE
    MOVE WS-WAITLISTED-COUNT TO WS-T-WAITLISTED
    MOVE WS-PROMOTED-COUNT TO WS-T-PROMOTED
    WRITE REG-LINE FROM WS-WAITLIST-TOTAL-LINE
    MOVE WS-CREDIT-TOTAL TO WS-T-CREDIT-TOTAL
    WRITE REG-LINE FROM WS-CREDIT-TOTAL-LINE

    PERFORM 260-WRITE-REFUND-DUE

    MOVE WS-BLOCKED-COUNT TO WS-HT-BLOCKED
    MOVE WS-OVERRIDDEN-COUNT TO WS-HT-OVERRIDDEN
    MOVE SPACES TO HLD-LINE
    WRITE HLD-LINE
    WRITE HLD-LINE FROM WS-HOLD-TOTAL-LINE

    MOVE WS-PREREQ-FLAGGED-COUNT TO WS-PT-FLAGGED
    MOVE SPACES TO PRX-LINE
    WRITE PRX-LINE
    WRITE PRX-LINE FROM WS-PREREQ-TOTAL-LINE

    IF WS-OVERRIDES-AVAILABLE = "Y"
        CLOSE HOLD-OVERRIDES
    END-IF
    IF WS-PREREQS-AVAILABLE = "Y"
        CLOSE PREREQUISITE-TABLE
    END-IF
    IF WS-SECTIONS-AVAILABLE = "Y"
        CLOSE SECTION-MASTER
              WAITLIST-FILE
    END-IF
    CLOSE REGISTRATION-MASTER
          ENROLLMENT-TRANSACTIONS
          COURSE-CATALOG
          COURSE-ENROLLMENTS
          RECEIVABLES-MASTER
          RECEIVABLES-DETAIL
          POSTING-REGISTER
          EXCEPTION-LISTING
          REFUND-DUE-REGISTER
          HOLD-REPORT
          PREREQ-EXCEPTION-REPORT

    PERFORM 300-WRITE-RUN-COUNT
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 050-read-run-control - the run date, and the current term's
*> start and census dates that drops and withdrawals are priced
*> and routed by. The system date stands in for the run date
*> when the file is absent.
050-READ-RUN-CONTROL.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
    MOVE "N" TO WS-RUN-CONTROL-FOUND
    OPEN INPUT RUN-CONTROL-FILE
    READ RUN-CONTROL-FILE
        AT END
            CONTINUE
        NOT AT END
            MOVE "Y" TO WS-RUN-CONTROL-FOUND
    END-READ
    CLOSE RUN-CONTROL-FILE
    IF WS-RUN-CONTROL-FOUND = "Y"
        MOVE RUNCTL-RUN-DATE TO WS-RUN-DATE
        IF RUNCTL-TERM-START-DATE IS NUMERIC
            MOVE RUNCTL-TERM-START-DATE TO WS-TERM-START-DATE
        END-IF
        IF RUNCTL-CENSUS-DATE IS NUMERIC
            MOVE RUNCTL-CENSUS-DATE TO WS-CENSUS-DATE
        END-IF
    END-IF.

*> 060-load-refund-schedule - the refund percentages by days into
*> the term. A missing file is not fatal: enrollments still post,
*> and each drop or withdrawal is refused to the exception
*> listing until the bursar supplies the schedule.
060-LOAD-REFUND-SCHEDULE.
    MOVE "N" TO WS-REFUND-EOF
    OPEN INPUT REFUND-SCHEDULE-FILE
    IF WS-REFUND-FILE-STATUS NOT = "00"
        MOVE "Y" TO WS-REFUND-EOF
    END-IF
    PERFORM UNTIL WS-REFUND-EOF = "Y"
        READ REFUND-SCHEDULE-FILE
            AT END
                MOVE "Y" TO WS-REFUND-EOF
            NOT AT END
                IF WS-REFUND-COUNT < 20
                        AND REF-THROUGH-DAY IS NUMERIC
                        AND REF-PERCENT IS NUMERIC
                        AND REF-PERCENT <= 100
                    ADD 1 TO WS-REFUND-COUNT
                    MOVE REF-THROUGH-DAY
                        TO WS-RF-THROUGH-DAY (WS-REFUND-COUNT)
                    MOVE REF-PERCENT
                        TO WS-RF-PERCENT (WS-REFUND-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF WS-REFUND-FILE-STATUS = "00"
            OR WS-REFUND-FILE-STATUS = "10"
        CLOSE REFUND-SCHEDULE-FILE
    END-IF.

*> 065-load-grade-table - the 4.0 scale.
065-LOAD-GRADE-TABLE.
    MOVE "A"  TO WS-GT-GRADE  (1)
    MOVE 4.00 TO WS-GT-POINTS (1)
    MOVE "B"  TO WS-GT-GRADE  (2)
    MOVE 3.00 TO WS-GT-POINTS (2)
    MOVE "C"  TO WS-GT-GRADE  (3)
    MOVE 2.00 TO WS-GT-POINTS (3)
    MOVE "D"  TO WS-GT-GRADE  (4)
    MOVE 1.00 TO WS-GT-POINTS (4)
    MOVE "F"  TO WS-GT-GRADE  (5)
    MOVE 0.00 TO WS-GT-POINTS (5).

*> 115-verify-batch-controls - pre-passes the enrollment feed,
*> counting the detail records and hashing their credits field,
*> and balances the result against the feed's batch-control
*> reactivated: the enrollment is the student telling us they are
*> back.
200-POST-TRANSACTION.
    IF TRAN-CODE = "D" OR TRAN-CODE = "W"
        PERFORM 230-POST-DROP-WITHDRAW
        EXIT PARAGRAPH
    END-IF
    IF TRAN-CODE NOT = "E"
        MOVE "UNRECOGNIZED TRANSACTION CODE" TO WS-REJECT-REASON
        PERFORM 220-WRITE-EXCEPTION
                        TO WS-REJECT-REASON
                    PERFORM 220-WRITE-EXCEPTION
                ELSE
                    PERFORM 206-POST-ENROLLMENT
                END-IF
            END-IF
        END-IF
    END-IF.

*> 206-post-enrollment - an edited enrollment for a catalog
*> course. The receivables hold is enforced first; then, where
*> the registrar has scheduled a section of the course for the
*> term, the enrollment takes a seat while one is open and goes
*> on the section's waitlist, in arrival order, once it is full.
*> A course with no section scheduled posts as it always has.
206-POST-ENROLLMENT.
    MOVE TRAN-STUDENT-ID TO WS-HOLD-STUDENT-ID
    MOVE TRAN-ENROLL-DATE (1:6) TO WS-HOLD-TERM
    MOVE TRAN-COURSE-NO TO WS-HOLD-COURSE-NO
    PERFORM 207-CHECK-AR-HOLD
    IF WS-HOLD-BLOCKED = "Y"
        MOVE "RECEIVABLES HOLD - NO OVERRIDE ON FILE"
            TO WS-REJECT-REASON
        PERFORM 220-WRITE-EXCEPTION
        PERFORM 209-WRITE-HOLD-LINE
        EXIT PARAGRAPH
    END-IF

    PERFORM 270-CHECK-SECTION-SEAT
    IF WS-SEAT-DISPOSITION = "D"
        MOVE "ALREADY ON THE WAITLIST FOR THIS SECTION"
            TO WS-REJECT-REASON
        PERFORM 220-WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    IF WS-SEAT-DISPOSITION = "F"
        PERFORM 275-WAITLIST-ENROLLMENT
    ELSE
        PERFORM 210-APPLY-TO-MASTER
        IF WS-SEAT-DISPOSITION = "S" AND WS-STUDENT-FOUND = "Y"
            ADD 1 TO SEC-ENROLLED-COUNT
            REWRITE SEC-REC
        END-IF
    END-IF

    IF WS-STUDENT-FOUND = "Y"
        PERFORM 294-MARK-PREREQUISITES
    END-IF

    IF WS-HOLD-OVERRIDDEN = "Y" AND WS-STUDENT-FOUND = "Y"
        PERFORM 209-WRITE-HOLD-LINE
    END-IF.

*> 207-check-ar-hold - a student the aging run has put on hold may
*> not take on a new enrollment unless the bursar has keyed an
*> override through WatersTA69 for the student and this term (the
*> year and month of the enrollment date, as the course-enrollment
*> record keys it). A student with no receivables account has no
*> hold to enforce. The student, term, and course are set by the
*> caller - the transaction's, or a waitlisted student's when a
*> seat opens.
207-CHECK-AR-HOLD.
    MOVE "N" TO WS-HOLD-BLOCKED
    MOVE "N" TO WS-HOLD-OVERRIDDEN
    MOVE ZERO TO WS-HOLD-BALANCE
    MOVE WS-HOLD-STUDENT-ID TO AR-STUDENT-ID
    READ RECEIVABLES-MASTER
        INVALID KEY
            EXIT PARAGRAPH
    END-READ
    IF AR-HOLD-FLAG NOT = "H"
        EXIT PARAGRAPH
    END-IF

    MOVE AR-BALANCE TO WS-HOLD-BALANCE
    MOVE "Y" TO WS-HOLD-BLOCKED
    IF WS-OVERRIDES-AVAILABLE = "Y"
        MOVE WS-HOLD-STUDENT-ID TO HOV-STUDENT-ID
        MOVE WS-HOLD-TERM TO HOV-TERM
        READ HOLD-OVERRIDES
            NOT INVALID KEY
                MOVE "N" TO WS-HOLD-BLOCKED
                MOVE "Y" TO WS-HOLD-OVERRIDDEN
        END-READ
    END-IF.

*> 209-write-hold-line - one line on the hold report for each
*> enrollment the hold stopped or an override let through, so
*> the bursar sees both sides of the night's enforcement.
209-WRITE-HOLD-LINE.
    IF WS-HOLD-BLOCKED = "Y"
        ADD 1 TO WS-BLOCKED-COUNT
        MOVE "BLOCKED" TO WS-HD-ACTION
        MOVE SPACES TO WS-HD-OPERATOR-ID
                       WS-HD-ENTERED
    ELSE
        ADD 1 TO WS-OVERRIDDEN-COUNT
        MOVE "OVERRIDDEN" TO WS-HD-ACTION
        MOVE HOV-OPERATOR-ID TO WS-HD-OPERATOR-ID
        MOVE HOV-DATE-ENTERED TO WS-HD-ENTERED
    END-IF
    MOVE WS-HOLD-STUDENT-ID TO WS-HD-STUDENT-ID
    MOVE WS-HOLD-TERM TO WS-HD-TERM
    MOVE WS-HOLD-COURSE-NO TO WS-HD-COURSE-NO
    MOVE WS-HOLD-BALANCE TO WS-HD-BALANCE
    WRITE HLD-LINE FROM WS-HOLD-DETAIL-LINE.

*> 210-apply-to-master - reads the student by key, rolls the earned
*> credits into credits completed, stamps the enrollment date, and
*> rewrites the record. An unmatched ID goes to the exception
    MOVE TRAN-ENROLL-DATE TO ENR-ENROLL-DATE
    MOVE IN-ACADEMID-LEVEL TO ENR-ACADEMIC-LEVEL
    MOVE "N" TO ENR-BILLED-FLAG
    MOVE SPACE TO ENR-PREREQ-STATUS
    MOVE SPACES TO ENR-WAIVER-OPERATOR-ID
    MOVE ZERO TO ENR-WAIVER-DATE
    WRITE ENR-REC
        INVALID KEY
            PERFORM 216-REPLACE-ENROLLMENT
    END-WRITE.

*> 216-replace-enrollment - a re-keyed transaction replaces the
*> record on file, but an advisor's prerequisite waiver already
*> keyed against it stays with the enrollment.
216-REPLACE-ENROLLMENT.
    MOVE ENR-REC TO WS-ENR-IMAGE
    MOVE SPACE TO WS-OLD-PREREQ-STATUS
    READ COURSE-ENROLLMENTS
        NOT INVALID KEY
            MOVE ENR-PREREQ-STATUS TO WS-OLD-PREREQ-STATUS
            MOVE ENR-WAIVER-OPERATOR-ID TO WS-OLD-WAIVER-OPERATOR
            MOVE ENR-WAIVER-DATE TO WS-OLD-WAIVER-DATE
    END-READ
    MOVE WS-ENR-IMAGE TO ENR-REC
    IF WS-OLD-PREREQ-STATUS = "W"
        MOVE WS-OLD-PREREQ-STATUS TO ENR-PREREQ-STATUS
        MOVE WS-OLD-WAIVER-OPERATOR TO ENR-WAIVER-OPERATOR-ID
        MOVE WS-OLD-WAIVER-DATE TO ENR-WAIVER-DATE
    END-IF
    REWRITE ENR-REC.

*> 230-post-drop-withdraw - a drop (before the census date) or a
*> withdrawal (on or after it) from a course the student is
*> enrolled in and not yet graded in. Either takes the course's
*> credits back off credits completed. A drop deletes the
*> enrollment, so it leaves no trace on the transcript, the GPA,
*> or the bill; a withdrawal keeps it, graded "W", which prints
*> on the transcript and earns no credit or grade points. A
*> billed course is credited its tuition charge at the refund
*> schedule's percentage for the days into the term; a course
*> dropped before it was ever billed needs no credit - the
*> billing run will never see it. A withdrawal is taken only
*> once the course is billed, so the charge it is credited
*> against is on file.
230-POST-DROP-WITHDRAW.
    IF TRAN-ENROLL-DATE IS NOT NUMERIC
        MOVE "DROP/WITHDRAW DATE IS NOT NUMERIC"
            TO WS-REJECT-REASON
        PERFORM 220-WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    IF WS-TERM-START-DATE = ZERO OR WS-CENSUS-DATE = ZERO
        MOVE "NO TERM START/CENSUS DATE ON RUN CONTROL"
            TO WS-REJECT-REASON
        PERFORM 220-WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    IF WS-REFUND-COUNT = ZERO
        MOVE "NO REFUND SCHEDULE ON FILE" TO WS-REJECT-REASON
        PERFORM 220-WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    IF TRAN-ENROLL-DATE < WS-TERM-START-DATE
        MOVE "DATE IS BEFORE THE TERM START" TO WS-REJECT-REASON
        PERFORM 220-WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    IF TRAN-CODE = "D" AND TRAN-ENROLL-DATE NOT < WS-CENSUS-DATE
        MOVE "CENSUS DATE PASSED - KEY AS A WITHDRAWAL"
            TO WS-REJECT-REASON
        PERFORM 220-WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    IF TRAN-CODE = "W" AND TRAN-ENROLL-DATE < WS-CENSUS-DATE
        MOVE "BEFORE THE CENSUS DATE - KEY AS A DROP"
            TO WS-REJECT-REASON
        PERFORM 220-WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF

    MOVE TRAN-STUDENT-ID TO IN-STUDENT-ID
    READ REGISTRATION-MASTER
        INVALID KEY
            MOVE "STUDENT ID NOT ON MASTER" TO WS-REJECT-REASON
            PERFORM 220-WRITE-EXCEPTION
            EXIT PARAGRAPH
    END-READ

    PERFORM 232-FIND-ENROLLMENT
    IF WS-ENROLLMENT-FOUND = "N"
        MOVE "NO UNGRADED ENROLLMENT IN THAT COURSE"
            TO WS-REJECT-REASON
        PERFORM 220-WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF

    MOVE ZERO TO WS-ORIGINAL-CHARGE
    MOVE ZERO TO WS-TUITION-CREDIT
    MOVE ZERO TO WS-REFUND-PERCENT
    PERFORM 236-COMPUTE-DAYS-INTO-TERM
    IF ENR-BILLED-FLAG = "Y"
        PERFORM 234-FIND-ORIGINAL-CHARGE
        IF WS-CHARGE-FOUND = "N"
            MOVE "NO TUITION CHARGE ON FILE FOR COURSE"
                TO WS-REJECT-REASON
            PERFORM 220-WRITE-EXCEPTION
            EXIT PARAGRAPH
        END-IF
        PERFORM 238-LOOKUP-REFUND-PERCENT
        COMPUTE WS-TUITION-CREDIT ROUNDED =
            WS-ORIGINAL-CHARGE * WS-REFUND-PERCENT / 100
    ELSE
        IF TRAN-CODE = "W"
            MOVE "COURSE NOT YET BILLED - BILL, THEN WITHDRAW"
                TO WS-REJECT-REASON
            PERFORM 220-WRITE-EXCEPTION
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE ENR-CREDITS TO WS-DROP-CREDITS
    MOVE ENR-TERM TO WS-DROP-TERM
    IF TRAN-CODE = "D"
        DELETE COURSE-ENROLLMENTS RECORD
    ELSE
        MOVE "W" TO ENR-GRADE
        MOVE ZERO TO ENR-GRADE-POINTS
        REWRITE ENR-REC
    END-IF

    IF IN-CREDITS-COMPLETED IS NUMERIC
        MOVE IN-CREDITS-COMPLETED TO WS-CREDITS-WORK
    ELSE
        MOVE ZERO TO WS-CREDITS-WORK
    END-IF
    IF WS-CREDITS-WORK > WS-DROP-CREDITS
        SUBTRACT WS-DROP-CREDITS FROM WS-CREDITS-WORK
    ELSE
        MOVE ZERO TO WS-CREDITS-WORK
    END-IF
    MOVE WS-CREDITS-WORK TO IN-CREDITS-COMPLETED
    REWRITE IN-STUDENT-REC

    IF WS-TUITION-CREDIT > ZERO
        PERFORM 240-POST-TUITION-CREDIT
    END-IF

    ADD 1 TO WS-APPLIED-COUNT
    MOVE TRAN-STUDENT-ID TO WS-D-STUDENT-ID
    MOVE TRAN-ENROLL-DATE TO WS-D-ENROLL-DATE
    MOVE WS-DROP-CREDITS TO WS-D-CREDITS
    IF TRAN-CODE = "D"
        MOVE "DROPPED" TO WS-D-DISPOSITION
    ELSE
        MOVE "WITHDRWN" TO WS-D-DISPOSITION
    END-IF
    WRITE REG-LINE FROM WS-DETAIL-LINE
    MOVE TRAN-COURSE-NO TO WS-C-COURSE-NO
    MOVE WS-DAYS-INTO-TERM TO WS-C-DAYS
    MOVE WS-REFUND-PERCENT TO WS-C-PERCENT
    MOVE WS-TUITION-CREDIT TO WS-C-CREDIT
    WRITE REG-LINE FROM WS-CREDIT-LINE

    IF TRAN-CODE = "D"
        PERFORM 280-RELEASE-SEAT
    END-IF.

*> 232-find-enrollment - the student's ungraded enrollment in the
*> course, the latest term's if there is more than one, walked by
*> key prefix and then re-read by its key so the delete or
*> rewrite acts on it.
232-FIND-ENROLLMENT.
    MOVE "N" TO WS-ENROLLMENT-FOUND
    MOVE "N" TO WS-ENROLL-SCAN-DONE
    MOVE TRAN-STUDENT-ID TO ENR-STUDENT-ID
    MOVE ZERO TO ENR-TERM
    MOVE SPACES TO ENR-COURSE-NO
    START COURSE-ENROLLMENTS KEY NOT < ENR-KEY
        INVALID KEY
            MOVE "Y" TO WS-ENROLL-SCAN-DONE
    END-START
    PERFORM UNTIL WS-ENROLL-SCAN-DONE = "Y"
        READ COURSE-ENROLLMENTS NEXT RECORD
            AT END
                MOVE "Y" TO WS-ENROLL-SCAN-DONE
            NOT AT END
                IF ENR-STUDENT-ID NOT = TRAN-STUDENT-ID
                    MOVE "Y" TO WS-ENROLL-SCAN-DONE
                ELSE
                    IF ENR-COURSE-NO = TRAN-COURSE-NO
                            AND ENR-GRADE = SPACES
                        MOVE "Y" TO WS-ENROLLMENT-FOUND
                        MOVE ENR-KEY TO WS-FOUND-ENR-KEY
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF WS-ENROLLMENT-FOUND = "Y"
        MOVE WS-FOUND-ENR-KEY TO ENR-KEY
        READ COURSE-ENROLLMENTS
            INVALID KEY
                MOVE "N" TO WS-ENROLLMENT-FOUND
        END-READ
    END-IF.

*> 234-find-original-charge - the tuition charge the WatersTA40
*> billing run wrote for this enrollment's term and course, found
*> on the student's open items by key prefix.
234-FIND-ORIGINAL-CHARGE.
    MOVE "N" TO WS-CHARGE-FOUND
    MOVE "N" TO WS-DETAIL-SCAN-DONE
    MOVE TRAN-STUDENT-ID TO ART-STUDENT-ID
    MOVE ZERO TO ART-TRAN-DATE
    MOVE ZERO TO ART-SEQUENCE
    START RECEIVABLES-DETAIL KEY NOT < ART-KEY
        INVALID KEY
            MOVE "Y" TO WS-DETAIL-SCAN-DONE
    END-START
    PERFORM UNTIL WS-DETAIL-SCAN-DONE = "Y"
        READ RECEIVABLES-DETAIL NEXT RECORD
            AT END
                MOVE "Y" TO WS-DETAIL-SCAN-DONE
            NOT AT END
                IF ART-STUDENT-ID NOT = TRAN-STUDENT-ID
                    MOVE "Y" TO WS-DETAIL-SCAN-DONE
                ELSE
                    IF ART-TYPE = "C"
                            AND ART-TERM = ENR-TERM
                            AND ART-COURSE-NO = ENR-COURSE-NO
                        MOVE "Y" TO WS-CHARGE-FOUND
                        ADD ART-AMOUNT TO WS-ORIGINAL-CHARGE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> 236-compute-days-into-term - calendar days from the term start
*> to the drop or withdrawal, counted on the 30-day-month basis
*> the receivables aging uses; the first class day is day zero.
236-COMPUTE-DAYS-INTO-TERM.
    MOVE TRAN-ENROLL-DATE TO WS-DATE-WORK
    COMPUTE WS-ACTION-DAYS =
        WS-DW-YEAR * 360 + WS-DW-MONTH * 30 + WS-DW-DAY
    MOVE WS-TERM-START-DATE TO WS-DATE-WORK
    COMPUTE WS-START-DAYS =
        WS-DW-YEAR * 360 + WS-DW-MONTH * 30 + WS-DW-DAY
    COMPUTE WS-DAYS-INTO-TERM = WS-ACTION-DAYS - WS-START-DAYS.

*> 238-lookup-refund-percent - the first schedule step whose day
*> limit the drop or withdrawal falls within; past the last step
*> the refund is zero.
238-LOOKUP-REFUND-PERCENT.
    MOVE ZERO TO WS-REFUND-PERCENT
    SET REF-IDX TO 1
    SEARCH WS-REFUND-ENTRY
        AT END
            CONTINUE
        WHEN REF-IDX > WS-REFUND-COUNT
            CONTINUE
        WHEN WS-DAYS-INTO-TERM <= WS-RF-THROUGH-DAY (REF-IDX)
            MOVE WS-RF-PERCENT (REF-IDX) TO WS-REFUND-PERCENT
    END-SEARCH.

*> 240-post-tuition-credit - relieves the account the way a
*> WatersTA41 adjustment does, and writes the credit as a "T"
*> open item carrying the term and course it reverses. An account
*> the credit leaves below zero is noted for the refund-due
*> register.
240-POST-TUITION-CREDIT.
    MOVE "Y" TO WS-AR-RECORD-FOUND
    MOVE TRAN-STUDENT-ID TO AR-STUDENT-ID
    READ RECEIVABLES-MASTER
        INVALID KEY
            MOVE "N" TO WS-AR-RECORD-FOUND
            MOVE TRAN-STUDENT-ID TO AR-STUDENT-ID
            MOVE ZERO TO AR-BALANCE
            MOVE ZERO TO AR-TOTAL-CHARGES
            MOVE ZERO TO AR-TOTAL-PAYMENTS
            MOVE SPACE TO AR-HOLD-FLAG
            MOVE ZERO TO AR-LAST-STATEMENT-DATE
            MOVE ZERO TO AR-LAST-STATEMENT-BALANCE
            MOVE ZERO TO AR-PRIOR-STATEMENT-DATE
            MOVE ZERO TO AR-PRIOR-STATEMENT-BALANCE
            MOVE SPACE TO AR-PLACED-FLAG
            MOVE ZERO TO AR-PLACED-DATE
    END-READ
    SUBTRACT WS-TUITION-CREDIT FROM AR-BALANCE
    ADD WS-TUITION-CREDIT TO AR-TOTAL-PAYMENTS
    MOVE WS-RUN-DATE (1:8) TO AR-LAST-ACTIVITY-DATE
    IF WS-AR-RECORD-FOUND = "Y"
        REWRITE AR-REC
    ELSE
        WRITE AR-REC
    END-IF
    ADD WS-TUITION-CREDIT TO WS-CREDIT-TOTAL

    MOVE TRAN-STUDENT-ID TO ART-STUDENT-ID
    MOVE WS-RUN-DATE (1:8) TO ART-TRAN-DATE
    MOVE ZERO TO WS-TRAN-SEQ
    MOVE "N" TO WS-TRAN-WRITTEN
    PERFORM 245-TRY-WRITE-OPEN-ITEM
        UNTIL WS-TRAN-WRITTEN = "Y" OR WS-TRAN-SEQ > 998

    IF AR-BALANCE < ZERO
        PERFORM 250-NOTE-CREDIT-ACCOUNT
    END-IF.

245-TRY-WRITE-OPEN-ITEM.
    ADD 1 TO WS-TRAN-SEQ
    MOVE WS-TRAN-SEQ TO ART-SEQUENCE
    MOVE "T" TO ART-TYPE
    MOVE WS-TUITION-CREDIT TO ART-AMOUNT
    MOVE ENR-TERM TO ART-TERM
    MOVE ENR-COURSE-NO TO ART-COURSE-NO
    IF TRAN-CODE = "D"
        MOVE "TUITION CREDIT-DROP" TO ART-DESCRIPTION
    ELSE
        MOVE "TUITION CREDIT-WDRAW" TO ART-DESCRIPTION
    END-IF
    MOVE "Y" TO WS-TRAN-WRITTEN
    WRITE ART-REC
        INVALID KEY
            MOVE "N" TO WS-TRAN-WRITTEN
    END-WRITE.

250-NOTE-CREDIT-ACCOUNT.
    SET CRA-IDX TO 1
    SEARCH WS-CREDIT-ACCOUNT
        AT END
            IF WS-CREDIT-ACCOUNT-COUNT < 500
                ADD 1 TO WS-CREDIT-ACCOUNT-COUNT
                MOVE TRAN-STUDENT-ID
                    TO WS-CREDIT-ACCOUNT (WS-CREDIT-ACCOUNT-COUNT)
            END-IF
        WHEN CRA-IDX > WS-CREDIT-ACCOUNT-COUNT
            ADD 1 TO WS-CREDIT-ACCOUNT-COUNT
            MOVE TRAN-STUDENT-ID
                TO WS-CREDIT-ACCOUNT (WS-CREDIT-ACCOUNT-COUNT)
        WHEN WS-CREDIT-ACCOUNT (CRA-IDX) = TRAN-STUDENT-ID
            CONTINUE
    END-SEARCH.

*> 260-write-refund-due - every account a credit left below zero
*> this run, at its balance now, for the bursar to refund.
260-WRITE-REFUND-DUE.
    MOVE WS-RUN-DATE (1:8) TO WS-RH-RUN-DATE
    WRITE RFD-LINE FROM WS-REFUND-HEADING
    WRITE RFD-LINE FROM WS-REFUND-COLUMN-HEADING
    PERFORM VARYING CRA-IDX FROM 1 BY 1
            UNTIL CRA-IDX > WS-CREDIT-ACCOUNT-COUNT
        MOVE WS-CREDIT-ACCOUNT (CRA-IDX) TO AR-STUDENT-ID
        READ RECEIVABLES-MASTER
            INVALID KEY
                MOVE ZERO TO AR-BALANCE
        END-READ
        IF AR-BALANCE < ZERO
            PERFORM 265-WRITE-REFUND-LINE
        END-IF
    END-PERFORM
    MOVE SPACES TO RFD-LINE
    WRITE RFD-LINE
    MOVE WS-REFUND-DUE-COUNT TO WS-RT-COUNT
    MOVE WS-REFUND-DUE-TOTAL TO WS-RT-TOTAL
    WRITE RFD-LINE FROM WS-REFUND-TOTAL-LINE.

265-WRITE-REFUND-LINE.
    MOVE AR-STUDENT-ID TO WS-RD-STUDENT-ID
    MOVE AR-STUDENT-ID TO IN-STUDENT-ID
    READ REGISTRATION-MASTER
        INVALID KEY
            MOVE SPACES TO IN-STUDENT-NAME
    END-READ
    MOVE IN-LAST-NAME TO WS-RD-LAST-NAME
    MOVE IN-FIRST-NAME TO WS-RD-FIRST-NAME
    COMPUTE WS-RD-AMOUNT = ZERO - AR-BALANCE
    ADD 1 TO WS-REFUND-DUE-COUNT
    COMPUTE WS-REFUND-DUE-TOTAL = WS-REFUND-DUE-TOTAL - AR-BALANCE
    WRITE RFD-LINE FROM WS-REFUND-DETAIL-LINE.

*> 270-check-section-seat - the section scheduled for the course
*> in the enrollment's term, if there is one. A re-keyed
*> enrollment the student already holds keeps its seat and takes
*> no new one; a student already waiting is not queued twice.
270-CHECK-SECTION-SEAT.
    MOVE "U" TO WS-SEAT-DISPOSITION
    IF WS-SECTIONS-AVAILABLE = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE TRAN-ENROLL-DATE (1:6) TO SEC-TERM
    MOVE TRAN-COURSE-NO TO SEC-COURSE-NO
    READ SECTION-MASTER
        INVALID KEY
            EXIT PARAGRAPH
    END-READ

    MOVE TRAN-STUDENT-ID TO ENR-STUDENT-ID
    MOVE TRAN-ENROLL-DATE (1:6) TO ENR-TERM
    MOVE TRAN-COURSE-NO TO ENR-COURSE-NO
    READ COURSE-ENROLLMENTS
        NOT INVALID KEY
            EXIT PARAGRAPH
    END-READ

    PERFORM 271-FIND-ON-WAITLIST
    IF WS-ALREADY-WAITLISTED = "Y"
        MOVE "D" TO WS-SEAT-DISPOSITION
    ELSE
        IF SEC-ENROLLED-COUNT < SEC-SEAT-LIMIT
            MOVE "S" TO WS-SEAT-DISPOSITION
        ELSE
            MOVE "F" TO WS-SEAT-DISPOSITION
        END-IF
    END-IF.

*> 271-find-on-waitlist - walks the section's waitlist by key
*> prefix for the transaction's student.
271-FIND-ON-WAITLIST.
    MOVE "N" TO WS-ALREADY-WAITLISTED
    MOVE "N" TO WS-WAITLIST-SCAN-DONE
    MOVE SEC-TERM TO WTL-TERM
    MOVE SEC-COURSE-NO TO WTL-COURSE-NO
    MOVE ZERO TO WTL-SEQUENCE
    START WAITLIST-FILE KEY NOT < WTL-KEY
        INVALID KEY
            MOVE "Y" TO WS-WAITLIST-SCAN-DONE
    END-START
    PERFORM UNTIL WS-WAITLIST-SCAN-DONE = "Y"
        READ WAITLIST-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-WAITLIST-SCAN-DONE
            NOT AT END
                IF WTL-TERM NOT = SEC-TERM
                        OR WTL-COURSE-NO NOT = SEC-COURSE-NO
                    MOVE "Y" TO WS-WAITLIST-SCAN-DONE
                ELSE
                    IF WTL-STUDENT-ID = TRAN-STUDENT-ID
                        MOVE "Y" TO WS-ALREADY-WAITLISTED
                        MOVE "Y" TO WS-WAITLIST-SCAN-DONE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> 275-waitlist-enrollment - the section is full: the student
*> (who must be on the master, or reinstatable from the archive)
*> goes on the end of the section's waitlist with the enrollment
*> as keyed. Nothing posts to the master until a seat opens.
275-WAITLIST-ENROLLMENT.
    MOVE "Y" TO WS-STUDENT-FOUND
    MOVE "N" TO WS-REINSTATED
    MOVE TRAN-STUDENT-ID TO IN-STUDENT-ID
    READ REGISTRATION-MASTER
        INVALID KEY
            MOVE "N" TO WS-STUDENT-FOUND
    END-READ
    IF WS-STUDENT-FOUND = "N"
        PERFORM 212-REINSTATE-FROM-ARCHIVE
    END-IF
    IF WS-STUDENT-FOUND = "N"
        MOVE "STUDENT ID NOT ON MASTER" TO WS-REJECT-REASON
        PERFORM 220-WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO SEC-LAST-WAITLIST-SEQ
    ADD 1 TO SEC-WAITLIST-COUNT
    REWRITE SEC-REC
    MOVE SEC-TERM TO WTL-TERM
    MOVE SEC-COURSE-NO TO WTL-COURSE-NO
    MOVE SEC-LAST-WAITLIST-SEQ TO WTL-SEQUENCE
    MOVE TRAN-STUDENT-ID TO WTL-STUDENT-ID
    MOVE TRAN-ENROLL-DATE TO WTL-ENROLL-DATE
    MOVE TRAN-CREDITS-EARNED TO WTL-CREDITS
    MOVE SPACE TO WTL-PREREQ-STATUS
    WRITE WTL-REC

    ADD 1 TO WS-APPLIED-COUNT
    ADD 1 TO WS-WAITLISTED-COUNT
    MOVE TRAN-STUDENT-ID TO WS-D-STUDENT-ID
    MOVE TRAN-ENROLL-DATE TO WS-D-ENROLL-DATE
    MOVE TRAN-CREDITS-EARNED TO WS-D-CREDITS
    MOVE "WAITLIST" TO WS-D-DISPOSITION
    WRITE REG-LINE FROM WS-DETAIL-LINE.

*> 280-release-seat - a drop gives its seat back to the section,
*> and the students at the front of the waitlist are enrolled
*> into whatever seats are now open.
280-RELEASE-SEAT.
    IF WS-SECTIONS-AVAILABLE = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-DROP-TERM TO SEC-TERM
    MOVE TRAN-COURSE-NO TO SEC-COURSE-NO
    READ SECTION-MASTER
        INVALID KEY
            EXIT PARAGRAPH
    END-READ
    IF SEC-ENROLLED-COUNT > ZERO
        SUBTRACT 1 FROM SEC-ENROLLED-COUNT
    END-IF
    REWRITE SEC-REC

    MOVE "N" TO WS-PROMOTE-DONE
    PERFORM 282-PROMOTE-FROM-WAITLIST
        UNTIL WS-PROMOTE-DONE = "Y".

*> 282-promote-from-waitlist - takes the first student off the
*> section's waitlist into an open seat, posting the enrollment
*> they were queued with exactly as 210 and 215 would have. The
*> receivables hold is checked again: a student put on hold while
*> waiting is taken off the list and reported blocked, and the
*> seat goes to the next in line.
282-PROMOTE-FROM-WAITLIST.
    IF SEC-ENROLLED-COUNT NOT < SEC-SEAT-LIMIT
        MOVE "Y" TO WS-PROMOTE-DONE
        EXIT PARAGRAPH
    END-IF
    MOVE SEC-TERM TO WTL-TERM
    MOVE SEC-COURSE-NO TO WTL-COURSE-NO
    MOVE ZERO TO WTL-SEQUENCE
    START WAITLIST-FILE KEY NOT < WTL-KEY
        INVALID KEY
            MOVE "Y" TO WS-PROMOTE-DONE
            EXIT PARAGRAPH
    END-START
    READ WAITLIST-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-PROMOTE-DONE
            EXIT PARAGRAPH
    END-READ
    IF WTL-TERM NOT = SEC-TERM OR WTL-COURSE-NO NOT = SEC-COURSE-NO
        MOVE "Y" TO WS-PROMOTE-DONE
        EXIT PARAGRAPH
    END-IF

    DELETE WAITLIST-FILE RECORD
    IF SEC-WAITLIST-COUNT > ZERO
        SUBTRACT 1 FROM SEC-WAITLIST-COUNT
    END-IF
    REWRITE SEC-REC

    MOVE WTL-STUDENT-ID TO WS-HOLD-STUDENT-ID
    MOVE WTL-TERM TO WS-HOLD-TERM
    MOVE WTL-COURSE-NO TO WS-HOLD-COURSE-NO
    PERFORM 207-CHECK-AR-HOLD
    IF WS-HOLD-BLOCKED = "Y"
        PERFORM 209-WRITE-HOLD-LINE
        EXIT PARAGRAPH
    END-IF

    MOVE WTL-STUDENT-ID TO IN-STUDENT-ID
    READ REGISTRATION-MASTER
        INVALID KEY
            EXIT PARAGRAPH
    END-READ

    MOVE WTL-COURSE-NO TO CRS-COURSE-NO
    READ COURSE-CATALOG
        INVALID KEY
            MOVE SPACES TO CRS-COURSE-TITLE
    END-READ
    MOVE WTL-STUDENT-ID TO ENR-STUDENT-ID
    MOVE WTL-TERM TO ENR-TERM
    MOVE WTL-COURSE-NO TO ENR-COURSE-NO
    MOVE CRS-COURSE-TITLE TO ENR-COURSE-TITLE
    MOVE WTL-CREDITS TO ENR-CREDITS
    MOVE SPACES TO ENR-GRADE
    MOVE ZERO TO ENR-GRADE-POINTS
    MOVE WTL-ENROLL-DATE TO ENR-ENROLL-DATE
    MOVE IN-ACADEMID-LEVEL TO ENR-ACADEMIC-LEVEL
    MOVE "N" TO ENR-BILLED-FLAG
    MOVE WTL-PREREQ-STATUS TO ENR-PREREQ-STATUS
    MOVE SPACES TO ENR-WAIVER-OPERATOR-ID
    MOVE ZERO TO ENR-WAIVER-DATE
    MOVE "Y" TO WS-PROMOTED-WRITTEN
    WRITE ENR-REC
        INVALID KEY
            MOVE "N" TO WS-PROMOTED-WRITTEN
    END-WRITE
    IF WS-PROMOTED-WRITTEN = "N"
        EXIT PARAGRAPH
    END-IF

    IF WTL-ENROLL-DATE > IN-DATE-LAST-ENROLLMENT
        MOVE WTL-ENROLL-DATE TO IN-DATE-LAST-ENROLLMENT
    END-IF
    IF IN-CREDITS-COMPLETED IS NUMERIC
        MOVE IN-CREDITS-COMPLETED TO WS-CREDITS-WORK
    ELSE
        MOVE ZERO TO WS-CREDITS-WORK
    END-IF
    ADD WTL-CREDITS TO WS-CREDITS-WORK
    MOVE WS-CREDITS-WORK TO IN-CREDITS-COMPLETED
    IF IN-RECORD-STATUS = "I"
        MOVE "A" TO IN-RECORD-STATUS
    END-IF
    REWRITE IN-STUDENT-REC

    ADD 1 TO SEC-ENROLLED-COUNT
    REWRITE SEC-REC

    ADD 1 TO WS-PROMOTED-COUNT
    MOVE WTL-STUDENT-ID TO WS-D-STUDENT-ID
    MOVE WTL-ENROLL-DATE TO WS-D-ENROLL-DATE
    MOVE WTL-CREDITS TO WS-D-CREDITS
    MOVE "FROM WL" TO WS-D-DISPOSITION
    WRITE REG-LINE FROM WS-DETAIL-LINE
    IF WS-HOLD-OVERRIDDEN = "Y"
        PERFORM 209-WRITE-HOLD-LINE
    END-IF.

*> 290-check-prerequisites - every prerequisite the table lists
*> for the course, checked against the student's graded history.
*> Each one not met is listed on the prerequisite-exception
*> report by name, and the result comes back "M"; blank when all
*> are met or the course has none.
290-CHECK-PREREQUISITES.
    MOVE SPACE TO WS-PREREQ-RESULT
    IF WS-PREREQS-AVAILABLE = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-PREREQ-SCAN-DONE
    MOVE WS-PQ-COURSE-NO TO PRQ-COURSE-NO
    MOVE LOW-VALUES TO PRQ-REQUIRED-COURSE
    START PREREQUISITE-TABLE KEY NOT < PRQ-KEY
        INVALID KEY
            MOVE "Y" TO WS-PREREQ-SCAN-DONE
    END-START
    PERFORM UNTIL WS-PREREQ-SCAN-DONE = "Y"
        READ PREREQUISITE-TABLE NEXT RECORD
            AT END
                MOVE "Y" TO WS-PREREQ-SCAN-DONE
            NOT AT END
                IF PRQ-COURSE-NO NOT = WS-PQ-COURSE-NO
                    MOVE "Y" TO WS-PREREQ-SCAN-DONE
                ELSE
                    PERFORM 292-CHECK-ONE-PREREQUISITE
                END-IF
        END-READ
    END-PERFORM.

*> 292-check-one-prerequisite - the student's best grade in the
*> required course, from enrollments already graded; an ungraded
*> course in progress and a withdrawal do not count. Short of the
*> minimum grade's points, the prerequisite is missing.
292-CHECK-ONE-PREREQUISITE.
    MOVE 4.00 TO WS-MINIMUM-POINTS
    SET GRD-IDX TO 1
    SEARCH WS-GRADE-ENTRY
        AT END
            CONTINUE
        WHEN WS-GT-GRADE (GRD-IDX) = PRQ-MINIMUM-GRADE
            MOVE WS-GT-POINTS (GRD-IDX) TO WS-MINIMUM-POINTS
    END-SEARCH

    MOVE SPACES TO WS-BEST-GRADE
    MOVE ZERO TO WS-BEST-POINTS
    MOVE "N" TO WS-HISTORY-SCAN-DONE
    MOVE WS-PQ-STUDENT-ID TO ENR-STUDENT-ID
    MOVE ZERO TO ENR-TERM
    MOVE SPACES TO ENR-COURSE-NO
    START COURSE-ENROLLMENTS KEY NOT < ENR-KEY
        INVALID KEY
            MOVE "Y" TO WS-HISTORY-SCAN-DONE
    END-START
    PERFORM UNTIL WS-HISTORY-SCAN-DONE = "Y"
        READ COURSE-ENROLLMENTS NEXT RECORD
            AT END
                MOVE "Y" TO WS-HISTORY-SCAN-DONE
            NOT AT END
                IF ENR-STUDENT-ID NOT = WS-PQ-STUDENT-ID
                    MOVE "Y" TO WS-HISTORY-SCAN-DONE
                ELSE
                    IF ENR-COURSE-NO = PRQ-REQUIRED-COURSE
                            AND ENR-GRADE NOT = SPACES
                            AND ENR-GRADE NOT = "W"
                        IF WS-BEST-GRADE = SPACES
                                OR ENR-GRADE-POINTS > WS-BEST-POINTS
                            MOVE ENR-GRADE TO WS-BEST-GRADE
                            MOVE ENR-GRADE-POINTS TO WS-BEST-POINTS
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    IF WS-BEST-GRADE = SPACES OR WS-BEST-POINTS < WS-MINIMUM-POINTS
        MOVE "M" TO WS-PREREQ-RESULT
        MOVE WS-PQ-STUDENT-ID TO WS-PX-STUDENT-ID
        MOVE WS-PQ-TERM TO WS-PX-TERM
        MOVE WS-PQ-COURSE-NO TO WS-PX-COURSE-NO
        MOVE PRQ-REQUIRED-COURSE TO WS-PX-REQUIRED
        MOVE PRQ-MINIMUM-GRADE TO WS-PX-MINIMUM
        IF WS-BEST-GRADE = SPACES
            MOVE "NONE" TO WS-PX-BEST
        ELSE
            MOVE WS-BEST-GRADE TO WS-PX-BEST
        END-IF
        WRITE PRX-LINE FROM WS-PREREQ-DETAIL-LINE
    END-IF.

*> 294-mark-prerequisites - the enrollment just posted or queued
*> is checked and marked: "M" on the enrollment record, or on the
*> waitlist entry to be carried over when a seat opens. An
*> enrollment the advisor has already waived is left alone.
294-MARK-PREREQUISITES.
    MOVE TRAN-STUDENT-ID TO WS-PQ-STUDENT-ID
    MOVE TRAN-ENROLL-DATE (1:6) TO WS-PQ-TERM
    MOVE TRAN-COURSE-NO TO WS-PQ-COURSE-NO
    IF WS-SEAT-DISPOSITION = "F"
        PERFORM 290-CHECK-PREREQUISITES
        MOVE WS-PREREQ-RESULT TO WTL-PREREQ-STATUS
        REWRITE WTL-REC
    ELSE
        MOVE WS-PQ-STUDENT-ID TO ENR-STUDENT-ID
        MOVE WS-PQ-TERM TO ENR-TERM
        MOVE WS-PQ-COURSE-NO TO ENR-COURSE-NO
        READ COURSE-ENROLLMENTS
            INVALID KEY
                EXIT PARAGRAPH
        END-READ
        IF ENR-PREREQ-STATUS = "W"
            EXIT PARAGRAPH
        END-IF
        PERFORM 290-CHECK-PREREQUISITES
        MOVE WS-PQ-STUDENT-ID TO ENR-STUDENT-ID
        MOVE WS-PQ-TERM TO ENR-TERM
        MOVE WS-PQ-COURSE-NO TO ENR-COURSE-NO
        READ COURSE-ENROLLMENTS
            INVALID KEY
                EXIT PARAGRAPH
        END-READ
        MOVE WS-PREREQ-RESULT TO ENR-PREREQ-STATUS
        REWRITE ENR-REC
    END-IF
    IF WS-PREREQ-RESULT = "M"
        ADD 1 TO WS-PREREQ-FLAGGED-COUNT
    END-IF.

*> 220-write-exception - logs a rejected transaction with its
*> reason code, and counts it toward the register trailer.
220-WRITE-EXCEPTION.
