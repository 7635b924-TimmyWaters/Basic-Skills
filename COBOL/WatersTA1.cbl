*>               every total, deposit, and history record stays
*>               clean of the ID - a terminated employee in the
*>               feed is a problem to chase, not a check to cut.
*>   2026-10-15  Every printed check is now also written to the
*>               indexed check master (CHKREC) as outstanding, with
*>               the fiscal period whose pay it carries, so a check
*>               can be voided by WatersTA59 or reconciled long
*>               after its register is filed. The positive-pay
*>               layout now comes from the shared PPAYREC copybook
*>               and carries an issue code ("I" here, "V" on a
*>               void). The run also empties the replacement-check
*>               queue (RPLREC): each queued returned deposit or
*>               voided check is printed on the next check number,
*>               and a voided check's pay - reversed by the void -
*>               is re-posted to pay history, the YTD master, the
*>               register totals, and the ledger under its original
*>               period as the replacement is cut.
*>   2026-10-15  The check stub now prints the employee's vacation
*>               and sick leave balances off the leave master
*>               (LVEREC) the WatersTA34 timecard run accrues and
*>               relieves. An employee with no leave bank gets no
*>               balance line, and a run with no leave master yet
*>               prints none at all.
*>   2026-10-15  The run now accrues the employer's own payroll
*>               taxes on each employee's pay: the FICA and Medicare
*>               match, federal unemployment against its annual
*>               wage base, and state unemployment at the rate and
*>               wage base of the employee's work state. Each is
*>               accumulated year to date per employee on the new
*>               employer-tax master (ERTREC) and posted to the
*>               ledger interface as a debit to employer tax expense
*>               and a credit to each liability (GL elements
*>               ERTAXEXP, ERFICA, ERMEDI, FUTA, SUTA). A dated
*>               summary report shows each employer tax by state
*>               for the period. The account-map table was widened
*>               to twenty elements to hold the new ones.
*>   2026-10-15  The payroll feed record now ends in an earnings-type
*>               byte. A retro earnings record ("R", added to the
*>               feed by the WatersTA62 retro pay run for a
*>               back-dated raise) is paid as its own check with
*>               taxes withheld but no voluntary deductions taken -
*>               those came off the regular check - and is added
*>               into the period's pay-history record instead of
*>               replacing it; the register marks it as retro pay.
*>   2026-10-15  Each voluntary deduction taken from a check is now
*>               also written to the run's deductions-taken file
*>               (DTKREC) with the employee, deduction type, period,
*>               and amount, so the WatersTA64 remittance run pays
*>               each garnishing agency, carrier, and plan exactly
*>               what this run withheld for it.
*>   2026-10-15  Accepts the off-cycle final-pay feed WatersTA65
*>               builds for a terminated employee (earnings type
*>               "F"). A final-pay record is paid even though the
*>               employee is terminated, is added into the period's
*>               pay history like a retro check, and is marked on
*>               the register. A final-pay batch must carry that one
*>               employee only and may not be mixed with regular
*>               pay; its reports are named with a .FINAL suffix,
*>               and it is logged on the posting log as an "F" entry
*>               that neither needs repost authority nor blocks the
*>               period's regular run.
*>   2026-10-15  The GL interface is opened for extend so the run's
*>               entries join any already waiting. An off-cycle run
*>               writes its deductions-taken, deposit, and
*>               positive-pay files under dated names on the output
*>               catalog. Each check's own pay, employer taxes, and
*>               deductions now go on the check master, and a
*>               reissued void re-accrues its employer taxes,
*>               restores its deductions' taken-to-date, and adds
*>               into the period's pay history instead of replacing
*>               it.
*>   2026-10-15  A reissued void from a fiscal year already closed
*>               no longer re-posts its pay to the YTD master,
*>               matching the void.
*>   2026-10-15  A final-pay check now stops each of the terminated
*>               employee's elections as of the run date once it
*>               has been applied, so a garnishment carried to the
*>               final check does not stay open; a goal balance the
*>               check could not cover is listed on the register as
*>               an unpaid exception.
*>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WatersTA1.
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DED-FILE-STATUS.

           SELECT DEDUCTIONS-TAKEN
               ASSIGN TO WS-DEDTAKE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPOSIT-FILE
               ASSIGN TO WS-PAYDEP-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECK-PRINT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSITIVE-PAY
               ASSIGN TO WS-POSPAY-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECK-MASTER
               ASSIGN TO CHKMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-CHECK-NUMBER
               FILE STATUS IS WS-CHKMST-FILE-STATUS.

           SELECT LEAVE-MASTER
               ASSIGN TO LVMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMPLOYEE-ID
               FILE STATUS IS WS-LV-FILE-STATUS.

           SELECT EMPLOYER-TAX-MASTER
               ASSIGN TO ERTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERT-EMPLOYEE-ID
               FILE STATUS IS WS-ERT-FILE-STATUS.

           SELECT EMPLOYER-TAX-SUMMARY
               ASSIGN TO WS-ERTAX-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPLACEMENT-QUEUE
               ASSIGN TO REPLCHK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLCHK-FILE-STATUS.

           SELECT CHECK-CONTROL-FILE
               ASSIGN TO CHKNUM
               ORGANIZATION IS LINE SEQUENTIAL

           SELECT GL-INTERFACE
               ASSIGN TO GLINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLINT-FILE-STATUS.

           SELECT POSTING-LOG
               ASSIGN TO PAYPOST
       01  IN-PAYROLL-REC.
           05  IN-EMPLOYEE-ID          PIC X(9).
           05  IN-GROSS-PAY            PIC 9(7)V99.
*> Space for regular earnings; "R" for retroactive pay owed on
*> periods already paid, from the WatersTA62 retro run; "F" for a
*> terminated employee's final pay, from the WatersTA65 off-cycle
*> final-pay transaction.
           05  IN-EARNINGS-TYPE        PIC X(1).
*> The timekeeping feed's final record is a batch-control trailer
*> rather than an employee: "*TRAILER*" in the ID positions, then
*> the record count and total gross pay the file is supposed to
       01  DED-REC.
           COPY DEDREC.

       FD  DEDUCTIONS-TAKEN.
       01  DTK-REC.
           COPY DTKREC.

       FD  DEPOSIT-FILE.
       01  OUT-DEPOSIT-REC             PIC X(66).


       FD  POSITIVE-PAY.
       01  OUT-POSPAY-REC.
           COPY PPAYREC.

       FD  CHECK-MASTER.
       01  CHK-REC.
           COPY CHKREC.

       FD  LEAVE-MASTER.
       01  LV-REC.
           COPY LVEREC.

       FD  EMPLOYER-TAX-MASTER.
       01  ERT-REC.
           COPY ERTREC.

       FD  EMPLOYER-TAX-SUMMARY.
       01  OUT-ERTAX-LINE              PIC X(100).

       FD  REPLACEMENT-QUEUE.
       01  IN-REPLACEMENT-REC.
           COPY RPLREC.

       FD  CHECK-CONTROL-FILE.
       01  CHKCTL-REC.
           05  WS-PAYH-FILE-STATUS     PIC XX.
           05  WS-EMP-TERMINATED       PIC X(1).
           05  WS-GLMAP-FILE-STATUS    PIC XX.
           05  WS-GLINT-FILE-STATUS    PIC XX.
           05  WS-GLMAP-EOF            PIC X(1).
           05  WS-POSTLOG-FILE-STATUS  PIC XX.
           05  WS-RUN-CONTROL-FOUND    PIC X(1) VALUE "N".
           05  WS-BATCH-IN-BALANCE     PIC X(1).
           05  WS-PREPASS-COUNT        PIC 9(7).
           05  WS-PREPASS-GROSS        PIC 9(11)V99.
           05  WS-PREPASS-FINAL-COUNT  PIC 9(7).
           05  WS-PREPASS-FIRST-ID     PIC X(9).
           05  WS-PREPASS-ONE-ID       PIC X(1).
           05  WS-OFF-CYCLE            PIC X(1) VALUE "N".
           05  WS-TRAILER-COUNT        PIC 9(7).
           05  WS-TRAILER-GROSS        PIC 9(9)V99.
           05  WS-OUTCAT-FILE-STATUS   PIC XX.
           05  WS-CHKMST-FILE-STATUS   PIC XX.
           05  WS-REPLCHK-FILE-STATUS  PIC XX.
           05  WS-REPLCHK-EOF          PIC X(1).
           05  WS-LV-FILE-STATUS       PIC XX.
           05  WS-LEAVE-MASTER-OPEN    PIC X(1) VALUE "N".
           05  WS-ERT-FILE-STATUS      PIC XX.
           05  WS-ERT-RECORD-FOUND     PIC X(1).

*> This run's report outputs, stamped with the run date so a rerun
*> opens a fresh generation instead of overwriting last night's.
           05  WS-PAYBAL-NAME          PIC X(21) VALUE "PAYBAL".
           05  WS-CHKPRT-NAME          PIC X(21) VALUE "CHKPRT".
           05  WS-CHKREG-NAME          PIC X(21) VALUE "CHKREG".
           05  WS-ERTAX-NAME           PIC X(21) VALUE "ERTAX".
*> The bank and remittance files keep their fixed names on a
*> regular run, where the deposit-return and remittance runs pick
*> them up; an off-cycle run gets dated ones of its own.
           05  WS-DEDTAKE-NAME         PIC X(21) VALUE "DEDTAKE".
           05  WS-PAYDEP-NAME          PIC X(21) VALUE "PAYDEP".
           05  WS-POSPAY-NAME          PIC X(21) VALUE "POSPAY".
*> ".FINAL" on an off-cycle final-pay run, so its reports do not
*> replace the regular run's reports of the same date.
           05  WS-NAME-SUFFIX          PIC X(6) VALUE SPACES.

       01  SALARY                      PIC 9(7)V99.
       01  INCOME-TAX                  PIC 9(7)V99.
           05  WS-NET-PAY              PIC S9(7)V99.
           05  WS-PRIOR-YTD-WAGES      PIC 9(9)V99.

*> Employer payroll tax rates and the federal unemployment wage
*> base. The employer FICA and Medicare match are taken at the
*> employee rates above, on the same FICA-taxable wages. A
*> supervisor updates these amounts when the rates or the wage
*> base change for a new year; the state unemployment rates are
*> in 056-SET-SUTA-RATES.
       01  WS-EMPLOYER-CONSTANTS.
           05  WS-FUTA-RATE            PIC V9(4) VALUE .0060.
           05  WS-FUTA-WAGE-BASE       PIC 9(7)V99 VALUE 7000.00.

*> State unemployment rate and annual wage base, one entry per
*> work state. The first entry is also the fallback for a blank or
*> unrecognized work-state code, as on the withholding side.
       01  WS-SUTA-SCHEDULES.
           05  WS-SUTA-SCHEDULE OCCURS 2 TIMES
                   INDEXED BY SUTA-IDX.
               10  SUTA-STATE-CODE     PIC X(2).
               10  SUTA-WAGE-BASE      PIC 9(7)V99.
               10  SUTA-RATE           PIC V9(4).

       01  WS-EMPLOYER-WORK.
           05  WS-ER-FICA-AMOUNT       PIC 9(7)V99.
           05  WS-ER-MEDICARE-AMOUNT   PIC 9(7)V99.
           05  WS-ER-FUTA-TAXABLE      PIC 9(7)V99.
           05  WS-ER-FUTA-AMOUNT       PIC 9(7)V99.
           05  WS-ER-SUTA-TAXABLE      PIC 9(7)V99.
           05  WS-ER-SUTA-AMOUNT       PIC 9(7)V99.
           05  WS-ER-TOTAL-TAX         PIC 9(11)V99.

*> The period's employer taxes by work state, for the summary
*> report; the run totals below it feed the ledger interface.
       01  WS-ER-STATE-AREAS.
           05  WS-ER-STATE-COUNT       PIC 9(2) VALUE ZERO.
           05  WS-ER-STATE-ENTRY OCCURS 60 TIMES
                   INDEXED BY ER-STATE-IDX.
               10  WS-ERS-STATE        PIC X(2).
               10  WS-ERS-WAGES        PIC 9(9)V99.
               10  WS-ERS-FICA         PIC 9(9)V99.
               10  WS-ERS-MEDICARE     PIC 9(9)V99.
               10  WS-ERS-FUTA         PIC 9(9)V99.
               10  WS-ERS-SUTA         PIC 9(9)V99.

       01  WS-EMPLOYER-TOTALS.
           05  WS-TOTAL-ER-FICA        PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-ER-MEDICARE    PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-ER-FUTA        PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-ER-SUTA        PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-ER-WAGES       PIC 9(9)V99 VALUE ZERO.

       01  WS-ERTAX-TITLE.
           05  FILLER                  PIC X(42) VALUE
               "EMPLOYER PAYROLL TAX SUMMARY BY STATE -   ".
           05  FILLER                  PIC X(7)  VALUE "PERIOD ".
           05  WS-ET-FISCAL-YEAR       PIC 9(4).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-ET-FISCAL-PERIOD     PIC 9(2).
           05  FILLER                  PIC X(10) VALUE "  PAY DATE".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-ET-PAY-DATE          PIC 9(8).

       01  WS-ERTAX-HEADING.
           05  FILLER                  PIC X(5)  VALUE "STATE".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               "        WAGES".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE " FICA MATCH".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "  MEDI MTCH".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "       FUTA".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "       SUTA".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE
               "   TOTAL TAX".

       01  WS-ERTAX-LINE.
           05  WS-EL-STATE             PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EL-WAGES             PIC Z(9)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EL-FICA              PIC Z(7)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EL-MEDICARE          PIC Z(7)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EL-FUTA              PIC Z(7)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EL-SUTA              PIC Z(7)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EL-TOTAL             PIC Z(8)9.99.

*> Voluntary deduction work areas: the employee's elections are
*> walked in key (priority) order, each applied amount capped at
*> the pay remaining on the check and at the distance left to the
           05  WS-APPLIED-COUNT        PIC 9(2).
           05  WS-APPLIED-ENTRY OCCURS 20 TIMES
                   INDEXED BY APPLIED-IDX.
               10  WS-APPLIED-PRIORITY PIC 9(2).
               10  WS-APPLIED-TYPE     PIC X(4).
               10  WS-APPLIED-AMOUNT   PIC 9(7)V99.
*> Goal balances a final-pay check left unpaid when it closed the
*> terminated employee's elections, for the register.
           05  WS-UNPAID-COUNT         PIC 9(2).
           05  WS-UNPAID-ENTRY OCCURS 20 TIMES
                   INDEXED BY UNPAID-IDX.
               10  WS-UNPAID-TYPE      PIC X(4).
               10  WS-UNPAID-BALANCE   PIC 9(7)V99.

*> The ledger account each payroll element posts to, loaded from
*> the mapping file at startup. The run is refused before any
*> account on the file.
       01  WS-GL-AREAS.
           05  WS-GL-MAP-COUNT         PIC 9(2).
           05  WS-GL-MAP OCCURS 20 TIMES INDEXED BY GL-MAP-IDX.
               10  WS-GLM-ELEMENT      PIC X(8).
               10  WS-GLM-ACCOUNT      PIC X(8).
           05  WS-GL-ELEMENT           PIC X(8).
*> sequence instead of re-issuing numbers the bank has seen.
       01  WS-CHECK-WORK.
           05  WS-CHECK-NUMBER         PIC 9(8).
           05  WS-CHECK-FISCAL-YEAR    PIC 9(4).
           05  WS-CHECK-FISCAL-PERIOD  PIC 9(2).
           05  WS-CHECK-PAY-POSTED     PIC X(1).
           05  WS-CHECK-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-CHECK-TOTAL          PIC 9(9)V99 VALUE ZERO.

           05  FILLER                  PIC X(18) VALUE
               "VOID AFTER 90 DAYS".

*> The stub's leave line - the balances left after this period's
*> timecard was accrued and relieved.
       01  WS-CHECK-LINE-4.
           05  FILLER                  PIC X(20) VALUE
               "LEAVE BALANCES  VAC ".
           05  WS-CK-VAC-BALANCE       PIC ZZZ9.99.
           05  FILLER                  PIC X(11) VALUE " HRS  SICK ".
           05  WS-CK-SICK-BALANCE      PIC ZZZ9.99.
           05  FILLER                  PIC X(4)  VALUE " HRS".

       01  WS-CHECK-SEPARATOR         PIC X(60) VALUE ALL "-".

       01  WS-CHECK-REG-HEADING.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CR-AMOUNT            PIC Z(6)9.99.

*> The register's line for a replacement check printed off the
*> queue - which check replaced what, and why.
       01  WS-REPLACEMENT-LINE.
           05  WS-RL-EMPLOYEE-ID       PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RL-EMPLOYEE-NAME     PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "REPLACEMENT CHECK ".
           05  WS-RL-CHECK-NUMBER      PIC 9(8).
           05  FILLER                  PIC X(9)  VALUE " FOR PAY ".
           05  WS-RL-PAY-DATE          PIC 9(8).
           05  FILLER                  PIC X(8)  VALUE " REASON ".
           05  WS-RL-REASON            PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RL-SOURCE-TEXT       PIC X(20).

       01  WS-CHECK-REG-TOTAL.
           05  FILLER                  PIC X(16) VALUE
               "CHECKS PRINTED: ".
           05  FILLER                  PIC X(33) VALUE
               "** TERMINATED - NOT PAID **".

*> Beneath the register line of a retro earnings check, so the
*> extra check for the employee is not taken for a duplicate.
       01  WS-RETRO-NOTE-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "** RETRO PAY - BACK-DATED RATE CHANGE **".

*> Beneath the register line of a terminated employee's final
*> check, which is paid even though the employee is terminated.
       01  WS-FINAL-NOTE-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "** FINAL PAY - TERMINATED EMPLOYEE **".

*> An exception beneath a final-pay check for each election it
*> closed with its goal still short - the balance is settled with
*> the payee outside payroll.
       01  WS-UNPAID-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "DEDUCTION ".
           05  WS-UL-TYPE              PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-UL-BALANCE           PIC Z(5)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(36) VALUE
               "** CLOSED AT FINAL PAY - UNPAID **".

*> One of these beneath the employee's register line for each
*> voluntary deduction applied to the check, so a garnishment or
*> premium can be traced line by line instead of hiding inside
           PERFORM 010-LOG-RUN-START
           PERFORM 050-SET-TAX-BRACKETS
           PERFORM 055-SET-STATE-BRACKETS
           PERFORM 056-SET-SUTA-RATES
           PERFORM 101-READ-RUN-CONTROL
           PERFORM 105-CHECK-OFF-CYCLE
           PERFORM 102-STAMP-OUTPUT-NAMES
           PERFORM 057-LOAD-GL-ACCOUNTS
           PERFORM 110-CHECK-POSTING-LOG

           OPEN INPUT  PAYROLL-INPUT
                OUTPUT TAX-REGISTER
                       DEDUCTIONS-TAKEN
                       DEPOSIT-FILE
                       CHECK-PRINT
                       CHECK-REGISTER
               STOP RUN
           END-IF

           OPEN I-O CHECK-MASTER
           IF WS-CHKMST-FILE-STATUS = "35"
               OPEN OUTPUT CHECK-MASTER
               CLOSE CHECK-MASTER
               OPEN I-O CHECK-MASTER
           END-IF
           IF WS-CHKMST-FILE-STATUS NOT = "00"
               DISPLAY "WATERSTA1: UNABLE TO OPEN CHECK-MASTER, "
                   "FILE STATUS " WS-CHKMST-FILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT LEAVE-MASTER
           IF WS-LV-FILE-STATUS = "00"
               MOVE "Y" TO WS-LEAVE-MASTER-OPEN
           END-IF

           OPEN I-O EMPLOYER-TAX-MASTER
           IF WS-ERT-FILE-STATUS = "35"
               OPEN OUTPUT EMPLOYER-TAX-MASTER
               CLOSE EMPLOYER-TAX-MASTER
               OPEN I-O EMPLOYER-TAX-MASTER
           END-IF
           IF WS-ERT-FILE-STATUS NOT = "00"
               DISPLAY "WATERSTA1: UNABLE TO OPEN EMPLOYER-TAX-MASTER, "
                   "FILE STATUS " WS-ERT-FILE-STATUS
               STOP RUN
           END-IF

           WRITE OUT-REGISTER-LINE FROM WS-HEADING-LINE-1

           PERFORM UNTIL MORE-RECORDS = "N"
               END-READ
           END-PERFORM

           PERFORM 360-PRINT-REPLACEMENT-CHECKS

           PERFORM 400-WRITE-GRAND-TOTALS
           PERFORM 420-WRITE-EMPLOYER-SUMMARY

           MOVE WS-DEPOSIT-COUNT TO WS-DT-RECORD-COUNT
           MOVE WS-DEPOSIT-HASH TO WS-DT-HASH-TOTAL

           CLOSE PAYROLL-INPUT
                 TAX-REGISTER
                 DEDUCTIONS-TAKEN
                 DEPOSIT-FILE
                 CHECK-PRINT
                 CHECK-REGISTER
                 EMPLOYEE-MASTER
                 DEDUCTION-MASTER
                 PAY-HISTORY
                 CHECK-MASTER
                 EMPLOYER-TAX-MASTER
           IF WS-LEAVE-MASTER-OPEN = "Y"
               CLOSE LEAVE-MASTER
           END-IF
           PERFORM 900-LOG-RUN-END
           STOP RUN.

           END-IF.

*> 102-stamp-output-names - builds each report's dated name from
*> the run date (plus the off-cycle suffix) and enters the
*> generation on the shared output catalog for the retention
*> sweep. An off-cycle run also dates its deductions-taken,
*> deposit, and positive-pay files, so it cannot replace the
*> regular run's files before they have gone to the bank.
       102-STAMP-OUTPUT-NAMES.
           MOVE SPACES TO WS-TAXREG-NAME
           STRING "TAXREG." DELIMITED BY SIZE
                  WS-RUN-DATE (1:8) DELIMITED BY SIZE
                  WS-NAME-SUFFIX DELIMITED BY SPACE
                  INTO WS-TAXREG-NAME
           MOVE SPACES TO WS-PAYBAL-NAME
           STRING "PAYBAL." DELIMITED BY SIZE
                  WS-RUN-DATE (1:8) DELIMITED BY SIZE
                  WS-NAME-SUFFIX DELIMITED BY SPACE
                  INTO WS-PAYBAL-NAME

           OPEN EXTEND OUTPUT-CATALOG
           MOVE SPACES TO WS-CHKPRT-NAME
           STRING "CHKPRT." DELIMITED BY SIZE
                  WS-RUN-DATE (1:8) DELIMITED BY SIZE
                  WS-NAME-SUFFIX DELIMITED BY SPACE
                  INTO WS-CHKPRT-NAME
           MOVE WS-CHKPRT-NAME TO OUTCAT-FILE-NAME
           WRITE OUT-CATALOG-REC
           MOVE SPACES TO WS-CHKREG-NAME
           STRING "CHKREG." DELIMITED BY SIZE
                  WS-RUN-DATE (1:8) DELIMITED BY SIZE
                  WS-NAME-SUFFIX DELIMITED BY SPACE
                  INTO WS-CHKREG-NAME
           MOVE WS-CHKREG-NAME TO OUTCAT-FILE-NAME
           WRITE OUT-CATALOG-REC
           MOVE SPACES TO WS-ERTAX-NAME
           STRING "ERTAX." DELIMITED BY SIZE
                  WS-RUN-DATE (1:8) DELIMITED BY SIZE
                  WS-NAME-SUFFIX DELIMITED BY SPACE
                  INTO WS-ERTAX-NAME
           MOVE WS-ERTAX-NAME TO OUTCAT-FILE-NAME
           WRITE OUT-CATALOG-REC
           IF WS-OFF-CYCLE = "Y"
               PERFORM 103-STAMP-OFF-CYCLE-FILES
           END-IF
           CLOSE OUTPUT-CATALOG.

       103-STAMP-OFF-CYCLE-FILES.
           MOVE SPACES TO WS-DEDTAKE-NAME
           STRING "DEDTAK." DELIMITED BY SIZE
                  WS-RUN-DATE (1:8) DELIMITED BY SIZE
                  WS-NAME-SUFFIX DELIMITED BY SPACE
                  INTO WS-DEDTAKE-NAME
           MOVE WS-DEDTAKE-NAME TO OUTCAT-FILE-NAME
           WRITE OUT-CATALOG-REC
           MOVE SPACES TO WS-PAYDEP-NAME
           STRING "PAYDEP." DELIMITED BY SIZE
                  WS-RUN-DATE (1:8) DELIMITED BY SIZE
                  WS-NAME-SUFFIX DELIMITED BY SPACE
                  INTO WS-PAYDEP-NAME
           MOVE WS-PAYDEP-NAME TO OUTCAT-FILE-NAME
           WRITE OUT-CATALOG-REC
           MOVE SPACES TO WS-POSPAY-NAME
           STRING "POSPAY." DELIMITED BY SIZE
                  WS-RUN-DATE (1:8) DELIMITED BY SIZE
                  WS-NAME-SUFFIX DELIMITED BY SPACE
                  INTO WS-POSPAY-NAME
           MOVE WS-POSPAY-NAME TO OUTCAT-FILE-NAME
           WRITE OUT-CATALOG-REC.

*> 105-check-off-cycle - looks at the feed's first record. A
*> final-pay record from WatersTA65 makes this an off-cycle run
*> for one terminated employee rather than the period's payroll.
       105-CHECK-OFF-CYCLE.
           MOVE "N" TO WS-OFF-CYCLE
           MOVE SPACES TO WS-NAME-SUFFIX
           OPEN INPUT PAYROLL-INPUT
           READ PAYROLL-INPUT
               AT END
                   CONTINUE
               NOT AT END
                   IF IN-EMPLOYEE-ID NOT = "*TRAILER*"
                           AND IN-EARNINGS-TYPE = "F"
                       MOVE "Y" TO WS-OFF-CYCLE
                       MOVE ".FINAL" TO WS-NAME-SUFFIX
                   END-IF
           END-READ
           CLOSE PAYROLL-INPUT.

*> 060-read-check-control - the last check number issued, carried
*> on a one-record control file the same way WatersTA17 carries
*> the last PO number; numbering starts from zero the first time
*> before YTD-MASTER is ever opened for update, unless the
*> run-control repost flag explicitly authorizes the rerun - so a
*> rerun of the same PAYROLL.DAT cannot silently double every
*> employee's year-to-date figures. Off-cycle final-pay entries
*> ("F") do not count as the period's posting, and an off-cycle
*> run is not held to it - it pays one terminated employee into a
*> period that is normally already posted.
       110-CHECK-POSTING-LOG.
           MOVE "N" TO WS-PERIOD-POSTED
           MOVE "N" TO WS-LOG-EOF
                       IF POSTLOG-FISCAL-YEAR = WS-FISCAL-YEAR
                               AND POSTLOG-FISCAL-PERIOD
                                   = WS-FISCAL-PERIOD
                               AND POSTLOG-REPOST-FLAG NOT = "F"
                           MOVE "Y" TO WS-PERIOD-POSTED
                       END-IF
               END-READ

           IF WS-PERIOD-POSTED = "Y"
                   AND WS-REPOST-REQUESTED NOT = "Y"
                   AND WS-OFF-CYCLE NOT = "Y"
               DISPLAY "WATERSTA1: FISCAL PERIOD " WS-FISCAL-YEAR
                   "/" WS-FISCAL-PERIOD " IS ALREADY ON THE "
                   "POSTING LOG - RUN REFUSED. SET THE RUN-CONTROL "
*> report is written either way; the run only goes on to open the
*> masters for update when the file agrees with its trailer, so a
*> truncated transmission - or a feed that lost its trailer - is
*> refused instead of posting short. A final-pay batch is also
*> refused unless every record in it is final pay for the same
*> one employee, and final pay may not ride in a regular batch.
       115-VERIFY-BATCH-CONTROLS.
           MOVE ZERO TO WS-PREPASS-COUNT
           MOVE ZERO TO WS-PREPASS-GROSS
           MOVE ZERO TO WS-PREPASS-FINAL-COUNT
           MOVE SPACES TO WS-PREPASS-FIRST-ID
           MOVE "Y" TO WS-PREPASS-ONE-ID
           MOVE "N" TO WS-TRAILER-FOUND
           MOVE "N" TO WS-PREPASS-EOF
           MOVE "Y" TO WS-BATCH-IN-BALANCE
                       ELSE
                           ADD 1 TO WS-PREPASS-COUNT
                           ADD IN-GROSS-PAY TO WS-PREPASS-GROSS
                           IF IN-EARNINGS-TYPE = "F"
                               ADD 1 TO WS-PREPASS-FINAL-COUNT
                           END-IF
                           IF WS-PREPASS-COUNT = 1
                               MOVE IN-EMPLOYEE-ID
                                   TO WS-PREPASS-FIRST-ID
                           ELSE
                               IF IN-EMPLOYEE-ID
                                       NOT = WS-PREPASS-FIRST-ID
                                   MOVE "N" TO WS-PREPASS-ONE-ID
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                       TO WS-BS-STATUS
               END-IF
           END-IF
           IF WS-BATCH-IN-BALANCE = "Y"
               IF WS-OFF-CYCLE = "Y"
                   IF WS-PREPASS-FINAL-COUNT NOT = WS-PREPASS-COUNT
                           OR WS-PREPASS-ONE-ID = "N"
                       MOVE "N" TO WS-BATCH-IN-BALANCE
                       MOVE "FINAL PAY NOT FOR ONE EMPLOYEE - REFUSED"
                           TO WS-BS-STATUS
                   END-IF
               ELSE
                   IF WS-PREPASS-FINAL-COUNT > ZERO
                       MOVE "N" TO WS-BATCH-IN-BALANCE
                       MOVE "FINAL PAY IN REGULAR BATCH - REFUSED"
                           TO WS-BS-STATUS
                   END-IF
               END-IF
           END-IF
           MOVE WS-PREPASS-COUNT TO WS-BC-ACTUAL
           MOVE WS-PREPASS-GROSS TO WS-BG-ACTUAL
           WRITE OUT-BALANCE-LINE FROM WS-BAL-COUNT-LINE
           CLOSE BALANCING-REPORT

           IF WS-BATCH-IN-BALANCE = "N"
               DISPLAY "WATERSTA1: PAYROLL FEED FAILED ITS BATCH "
                   "CONTROLS - SEE THE PAYBAL REPORT. RUN REFUSED."
               STOP RUN
           END-IF.

                   AT END
                       MOVE "Y" TO WS-GLMAP-EOF
                   NOT AT END
                       IF WS-GL-MAP-COUNT < 20
                           ADD 1 TO WS-GL-MAP-COUNT
                           MOVE GLMAP-ELEMENT TO
                               WS-GLM-ELEMENT (WS-GL-MAP-COUNT)
           MOVE "VOLDED" TO WS-GL-ELEMENT
           PERFORM 058-REQUIRE-GL-ACCOUNT
           MOVE "NETPAY" TO WS-GL-ELEMENT
           PERFORM 058-REQUIRE-GL-ACCOUNT
           MOVE "ERTAXEXP" TO WS-GL-ELEMENT
           PERFORM 058-REQUIRE-GL-ACCOUNT
           MOVE "ERFICA" TO WS-GL-ELEMENT
           PERFORM 058-REQUIRE-GL-ACCOUNT
           MOVE "ERMEDI" TO WS-GL-ELEMENT
           PERFORM 058-REQUIRE-GL-ACCOUNT
           MOVE "FUTA" TO WS-GL-ELEMENT
           PERFORM 058-REQUIRE-GL-ACCOUNT
           MOVE "SUTA" TO WS-GL-ELEMENT
           PERFORM 058-REQUIRE-GL-ACCOUNT.

*> 058-require-gl-account / 059-find-gl-account - the lookup into
*> run-control fiscal year and period so the ledger side can
*> refuse a posting to a closed period. Debits must equal credits
*> to the penny before anything is released; an imbalance ends
*> the run abnormally with nothing added to the file, which the
*> morning status report flags. The employer's own taxes post as
*> one expense debit against a credit to each employer liability.
*> The entries go on the end of the file, behind what the void,
*> payables, and inventory close runs have already left there.
       500-WRITE-GL-INTERFACE.
           COMPUTE WS-ER-TOTAL-TAX =
               WS-TOTAL-ER-FICA + WS-TOTAL-ER-MEDICARE
               + WS-TOTAL-ER-FUTA + WS-TOTAL-ER-SUTA
           COMPUTE WS-GL-DEBITS = WS-TOTAL-GROSS + WS-ER-TOTAL-TAX
           COMPUTE WS-GL-CREDITS =
               WS-GRAND-TOTAL-TAX + WS-GRAND-TOTAL-STATE-TAX
               + WS-TOTAL-FICA + WS-TOTAL-MEDICARE
               + WS-TOTAL-VOLUNTARY + WS-TOTAL-NET-PAY
               + WS-TOTAL-ER-FICA + WS-TOTAL-ER-MEDICARE
               + WS-TOTAL-ER-FUTA + WS-TOTAL-ER-SUTA

           IF WS-GL-DEBITS NOT = WS-GL-CREDITS
               DISPLAY "WATERSTA1: GL INTERFACE OUT OF BALANCE - "
                   "DEBITS " WS-GL-DEBITS " CREDITS " WS-GL-CREDITS
                   " - FILE NOT RELEASED."
               STOP RUN
           END-IF

           OPEN EXTEND GL-INTERFACE
           IF WS-GLINT-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-INTERFACE
           END-IF

           MOVE "GROSS" TO WS-GL-ELEMENT
           PERFORM 059-FIND-GL-ACCOUNT
           MOVE "D" TO GL-DEBIT-CREDIT
           MOVE "NET PAY DISBURSED" TO GL-DESCRIPTION
           PERFORM 510-WRITE-GL-RECORD

           MOVE "ERTAXEXP" TO WS-GL-ELEMENT
           PERFORM 059-FIND-GL-ACCOUNT
           MOVE "D" TO GL-DEBIT-CREDIT
           MOVE WS-ER-TOTAL-TAX TO GL-AMOUNT
           MOVE "EMPLOYER PAYROLL TAX" TO GL-DESCRIPTION
           PERFORM 510-WRITE-GL-RECORD

           MOVE "ERFICA" TO WS-GL-ELEMENT
           PERFORM 059-FIND-GL-ACCOUNT
           MOVE "C" TO GL-DEBIT-CREDIT
           MOVE WS-TOTAL-ER-FICA TO GL-AMOUNT
           MOVE "EMPLOYER FICA MATCH" TO GL-DESCRIPTION
           PERFORM 510-WRITE-GL-RECORD

           MOVE "ERMEDI" TO WS-GL-ELEMENT
           PERFORM 059-FIND-GL-ACCOUNT
           MOVE "C" TO GL-DEBIT-CREDIT
           MOVE WS-TOTAL-ER-MEDICARE TO GL-AMOUNT
           MOVE "EMPLOYER MEDICARE" TO GL-DESCRIPTION
           PERFORM 510-WRITE-GL-RECORD

           MOVE "FUTA" TO WS-GL-ELEMENT
           PERFORM 059-FIND-GL-ACCOUNT
           MOVE "C" TO GL-DEBIT-CREDIT
           MOVE WS-TOTAL-ER-FUTA TO GL-AMOUNT
           MOVE "FUTA ACCRUED" TO GL-DESCRIPTION
           PERFORM 510-WRITE-GL-RECORD

           MOVE "SUTA" TO WS-GL-ELEMENT
           PERFORM 059-FIND-GL-ACCOUNT
           MOVE "C" TO GL-DEBIT-CREDIT
           MOVE WS-TOTAL-ER-SUTA TO GL-AMOUNT
           MOVE "SUTA ACCRUED" TO GL-DESCRIPTION
           PERFORM 510-WRITE-GL-RECORD

           CLOSE GL-INTERFACE.

       510-WRITE-GL-RECORD.
*> 450-write-posting-log - records that this fiscal period has now
*> posted to the YTD master, so the startup check refuses the next
*> accidental rerun. A repost is logged with its authorization flag
*> so the log shows which postings were deliberate reruns; an
*> off-cycle final-pay run is logged with an "F".
       450-WRITE-POSTING-LOG.
           OPEN EXTEND POSTING-LOG
           IF WS-POSTLOG-FILE-STATUS NOT = "00"
           MOVE WS-FISCAL-YEAR TO POSTLOG-FISCAL-YEAR
           MOVE WS-FISCAL-PERIOD TO POSTLOG-FISCAL-PERIOD
           MOVE WS-RUN-DATE (1:8) TO POSTLOG-POSTED-DATE
           IF WS-OFF-CYCLE = "Y"
               MOVE "F" TO POSTLOG-REPOST-FLAG
           ELSE
               IF WS-REPOST-REQUESTED = "Y"
                   MOVE "R" TO POSTLOG-REPOST-FLAG
               ELSE
                   MOVE SPACE TO POSTLOG-REPOST-FLAG
               END-IF
           END-IF
           WRITE POSTLOG-REC
           CLOSE POSTING-LOG.
           MOVE IN-GROSS-PAY TO SALARY
           PERFORM 150-LOOKUP-EMPLOYEE
           IF WS-EMP-TERMINATED = "Y"
                   AND IN-EARNINGS-TYPE NOT = "F"
               MOVE IN-EMPLOYEE-ID TO WS-TL-EMPLOYEE-ID
               MOVE WS-EMPLOYEE-NAME TO WS-TL-EMPLOYEE-NAME
               WRITE OUT-REGISTER-LINE FROM WS-TERMINATED-LINE
           PERFORM 255-COMPUTE-STATE-TAX
           PERFORM 140-GET-YTD-RECORD
           PERFORM 270-COMPUTE-DEDUCTIONS
           PERFORM 275-COMPUTE-EMPLOYER-TAXES

           ADD INCOME-TAX TO WS-GRAND-TOTAL-TAX
           ADD STATE-TAX TO WS-GRAND-TOTAL-STATE-TAX
           MOVE WS-VOLUNTARY-TOTAL TO WS-D-VOL-DEDS
           MOVE WS-NET-PAY TO WS-D-NET-PAY
           WRITE OUT-REGISTER-LINE FROM WS-DETAIL-LINE
           IF IN-EARNINGS-TYPE = "R"
               WRITE OUT-REGISTER-LINE FROM WS-RETRO-NOTE-LINE
           END-IF
           IF IN-EARNINGS-TYPE = "F"
               WRITE OUT-REGISTER-LINE FROM WS-FINAL-NOTE-LINE
           END-IF
           PERFORM 290-WRITE-DEDUCTION-LINES
           PERFORM 291-WRITE-UNPAID-LINES

           MOVE WS-FISCAL-YEAR TO WS-CHECK-FISCAL-YEAR
           MOVE WS-FISCAL-PERIOD TO WS-CHECK-FISCAL-PERIOD
           MOVE "Y" TO WS-CHECK-PAY-POSTED
           IF WS-PAY-METHOD = "C"
               PERFORM 330-PRINT-PAYCHECK
           ELSE
*> 340-write-pay-history - one history record per employee per
*> fiscal period, carrying the same figures as the register line.
*> On an authorized repost the period's record already exists and
*> is replaced rather than duplicated. A retro earnings check or
*> a final-pay check is another check of the period for the
*> employee, so its figures are added into the period's record.
       340-WRITE-PAY-HISTORY.
           MOVE IN-EMPLOYEE-ID TO PAYH-EMPLOYEE-ID
           MOVE WS-FISCAL-YEAR TO PAYH-FISCAL-YEAR
           MOVE WS-FISCAL-PERIOD TO PAYH-FISCAL-PERIOD
           IF IN-EARNINGS-TYPE = "R" OR IN-EARNINGS-TYPE = "F"
               READ PAY-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 345-ADD-TO-PAY-HISTORY
                       EXIT PARAGRAPH
               END-READ
           END-IF
           MOVE WS-RUN-DATE (1:8) TO PAYH-PAY-DATE
           MOVE WS-EMPLOYEE-NAME TO PAYH-EMPLOYEE-NAME
           MOVE SALARY TO PAYH-GROSS-PAY
                   REWRITE PAYH-REC
           END-WRITE.

       345-ADD-TO-PAY-HISTORY.
           ADD SALARY TO PAYH-GROSS-PAY
           ADD INCOME-TAX TO PAYH-INCOME-TAX
           ADD STATE-TAX TO PAYH-STATE-TAX
           ADD WS-FICA-AMOUNT TO PAYH-FICA
           ADD WS-MEDICARE-AMOUNT TO PAYH-MEDICARE
           ADD WS-VOLUNTARY-TOTAL TO PAYH-VOLUNTARY-DEDS
           ADD WS-NET-PAY TO PAYH-NET-PAY
           REWRITE PAYH-REC.

*> 287-write-deduction-taken - the amount just taken, for the
*> remittance run to pay over to the deduction's payee.
       287-WRITE-DEDUCTION-TAKEN.
           MOVE DED-TYPE TO DTK-DED-TYPE
           MOVE IN-EMPLOYEE-ID TO DTK-EMPLOYEE-ID
           MOVE WS-EMPLOYEE-NAME TO DTK-EMPLOYEE-NAME
           MOVE WS-FISCAL-YEAR TO DTK-FISCAL-YEAR
           MOVE WS-FISCAL-PERIOD TO DTK-FISCAL-PERIOD
           MOVE WS-RUN-DATE (1:8) TO DTK-PAY-DATE
           MOVE WS-DED-AMOUNT TO DTK-AMOUNT
           WRITE DTK-REC.

*> 290-write-deduction-lines - one register line per voluntary
*> deduction applied to the check, beneath the employee's line, so
*> the column total can be traced deduction by deduction.
               WRITE OUT-REGISTER-LINE FROM WS-DED-DETAIL-LINE
           END-PERFORM.

*> 291-write-unpaid-lines - the goal balances a final-pay check
*> could not cover, one exception line each.
       291-WRITE-UNPAID-LINES.
           PERFORM VARYING UNPAID-IDX FROM 1 BY 1
                   UNTIL UNPAID-IDX > WS-UNPAID-COUNT
               MOVE WS-UNPAID-TYPE (UNPAID-IDX) TO WS-UL-TYPE
               MOVE WS-UNPAID-BALANCE (UNPAID-IDX) TO WS-UL-BALANCE
               WRITE OUT-REGISTER-LINE FROM WS-UNPAID-LINE
           END-PERFORM.

*> 320-write-deposit-detail - one bank interface detail record per
*> employee, carrying the net pay the register shows for them, and
*> rolled into the trailer's record count and amount hash total.
*> the controlled sequence, a check-stock block on the print
*> file, a check register line, and a positive-pay record the
*> bank matches presented checks against - a check the bank was
*> never told about bounces. The check also goes on the check
*> master as outstanding, against the fiscal period the caller
*> set, so it can be voided or reconciled later. A number already
*> on the master means the control file was set back; the check
*> is still printed but the console says so, since the master
*> keeps the original. The stub carries the employee's leave
*> balances when there is a leave bank to show.
       330-PRINT-PAYCHECK.
           ADD 1 TO WS-CHECK-NUMBER
           ADD 1 TO WS-CHECK-COUNT
           WRITE OUT-CHECK-LINE FROM WS-CHECK-LINE-1
           WRITE OUT-CHECK-LINE FROM WS-CHECK-LINE-2
           WRITE OUT-CHECK-LINE FROM WS-CHECK-LINE-3
           PERFORM 335-PRINT-LEAVE-BALANCES
           WRITE OUT-CHECK-LINE FROM WS-CHECK-SEPARATOR

           MOVE WS-CHECK-NUMBER TO WS-CR-CHECK-NUMBER
           MOVE IN-EMPLOYEE-ID TO PP-EMPLOYEE-ID
           MOVE WS-EMPLOYEE-NAME TO PP-PAYEE
           MOVE WS-NET-PAY TO PP-AMOUNT
           MOVE "I" TO PP-ISSUE-CODE
           WRITE OUT-POSPAY-REC

           MOVE WS-CHECK-NUMBER TO CHK-CHECK-NUMBER
           MOVE IN-EMPLOYEE-ID TO CHK-EMPLOYEE-ID
           MOVE WS-EMPLOYEE-NAME TO CHK-PAYEE
           MOVE WS-DH-PAY-DATE TO CHK-ISSUE-DATE
           MOVE WS-NET-PAY TO CHK-AMOUNT
           MOVE WS-CHECK-FISCAL-YEAR TO CHK-FISCAL-YEAR
           MOVE WS-CHECK-FISCAL-PERIOD TO CHK-FISCAL-PERIOD
           MOVE "O" TO CHK-STATUS
           MOVE WS-DH-PAY-DATE TO CHK-STATUS-DATE
           MOVE SPACES TO CHK-VOID-REASON
           PERFORM 332-SET-CHECK-FIGURES
           WRITE CHK-REC
               INVALID KEY
                   DISPLAY "WATERSTA1: CHECK NUMBER " WS-CHECK-NUMBER
                       " IS ALREADY ON THE CHECK MASTER - CHECK "
                       "CONTROL FILE WAS SET BACK"
           END-WRITE.

*> 332-set-check-figures - the check's own pay, employer taxes,
*> and deductions go on its check-master record, so a void backs
*> out exactly this check. A replacement for a returned deposit
*> carries none; its pay stands with the deposit.
       332-SET-CHECK-FIGURES.
           MOVE WS-CHECK-PAY-POSTED TO CHK-PAY-POSTED
           INITIALIZE CHK-PAY-FIGURES
           IF WS-CHECK-PAY-POSTED NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SALARY TO CHK-GROSS-PAY
           MOVE INCOME-TAX TO CHK-INCOME-TAX
           MOVE STATE-TAX TO CHK-STATE-TAX
           MOVE WS-FICA-AMOUNT TO CHK-FICA
           MOVE WS-MEDICARE-AMOUNT TO CHK-MEDICARE
           MOVE WS-VOLUNTARY-TOTAL TO CHK-VOLUNTARY-DEDS
           MOVE WS-ER-FICA-AMOUNT TO CHK-ER-FICA-MATCH
           MOVE WS-ER-MEDICARE-AMOUNT TO CHK-ER-MEDICARE-MATCH
           MOVE WS-ER-FUTA-TAXABLE TO CHK-ER-FUTA-WAGES
           MOVE WS-ER-FUTA-AMOUNT TO CHK-ER-FUTA
           MOVE WS-ER-SUTA-TAXABLE TO CHK-ER-SUTA-WAGES
           MOVE WS-ER-SUTA-AMOUNT TO CHK-ER-SUTA
           MOVE WS-APPLIED-COUNT TO CHK-DED-COUNT
           PERFORM VARYING APPLIED-IDX FROM 1 BY 1
                   UNTIL APPLIED-IDX > WS-APPLIED-COUNT
               SET CHK-DED-IDX TO APPLIED-IDX
               MOVE WS-APPLIED-PRIORITY (APPLIED-IDX)
                   TO CHK-DED-PRIORITY (CHK-DED-IDX)
               MOVE WS-APPLIED-TYPE (APPLIED-IDX)
                   TO CHK-DED-TYPE (CHK-DED-IDX)
               MOVE WS-APPLIED-AMOUNT (APPLIED-IDX)
                   TO CHK-DED-AMOUNT (CHK-DED-IDX)
           END-PERFORM.

*> 335-print-leave-balances - the leave line on the stub, read
*> from the leave master as the timecard run left it.
       335-PRINT-LEAVE-BALANCES.
           IF WS-LEAVE-MASTER-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE IN-EMPLOYEE-ID TO LV-EMPLOYEE-ID
           READ LEAVE-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE LV-VAC-BALANCE TO WS-CK-VAC-BALANCE
           MOVE LV-SICK-BALANCE TO WS-CK-SICK-BALANCE
           WRITE OUT-CHECK-LINE FROM WS-CHECK-LINE-4.

*> 360-print-replacement-checks - prints every check queued for
*> replacement since the last check run (a returned deposit from
*> WatersTA37 or a voided check from WatersTA59) and empties the
*> queue, so nothing queued is printed twice.
       360-PRINT-REPLACEMENT-CHECKS.
           MOVE "N" TO WS-REPLCHK-EOF
           OPEN INPUT REPLACEMENT-QUEUE
           IF WS-REPLCHK-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-REPLCHK-EOF
           END-IF
           PERFORM UNTIL WS-REPLCHK-EOF = "Y"
               READ REPLACEMENT-QUEUE
                   AT END
                       MOVE "Y" TO WS-REPLCHK-EOF
                   NOT AT END
                       PERFORM 365-PRINT-ONE-REPLACEMENT
               END-READ
           END-PERFORM
           IF WS-REPLCHK-FILE-STATUS = "00"
                   OR WS-REPLCHK-FILE-STATUS = "10"
               CLOSE REPLACEMENT-QUEUE
               OPEN OUTPUT REPLACEMENT-QUEUE
               CLOSE REPLACEMENT-QUEUE
           END-IF.

*> 365-print-one-replacement - a returned deposit's pay stands as
*> posted, so only the check is cut, against the current period.
*> A voided check's pay was reversed by the void, so it is
*> re-posted first under its original period and the replacement
*> check carries that period.
       365-PRINT-ONE-REPLACEMENT.
           MOVE RPL-EMPLOYEE-ID TO IN-EMPLOYEE-ID
           PERFORM 150-LOOKUP-EMPLOYEE
           MOVE RPL-PAY-AMOUNT TO WS-NET-PAY
           IF RPL-SOURCE = "V"
               MOVE RPL-FISCAL-YEAR TO WS-CHECK-FISCAL-YEAR
               MOVE RPL-FISCAL-PERIOD TO WS-CHECK-FISCAL-PERIOD
               MOVE "Y" TO WS-CHECK-PAY-POSTED
               PERFORM 370-REPOST-VOIDED-PAY
               MOVE "REISSUE OF VOID" TO WS-RL-SOURCE-TEXT
           ELSE
               MOVE WS-FISCAL-YEAR TO WS-CHECK-FISCAL-YEAR
               MOVE WS-FISCAL-PERIOD TO WS-CHECK-FISCAL-PERIOD
               MOVE "N" TO WS-CHECK-PAY-POSTED
               MOVE "RETURNED DEPOSIT" TO WS-RL-SOURCE-TEXT
           END-IF
           PERFORM 330-PRINT-PAYCHECK

           MOVE RPL-EMPLOYEE-ID TO WS-RL-EMPLOYEE-ID
           MOVE WS-EMPLOYEE-NAME TO WS-RL-EMPLOYEE-NAME
           MOVE WS-CHECK-NUMBER TO WS-RL-CHECK-NUMBER
           MOVE RPL-PAY-DATE TO WS-RL-PAY-DATE
           MOVE RPL-REASON-CODE TO WS-RL-REASON
           WRITE OUT-REGISTER-LINE FROM WS-REPLACEMENT-LINE.

*> 370-repost-voided-pay - puts the voided check's figures back
*> exactly as the void took them out: the YTD master, the run's
*> totals (and so the ledger interface), a register line, and the
*> pay-history record under the original period and pay date -
*> added into the period's record when the employee's other
*> checks of the period left one standing. The employer taxes and
*> the deductions the voided check carried are read back off its
*> check-master record and restored as well. A check from a fiscal
*> year already closed was left on that year's figures by the
*> void, so its pay does not go back onto the YTD master, which
*> now carries the new year.
       370-REPOST-VOIDED-PAY.
           MOVE RPL-GROSS-PAY TO SALARY
           MOVE RPL-INCOME-TAX TO INCOME-TAX
           MOVE RPL-STATE-TAX TO STATE-TAX
           MOVE RPL-FICA TO WS-FICA-AMOUNT
           MOVE RPL-MEDICARE TO WS-MEDICARE-AMOUNT
           MOVE RPL-VOLUNTARY-DEDS TO WS-VOLUNTARY-TOTAL

           ADD INCOME-TAX TO WS-GRAND-TOTAL-TAX
           ADD STATE-TAX TO WS-GRAND-TOTAL-STATE-TAX
           ADD SALARY TO WS-TOTAL-GROSS
           ADD WS-FICA-AMOUNT TO WS-TOTAL-FICA
           ADD WS-MEDICARE-AMOUNT TO WS-TOTAL-MEDICARE
           ADD WS-VOLUNTARY-TOTAL TO WS-TOTAL-VOLUNTARY
           ADD WS-NET-PAY TO WS-TOTAL-NET-PAY

           IF RPL-FISCAL-YEAR = WS-FISCAL-YEAR
               PERFORM 140-GET-YTD-RECORD
               PERFORM 300-UPDATE-YTD-WITHHOLDING
           END-IF

           MOVE RPL-VOIDED-CHECK-NUMBER TO CHK-CHECK-NUMBER
           READ CHECK-MASTER
               INVALID KEY
                   DISPLAY "WATERSTA1: VOIDED CHECK "
                       RPL-VOIDED-CHECK-NUMBER " IS NOT ON THE CHECK "
                       "MASTER - EMPLOYER TAXES AND DEDUCTIONS NOT "
                       "RESTORED"
                   INITIALIZE CHK-PAY-FIGURES
           END-READ
           PERFORM 375-REACCRUE-EMPLOYER-TAXES
           PERFORM 377-RESTORE-DEDUCTIONS

           MOVE RPL-EMPLOYEE-ID TO WS-D-EMPLOYEE-ID
           MOVE WS-EMPLOYEE-NAME TO WS-D-EMPLOYEE-NAME
           MOVE SALARY TO WS-D-GROSS-PAY
           MOVE INCOME-TAX TO WS-D-INCOME-TAX
           MOVE STATE-TAX TO WS-D-STATE-TAX
           MOVE WS-FICA-AMOUNT TO WS-D-FICA
           MOVE WS-MEDICARE-AMOUNT TO WS-D-MEDICARE
           MOVE WS-VOLUNTARY-TOTAL TO WS-D-VOL-DEDS
           MOVE WS-NET-PAY TO WS-D-NET-PAY
           WRITE OUT-REGISTER-LINE FROM WS-DETAIL-LINE
           PERFORM 290-WRITE-DEDUCTION-LINES

           MOVE RPL-EMPLOYEE-ID TO PAYH-EMPLOYEE-ID
           MOVE RPL-FISCAL-YEAR TO PAYH-FISCAL-YEAR
           MOVE RPL-FISCAL-PERIOD TO PAYH-FISCAL-PERIOD
           READ PAY-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 345-ADD-TO-PAY-HISTORY
                   EXIT PARAGRAPH
           END-READ
           MOVE RPL-PAY-DATE TO PAYH-PAY-DATE
           MOVE WS-EMPLOYEE-NAME TO PAYH-EMPLOYEE-NAME
           MOVE SALARY TO PAYH-GROSS-PAY
           MOVE INCOME-TAX TO PAYH-INCOME-TAX
           MOVE STATE-TAX TO PAYH-STATE-TAX
           MOVE WS-FICA-AMOUNT TO PAYH-FICA
           MOVE WS-MEDICARE-AMOUNT TO PAYH-MEDICARE
           MOVE WS-VOLUNTARY-TOTAL TO PAYH-VOLUNTARY-DEDS
           MOVE WS-NET-PAY TO PAYH-NET-PAY
           WRITE PAYH-REC.

*> 375-reaccrue-employer-taxes - the voided check's employer taxes
*> go back into the run's totals, and so the ledger and the state
*> summary, and back onto the employer-tax master with the wages
*> charged against the FUTA and SUTA bases. The master is touched
*> only when the check was paid in the current calendar year, the
*> same year the void took them out of; a check from a closed year
*> is booked to the ledger alone.
       375-REACCRUE-EMPLOYER-TAXES.
           MOVE CHK-ER-FICA-MATCH TO WS-ER-FICA-AMOUNT
           MOVE CHK-ER-MEDICARE-MATCH TO WS-ER-MEDICARE-AMOUNT
           MOVE CHK-ER-FUTA-WAGES TO WS-ER-FUTA-TAXABLE
           MOVE CHK-ER-FUTA TO WS-ER-FUTA-AMOUNT
           MOVE CHK-ER-SUTA-WAGES TO WS-ER-SUTA-TAXABLE
           MOVE CHK-ER-SUTA TO WS-ER-SUTA-AMOUNT

           IF RPL-PAY-DATE (1:4) = WS-RUN-YEAR
               PERFORM 145-GET-EMPLOYER-TAX-RECORD
               ADD WS-ER-FUTA-TAXABLE TO ERT-FUTA-WAGES
               ADD WS-ER-SUTA-TAXABLE TO ERT-SUTA-WAGES
               ADD WS-ER-FICA-AMOUNT TO ERT-FICA-MATCH
               ADD WS-ER-MEDICARE-AMOUNT TO ERT-MEDICARE-MATCH
               ADD WS-ER-FUTA-AMOUNT TO ERT-FUTA
               ADD WS-ER-SUTA-AMOUNT TO ERT-SUTA
               IF WS-ERT-RECORD-FOUND = "Y"
                   REWRITE ERT-REC
               ELSE
                   WRITE ERT-REC
               END-IF
           END-IF

           ADD WS-ER-FICA-AMOUNT TO WS-TOTAL-ER-FICA
           ADD WS-ER-MEDICARE-AMOUNT TO WS-TOTAL-ER-MEDICARE
           ADD WS-ER-FUTA-AMOUNT TO WS-TOTAL-ER-FUTA
           ADD WS-ER-SUTA-AMOUNT TO WS-TOTAL-ER-SUTA
           ADD SALARY TO WS-TOTAL-ER-WAGES
           PERFORM 276-ADD-EMPLOYER-STATE-TOTALS.

*> 377-restore-deductions - each deduction the voided check took
*> goes back onto its election's taken-to-date, so a garnishment
*> balance stands as it did before the void. No deductions-taken
*> record is written: the amount was remitted with the original
*> check's run. The applied table is refilled so the register and
*> the replacement's check-master record carry the deductions.
       377-RESTORE-DEDUCTIONS.
           MOVE ZERO TO WS-APPLIED-COUNT
           PERFORM VARYING CHK-DED-IDX FROM 1 BY 1
                   UNTIL CHK-DED-IDX > CHK-DED-COUNT
               ADD 1 TO WS-APPLIED-COUNT
               MOVE CHK-DED-PRIORITY (CHK-DED-IDX)
                   TO WS-APPLIED-PRIORITY (WS-APPLIED-COUNT)
               MOVE CHK-DED-TYPE (CHK-DED-IDX)
                   TO WS-APPLIED-TYPE (WS-APPLIED-COUNT)
               MOVE CHK-DED-AMOUNT (CHK-DED-IDX)
                   TO WS-APPLIED-AMOUNT (WS-APPLIED-COUNT)
               MOVE RPL-EMPLOYEE-ID TO DED-EMPLOYEE-ID
               MOVE CHK-DED-PRIORITY (CHK-DED-IDX) TO DED-PRIORITY
               READ DEDUCTION-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD CHK-DED-AMOUNT (CHK-DED-IDX)
                           TO DED-TAKEN-TO-DATE
                       REWRITE DED-REC
               END-READ
           END-PERFORM.

*> 140-get-ytd-record - reads the employee's YTD record by key so
*> the FICA wage-base cap can be applied against the wages already
               SALARY - INCOME-TAX - STATE-TAX - WS-FICA-AMOUNT
               - WS-MEDICARE-AMOUNT - WS-VOLUNTARY-TOTAL.

*> 275-compute-employer-taxes - the employer's own taxes on this
*> check, none of which touch the employee's net: the FICA match
*> on the same wage-base-capped slice the employee's FICA was
*> taken on, the Medicare match on the full gross, and FUTA and
*> SUTA each on the slice of gross under its own annual wage base
*> given the wages already charged this calendar year on the
*> employer-tax master. The amounts are posted to that master and
*> rolled into the run and state totals.
       275-COMPUTE-EMPLOYER-TAXES.
           PERFORM 145-GET-EMPLOYER-TAX-RECORD
           PERFORM 166-SELECT-SUTA-SCHEDULE

           COMPUTE WS-ER-FICA-AMOUNT ROUNDED =
               WS-FICA-TAXABLE * WS-FICA-RATE
           COMPUTE WS-ER-MEDICARE-AMOUNT ROUNDED =
               SALARY * WS-MEDICARE-RATE

           IF ERT-FUTA-WAGES >= WS-FUTA-WAGE-BASE
               MOVE ZERO TO WS-ER-FUTA-TAXABLE
           ELSE
               IF ERT-FUTA-WAGES + SALARY > WS-FUTA-WAGE-BASE
                   COMPUTE WS-ER-FUTA-TAXABLE =
                       WS-FUTA-WAGE-BASE - ERT-FUTA-WAGES
               ELSE
                   MOVE SALARY TO WS-ER-FUTA-TAXABLE
               END-IF
           END-IF
           COMPUTE WS-ER-FUTA-AMOUNT ROUNDED =
               WS-ER-FUTA-TAXABLE * WS-FUTA-RATE

           IF ERT-SUTA-WAGES >= SUTA-WAGE-BASE (SUTA-IDX)
               MOVE ZERO TO WS-ER-SUTA-TAXABLE
           ELSE
               IF ERT-SUTA-WAGES + SALARY > SUTA-WAGE-BASE (SUTA-IDX)
                   COMPUTE WS-ER-SUTA-TAXABLE =
                       SUTA-WAGE-BASE (SUTA-IDX) - ERT-SUTA-WAGES
               ELSE
                   MOVE SALARY TO WS-ER-SUTA-TAXABLE
               END-IF
           END-IF
           COMPUTE WS-ER-SUTA-AMOUNT ROUNDED =
               WS-ER-SUTA-TAXABLE * SUTA-RATE (SUTA-IDX)

           ADD WS-ER-FUTA-TAXABLE TO ERT-FUTA-WAGES
           ADD WS-ER-SUTA-TAXABLE TO ERT-SUTA-WAGES
           ADD WS-ER-FICA-AMOUNT TO ERT-FICA-MATCH
           ADD WS-ER-MEDICARE-AMOUNT TO ERT-MEDICARE-MATCH
           ADD WS-ER-FUTA-AMOUNT TO ERT-FUTA
           ADD WS-ER-SUTA-AMOUNT TO ERT-SUTA
           IF WS-ERT-RECORD-FOUND = "Y"
               REWRITE ERT-REC
           ELSE
               WRITE ERT-REC
           END-IF

           ADD WS-ER-FICA-AMOUNT TO WS-TOTAL-ER-FICA
           ADD WS-ER-MEDICARE-AMOUNT TO WS-TOTAL-ER-MEDICARE
           ADD WS-ER-FUTA-AMOUNT TO WS-TOTAL-ER-FUTA
           ADD WS-ER-SUTA-AMOUNT TO WS-TOTAL-ER-SUTA
           ADD SALARY TO WS-TOTAL-ER-WAGES
           PERFORM 276-ADD-EMPLOYER-STATE-TOTALS.

*> 276-add-employer-state-totals - rolls this check's employer
*> taxes into its work state's line on the summary report, adding
*> the state the first time it is seen.
       276-ADD-EMPLOYER-STATE-TOTALS.
           SET ER-STATE-IDX TO 1
           SEARCH WS-ER-STATE-ENTRY
               AT END
                   CONTINUE
               WHEN ER-STATE-IDX > WS-ER-STATE-COUNT
                   CONTINUE
               WHEN WS-ERS-STATE (ER-STATE-IDX) = WS-WORK-STATE
                   CONTINUE
           END-SEARCH
           IF ER-STATE-IDX > WS-ER-STATE-COUNT
               IF WS-ER-STATE-COUNT NOT < 60
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ER-STATE-COUNT
               SET ER-STATE-IDX TO WS-ER-STATE-COUNT
               MOVE WS-WORK-STATE TO WS-ERS-STATE (ER-STATE-IDX)
               MOVE ZERO TO WS-ERS-WAGES (ER-STATE-IDX)
               MOVE ZERO TO WS-ERS-FICA (ER-STATE-IDX)
               MOVE ZERO TO WS-ERS-MEDICARE (ER-STATE-IDX)
               MOVE ZERO TO WS-ERS-FUTA (ER-STATE-IDX)
               MOVE ZERO TO WS-ERS-SUTA (ER-STATE-IDX)
           END-IF
           ADD SALARY TO WS-ERS-WAGES (ER-STATE-IDX)
           ADD WS-ER-FICA-AMOUNT TO WS-ERS-FICA (ER-STATE-IDX)
           ADD WS-ER-MEDICARE-AMOUNT TO WS-ERS-MEDICARE (ER-STATE-IDX)
           ADD WS-ER-FUTA-AMOUNT TO WS-ERS-FUTA (ER-STATE-IDX)
           ADD WS-ER-SUTA-AMOUNT TO WS-ERS-SUTA (ER-STATE-IDX).

*> 280-apply-voluntary-deductions - walks the employee's elections
*> on the deduction master in key order (employee ID then
*> priority), so a court-ordered garnishment keyed at a higher
*> cannot cover everything. The pay remaining after income tax,
*> FICA, and Medicare is the ceiling: a deduction is never taken
*> past it, so voluntary elections cannot drive a check negative.
*> A retro earnings check takes none - the period's elections came
*> off its regular check. A final-pay check is the terminated
*> employee's last, so each election is closed once it is applied.
       280-APPLY-VOLUNTARY-DEDUCTIONS.
           MOVE ZERO TO WS-VOLUNTARY-TOTAL
           MOVE ZERO TO WS-APPLIED-COUNT
           MOVE ZERO TO WS-UNPAID-COUNT
           COMPUTE WS-REMAINING-PAY =
               SALARY - INCOME-TAX - STATE-TAX - WS-FICA-AMOUNT
               - WS-MEDICARE-AMOUNT
           MOVE "N" TO WS-DED-EOF
           IF IN-EARNINGS-TYPE = "R"
               EXIT PARAGRAPH
           END-IF
           MOVE IN-EMPLOYEE-ID TO DED-EMPLOYEE-ID
           MOVE ZERO TO DED-PRIORITY
           START DEDUCTION-MASTER KEY NOT < DED-KEY
                       ADD WS-DED-AMOUNT TO DED-TAKEN-TO-DATE
                       SUBTRACT WS-DED-AMOUNT FROM WS-REMAINING-PAY
                       REWRITE DED-REC
                       PERFORM 287-WRITE-DEDUCTION-TAKEN
                       IF WS-APPLIED-COUNT < 20
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE DED-PRIORITY TO
                               WS-APPLIED-PRIORITY (WS-APPLIED-COUNT)
                           MOVE DED-TYPE TO
                               WS-APPLIED-TYPE (WS-APPLIED-COUNT)
                           MOVE WS-DED-AMOUNT TO
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF IN-EARNINGS-TYPE = "F"
               PERFORM 286-CLOSE-FINAL-ELECTION
           END-IF.

*> 286-close-final-election - on a final-pay check every election
*> not already stopped is stopped as of the run date once the
*> check has taken what it can - the garnishments WatersTA65
*> carried to the final check among them - so nothing stays open
*> on the terminated employee. A goal the final net pay could not
*> cover is kept for the register as an unpaid balance.
       286-CLOSE-FINAL-ELECTION.
           IF DED-STOP-DATE NOT = ZERO
                   AND DED-STOP-DATE NOT > WS-RUN-DATE (1:8)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE (1:8) TO DED-STOP-DATE
           REWRITE DED-REC
           IF DED-GOAL-AMOUNT NOT = ZERO
                   AND DED-TAKEN-TO-DATE < DED-GOAL-AMOUNT
                   AND WS-UNPAID-COUNT < 20
               ADD 1 TO WS-UNPAID-COUNT
               MOVE DED-TYPE TO WS-UNPAID-TYPE (WS-UNPAID-COUNT)
               COMPUTE WS-UNPAID-BALANCE (WS-UNPAID-COUNT) =
                   DED-GOAL-AMOUNT - DED-TAKEN-TO-DATE
           END-IF.

*> 150-lookup-employee - pulls the employee's name, filing status,
                   END-IF
           END-READ.

*> 145-get-employer-tax-record - reads the employee's employer-tax
*> record. A record last charged in an earlier calendar year starts
*> over at zero, and a move to a new work state restarts the SUTA
*> wages under the new state's wage base.
       145-GET-EMPLOYER-TAX-RECORD.
           MOVE IN-EMPLOYEE-ID TO ERT-EMPLOYEE-ID
           MOVE "Y" TO WS-ERT-RECORD-FOUND
           READ EMPLOYER-TAX-MASTER
               INVALID KEY
                   MOVE "N" TO WS-ERT-RECORD-FOUND
                   MOVE IN-EMPLOYEE-ID TO ERT-EMPLOYEE-ID
                   MOVE ZERO TO ERT-CALENDAR-YEAR
           END-READ
           IF ERT-CALENDAR-YEAR NOT = WS-RUN-YEAR
               MOVE WS-RUN-YEAR TO ERT-CALENDAR-YEAR
               MOVE WS-WORK-STATE TO ERT-WORK-STATE
               MOVE ZERO TO ERT-FUTA-WAGES
               MOVE ZERO TO ERT-SUTA-WAGES
               MOVE ZERO TO ERT-FICA-MATCH
               MOVE ZERO TO ERT-MEDICARE-MATCH
               MOVE ZERO TO ERT-FUTA
               MOVE ZERO TO ERT-SUTA
           END-IF
           IF ERT-WORK-STATE NOT = WS-WORK-STATE
               MOVE WS-WORK-STATE TO ERT-WORK-STATE
               MOVE ZERO TO ERT-SUTA-WAGES
           END-IF.

*> 160-select-tax-schedule - points SCHED-IDX at the bracket
*> schedule for the employee's filing status. An unrecognized
*> filing status falls back to the single schedule.
           MOVE WS-TOTAL-NET-PAY TO WS-T-AMOUNT
           WRITE OUT-REGISTER-LINE FROM WS-TOTAL-LINE.

*> 420-write-employer-summary - the period's employer taxes by
*> work state, one line per state and a total line that agrees
*> with the employer entries on the ledger interface.
       420-WRITE-EMPLOYER-SUMMARY.
           OPEN OUTPUT EMPLOYER-TAX-SUMMARY
           MOVE WS-FISCAL-YEAR TO WS-ET-FISCAL-YEAR
           MOVE WS-FISCAL-PERIOD TO WS-ET-FISCAL-PERIOD
           MOVE WS-RUN-DATE (1:8) TO WS-ET-PAY-DATE
           WRITE OUT-ERTAX-LINE FROM WS-ERTAX-TITLE
           MOVE SPACES TO OUT-ERTAX-LINE
           WRITE OUT-ERTAX-LINE
           WRITE OUT-ERTAX-LINE FROM WS-ERTAX-HEADING
           PERFORM VARYING ER-STATE-IDX FROM 1 BY 1
                   UNTIL ER-STATE-IDX > WS-ER-STATE-COUNT
               MOVE WS-ERS-STATE (ER-STATE-IDX) TO WS-EL-STATE
               MOVE WS-ERS-WAGES (ER-STATE-IDX) TO WS-EL-WAGES
               MOVE WS-ERS-FICA (ER-STATE-IDX) TO WS-EL-FICA
               MOVE WS-ERS-MEDICARE (ER-STATE-IDX) TO WS-EL-MEDICARE
               MOVE WS-ERS-FUTA (ER-STATE-IDX) TO WS-EL-FUTA
               MOVE WS-ERS-SUTA (ER-STATE-IDX) TO WS-EL-SUTA
               COMPUTE WS-EL-TOTAL =
                   WS-ERS-FICA (ER-STATE-IDX)
                   + WS-ERS-MEDICARE (ER-STATE-IDX)
                   + WS-ERS-FUTA (ER-STATE-IDX)
                   + WS-ERS-SUTA (ER-STATE-IDX)
               WRITE OUT-ERTAX-LINE FROM WS-ERTAX-LINE
           END-PERFORM
           MOVE SPACES TO OUT-ERTAX-LINE
           WRITE OUT-ERTAX-LINE
           MOVE "TOTAL" TO WS-EL-STATE
           MOVE WS-TOTAL-ER-WAGES TO WS-EL-WAGES
           MOVE WS-TOTAL-ER-FICA TO WS-EL-FICA
           MOVE WS-TOTAL-ER-MEDICARE TO WS-EL-MEDICARE
           MOVE WS-TOTAL-ER-FUTA TO WS-EL-FUTA
           MOVE WS-TOTAL-ER-SUTA TO WS-EL-SUTA
           COMPUTE WS-EL-TOTAL =
               WS-TOTAL-ER-FICA + WS-TOTAL-ER-MEDICARE
               + WS-TOTAL-ER-FUTA + WS-TOTAL-ER-SUTA
           WRITE OUT-ERTAX-LINE FROM WS-ERTAX-LINE
           CLOSE EMPLOYER-TAX-SUMMARY.

*> 250-compute-graduated-tax - exempts the employee's allowance
*> amount from the period's gross, then walks the bracket schedule
*> SCHED-IDX points at, applying each bracket's rate only to the
                   TO WS-PREV-LIMIT
           END-PERFORM.

*> 166-select-suta-schedule - points SUTA-IDX at the unemployment
*> rate and wage base for the employee's work state, falling back
*> to the first entry the same way the withholding side does.
       166-SELECT-SUTA-SCHEDULE.
           SET SUTA-IDX TO 1
           SEARCH WS-SUTA-SCHEDULE
               AT END
                   SET SUTA-IDX TO 1
               WHEN SUTA-STATE-CODE (SUTA-IDX) = WS-WORK-STATE
                   CONTINUE
           END-SEARCH.

*> 165-select-state-schedule - points ST-SCHED-IDX at the bracket
*> schedule for the employee's work state. A blank or unrecognized
*> code falls back to the first schedule, the same way the federal
           MOVE 9999999.99 TO ST-BRACKET-UPPER-LIMIT (2 3)
           MOVE .054       TO ST-BRACKET-RATE        (2 3).

*> 056-set-suta-rates - loads each work state's unemployment rate
*> (the employer's assigned experience rate) and annual taxable
*> wage base.
       056-SET-SUTA-RATES.
           MOVE "AL"       TO SUTA-STATE-CODE (1)
           MOVE 8000.00    TO SUTA-WAGE-BASE  (1)
           MOVE .0270      TO SUTA-RATE       (1)

           MOVE "GA"       TO SUTA-STATE-CODE (2)
           MOVE 9500.00    TO SUTA-WAGE-BASE  (2)
           MOVE .0264      TO SUTA-RATE       (2).

*> 050-set-tax-brackets - loads the current withholding schedules,
*> one per filing status. The last bracket's upper limit in each
*> schedule is set high enough to catch any salary above the
