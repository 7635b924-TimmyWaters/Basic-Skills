*> to zero and the loan marked paid. The run ends with a
*> delinquency report of active loans whose paid-through date
*> has fallen behind, so the notebook era ends.
*>
*> Modification History:
*>   2026-10-15  Posting now takes a payoff transaction (payment
*>               type P): the funds are proved against the balance,
*>               per-diem interest from the paid-through date,
*>               unpaid late charges, and the program's payoff fee
*>               as of the day they arrived, then the loan is
*>               closed at zero with any excess registered as a
*>               refund due. A regular payment received past the
*>               15-day grace period is assessed a late charge that
*>               stands on the loan until the payoff collects it.
*>   2026-10-15  The servicing record now carries an escrow
*>               account. Conversion opens it from the quote's
*>               monthly escrow, taxes, and insurance with the
*>               first tax and insurance due dates and the first
*>               annual analysis a year out; posting credits the
*>               monthly escrow from each payment that covers
*>               principal, interest, and escrow, and only such a
*>               payment advances the paid-through date. A payoff
*>               collects any escrow advance and refunds the escrow
*>               balance.
*>   2026-10-15  Conversion now stamps the loan with its maturity
*>               date and with the rate terms in force for its
*>               program on the WatersTA50 loan-program file; an
*>               adjustable loan carries its index, margin, caps,
*>               starting rate, and first reset date for the
*>               WatersTA86 reset run.
*>   2026-10-15  Posting now writes each payment and payoff to the
*>               indexed loan payment history (LOANHIST) and
*>               appends the run's register totals to the LOANCTL
*>               control file for the WatersTA87 year-end
*>               statements; the register trailer adds the amount
*>               received, interest, and principal.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. WatersTA51.
        RECORD KEY IS LS-LOAN-NUMBER
        FILE STATUS IS WS-SERVICING-FILE-STATUS.

    SELECT PROGRAM-TERMS-FILE
        ASSIGN TO LOANPGMS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROGRAM-FILE-STATUS.

    SELECT PAYMENT-FILE
        ASSIGN TO LOANPMTS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAYMENT-FILE-STATUS.

    SELECT LOAN-HISTORY
        ASSIGN TO LOANHIST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LPH-KEY
        FILE STATUS IS WS-HISTORY-FILE-STATUS.

    SELECT POSTING-CONTROL
        ASSIGN TO LOANCTL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-FILE-STATUS.

    SELECT POSTING-REGISTER
        ASSIGN TO SVCREG
        ORGANIZATION IS LINE SEQUENTIAL.
01 LS-REC.
    COPY LOANSV.

FD PROGRAM-TERMS-FILE.
01 LPG-REC.
    COPY LPGREC.

*> One payment per record on the monthly feed: the loan it pays,
*> the date it was received, and the amount. A type of "P" marks
*> the funds sent to pay the loan off against a payoff statement;
*> anything else is a regular monthly payment.
FD PAYMENT-FILE.
01 IN-PAYMENT-REC.
    05 PMT-LOAN-NUMBER   PIC 9(6).
    05 PMT-DATE          PIC 9(8).
    05 PMT-AMOUNT        PIC 9(7)V99.
    05 PMT-TYPE          PIC X(1).

FD LOAN-HISTORY.
01 LPH-REC.
    COPY LPHREC.

FD POSTING-CONTROL.
01 LCT-REC.
    COPY LCTREC.

FD POSTING-REGISTER.
01 REG-LINE              PIC X(100).
    05 WS-LOAN-MASTER-FILE-STATUS PIC XX.
    05 WS-SERVICING-FILE-STATUS   PIC XX.
    05 WS-PAYMENT-FILE-STATUS     PIC XX.
    05 WS-PROGRAM-FILE-STATUS     PIC XX.
    05 WS-PROGRAM-EOF             PIC X(1).
    05 WS-HISTORY-FILE-STATUS     PIC XX.
    05 WS-CONTROL-FILE-STATUS     PIC XX.
    05 WS-HISTORY-WRITTEN         PIC X(1).
    05 WS-BEST-EFFECTIVE          PIC 9(8).
    05 WS-MONTHS-TO-ADD           PIC 9(3).
    05 WS-MONTH-TOTAL             PIC 9(6).
    05 WS-RUN-CONTROL-FOUND       PIC X(1) VALUE "N".
    05 WS-RUN-MODE                PIC X(1).
    05 WS-QUOTE-FOUND             PIC X(1).
    05 WS-PAID-OFF-COUNT          PIC 9(5) VALUE ZERO.
    05 WS-DELINQUENT-COUNT        PIC 9(5) VALUE ZERO.
    05 WS-MONTHS-BEHIND           PIC S9(5).
    05 WS-LATE-CHARGE-COUNT       PIC 9(5) VALUE ZERO.
    05 WS-LATE-CHARGE-TOTAL       PIC 9(7)V99 VALUE ZERO.
    05 WS-PAYOFF-COUNT            PIC 9(5) VALUE ZERO.
    05 WS-LATE-CHARGE             PIC 9(5)V99.
    05 WS-DAYS-LATE               PIC S9(5).
    05 WS-PER-DIEM                PIC 9(5)V99.
    05 WS-ACCRUED-DAYS            PIC S9(5).
    05 WS-PAYOFF-FEE              PIC 9(5)V99.
    05 WS-PAYOFF-DUE              PIC 9(11)V99.
    05 WS-PAYOFF-REFUND           PIC 9(9)V99.
    05 WS-ESCROW-PORTION          PIC 9(5)V99.
    05 WS-ESCROW-ADVANCE          PIC 9(7)V99.
    05 WS-ESCROW-TOTAL            PIC 9(9)V99 VALUE ZERO.
    05 WS-FULL-PAYMENT            PIC 9(7)V99.
    05 WS-AMOUNT-TOTAL            PIC 9(11)V99 VALUE ZERO.
    05 WS-INTEREST-TOTAL          PIC 9(11)V99 VALUE ZERO.
    05 WS-PRINCIPAL-TOTAL         PIC S9(11)V99 VALUE ZERO.

*> The county tax bills fall due on this month and day; a new
*> loan's first tax disbursement is set to the next one, and its
*> first insurance renewal to a year after closing, the first
*> year's premium having been paid at the closing table.
01 WS-TAX-DUE-MMDD                PIC 9(4) VALUE 1001.

*> A date some months on from another, for the maturity and the
*> first rate reset; a day past the 28th lands on the 28th.
01 WS-MONTHS-ON-DATE.
    05 WS-MO-YEAR    PIC 9(4).
    05 WS-MO-MONTH   PIC 9(2).
    05 WS-MO-DAY     PIC 9(2).

01 WS-NEXT-DUE-DATE.
    05 WS-ND-YEAR    PIC 9(4).
    05 WS-ND-MMDD    PIC 9(4).

*> Late-charge terms: a payment received more than the grace days
*> after its due date - one month past the paid-through date -
*> is assessed this share of the monthly payment.
01 WS-LATE-CHARGE-GRACE-DAYS      PIC 9(2) VALUE 15.
01 WS-LATE-CHARGE-RATE            PIC V999 VALUE .050.

*> Loan-program payoff fees, kept in step with the table the
*> WatersTA84 payoff statement quotes from. A supervisor updates
*> the MOVE statements in 050-LOAD-LOAN-PROGRAM-TABLE to change a
*> fee or add a program.
01 WS-LOAN-PROGRAM-TABLE.
    05 WS-LP-ENTRY OCCURS 3 TIMES INDEXED BY PROG-IDX.
        10 WS-LP-CODE            PIC X(4).
        10 WS-LP-PAYOFF-FEE      PIC 9(5)V99.

*> Two dates in the shop's 30-day-month arithmetic, for the days
*> a payment is late and the days of interest a payoff accrues.
01 WS-DAY-COUNT-WORK.
    05 WS-DC-FROM-DATE.
        10 WS-DCF-YEAR   PIC 9(4).
        10 WS-DCF-MONTH  PIC 9(2).
        10 WS-DCF-DAY    PIC 9(2).
    05 WS-DC-TO-DATE.
        10 WS-DCT-YEAR   PIC 9(4).
        10 WS-DCT-MONTH  PIC 9(2).
        10 WS-DCT-DAY    PIC 9(2).
    05 WS-DC-DAYS        PIC S9(7).

01 WS-RUN-DATE.
    05 WS-RUN-YEAR   PIC 9(4).
    05 FILLER   PIC X(10) VALUE " PRINCIPAL".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(12) VALUE " NEW BALANCE".
    05 FILLER   PIC X(2)  VALUE SPACES.
    05 FILLER   PIC X(10) VALUE "    ESCROW".

01 WS-REG-DETAIL.
    05 WS-G-LOAN-NUMBER   PIC 9(6).
    05 WS-G-PRINCIPAL     PIC Z(6)9.99-.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-G-NEW-BALANCE   PIC Z(8)9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-G-ESCROW        PIC Z(6)9.99.

01 WS-REG-REJECT.
    05 WS-X-LOAN-NUMBER   PIC 9(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 WS-X-REASON        PIC X(40).

*> The second line under a payoff: what the funds covered beyond
*> the interest and principal, and what goes back to the sender.
01 WS-REG-PAYOFF.
    05 FILLER             PIC X(8)  VALUE SPACES.
    05 FILLER             PIC X(14) VALUE "PAYOFF - LATE ".
    05 WS-P-LATE-CHARGES  PIC Z(4)9.99.
    05 FILLER             PIC X(6)  VALUE "  FEE ".
    05 WS-P-FEE           PIC Z(4)9.99.
    05 FILLER             PIC X(13) VALUE "  REFUND DUE ".
    05 WS-P-REFUND        PIC Z(8)9.99.
    05 FILLER             PIC X(17) VALUE "  ESCROW ADVANCE ".
    05 WS-P-ADVANCE       PIC Z(6)9.99.

01 WS-REG-TRAILER.
    05 FILLER             PIC X(17) VALUE "PAYMENTS POSTED: ".
    05 WS-T-POSTED        PIC ZZZZ9.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 FILLER             PIC X(15) VALUE "LOANS PAID OFF:".
    05 WS-T-PAID-OFF      PIC ZZZZ9.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 FILLER             PIC X(9)  VALUE "PAYOFFS: ".
    05 WS-T-PAYOFFS       PIC ZZZZ9.

01 WS-REG-TRAILER-2.
    05 FILLER             PIC X(23) VALUE "LATE CHARGES ASSESSED: ".
    05 WS-T-LATE-COUNT    PIC ZZZZ9.
    05 FILLER             PIC X(11) VALUE "   AMOUNT: ".
    05 WS-T-LATE-AMOUNT   PIC Z(6)9.99.
    05 FILLER             PIC X(20) VALUE "   ESCROW CREDITED: ".
    05 WS-T-ESCROW        PIC Z(8)9.99.

01 WS-REG-TRAILER-3.
    05 FILLER             PIC X(17) VALUE "AMOUNT RECEIVED: ".
    05 WS-T-AMOUNT        PIC Z(10)9.99.
    05 FILLER             PIC X(13) VALUE "   INTEREST: ".
    05 WS-T-INTEREST      PIC Z(10)9.99.
    05 FILLER             PIC X(14) VALUE "   PRINCIPAL: ".
    05 WS-T-PRINCIPAL     PIC Z(10)9.99-.

01 WS-DLQ-HEADING.
    05 FILLER   PIC X(30) VALUE "DELINQUENT LOAN REPORT".
PROCEDURE DIVISION.
100-MAIN-PROCEDURE.
    PERFORM 010-LOG-RUN-START
    PERFORM 050-LOAD-LOAN-PROGRAM-TABLE
    PERFORM 055-READ-RUN-CONTROL

    OPEN I-O SERVICING-MASTER
    PERFORM 900-LOG-RUN-END
    STOP RUN.

*> 050-load-loan-program-table - each loan program's payoff fee.
050-LOAD-LOAN-PROGRAM-TABLE.
    MOVE "FHA"      TO WS-LP-CODE            (1)
    MOVE 30.00      TO WS-LP-PAYOFF-FEE      (1)

    MOVE "CONV"     TO WS-LP-CODE            (2)
    MOVE 40.00      TO WS-LP-PAYOFF-FEE      (2)

    MOVE "VA"       TO WS-LP-CODE            (3)
    MOVE 30.00      TO WS-LP-PAYOFF-FEE      (3).

*> 055-read-run-control - the as-of date delinquency is measured
*> against; the system date stands in when the file is absent.
055-READ-RUN-CONTROL.
    MOVE WS-RUN-DATE (1:8) TO LS-PAID-THRU-DATE
    MOVE WS-RUN-DATE (1:8) TO LS-CONVERT-DATE
    MOVE "A" TO LS-STATUS
    MOVE ZERO TO LS-LATE-CHARGES-DUE
    MOVE ZERO TO LS-PAYOFF-DATE
    PERFORM 225-OPEN-ESCROW-ACCOUNT
    PERFORM 230-STAMP-RATE-TERMS
    WRITE LS-REC
        INVALID KEY
            DISPLAY "A LOAN ALREADY EXISTS UNDER THAT QUOTE"
            LS-PRINCIPAL-BALANCE
    END-IF.

*> 225-open-escrow-account - the escrow the quote priced into the
*> PITI payment. The account opens empty; the first analysis, a
*> year out, is when any shortfall from a bill that fell due
*> early is spread back over the payments. A quote with no taxes
*> or insurance opens no account.
225-OPEN-ESCROW-ACCOUNT.
    MOVE ZERO TO LS-ESCROW-BALANCE
    MOVE LM-MONTHLY-ESCROW TO LS-MONTHLY-ESCROW
    MOVE LM-ANNUAL-TAXES TO LS-ANNUAL-TAXES
    MOVE LM-ANNUAL-INSURANCE TO LS-ANNUAL-INSURANCE
    MOVE ZERO TO LS-TAX-DUE-DATE
    MOVE ZERO TO LS-INSURANCE-DUE-DATE
    MOVE ZERO TO LS-ESCROW-ANALYSIS-DATE
    IF LM-ANNUAL-TAXES IS NOT NUMERIC
        MOVE ZERO TO LS-ANNUAL-TAXES
    END-IF
    IF LM-ANNUAL-INSURANCE IS NOT NUMERIC
        MOVE ZERO TO LS-ANNUAL-INSURANCE
    END-IF
    IF LM-MONTHLY-ESCROW IS NOT NUMERIC
        MOVE ZERO TO LS-MONTHLY-ESCROW
    END-IF
    IF LS-MONTHLY-ESCROW = ZERO
        EXIT PARAGRAPH
    END-IF

    MOVE WS-RUN-YEAR TO WS-ND-YEAR
    MOVE WS-TAX-DUE-MMDD TO WS-ND-MMDD
    IF WS-NEXT-DUE-DATE NOT > WS-RUN-DATE (1:8)
        ADD 1 TO WS-ND-YEAR
    END-IF
    IF LS-ANNUAL-TAXES > ZERO
        MOVE WS-NEXT-DUE-DATE TO LS-TAX-DUE-DATE
    END-IF
    MOVE WS-RUN-DATE (1:8) TO WS-NEXT-DUE-DATE
    ADD 1 TO WS-ND-YEAR
    IF WS-ND-MMDD = 0229
        MOVE 0228 TO WS-ND-MMDD
    END-IF
    IF LS-ANNUAL-INSURANCE > ZERO
        MOVE WS-NEXT-DUE-DATE TO LS-INSURANCE-DUE-DATE
    END-IF
    MOVE WS-NEXT-DUE-DATE TO LS-ESCROW-ANALYSIS-DATE.

*> 230-stamp-rate-terms - the program's rate terms in force on
*> the conversion date, from the loan-program file, and the
*> maturity the term runs to. An adjustable loan's first reset
*> falls one interval after conversion; a program with no terms
*> on file, or no file at all, books the loan fixed.
230-STAMP-RATE-TERMS.
    MOVE "F" TO LS-RATE-TYPE
    MOVE LS-ANNUAL-RATE TO LS-INITIAL-RATE
    MOVE SPACES TO LS-INDEX-CODE
    MOVE ZERO TO LS-MARGIN
    MOVE ZERO TO LS-RESET-MONTHS
    MOVE ZERO TO LS-PERIOD-CAP
    MOVE ZERO TO LS-LIFETIME-CAP
    MOVE ZERO TO LS-NEXT-RESET-DATE

    MOVE ZERO TO WS-MONTHS-TO-ADD
    IF LM-TERM-YEARS IS NUMERIC
        COMPUTE WS-MONTHS-TO-ADD = LM-TERM-YEARS * 12
    END-IF
    PERFORM 235-ADD-MONTHS
    MOVE WS-MONTHS-ON-DATE TO LS-MATURITY-DATE

    MOVE ZERO TO WS-BEST-EFFECTIVE
    OPEN INPUT PROGRAM-TERMS-FILE
    IF WS-PROGRAM-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-PROGRAM-EOF
    PERFORM UNTIL WS-PROGRAM-EOF = "Y"
        READ PROGRAM-TERMS-FILE
            AT END
                MOVE "Y" TO WS-PROGRAM-EOF
            NOT AT END
                IF LPG-PROGRAM-CODE = LS-PROGRAM-CODE
                        AND LPG-EFFECTIVE-DATE
                            NOT > WS-RUN-DATE (1:8)
                        AND LPG-EFFECTIVE-DATE
                            NOT < WS-BEST-EFFECTIVE
                    MOVE LPG-EFFECTIVE-DATE TO WS-BEST-EFFECTIVE
                    MOVE LPG-RATE-TYPE TO LS-RATE-TYPE
                    MOVE LPG-INDEX-CODE TO LS-INDEX-CODE
                    MOVE LPG-MARGIN TO LS-MARGIN
                    MOVE LPG-RESET-MONTHS TO LS-RESET-MONTHS
                    MOVE LPG-PERIOD-CAP TO LS-PERIOD-CAP
                    MOVE LPG-LIFETIME-CAP TO LS-LIFETIME-CAP
                END-IF
        END-READ
    END-PERFORM
    CLOSE PROGRAM-TERMS-FILE

    IF LS-RATE-TYPE = "A"
        MOVE LS-RESET-MONTHS TO WS-MONTHS-TO-ADD
        PERFORM 235-ADD-MONTHS
        MOVE WS-MONTHS-ON-DATE TO LS-NEXT-RESET-DATE
    ELSE
        MOVE "F" TO LS-RATE-TYPE
        MOVE SPACES TO LS-INDEX-CODE
        MOVE ZERO TO LS-MARGIN
        MOVE ZERO TO LS-RESET-MONTHS
        MOVE ZERO TO LS-PERIOD-CAP
        MOVE ZERO TO LS-LIFETIME-CAP
    END-IF.

*> 235-add-months - the conversion date plus WS-MONTHS-TO-ADD.
235-ADD-MONTHS.
    MOVE WS-RUN-DATE (1:8) TO WS-MONTHS-ON-DATE
    COMPUTE WS-MONTH-TOTAL =
        WS-MO-YEAR * 12 + WS-MO-MONTH - 1 + WS-MONTHS-TO-ADD
    COMPUTE WS-MO-YEAR = WS-MONTH-TOTAL / 12
    COMPUTE WS-MO-MONTH =
        WS-MONTH-TOTAL - WS-MO-YEAR * 12 + 1
    IF WS-MO-DAY > 28
        MOVE 28 TO WS-MO-DAY
    END-IF.

*> 300-posting-mode - the month's payment file against the
*> servicing master, then the delinquency report over what the
*> postings left behind.
            "FILE STATUS " WS-PAYMENT-FILE-STATUS
        STOP RUN
    END-IF
    OPEN I-O LOAN-HISTORY
    IF WS-HISTORY-FILE-STATUS = "35"
        OPEN OUTPUT LOAN-HISTORY
        CLOSE LOAN-HISTORY
        OPEN I-O LOAN-HISTORY
    END-IF
    IF WS-HISTORY-FILE-STATUS NOT = "00"
        DISPLAY "WATERSTA51: UNABLE TO OPEN LOAN-HISTORY, "
            "FILE STATUS " WS-HISTORY-FILE-STATUS
        STOP RUN
    END-IF
    OPEN OUTPUT POSTING-REGISTER
                DELINQUENCY-REPORT

    MOVE WS-POSTED-COUNT TO WS-T-POSTED
    MOVE WS-REJECT-COUNT TO WS-T-REJECTED
    MOVE WS-PAID-OFF-COUNT TO WS-T-PAID-OFF
    MOVE WS-PAYOFF-COUNT TO WS-T-PAYOFFS
    MOVE WS-LATE-CHARGE-COUNT TO WS-T-LATE-COUNT
    MOVE WS-LATE-CHARGE-TOTAL TO WS-T-LATE-AMOUNT
    MOVE WS-ESCROW-TOTAL TO WS-T-ESCROW
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
    WRITE REG-LINE FROM WS-REG-TRAILER
    WRITE REG-LINE FROM WS-REG-TRAILER-2
    MOVE WS-AMOUNT-TOTAL TO WS-T-AMOUNT
    MOVE WS-INTEREST-TOTAL TO WS-T-INTEREST
    MOVE WS-PRINCIPAL-TOTAL TO WS-T-PRINCIPAL
    WRITE REG-LINE FROM WS-REG-TRAILER-3
    PERFORM 370-WRITE-POSTING-CONTROL

    PERFORM 400-WRITE-DELINQUENCY-REPORT

    CLOSE PAYMENT-FILE
          LOAN-HISTORY
          POSTING-REGISTER
          DELINQUENCY-REPORT.

            MOVE "LOAN NOT ON SERVICING MASTER" TO WS-X-REASON
            WRITE REG-LINE FROM WS-REG-REJECT
        ELSE
            IF PMT-TYPE = "P"
                PERFORM 350-POST-PAYOFF
            ELSE
                PERFORM 320-APPLY-PAYMENT
            END-IF
        END-IF
    END-IF.

*> A loan with an escrow account is due its monthly escrow on
*> top of the principal and interest. A payment that covers both
*> credits the escrow first and splits the rest; a short payment
*> goes wholly to interest and principal and credits no escrow,
*> and only a payment covering both advances the paid-through
*> date.
320-APPLY-PAYMENT.
    COMPUTE WS-FULL-PAYMENT =
        LS-MONTHLY-PAYMENT + LS-MONTHLY-ESCROW
    MOVE ZERO TO WS-ESCROW-PORTION
    IF PMT-AMOUNT >= WS-FULL-PAYMENT
        MOVE LS-MONTHLY-ESCROW TO WS-ESCROW-PORTION
    END-IF
    ADD WS-ESCROW-PORTION TO LS-ESCROW-BALANCE
    ADD WS-ESCROW-PORTION TO WS-ESCROW-TOTAL
    COMPUTE WS-MONTHLY-RATE ROUNDED =
        LS-ANNUAL-RATE / 12 / 100
    COMPUTE WS-INTEREST-PORTION ROUNDED =
        LS-PRINCIPAL-BALANCE * WS-MONTHLY-RATE
    COMPUTE WS-PRINCIPAL-PORTION =
        PMT-AMOUNT - WS-ESCROW-PORTION - WS-INTEREST-PORTION
    SUBTRACT WS-PRINCIPAL-PORTION FROM LS-PRINCIPAL-BALANCE
    PERFORM 325-ASSESS-LATE-CHARGE

    IF LS-PRINCIPAL-BALANCE <= ZERO
        MOVE ZERO TO LS-PRINCIPAL-BALANCE
        ADD 1 TO WS-PAID-OFF-COUNT
    END-IF

    IF PMT-AMOUNT >= WS-FULL-PAYMENT
        PERFORM 330-ADVANCE-PAID-THRU
    END-IF
    REWRITE LS-REC
    MOVE WS-INTEREST-PORTION TO WS-G-INTEREST
    MOVE WS-PRINCIPAL-PORTION TO WS-G-PRINCIPAL
    MOVE LS-PRINCIPAL-BALANCE TO WS-G-NEW-BALANCE
    MOVE WS-ESCROW-PORTION TO WS-G-ESCROW
    WRITE REG-LINE FROM WS-REG-DETAIL

    INITIALIZE LPH-REC
    MOVE "P" TO LPH-TRAN-TYPE
    MOVE WS-ESCROW-PORTION TO LPH-ESCROW
    PERFORM 360-WRITE-HISTORY.

*> 325-assess-late-charge - the payment is due one month past the
*> paid-through date; received more than the grace days after
*> that, it carries a late charge, which stands on the loan until
*> the payoff collects it. Measured before the paid-through date
*> advances for this payment.
325-ASSESS-LATE-CHARGE.
    MOVE ZERO TO WS-LATE-CHARGE
    MOVE LS-PAID-THRU-DATE TO WS-PAID-THRU-PARTS
    ADD 1 TO WS-PT-MONTH
    IF WS-PT-MONTH > 12
        MOVE 1 TO WS-PT-MONTH
        ADD 1 TO WS-PT-YEAR
    END-IF
    MOVE WS-PAID-THRU-PARTS TO WS-DC-FROM-DATE
    MOVE PMT-DATE TO WS-DC-TO-DATE
    PERFORM 380-COUNT-DAYS
    MOVE WS-DC-DAYS TO WS-DAYS-LATE
    IF WS-DAYS-LATE > WS-LATE-CHARGE-GRACE-DAYS
        COMPUTE WS-LATE-CHARGE ROUNDED =
            LS-MONTHLY-PAYMENT * WS-LATE-CHARGE-RATE
        ADD WS-LATE-CHARGE TO LS-LATE-CHARGES-DUE
        ADD 1 TO WS-LATE-CHARGE-COUNT
        ADD WS-LATE-CHARGE TO WS-LATE-CHARGE-TOTAL
    END-IF.

330-ADVANCE-PAID-THRU.
    MOVE LS-PAID-THRU-DATE TO WS-PAID-THRU-PARTS
    END-IF
    MOVE WS-PAID-THRU-PARTS TO LS-PAID-THRU-DATE.

*> 350-post-payoff - funds sent against a payoff statement. The
*> amount due is figured as of the date the funds arrived, the
*> way WatersTA84 quotes it: interest at the per-diem rate from
*> the paid-through date, the balance, the unpaid late charges,
*> and the program's payoff fee, plus any escrow advanced and not
*> yet repaid. Funds short of that are refused so the loan is
*> never closed with money still owed; funds over it close the
*> loan and the excess is registered as a refund due the sender,
*> together with whatever stands in escrow.
350-POST-PAYOFF.
    IF LS-STATUS NOT = "A"
        ADD 1 TO WS-REJECT-COUNT
        MOVE PMT-LOAN-NUMBER TO WS-X-LOAN-NUMBER
        MOVE "PAYOFF ON A LOAN THAT IS NOT ACTIVE" TO WS-X-REASON
        WRITE REG-LINE FROM WS-REG-REJECT
        EXIT PARAGRAPH
    END-IF

    COMPUTE WS-PER-DIEM ROUNDED =
        LS-PRINCIPAL-BALANCE * LS-ANNUAL-RATE / 100 / 360
    MOVE LS-PAID-THRU-DATE TO WS-DC-FROM-DATE
    MOVE PMT-DATE TO WS-DC-TO-DATE
    PERFORM 380-COUNT-DAYS
    MOVE WS-DC-DAYS TO WS-ACCRUED-DAYS
    IF WS-ACCRUED-DAYS < ZERO
        MOVE ZERO TO WS-ACCRUED-DAYS
    END-IF
    COMPUTE WS-INTEREST-PORTION = WS-PER-DIEM * WS-ACCRUED-DAYS

    SET PROG-IDX TO 1
    SEARCH WS-LP-ENTRY
        AT END
            MOVE ZERO TO WS-PAYOFF-FEE
        WHEN WS-LP-CODE (PROG-IDX) = LS-PROGRAM-CODE
            MOVE WS-LP-PAYOFF-FEE (PROG-IDX) TO WS-PAYOFF-FEE
    END-SEARCH

    MOVE ZERO TO WS-ESCROW-ADVANCE
    IF LS-ESCROW-BALANCE < ZERO
        COMPUTE WS-ESCROW-ADVANCE = ZERO - LS-ESCROW-BALANCE
    END-IF
    COMPUTE WS-PAYOFF-DUE = LS-PRINCIPAL-BALANCE
        + WS-INTEREST-PORTION + LS-LATE-CHARGES-DUE + WS-PAYOFF-FEE
        + WS-ESCROW-ADVANCE
    IF PMT-AMOUNT < WS-PAYOFF-DUE
        ADD 1 TO WS-REJECT-COUNT
        MOVE PMT-LOAN-NUMBER TO WS-X-LOAN-NUMBER
        MOVE "PAYOFF FUNDS SHORT OF THE AMOUNT DUE" TO WS-X-REASON
        WRITE REG-LINE FROM WS-REG-REJECT
        EXIT PARAGRAPH
    END-IF

    MOVE LS-PRINCIPAL-BALANCE TO WS-PRINCIPAL-PORTION
    COMPUTE WS-PAYOFF-REFUND = PMT-AMOUNT - WS-PAYOFF-DUE
    IF LS-ESCROW-BALANCE > ZERO
        ADD LS-ESCROW-BALANCE TO WS-PAYOFF-REFUND
    END-IF
    MOVE LS-LATE-CHARGES-DUE TO WS-P-LATE-CHARGES
    MOVE LS-LATE-CHARGES-DUE TO WS-LATE-CHARGE
    MOVE ZERO TO LS-PRINCIPAL-BALANCE
    MOVE ZERO TO LS-ESCROW-BALANCE
    MOVE ZERO TO LS-LATE-CHARGES-DUE
    MOVE PMT-DATE TO LS-PAID-THRU-DATE
    MOVE PMT-DATE TO LS-PAYOFF-DATE
    MOVE "P" TO LS-STATUS
    REWRITE LS-REC

    ADD 1 TO WS-POSTED-COUNT
    ADD 1 TO WS-PAID-OFF-COUNT
    ADD 1 TO WS-PAYOFF-COUNT
    MOVE PMT-LOAN-NUMBER TO WS-G-LOAN-NUMBER
    MOVE PMT-DATE TO WS-G-PAY-DATE
    MOVE PMT-AMOUNT TO WS-G-PAYMENT
    MOVE WS-INTEREST-PORTION TO WS-G-INTEREST
    MOVE WS-PRINCIPAL-PORTION TO WS-G-PRINCIPAL
    MOVE LS-PRINCIPAL-BALANCE TO WS-G-NEW-BALANCE
    MOVE ZERO TO WS-G-ESCROW
    WRITE REG-LINE FROM WS-REG-DETAIL
    MOVE WS-PAYOFF-FEE TO WS-P-FEE
    MOVE WS-PAYOFF-REFUND TO WS-P-REFUND
    MOVE WS-ESCROW-ADVANCE TO WS-P-ADVANCE
    WRITE REG-LINE FROM WS-REG-PAYOFF

    INITIALIZE LPH-REC
    MOVE "O" TO LPH-TRAN-TYPE
    MOVE WS-ESCROW-ADVANCE TO LPH-ESCROW
    MOVE WS-PAYOFF-FEE TO LPH-FEE
    PERFORM 360-WRITE-HISTORY.

*> 360-write-history - the payment or payoff just posted, on the
*> loan payment history under the date the funds were received,
*> and into the run's control totals. The type, the escrow, and
*> the fee are set by the caller; a second posting to the same
*> loan on the same date takes the next sequence number. For a
*> payment the late charge is the one it was assessed; for a
*> payoff, the late charges it collected.
360-WRITE-HISTORY.
    MOVE PMT-LOAN-NUMBER TO LPH-LOAN-NUMBER
    MOVE PMT-DATE TO LPH-EFFECTIVE-DATE
    MOVE WS-RUN-DATE (1:8) TO LPH-POSTED-DATE
    MOVE PMT-AMOUNT TO LPH-AMOUNT
    MOVE WS-INTEREST-PORTION TO LPH-INTEREST
    MOVE WS-PRINCIPAL-PORTION TO LPH-PRINCIPAL
    MOVE WS-LATE-CHARGE TO LPH-LATE-CHARGE
    MOVE LS-PRINCIPAL-BALANCE TO LPH-BALANCE-AFTER
    MOVE LS-ESCROW-BALANCE TO LPH-ESCROW-BALANCE-AFTER
    MOVE LS-ANNUAL-RATE TO LPH-RATE-AFTER
    MOVE LS-MONTHLY-PAYMENT TO LPH-PAYMENT-AFTER
    MOVE LS-MONTHLY-ESCROW TO LPH-ESCROW-PAYMENT-AFTER
    MOVE ZERO TO LPH-SEQUENCE
    MOVE "N" TO WS-HISTORY-WRITTEN
    PERFORM UNTIL WS-HISTORY-WRITTEN = "Y"
            OR LPH-SEQUENCE = 999
        ADD 1 TO LPH-SEQUENCE
        WRITE LPH-REC
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WS-HISTORY-WRITTEN
        END-WRITE
    END-PERFORM
    IF WS-HISTORY-WRITTEN = "N"
        DISPLAY "WATERSTA51: HISTORY NOT WRITTEN FOR LOAN "
            PMT-LOAN-NUMBER ", FILE STATUS "
            WS-HISTORY-FILE-STATUS
    END-IF
    ADD PMT-AMOUNT TO WS-AMOUNT-TOTAL
    ADD WS-INTEREST-PORTION TO WS-INTEREST-TOTAL
    ADD WS-PRINCIPAL-PORTION TO WS-PRINCIPAL-TOTAL.

*> 370-write-posting-control - the run's register totals onto the
*> shared loan-servicing control file the year-end run proves the
*> history against.
370-WRITE-POSTING-CONTROL.
    OPEN EXTEND POSTING-CONTROL
    IF WS-CONTROL-FILE-STATUS NOT = "00"
        OPEN OUTPUT POSTING-CONTROL
    END-IF
    MOVE "WatersTA51" TO LCT-PROGRAM-ID
    MOVE WS-RUN-DATE (1:8) TO LCT-RUN-DATE
    MOVE WS-RUN-MODE TO LCT-RUN-MODE
    MOVE WS-POSTED-COUNT TO LCT-ITEM-COUNT
    MOVE WS-AMOUNT-TOTAL TO LCT-AMOUNT
    MOVE WS-INTEREST-TOTAL TO LCT-INTEREST
    MOVE WS-PRINCIPAL-TOTAL TO LCT-PRINCIPAL
    MOVE WS-ESCROW-TOTAL TO LCT-ESCROW
    MOVE ZERO TO LCT-TAXES-PAID
    WRITE LCT-REC
    CLOSE POSTING-CONTROL.

*> 380-count-days - the days from one date to the next in the
*> shop's 30-day-month arithmetic; a 31st counts as the 30th.
380-COUNT-DAYS.
    IF WS-DCF-DAY > 30
        MOVE 30 TO WS-DCF-DAY
    END-IF
    IF WS-DCT-DAY > 30
        MOVE 30 TO WS-DCT-DAY
    END-IF
    COMPUTE WS-DC-DAYS =
        (WS-DCT-YEAR * 360 + WS-DCT-MONTH * 30 + WS-DCT-DAY)
        - (WS-DCF-YEAR * 360 + WS-DCF-MONTH * 30 + WS-DCF-DAY).

*> 400-write-delinquency-report - active loans whose paid-through
*> month trails the run month; the month count is the figure the
*> collector works from.
