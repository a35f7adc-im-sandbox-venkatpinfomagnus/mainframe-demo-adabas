       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-MASTER.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: LOAN-MASTER
      * PURPOSE: Single home for the installment-loan contract file
      *          and its amortization schedule.  A LOAN account's
      *          ledger balance on the account file is the principal
      *          still owed, carried negative (money the customer owes
      *          the bank); the contract terms - original principal,
      *          monthly rate, term, payment day - and the generated
      *          level-payment schedule live here, so ACCOUNT-CREATE,
      *          the nightly LOAN-PAYMENT step and the delinquency
      *          report all work from one layout.  Kept in one CALLed
      *          subprogram (the way OVERDRAFT-LINKS keeps the
      *          protection links) so the layout can never drift.
      *          Functions:
      *            A - add: record a new loan and generate its
      *                schedule.  The installment is the level
      *                payment P*r(1+r)**n/((1+r)**n-1) rounded to
      *                the cent;
      *                each installment's interest is the running
      *                balance times the monthly rate, and the last
      *                installment takes whatever principal is left
      *                so the schedule always clears to zero.  The
      *                first installment falls due on the payment
      *                day of the month after opening.  Returns the
      *                installment, first due date and maturity.
      *            G - get: the loan's terms plus its position as of
      *                LK-LOAN-AS-OF - next due date, installments
      *                and amount past due, the oldest unpaid due
      *                date, and the principal still outstanding.
      *            P - pay: apply LK-LOAN-AMOUNT to the schedule,
      *                oldest installment first, interest before
      *                principal within each installment; money
      *                reaching an installment beyond the one now
      *                accruing is a prepayment of principal only.
      *                Returns the interest and principal split and
      *                anything left over once every installment is paid
      *                (unapplied - an overpayment to refund).  The
      *                loan goes to status P (paid off) when its last
      *                installment clears.  Position fields as for G.
      * OUTPUT:  ../data/loan-master.txt, fixed format:
      *          1-10 ACCOUNT, 12-23 PRINCIPAL, 25-32 MONTHLY RATE
      *          (9.999999), 34-36 TERM (months), 38-39 PAYMENT DAY,
      *          41-48 OPEN DATE, 50-57 FIRST DUE DATE, 59-66
      *          MATURITY DATE, 68-79 INSTALLMENT, 81 STATUS
      *          (A active / P paid off);
      *          ../data/loan-schedule.txt, fixed format:
      *          1-10 ACCOUNT, 12-14 INSTALLMENT NO, 16-23 DUE DATE,
      *          25-36 PAYMENT, 38-49 PRINCIPAL, 51-62 INTEREST,
      *          64-75 BALANCE AFTER, 77-88 PRINCIPAL PAID, 90-101
      *          INTEREST PAID, 103 STATUS (O open / P paid),
      *          105-112 PAID DATE
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO DYNAMIC WS-LOAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC WS-SCHEDULE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-LINE                   PIC X(90).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File names - a training session opens the training copy
      * (see 0100-RESOLVE-FILE-NAMES)
      *----------------------------------------------------------------
       01  WS-LOAN-FILE-NAME           PIC X(60) VALUE
           '../data/loan-master.txt'.
       01  WS-SCHEDULE-FILE-NAME       PIC X(60) VALUE
           '../data/loan-schedule.txt'.

      *----------------------------------------------------------------
      * Training Mode (see TRAINING-MODE)
      *----------------------------------------------------------------
       01  WS-TRAINING-REQUEST.
           05  WS-TRN-FUNCTION         PIC X.
           05  WS-TRN-TRAINEE          PIC X.
           05  WS-TRN-OPERATOR-ID      PIC X(08).
           05  WS-TRN-ACTIVE           PIC X.
           05  WS-TRN-OK               PIC X.
           05  WS-TRN-FILE-NAME        PIC X(60).

       01  WS-LOAN-FILE-STATUS         PIC XX.
       01  WS-SCHEDULE-FILE-STATUS     PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Loan Contract Table - loaded whole, patched, spilled back out.
      *----------------------------------------------------------------
       01  WS-LOAN-TABLE.
           05  WS-LN-ENTRY             OCCURS 500 TIMES.
               10  WS-LN-ACCOUNT       PIC 9(10).
               10  WS-LN-PRINCIPAL     PIC 9(09)V99.
               10  WS-LN-RATE          PIC 9V9(06).
               10  WS-LN-TERM          PIC 9(03).
               10  WS-LN-PAY-DAY       PIC 9(02).
               10  WS-LN-OPEN-DATE     PIC 9(08).
               10  WS-LN-FIRST-DUE     PIC 9(08).
               10  WS-LN-MATURITY      PIC 9(08).
               10  WS-LN-INSTALLMENT   PIC 9(09)V99.
               10  WS-LN-STATUS        PIC X.
       01  WS-LOAN-TOTAL               PIC 9(03) VALUE 0.
       01  WS-LOAN-SUB                 PIC 9(03) VALUE 0.
       01  WS-LOAN-MATCH               PIC 9(03) VALUE 0.

      *----------------------------------------------------------------
      * Schedule Table - every installment of every loan, in file
      * order (each loan's rows contiguous and in installment order,
      * which is how 3000-ADD-LOAN appends them).
      *----------------------------------------------------------------
       01  WS-SCHEDULE-TABLE.
           05  WS-SC-ENTRY             OCCURS 6000 TIMES.
               10  WS-SC-ACCOUNT       PIC 9(10).
               10  WS-SC-INST-NO       PIC 9(03).
               10  WS-SC-DUE-DATE      PIC 9(08).
               10  WS-SC-PAYMENT       PIC 9(09)V99.
               10  WS-SC-PRINCIPAL     PIC 9(09)V99.
               10  WS-SC-INTEREST      PIC 9(09)V99.
               10  WS-SC-BALANCE       PIC 9(09)V99.
               10  WS-SC-PRIN-PAID     PIC 9(09)V99.
               10  WS-SC-INT-PAID      PIC 9(09)V99.
               10  WS-SC-STATUS        PIC X.
               10  WS-SC-PAID-DATE     PIC 9(08).
       01  WS-SCHEDULE-TOTAL           PIC 9(04) VALUE 0.
       01  WS-SC-SUB                   PIC 9(04) VALUE 0.
       01  WS-REWRITE-NEEDED           PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Output Line Layouts
      *----------------------------------------------------------------
       01  WS-LOAN-OUT-LINE.
           05  WS-LO-ACCOUNT           PIC 9(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-LO-PRINCIPAL         PIC 9(09).99.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-LO-RATE              PIC 9.9(06).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-LO-TERM              PIC 9(03).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-LO-PAY-DAY           PIC 9(02).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-LO-OPEN-DATE         PIC 9(08).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-LO-FIRST-DUE         PIC 9(08).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-LO-MATURITY          PIC 9(08).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-LO-INSTALLMENT       PIC 9(09).99.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-LO-STATUS            PIC X.

       01  WS-SCHED-OUT-LINE.
           05  WS-SO-ACCOUNT           PIC 9(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-SO-INST-NO           PIC 9(03).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-SO-DUE-DATE          PIC 9(08).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-SO-PAYMENT           PIC 9(09).99.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-SO-PRINCIPAL         PIC 9(09).99.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-SO-INTEREST          PIC 9(09).99.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-SO-BALANCE           PIC 9(09).99.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-SO-PRIN-PAID         PIC 9(09).99.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-SO-INT-PAID          PIC 9(09).99.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-SO-STATUS            PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-SO-PAID-DATE         PIC 9(08).

      *----------------------------------------------------------------
      * Amortization Working Fields
      *----------------------------------------------------------------
       01  WS-RATE-FACTOR              PIC 9V9(06).
       01  WS-GROWTH-FACTOR            PIC 9(06)V9(10).
       01  WS-GROWTH-LESS-ONE          PIC 9(06)V9(10).
       01  WS-ANNUITY-FACTOR           PIC 9(03)V9(12).
       01  WS-LEVEL-PAYMENT            PIC 9(09)V99.
       01  WS-RUNNING-BALANCE          PIC 9(09)V99.
       01  WS-INST-INTEREST            PIC 9(09)V99.
       01  WS-INST-PRINCIPAL           PIC 9(09)V99.
       01  WS-INST-NO                  PIC 9(03).
       01  WS-REMAINING                PIC 9(09)V99.
       01  WS-DUE-PORTION              PIC 9(09)V99.
       01  WS-CURRENT-SEEN             PIC X VALUE 'N'.
       01  WS-PREPAID-INSTALLMENT      PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Due-Date Working Fields - the payment day (1-28) exists in
      * every month, so no month-end clamping is needed.
      *----------------------------------------------------------------
       01  WS-WORK-DATE.
           05  WS-WORK-YEAR            PIC 9(04).
           05  WS-WORK-MONTH           PIC 99.
           05  WS-WORK-DAY             PIC 99.
       01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                       PIC 9(08).

       LINKAGE SECTION.
       01  LK-LOAN-REQUEST.
           05  LK-LOAN-FUNCTION        PIC X.
               88  LK-FUNC-ADD         VALUE 'A'.
               88  LK-FUNC-GET         VALUE 'G'.
               88  LK-FUNC-PAY         VALUE 'P'.
           05  LK-LOAN-ACCOUNT         PIC 9(10).
           05  LK-LOAN-PRINCIPAL       PIC 9(09)V99.
           05  LK-LOAN-RATE            PIC 9V9(06).
           05  LK-LOAN-TERM            PIC 9(03).
           05  LK-LOAN-PAY-DAY         PIC 9(02).
           05  LK-LOAN-OPEN-DATE       PIC 9(08).
           05  LK-LOAN-FIRST-DUE       PIC 9(08).
           05  LK-LOAN-MATURITY        PIC 9(08).
           05  LK-LOAN-INSTALLMENT     PIC 9(09)V99.
           05  LK-LOAN-STATUS          PIC X.
           05  LK-LOAN-AS-OF           PIC 9(08).
           05  LK-LOAN-AMOUNT          PIC 9(09)V99.
           05  LK-LOAN-INTEREST-PART   PIC 9(09)V99.
           05  LK-LOAN-PRINCIPAL-PART  PIC 9(09)V99.
           05  LK-LOAN-UNAPPLIED       PIC 9(09)V99.
           05  LK-LOAN-NEXT-DUE        PIC 9(08).
           05  LK-LOAN-PAST-DUE-COUNT  PIC 9(03).
           05  LK-LOAN-PAST-DUE-AMT    PIC 9(09)V99.
           05  LK-LOAN-OLDEST-DUE      PIC 9(08).
           05  LK-LOAN-OUTSTANDING     PIC 9(09)V99.
           05  LK-LOAN-FOUND           PIC X.
           05  LK-LOAN-OK              PIC X.

       PROCEDURE DIVISION USING LK-LOAN-REQUEST.

       0000-MAIN.
           PERFORM 0100-RESOLVE-FILE-NAMES

           MOVE 'N' TO LK-LOAN-FOUND
           MOVE 'N' TO LK-LOAN-OK
           MOVE 'N' TO WS-REWRITE-NEEDED

           PERFORM 1000-LOAD-LOAN-FILE THRU 1000-EXIT
           PERFORM 1500-LOAD-SCHEDULE-FILE THRU 1500-EXIT

           MOVE 0 TO WS-LOAN-MATCH
           PERFORM 1200-SCAN-ONE-LOAN
               VARYING WS-LOAN-SUB FROM 1 BY 1
               UNTIL WS-LOAN-SUB > WS-LOAN-TOTAL

           EVALUATE TRUE
               WHEN LK-FUNC-ADD
                   PERFORM 3000-ADD-LOAN THRU 3000-EXIT
               WHEN LK-FUNC-GET
                   PERFORM 2000-GET-LOAN
               WHEN LK-FUNC-PAY
                   PERFORM 4000-APPLY-PAYMENT THRU 4000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REWRITE-NEEDED = 'Y'
               PERFORM 5000-REWRITE-FILES
           END-IF

           GOBACK
           .

       0100-RESOLVE-FILE-NAMES.
      *    Asked on every call - a trainee signing on part way
      *    through the run switches it to the training copy.
           MOVE 'R' TO WS-TRN-FUNCTION
           MOVE WS-LOAN-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-LOAN-FILE-NAME
           MOVE WS-SCHEDULE-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-SCHEDULE-FILE-NAME
           .

       1000-LOAD-LOAN-FILE.
      *    Absence of the file just means no loan has been booked.
           MOVE 0 TO WS-LOAN-TOTAL

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1100-LOAD-ONE-LOAN-LINE UNTIL WS-EOF = 'Y'

           CLOSE LOAN-FILE
           .

       1000-EXIT.
           EXIT
           .

       1100-LOAD-ONE-LOAN-LINE.
           READ LOAN-FILE INTO LOAN-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LOAN-LINE(1:10) IS NUMERIC
                       AND WS-LOAN-TOTAL < 500
                       ADD 1 TO WS-LOAN-TOTAL
                       PERFORM 1110-PARSE-LOAN-LINE
                   END-IF
           END-READ
           .

       1110-PARSE-LOAN-LINE.
           MOVE LOAN-LINE(1:10) TO WS-LN-ACCOUNT(WS-LOAN-TOTAL)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(LOAN-LINE(12:12)))
               TO WS-LN-PRINCIPAL(WS-LOAN-TOTAL)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(LOAN-LINE(25:8)))
               TO WS-LN-RATE(WS-LOAN-TOTAL)
           MOVE LOAN-LINE(34:3) TO WS-LN-TERM(WS-LOAN-TOTAL)
           MOVE LOAN-LINE(38:2) TO WS-LN-PAY-DAY(WS-LOAN-TOTAL)
           MOVE LOAN-LINE(41:8) TO WS-LN-OPEN-DATE(WS-LOAN-TOTAL)
           MOVE LOAN-LINE(50:8) TO WS-LN-FIRST-DUE(WS-LOAN-TOTAL)
           MOVE LOAN-LINE(59:8) TO WS-LN-MATURITY(WS-LOAN-TOTAL)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(LOAN-LINE(68:12)))
               TO WS-LN-INSTALLMENT(WS-LOAN-TOTAL)
           MOVE LOAN-LINE(81:1) TO WS-LN-STATUS(WS-LOAN-TOTAL)
           .

       1200-SCAN-ONE-LOAN.
           IF WS-LN-ACCOUNT(WS-LOAN-SUB) = LK-LOAN-ACCOUNT
               MOVE WS-LOAN-SUB TO WS-LOAN-MATCH
           END-IF
           .

       1500-LOAD-SCHEDULE-FILE.
           MOVE 0 TO WS-SCHEDULE-TOTAL

           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-FILE-STATUS NOT = '00'
               GO TO 1500-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1600-LOAD-ONE-SCHEDULE-LINE UNTIL WS-EOF = 'Y'

           CLOSE SCHEDULE-FILE
           .

       1500-EXIT.
           EXIT
           .

       1600-LOAD-ONE-SCHEDULE-LINE.
           READ SCHEDULE-FILE INTO SCHEDULE-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF SCHEDULE-LINE(1:10) IS NUMERIC
                       AND WS-SCHEDULE-TOTAL < 6000
                       ADD 1 TO WS-SCHEDULE-TOTAL
                       PERFORM 1610-PARSE-SCHEDULE-LINE
                   END-IF
           END-READ
           .

       1610-PARSE-SCHEDULE-LINE.
           MOVE WS-SCHEDULE-TOTAL TO WS-SC-SUB
           MOVE SCHEDULE-LINE(1:10)  TO WS-SC-ACCOUNT(WS-SC-SUB)
           MOVE SCHEDULE-LINE(12:3)  TO WS-SC-INST-NO(WS-SC-SUB)
           MOVE SCHEDULE-LINE(16:8)  TO WS-SC-DUE-DATE(WS-SC-SUB)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SCHEDULE-LINE(25:12)))
               TO WS-SC-PAYMENT(WS-SC-SUB)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SCHEDULE-LINE(38:12)))
               TO WS-SC-PRINCIPAL(WS-SC-SUB)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SCHEDULE-LINE(51:12)))
               TO WS-SC-INTEREST(WS-SC-SUB)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SCHEDULE-LINE(64:12)))
               TO WS-SC-BALANCE(WS-SC-SUB)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SCHEDULE-LINE(77:12)))
               TO WS-SC-PRIN-PAID(WS-SC-SUB)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(SCHEDULE-LINE(90:12)))
               TO WS-SC-INT-PAID(WS-SC-SUB)
           MOVE SCHEDULE-LINE(103:1) TO WS-SC-STATUS(WS-SC-SUB)
           IF SCHEDULE-LINE(105:8) IS NUMERIC
               MOVE SCHEDULE-LINE(105:8) TO WS-SC-PAID-DATE(WS-SC-SUB)
           ELSE
               MOVE 0 TO WS-SC-PAID-DATE(WS-SC-SUB)
           END-IF
           .

       2000-GET-LOAN.
           IF WS-LOAN-MATCH = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO LK-LOAN-FOUND
           PERFORM 2100-RETURN-TERMS
           PERFORM 2200-RETURN-POSITION
           MOVE 'Y' TO LK-LOAN-OK
           .

       2100-RETURN-TERMS.
           MOVE WS-LN-PRINCIPAL(WS-LOAN-MATCH)   TO LK-LOAN-PRINCIPAL
           MOVE WS-LN-RATE(WS-LOAN-MATCH)        TO LK-LOAN-RATE
           MOVE WS-LN-TERM(WS-LOAN-MATCH)        TO LK-LOAN-TERM
           MOVE WS-LN-PAY-DAY(WS-LOAN-MATCH)     TO LK-LOAN-PAY-DAY
           MOVE WS-LN-OPEN-DATE(WS-LOAN-MATCH)   TO LK-LOAN-OPEN-DATE
           MOVE WS-LN-FIRST-DUE(WS-LOAN-MATCH)   TO LK-LOAN-FIRST-DUE
           MOVE WS-LN-MATURITY(WS-LOAN-MATCH)    TO LK-LOAN-MATURITY
           MOVE WS-LN-INSTALLMENT(WS-LOAN-MATCH) TO LK-LOAN-INSTALLMENT
           MOVE WS-LN-STATUS(WS-LOAN-MATCH)      TO LK-LOAN-STATUS
           .

       2200-RETURN-POSITION.
      *    An installment is past due once its due date is behind
      *    the as-of date and any part of it is still unpaid; the
      *    amount past due is what is left unpaid on those.
           MOVE 0 TO LK-LOAN-NEXT-DUE
           MOVE 0 TO LK-LOAN-PAST-DUE-COUNT
           MOVE 0 TO LK-LOAN-PAST-DUE-AMT
           MOVE 0 TO LK-LOAN-OLDEST-DUE
           MOVE WS-LN-PRINCIPAL(WS-LOAN-MATCH) TO LK-LOAN-OUTSTANDING

           PERFORM 2210-POSITION-ONE-INSTALLMENT
               VARYING WS-SC-SUB FROM 1 BY 1
               UNTIL WS-SC-SUB > WS-SCHEDULE-TOTAL
           .

       2210-POSITION-ONE-INSTALLMENT.
           IF WS-SC-ACCOUNT(WS-SC-SUB) NOT = LK-LOAN-ACCOUNT
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-SC-PRIN-PAID(WS-SC-SUB) FROM LK-LOAN-OUTSTANDING

           IF WS-SC-STATUS(WS-SC-SUB) = 'P'
               EXIT PARAGRAPH
           END-IF

           IF LK-LOAN-NEXT-DUE = 0
               MOVE WS-SC-DUE-DATE(WS-SC-SUB) TO LK-LOAN-NEXT-DUE
           END-IF

           IF WS-SC-DUE-DATE(WS-SC-SUB) < LK-LOAN-AS-OF
               ADD 1 TO LK-LOAN-PAST-DUE-COUNT
               COMPUTE LK-LOAN-PAST-DUE-AMT = LK-LOAN-PAST-DUE-AMT
                   + WS-SC-PAYMENT(WS-SC-SUB)
                   - WS-SC-PRIN-PAID(WS-SC-SUB)
                   - WS-SC-INT-PAID(WS-SC-SUB)
               IF LK-LOAN-OLDEST-DUE = 0
                   MOVE WS-SC-DUE-DATE(WS-SC-SUB) TO LK-LOAN-OLDEST-DUE
               END-IF
           END-IF
           .

       3000-ADD-LOAN.
           IF WS-LOAN-MATCH > 0
               OR WS-LOAN-TOTAL >= 500
               OR LK-LOAN-PRINCIPAL = 0
               OR LK-LOAN-TERM = 0
               OR LK-LOAN-PAY-DAY = 0 OR LK-LOAN-PAY-DAY > 28
               GO TO 3000-EXIT
           END-IF

           IF WS-SCHEDULE-TOTAL + LK-LOAN-TERM > 6000
      *        No room for the whole schedule - a loan with half a
      *        schedule would age wrongly forever, so none is booked.
               GO TO 3000-EXIT
           END-IF

           PERFORM 3100-COMPUTE-LEVEL-PAYMENT

      *    First installment: the payment day of the month after the
      *    loan was opened.
           MOVE LK-LOAN-OPEN-DATE TO WS-WORK-DATE-NUM
           PERFORM 3300-NEXT-DUE-DATE
           MOVE WS-WORK-DATE-NUM TO LK-LOAN-FIRST-DUE

           MOVE LK-LOAN-PRINCIPAL TO WS-RUNNING-BALANCE
           PERFORM 3200-BUILD-ONE-INSTALLMENT
               VARYING WS-INST-NO FROM 1 BY 1
               UNTIL WS-INST-NO > LK-LOAN-TERM

           ADD 1 TO WS-LOAN-TOTAL
           MOVE LK-LOAN-ACCOUNT     TO WS-LN-ACCOUNT(WS-LOAN-TOTAL)
           MOVE LK-LOAN-PRINCIPAL   TO WS-LN-PRINCIPAL(WS-LOAN-TOTAL)
           MOVE LK-LOAN-RATE        TO WS-LN-RATE(WS-LOAN-TOTAL)
           MOVE LK-LOAN-TERM        TO WS-LN-TERM(WS-LOAN-TOTAL)
           MOVE LK-LOAN-PAY-DAY     TO WS-LN-PAY-DAY(WS-LOAN-TOTAL)
           MOVE LK-LOAN-OPEN-DATE   TO WS-LN-OPEN-DATE(WS-LOAN-TOTAL)
           MOVE LK-LOAN-FIRST-DUE   TO WS-LN-FIRST-DUE(WS-LOAN-TOTAL)
           MOVE LK-LOAN-MATURITY    TO WS-LN-MATURITY(WS-LOAN-TOTAL)
           MOVE WS-LEVEL-PAYMENT    TO WS-LN-INSTALLMENT(WS-LOAN-TOTAL)
           MOVE 'A'                 TO WS-LN-STATUS(WS-LOAN-TOTAL)

           MOVE WS-LEVEL-PAYMENT TO LK-LOAN-INSTALLMENT
           MOVE 'A'              TO LK-LOAN-STATUS
           MOVE 'Y' TO WS-REWRITE-NEEDED
           MOVE 'Y' TO LK-LOAN-FOUND
           MOVE 'Y' TO LK-LOAN-OK
           .

       3000-EXIT.
           EXIT
           .

       3100-COMPUTE-LEVEL-PAYMENT.
      *    A zero-rate loan simply divides the principal evenly.
           IF LK-LOAN-RATE = 0
               COMPUTE WS-LEVEL-PAYMENT ROUNDED =
                   LK-LOAN-PRINCIPAL / LK-LOAN-TERM
               EXIT PARAGRAPH
           END-IF

      *    (1 + r) ** n is compounded a month at a time, and the
      *    annuity factor r(1+r)**n / ((1+r)**n - 1) is taken in its
      *    own step, so no intermediate result loses the decimals
      *    the installment depends on.
           COMPUTE WS-RATE-FACTOR = 1 + LK-LOAN-RATE
           MOVE 1 TO WS-GROWTH-FACTOR
           PERFORM 3110-COMPOUND-ONE-MONTH
               VARYING WS-INST-NO FROM 1 BY 1
               UNTIL WS-INST-NO > LK-LOAN-TERM

           COMPUTE WS-GROWTH-LESS-ONE = WS-GROWTH-FACTOR - 1
           COMPUTE WS-ANNUITY-FACTOR ROUNDED =
               LK-LOAN-RATE * WS-GROWTH-FACTOR / WS-GROWTH-LESS-ONE
           COMPUTE WS-LEVEL-PAYMENT ROUNDED =
               LK-LOAN-PRINCIPAL * WS-ANNUITY-FACTOR
           .

       3110-COMPOUND-ONE-MONTH.
           COMPUTE WS-GROWTH-FACTOR ROUNDED =
               WS-GROWTH-FACTOR * WS-RATE-FACTOR
           .

       3200-BUILD-ONE-INSTALLMENT.
           COMPUTE WS-INST-INTEREST ROUNDED =
               WS-RUNNING-BALANCE * LK-LOAN-RATE
           IF WS-INST-NO = LK-LOAN-TERM
               OR WS-LEVEL-PAYMENT - WS-INST-INTEREST
                  > WS-RUNNING-BALANCE
               MOVE WS-RUNNING-BALANCE TO WS-INST-PRINCIPAL
           ELSE
               COMPUTE WS-INST-PRINCIPAL =
                   WS-LEVEL-PAYMENT - WS-INST-INTEREST
           END-IF
           SUBTRACT WS-INST-PRINCIPAL FROM WS-RUNNING-BALANCE

           IF WS-INST-NO > 1
               PERFORM 3300-NEXT-DUE-DATE
           END-IF

           ADD 1 TO WS-SCHEDULE-TOTAL
           MOVE WS-SCHEDULE-TOTAL TO WS-SC-SUB
           MOVE LK-LOAN-ACCOUNT    TO WS-SC-ACCOUNT(WS-SC-SUB)
           MOVE WS-INST-NO         TO WS-SC-INST-NO(WS-SC-SUB)
           MOVE WS-WORK-DATE-NUM   TO WS-SC-DUE-DATE(WS-SC-SUB)
           COMPUTE WS-SC-PAYMENT(WS-SC-SUB) =
               WS-INST-PRINCIPAL + WS-INST-INTEREST
           MOVE WS-INST-PRINCIPAL  TO WS-SC-PRINCIPAL(WS-SC-SUB)
           MOVE WS-INST-INTEREST   TO WS-SC-INTEREST(WS-SC-SUB)
           MOVE WS-RUNNING-BALANCE TO WS-SC-BALANCE(WS-SC-SUB)
           MOVE 0                  TO WS-SC-PRIN-PAID(WS-SC-SUB)
           MOVE 0                  TO WS-SC-INT-PAID(WS-SC-SUB)
           MOVE 'O'                TO WS-SC-STATUS(WS-SC-SUB)
           MOVE 0                  TO WS-SC-PAID-DATE(WS-SC-SUB)

           MOVE WS-WORK-DATE-NUM TO LK-LOAN-MATURITY
           .

       3300-NEXT-DUE-DATE.
      *    One month on from WS-WORK-DATE, landing on the payment day
      *    (1-28, so it exists in every month).
           ADD 1 TO WS-WORK-MONTH
           IF WS-WORK-MONTH > 12
               MOVE 1 TO WS-WORK-MONTH
               ADD 1 TO WS-WORK-YEAR
           END-IF
           MOVE LK-LOAN-PAY-DAY TO WS-WORK-DAY
           .

       4000-APPLY-PAYMENT.
           MOVE 0 TO LK-LOAN-INTEREST-PART
           MOVE 0 TO LK-LOAN-PRINCIPAL-PART
           MOVE LK-LOAN-AMOUNT TO LK-LOAN-UNAPPLIED

           IF WS-LOAN-MATCH = 0
               GO TO 4000-EXIT
           END-IF
           MOVE 'Y' TO LK-LOAN-FOUND

           MOVE LK-LOAN-AMOUNT TO WS-REMAINING
           MOVE 'N' TO WS-CURRENT-SEEN
           PERFORM 4100-APPLY-TO-ONE-INSTALLMENT
               VARYING WS-SC-SUB FROM 1 BY 1
               UNTIL WS-SC-SUB > WS-SCHEDULE-TOTAL
                  OR WS-REMAINING = 0
           MOVE WS-REMAINING TO LK-LOAN-UNAPPLIED

      *    Last installment cleared - the loan is paid off.
           PERFORM 2200-RETURN-POSITION
           IF LK-LOAN-NEXT-DUE = 0
               MOVE 'P' TO WS-LN-STATUS(WS-LOAN-MATCH)
           END-IF
           PERFORM 2100-RETURN-TERMS

           MOVE 'Y' TO WS-REWRITE-NEEDED
           MOVE 'Y' TO LK-LOAN-OK
           .

       4000-EXIT.
           EXIT
           .

       4100-APPLY-TO-ONE-INSTALLMENT.
           IF WS-SC-ACCOUNT(WS-SC-SUB) NOT = LK-LOAN-ACCOUNT
               OR WS-SC-STATUS(WS-SC-SUB) = 'P'
               EXIT PARAGRAPH
           END-IF

      *    Installments already due, and the one now accruing (the
      *    first due on or after the as-of date), take interest and
      *    principal.  Anything beyond that is a prepayment: it
      *    reduces principal only, since that interest has not been
      *    earned, and the installment's unearned interest is
      *    dropped once its principal is cleared.
           MOVE 'N' TO WS-PREPAID-INSTALLMENT
           IF WS-SC-DUE-DATE(WS-SC-SUB) NOT < LK-LOAN-AS-OF
               IF WS-CURRENT-SEEN = 'Y'
                   MOVE 'Y' TO WS-PREPAID-INSTALLMENT
               END-IF
               MOVE 'Y' TO WS-CURRENT-SEEN
           END-IF

      *    Interest first ...
           IF WS-PREPAID-INSTALLMENT = 'N'
               COMPUTE WS-DUE-PORTION = WS-SC-INTEREST(WS-SC-SUB)
                                      - WS-SC-INT-PAID(WS-SC-SUB)
               IF WS-DUE-PORTION > WS-REMAINING
                   MOVE WS-REMAINING TO WS-DUE-PORTION
               END-IF
               ADD WS-DUE-PORTION TO WS-SC-INT-PAID(WS-SC-SUB)
               ADD WS-DUE-PORTION TO LK-LOAN-INTEREST-PART
               SUBTRACT WS-DUE-PORTION FROM WS-REMAINING
           END-IF

      *    ... then principal.
           COMPUTE WS-DUE-PORTION = WS-SC-PRINCIPAL(WS-SC-SUB)
                                  - WS-SC-PRIN-PAID(WS-SC-SUB)
           IF WS-DUE-PORTION > WS-REMAINING
               MOVE WS-REMAINING TO WS-DUE-PORTION
           END-IF
           ADD WS-DUE-PORTION TO WS-SC-PRIN-PAID(WS-SC-SUB)
           ADD WS-DUE-PORTION TO LK-LOAN-PRINCIPAL-PART
           SUBTRACT WS-DUE-PORTION FROM WS-REMAINING

           IF WS-PREPAID-INSTALLMENT = 'Y'
               AND WS-SC-PRIN-PAID(WS-SC-SUB)
                   = WS-SC-PRINCIPAL(WS-SC-SUB)
               MOVE WS-SC-INT-PAID(WS-SC-SUB)
                   TO WS-SC-INTEREST(WS-SC-SUB)
               COMPUTE WS-SC-PAYMENT(WS-SC-SUB) =
                   WS-SC-PRINCIPAL(WS-SC-SUB)
                   + WS-SC-INTEREST(WS-SC-SUB)
           END-IF

           IF WS-SC-INT-PAID(WS-SC-SUB) = WS-SC-INTEREST(WS-SC-SUB)
               AND WS-SC-PRIN-PAID(WS-SC-SUB)
                   = WS-SC-PRINCIPAL(WS-SC-SUB)
               MOVE 'P' TO WS-SC-STATUS(WS-SC-SUB)
               MOVE LK-LOAN-AS-OF TO WS-SC-PAID-DATE(WS-SC-SUB)
           END-IF
           .

       5000-REWRITE-FILES.
           OPEN OUTPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS NOT = '00'
               MOVE 'N' TO LK-LOAN-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-WRITE-ONE-LOAN-LINE
               VARYING WS-LOAN-SUB FROM 1 BY 1
               UNTIL WS-LOAN-SUB > WS-LOAN-TOTAL
           CLOSE LOAN-FILE

           OPEN OUTPUT SCHEDULE-FILE
           IF WS-SCHEDULE-FILE-STATUS NOT = '00'
               MOVE 'N' TO LK-LOAN-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 5200-WRITE-ONE-SCHEDULE-LINE
               VARYING WS-SC-SUB FROM 1 BY 1
               UNTIL WS-SC-SUB > WS-SCHEDULE-TOTAL
           CLOSE SCHEDULE-FILE
           .

       5100-WRITE-ONE-LOAN-LINE.
           MOVE WS-LN-ACCOUNT(WS-LOAN-SUB)     TO WS-LO-ACCOUNT
           MOVE WS-LN-PRINCIPAL(WS-LOAN-SUB)   TO WS-LO-PRINCIPAL
           MOVE WS-LN-RATE(WS-LOAN-SUB)        TO WS-LO-RATE
           MOVE WS-LN-TERM(WS-LOAN-SUB)        TO WS-LO-TERM
           MOVE WS-LN-PAY-DAY(WS-LOAN-SUB)     TO WS-LO-PAY-DAY
           MOVE WS-LN-OPEN-DATE(WS-LOAN-SUB)   TO WS-LO-OPEN-DATE
           MOVE WS-LN-FIRST-DUE(WS-LOAN-SUB)   TO WS-LO-FIRST-DUE
           MOVE WS-LN-MATURITY(WS-LOAN-SUB)    TO WS-LO-MATURITY
           MOVE WS-LN-INSTALLMENT(WS-LOAN-SUB) TO WS-LO-INSTALLMENT
           MOVE WS-LN-STATUS(WS-LOAN-SUB)      TO WS-LO-STATUS
           MOVE SPACES TO LOAN-LINE
           MOVE WS-LOAN-OUT-LINE TO LOAN-LINE(1:81)
           WRITE LOAN-LINE
           .

       5200-WRITE-ONE-SCHEDULE-LINE.
           MOVE WS-SC-ACCOUNT(WS-SC-SUB)   TO WS-SO-ACCOUNT
           MOVE WS-SC-INST-NO(WS-SC-SUB)   TO WS-SO-INST-NO
           MOVE WS-SC-DUE-DATE(WS-SC-SUB)  TO WS-SO-DUE-DATE
           MOVE WS-SC-PAYMENT(WS-SC-SUB)   TO WS-SO-PAYMENT
           MOVE WS-SC-PRINCIPAL(WS-SC-SUB) TO WS-SO-PRINCIPAL
           MOVE WS-SC-INTEREST(WS-SC-SUB)  TO WS-SO-INTEREST
           MOVE WS-SC-BALANCE(WS-SC-SUB)   TO WS-SO-BALANCE
           MOVE WS-SC-PRIN-PAID(WS-SC-SUB) TO WS-SO-PRIN-PAID
           MOVE WS-SC-INT-PAID(WS-SC-SUB)  TO WS-SO-INT-PAID
           MOVE WS-SC-STATUS(WS-SC-SUB)    TO WS-SO-STATUS
           MOVE WS-SC-PAID-DATE(WS-SC-SUB) TO WS-SO-PAID-DATE
           MOVE SPACES TO SCHEDULE-LINE
           MOVE WS-SCHED-OUT-LINE TO SCHEDULE-LINE(1:112)
           WRITE SCHEDULE-LINE
           .
