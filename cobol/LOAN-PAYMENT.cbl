       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PAYMENT.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: LOAN-PAYMENT
      * PURPOSE: Nightly installment-loan payment allocation, run
      *          straight after the day's postings.  A payment
      *          reaches a LOAN account the ordinary way - a clerk-
      *          keyed or channel deposit, a standing-order or
      *          teller transfer - and lands on the account as a
      *          credit against the negative principal balance.
      *          This step finds every such credit posted on the
      *          business date (from the per-account history file,
      *          which every posting program writes, online and
      *          batch alike), applies it to the loan's amortization
      *          schedule through LOAN-MASTER (oldest installment
      *          first, interest before principal), and posts the
      *          interest portion back onto the loan as a type 2
      *          entry - so the balance falls only by the principal
      *          repaid, and the GL journal carries the interest to
      *          loan interest income.  The 2 entry is linked to the
      *          payment it came from: its audit entry carries
      *          LOAN-PMT:<payment HHMMSSss> and its history row the
      *          payment's time as cross-reference.  A payment left
      *          over once every installment is paid is reported as
      *          an overpayment for refund.
      * INPUT:   ../data/loan-master.txt (loans on file),
      *          ../data/txn-history.txt (the day's postings),
      *          account file via ADABAS, business date
      * OUTPUT:  Interest postings (type 2), schedule updates via
      *          LOAN-MASTER, ../data/loan-payment-report.txt
      *          (CSV: ACCOUNT,PAYMENT,INTEREST,PRINCIPAL,UNAPPLIED,
      *          NEXT-DUE,RESULT)
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "../data/loan-master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "../data/txn-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO
                   "../data/loan-payment-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-LINE                   PIC X(90).

       FD  HISTORY-FILE.
       01  HISTORY-LINE                PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * Adabas Control Block
      *----------------------------------------------------------------
       01  ADABAS-CONTROL-BLOCK.
           05  ACB-COMMAND-CODE        PIC XX.
           05  ACB-COMMAND-ID          PIC X(04).
           05  ACB-FILE-NUMBER         PIC 9(05).
           05  ACB-RESPONSE-CODE       PIC 9(03).
           05  ACB-ISN                 PIC 9(10).
           05  ACB-ISN-LOWER-LIMIT     PIC 9(10).
           05  ACB-ISN-QUANTITY        PIC 9(10).
           05  ACB-FORMAT-BUFFER-LEN   PIC 9(05).
           05  ACB-RECORD-BUFFER-LEN   PIC 9(05).
           05  ACB-SEARCH-BUFFER-LEN   PIC 9(05).
           05  ACB-VALUE-BUFFER-LEN    PIC 9(05).
           05  ACB-ISN-BUFFER-LEN      PIC 9(05).
           05  ACB-USER-ID             PIC X(08).
           05  ACB-TERMINAL-ID         PIC X(08).
           05  FILLER                  PIC X(24).

      *----------------------------------------------------------------
      * Account Record Structure
      *----------------------------------------------------------------
       01  ACCOUNT-RECORD.
           05  ACCOUNT-NUMBER          PIC 9(10).
           05  CUSTOMER-NAME           PIC X(50).
           05  ACCOUNT-TYPE            PIC X(15).
           05  BALANCE                 PIC S9(08)V99.
           05  LAST-TXN-DATE           PIC 9(08).
           05  CURRENCY-CODE           PIC X(03).
           05  CUSTOMER-ID             PIC 9(10).

      *----------------------------------------------------------------
      * Loans On File - account numbers read straight off the loan
      * master (LOAN-MASTER owns the file; this step only reads it
      * to know which history rows are loan payments).
      *----------------------------------------------------------------
       01  WS-LOAN-FILE-STATUS         PIC XX.
       01  WS-LOAN-LIST.
           05  WS-LL-ACCOUNT           PIC 9(10) OCCURS 500 TIMES.
       01  WS-LOAN-TOTAL               PIC 9(03) VALUE 0.
       01  WS-LOAN-SCAN                PIC 9(03) VALUE 0.
       01  WS-IS-LOAN                  PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * The Day's Loan Payments - every credit to a loan account on
      * the business date, collected in one pass and closed before
      * any interest entry is posted (those entries append to the
      * same history file).  History layout: see TXN-HISTORY.
      *----------------------------------------------------------------
       01  WS-HISTORY-FILE-STATUS      PIC XX.
       01  WS-PAYMENT-TABLE.
           05  WS-PAY-ENTRY            OCCURS 500 TIMES.
               10  WS-PAY-ACCOUNT      PIC 9(10).
               10  WS-PAY-TIME         PIC 9(08).
               10  WS-PAY-AMOUNT       PIC 9(09)V99.
       01  WS-PAYMENT-TOTAL            PIC 9(03) VALUE 0.
       01  WS-PAY-IX                   PIC 9(03) VALUE 0.
       01  WS-HIST-LINE-ACCOUNT        PIC 9(10).
       01  WS-HIST-LINE-OLD            PIC S9(08)V99.
       01  WS-HIST-LINE-NEW            PIC S9(08)V99.

      *----------------------------------------------------------------
      * Loan Contract Interface (see LOAN-MASTER)
      *----------------------------------------------------------------
       01  WS-LOAN-REQUEST.
           05  WS-LOAN-FUNCTION        PIC X.
           05  WS-LOAN-ACCOUNT         PIC 9(10).
           05  WS-LOAN-PRINCIPAL       PIC 9(09)V99.
           05  WS-LOAN-RATE            PIC 9V9(06).
           05  WS-LOAN-TERM            PIC 9(03).
           05  WS-LOAN-PAY-DAY         PIC 9(02).
           05  WS-LOAN-OPEN-DATE       PIC 9(08).
           05  WS-LOAN-FIRST-DUE       PIC 9(08).
           05  WS-LOAN-MATURITY        PIC 9(08).
           05  WS-LOAN-INSTALLMENT     PIC 9(09)V99.
           05  WS-LOAN-STATUS          PIC X.
           05  WS-LOAN-AS-OF           PIC 9(08).
           05  WS-LOAN-AMOUNT          PIC 9(09)V99.
           05  WS-LOAN-INTEREST-PART   PIC 9(09)V99.
           05  WS-LOAN-PRINCIPAL-PART  PIC 9(09)V99.
           05  WS-LOAN-UNAPPLIED       PIC 9(09)V99.
           05  WS-LOAN-NEXT-DUE        PIC 9(08).
           05  WS-LOAN-PAST-DUE-COUNT  PIC 9(03).
           05  WS-LOAN-PAST-DUE-AMT    PIC 9(09)V99.
           05  WS-LOAN-OLDEST-DUE      PIC 9(08).
           05  WS-LOAN-OUTSTANDING     PIC 9(09)V99.
           05  WS-LOAN-FOUND           PIC X.
           05  WS-LOAN-OK              PIC X.

      *----------------------------------------------------------------
      * Working Variables
      *----------------------------------------------------------------
       01  WS-SAVED-ISN                PIC 9(10).
       01  WS-OLD-BALANCE              PIC S9(08)V99.
       01  WS-NEW-BALANCE              PIC S9(08)V99.
       01  WS-RESULT                   PIC X(10).

      *----------------------------------------------------------------
      * Business Date - stamped from the system control record via
      * BUSINESS-DATE, never from the wall clock.
      *----------------------------------------------------------------
       01  WS-BUSDATE-REQUEST.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.
       01  WS-NEW-TXN-DATE             PIC 9(08).

      *----------------------------------------------------------------
      * Run Control - this step records itself in the shared cycle
      * run log (see CYCLE-RUN-LOG for the record layout) and skips
      * its own work when a COMPLETE record for the business date
      * already exists - applying the day's payments twice would
      * double every interest entry and run the schedules ahead.
      *----------------------------------------------------------------
       01  WS-SAVED-RETURN-CODE        PIC S9(04) COMP VALUE 0.
       01  WS-RUN-REQUEST.
           05  WS-RUN-FUNCTION         PIC X.
           05  WS-RUN-JOB-DATE         PIC 9(08).
           05  WS-RUN-STEP             PIC X(20) VALUE
               'LOAN-PAYMENT'.
           05  WS-RUN-START-TIME       PIC 9(08).
           05  WS-RUN-END-TIME         PIC 9(08).
           05  WS-RUN-RECORDS          PIC 9(05).
           05  WS-RUN-STATUS           PIC X(08).
           05  WS-RUN-FOUND            PIC X.

      *----------------------------------------------------------------
      * Per-Account History (see TXN-HISTORY)
      *----------------------------------------------------------------
       01  WS-HISTORY-REQUEST.
           05  WS-HIST-ACCOUNT         PIC 9(10).
           05  WS-HIST-DATE            PIC 9(08).
           05  WS-HIST-TIME            PIC 9(08).
           05  WS-HIST-TYPE            PIC X.
           05  WS-HIST-AMOUNT          PIC X(12).
           05  WS-HIST-OLD-BAL         PIC S9(08)V99.
           05  WS-HIST-NEW-BAL         PIC S9(08)V99.
           05  WS-HIST-XREF            PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      * Audit Trail
      *----------------------------------------------------------------
       01  WS-AUDIT-LINE               PIC X(150).
       01  WS-AUDIT-TIME               PIC 9(08).
       01  WS-AUDIT-OLD-BAL-EDIT       PIC -9(08).99.
       01  WS-AUDIT-NEW-BAL-EDIT       PIC -9(08).99.
       01  WS-AUDIT-AMOUNT-EDIT        PIC 9(09).99.

      *----------------------------------------------------------------
      * Report Output
      *----------------------------------------------------------------
       01  WS-REPORT-FILE-STATUS       PIC XX.
       01  WS-RPT-LINE                 PIC X(100).
       01  WS-RPT-PAYMENT-EDIT         PIC 9(09).99.
       01  WS-RPT-INTEREST-EDIT        PIC 9(09).99.
       01  WS-RPT-PRINCIPAL-EDIT       PIC 9(09).99.
       01  WS-RPT-UNAPPLIED-EDIT       PIC 9(09).99.

      *----------------------------------------------------------------
      * Counters and Result Log
      *----------------------------------------------------------------
       01  WS-TOTAL-PAYMENTS           PIC 9(05) VALUE 0.
       01  WS-TOTAL-POSTED             PIC 9(05) VALUE 0.
       01  WS-TOTAL-PAID-OFF           PIC 9(05) VALUE 0.
       01  WS-TOTAL-OVERPAID           PIC 9(05) VALUE 0.
       01  WS-TOTAL-FAILED             PIC 9(05) VALUE 0.
       01  WS-TOTAL-INTEREST           PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-PRINCIPAL          PIC S9(11)V99 VALUE 0.
       01  WS-FORMATTED-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      * Format and Search Buffers
      *----------------------------------------------------------------
       01  READ-FORMAT-BUFFER          PIC X(100) VALUE
           'ACCOUNT-NUMBER,CUSTOMER-NAME,ACCOUNT-TYPE,BALANCE,LAST-TXN-
      -    'DATE.'.

       01  UPDATE-FORMAT-BUFFER        PIC X(50) VALUE
           'BALANCE,LAST-TXN-DATE.'.

       01  READ-SEARCH-BUFFER.
           05  FILLER                  PIC X(17) VALUE
               'ACCOUNT-NUMBER,1,'.
           05  RSB-ACCOUNT-NUMBER      PIC 9(10).
           05  FILLER                  PIC X VALUE '.'.

       01  RECORD-BUFFER               PIC X(500).
       01  UPDATE-BUFFER.
           05  UB-BALANCE              PIC S9(08)V99.
           05  UB-LAST-TXN-DATE        PIC 9(08).

      *----------------------------------------------------------------
      * Chained Audit Writer - entries reach the audit log through
      * AUDIT-LOGGER, which folds each entry onto the previous one's
      * chain value so the log is tamper-evident end to end.
      *----------------------------------------------------------------
       01  WS-AUDIT-WRITE-REQ.
           05  WS-AWR-LINE             PIC X(300).
           05  WS-AWR-OK               PIC X.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       0000-MAIN-ROUTINE.
      *----------------------------------------------------------------
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ONE-PAYMENT
               VARYING WS-PAY-IX FROM 1 BY 1
               UNTIL WS-PAY-IX > WS-PAYMENT-TOTAL
           CLOSE REPORT-FILE
           PERFORM 4000-PRINT-SUMMARY
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'NIGHTLY LOAN PAYMENT ALLOCATION'
           DISPLAY '=================================================='
           DISPLAY ' '

           MOVE 00012 TO ACB-FILE-NUMBER

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
           MOVE WS-BUS-DATE TO WS-NEW-TXN-DATE

           MOVE WS-NEW-TXN-DATE TO WS-RUN-JOB-DATE
           ACCEPT WS-RUN-START-TIME FROM TIME
           MOVE 'C' TO WS-RUN-FUNCTION
           CALL 'CYCLE-RUN-LOG' USING WS-RUN-REQUEST
           IF WS-RUN-FOUND = 'Y'
               DISPLAY 'Step already complete for ' WS-RUN-JOB-DATE
                       ' - skipping (rerun mode)'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1100-LOAD-LOAN-LIST THRU 1100-EXIT
           PERFORM 1200-COLLECT-PAYMENTS THRU 1200-EXIT

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LOAN PAYMENT ALLOCATION REPORT - ' DELIMITED BY SIZE
                  WS-BUS-DATE                         DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           MOVE WS-RPT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ACCOUNT,PAYMENT,INTEREST,PRINCIPAL,UNAPPLIED,NEXT-DUE,R
      -         'ESULT' TO REPORT-LINE
           WRITE REPORT-LINE
           .

      *----------------------------------------------------------------
       1100-LOAD-LOAN-LIST.
      *----------------------------------------------------------------
      *    No loan master just means no loan has been booked yet.
           MOVE 0 TO WS-LOAN-TOTAL

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF

           PERFORM 1110-LOAD-ONE-LOAN-LINE
               UNTIL WS-LOAN-FILE-STATUS NOT = '00'

           CLOSE LOAN-FILE
           .

       1100-EXIT.
           EXIT
           .

       1110-LOAD-ONE-LOAN-LINE.
           READ LOAN-FILE INTO LOAN-LINE
               AT END
                   MOVE '10' TO WS-LOAN-FILE-STATUS
               NOT AT END
                   IF LOAN-LINE(1:10) IS NUMERIC
                       AND WS-LOAN-TOTAL < 500
                       ADD 1 TO WS-LOAN-TOTAL
                       MOVE LOAN-LINE(1:10)
                           TO WS-LL-ACCOUNT(WS-LOAN-TOTAL)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       1200-COLLECT-PAYMENTS.
      *----------------------------------------------------------------
      *    A payment is any business-date history row on a loan
      *    account that raised the balance - deposit, transfer leg,
      *    channel item or adjustment alike.  The opening row (N)
      *    and the interest entries themselves (type 2) lower it, so the
      *    balance test alone keeps them out.
           MOVE 0 TO WS-PAYMENT-TOTAL
           IF WS-LOAN-TOTAL = 0
               GO TO 1200-EXIT
           END-IF

           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF

           PERFORM 1210-EXAMINE-ONE-HISTORY-LINE
               UNTIL WS-HISTORY-FILE-STATUS NOT = '00'

           CLOSE HISTORY-FILE
           .

       1200-EXIT.
           EXIT
           .

       1210-EXAMINE-ONE-HISTORY-LINE.
           READ HISTORY-FILE INTO HISTORY-LINE
               AT END
                   MOVE '10' TO WS-HISTORY-FILE-STATUS
               NOT AT END
                   IF HISTORY-LINE(1:10) IS NUMERIC
                       AND HISTORY-LINE(12:8) = WS-BUS-DATE
                       PERFORM 1220-TEST-ONE-HISTORY-LINE
                   END-IF
           END-READ
           .

       1220-TEST-ONE-HISTORY-LINE.
           MOVE HISTORY-LINE(1:10) TO WS-HIST-LINE-ACCOUNT
           MOVE 'N' TO WS-IS-LOAN
           PERFORM 1230-SCAN-ONE-LOAN
               VARYING WS-LOAN-SCAN FROM 1 BY 1
               UNTIL WS-LOAN-SCAN > WS-LOAN-TOTAL
           IF WS-IS-LOAN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(HISTORY-LINE(45:12))
               TO WS-HIST-LINE-OLD
           MOVE FUNCTION NUMVAL(HISTORY-LINE(58:12))
               TO WS-HIST-LINE-NEW
           IF WS-HIST-LINE-NEW NOT > WS-HIST-LINE-OLD
               EXIT PARAGRAPH
           END-IF

           IF WS-PAYMENT-TOTAL < 500
               ADD 1 TO WS-PAYMENT-TOTAL
               MOVE WS-HIST-LINE-ACCOUNT
                   TO WS-PAY-ACCOUNT(WS-PAYMENT-TOTAL)
               MOVE HISTORY-LINE(21:8)
                   TO WS-PAY-TIME(WS-PAYMENT-TOTAL)
               COMPUTE WS-PAY-AMOUNT(WS-PAYMENT-TOTAL) =
                   WS-HIST-LINE-NEW - WS-HIST-LINE-OLD
           END-IF
           .

       1230-SCAN-ONE-LOAN.
           IF WS-LL-ACCOUNT(WS-LOAN-SCAN) = WS-HIST-LINE-ACCOUNT
               MOVE 'Y' TO WS-IS-LOAN
           END-IF
           .

      *----------------------------------------------------------------
       2000-APPLY-ONE-PAYMENT.
      *----------------------------------------------------------------
      *    The loan account is held BEFORE the schedule moves, so a
      *    locked account leaves the schedule untouched and the
      *    payment is reported FAILED for operations to apply.
           ADD 1 TO WS-TOTAL-PAYMENTS

           PERFORM 2100-READ-ACCOUNT
           IF ACB-RESPONSE-CODE NOT = 000
               MOVE 0 TO WS-LOAN-INTEREST-PART
               MOVE 0 TO WS-LOAN-PRINCIPAL-PART
               MOVE WS-PAY-AMOUNT(WS-PAY-IX) TO WS-LOAN-UNAPPLIED
               MOVE 0 TO WS-LOAN-NEXT-DUE
               MOVE 'FAILED' TO WS-RESULT
               ADD 1 TO WS-TOTAL-FAILED
               PERFORM 2700-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-LOAN-REQUEST
           MOVE 'P'                      TO WS-LOAN-FUNCTION
           MOVE WS-PAY-ACCOUNT(WS-PAY-IX) TO WS-LOAN-ACCOUNT
           MOVE WS-PAY-AMOUNT(WS-PAY-IX)  TO WS-LOAN-AMOUNT
           MOVE WS-BUS-DATE              TO WS-LOAN-AS-OF
           CALL 'LOAN-MASTER' USING WS-LOAN-REQUEST

           IF WS-LOAN-OK NOT = 'Y'
               PERFORM 2150-RELEASE-HOLD
               MOVE 'FAILED' TO WS-RESULT
               ADD 1 TO WS-TOTAL-FAILED
               PERFORM 2700-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           ADD WS-LOAN-PRINCIPAL-PART TO WS-TOTAL-PRINCIPAL
           MOVE 'APPLIED' TO WS-RESULT
           IF WS-LOAN-STATUS = 'P'
               MOVE 'PAID-OFF' TO WS-RESULT
               ADD 1 TO WS-TOTAL-PAID-OFF
           END-IF
           IF WS-LOAN-UNAPPLIED > 0
               MOVE 'OVERPAID' TO WS-RESULT
               ADD 1 TO WS-TOTAL-OVERPAID
           END-IF

           IF WS-LOAN-INTEREST-PART = 0
               PERFORM 2150-RELEASE-HOLD
               PERFORM 2700-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-NEW-BALANCE =
               WS-OLD-BALANCE - WS-LOAN-INTEREST-PART
           PERFORM 2500-UPDATE-ACCOUNT

           IF ACB-RESPONSE-CODE = 000
               ADD 1 TO WS-TOTAL-POSTED
               ADD WS-LOAN-INTEREST-PART TO WS-TOTAL-INTEREST
               PERFORM 2550-WRITE-AUDIT-ENTRY
               PERFORM 2560-WRITE-HISTORY-ROW
           ELSE
      *        The schedule already carries the split - the interest
      *        entry must be posted by hand to bring the ledger level.
               MOVE 'FAILED' TO WS-RESULT
               ADD 1 TO WS-TOTAL-FAILED
           END-IF
           PERFORM 2700-WRITE-REPORT-LINE
           .

      *----------------------------------------------------------------
       2100-READ-ACCOUNT.
      *----------------------------------------------------------------
           MOVE WS-PAY-ACCOUNT(WS-PAY-IX) TO RSB-ACCOUNT-NUMBER

           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'S1'   TO ACB-COMMAND-CODE
           MOVE 'HOLD' TO ACB-COMMAND-ID
           MOVE 00012  TO ACB-FILE-NUMBER
           MOVE 100    TO ACB-FORMAT-BUFFER-LEN
           MOVE 500    TO ACB-RECORD-BUFFER-LEN
           MOVE 30     TO ACB-SEARCH-BUFFER-LEN
           MOVE 'SYSTEM' TO ACB-USER-ID

           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               READ-FORMAT-BUFFER
                               RECORD-BUFFER
                               READ-SEARCH-BUFFER

           IF ACB-RESPONSE-CODE = 000
               MOVE RECORD-BUFFER(1:106) TO ACCOUNT-RECORD
               MOVE BALANCE TO WS-OLD-BALANCE
               MOVE ACB-ISN TO WS-SAVED-ISN
           END-IF
           .

      *----------------------------------------------------------------
       2150-RELEASE-HOLD.
      *----------------------------------------------------------------
           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'U1'         TO ACB-COMMAND-CODE
           MOVE 00012        TO ACB-FILE-NUMBER
           MOVE WS-SAVED-ISN TO ACB-ISN

           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               READ-FORMAT-BUFFER
                               RECORD-BUFFER
                               READ-SEARCH-BUFFER
           .

      *----------------------------------------------------------------
       2500-UPDATE-ACCOUNT.
      *----------------------------------------------------------------
           MOVE WS-NEW-BALANCE  TO UB-BALANCE
           MOVE WS-NEW-TXN-DATE TO UB-LAST-TXN-DATE

           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'A1'   TO ACB-COMMAND-CODE
           MOVE 00012  TO ACB-FILE-NUMBER
           MOVE WS-SAVED-ISN TO ACB-ISN
           MOVE 50     TO ACB-FORMAT-BUFFER-LEN
           MOVE 20     TO ACB-RECORD-BUFFER-LEN

           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               UPDATE-FORMAT-BUFFER
                               UPDATE-BUFFER
           .

      *----------------------------------------------------------------
       2550-WRITE-AUDIT-ENTRY.
      *----------------------------------------------------------------
      *    Append a CSV record of this entry to the audit trail:
      *    ISN,ACCOUNT,OLD-BAL,NEW-BAL,TXN-TYPE,AMOUNT,TIMESTAMP,
      *    LOAN-PMT:<payment HHMMSSss>,LOANPMT - TXN-TYPE '2' for
      *    loan interest, linked to the payment it was split from
      *    (L is the overdraft-link designation entry).
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-LINE
           MOVE WS-OLD-BALANCE        TO WS-AUDIT-OLD-BAL-EDIT
           MOVE WS-NEW-BALANCE        TO WS-AUDIT-NEW-BAL-EDIT
           MOVE WS-LOAN-INTEREST-PART TO WS-AUDIT-AMOUNT-EDIT

           STRING WS-SAVED-ISN                DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  WS-PAY-ACCOUNT(WS-PAY-IX)   DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  WS-AUDIT-OLD-BAL-EDIT       DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  WS-AUDIT-NEW-BAL-EDIT       DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  '2'                         DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  WS-AUDIT-AMOUNT-EDIT        DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  WS-NEW-TXN-DATE             DELIMITED BY SIZE
                  WS-AUDIT-TIME               DELIMITED BY SIZE
                  ',LOAN-PMT:'                DELIMITED BY SIZE
                  WS-PAY-TIME(WS-PAY-IX)      DELIMITED BY SIZE
                  ',LOANPMT'                  DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ
           .

      *----------------------------------------------------------------
       2560-WRITE-HISTORY-ROW.
      *----------------------------------------------------------------
           MOVE WS-PAY-ACCOUNT(WS-PAY-IX) TO WS-HIST-ACCOUNT
           MOVE WS-NEW-TXN-DATE      TO WS-HIST-DATE
           MOVE WS-AUDIT-TIME        TO WS-HIST-TIME
           MOVE '2'                  TO WS-HIST-TYPE
           MOVE WS-AUDIT-AMOUNT-EDIT TO WS-HIST-AMOUNT
           MOVE WS-OLD-BALANCE       TO WS-HIST-OLD-BAL
           MOVE WS-NEW-BALANCE       TO WS-HIST-NEW-BAL
           MOVE WS-PAY-TIME(WS-PAY-IX) TO WS-HIST-XREF
           CALL 'TXN-HISTORY' USING WS-HISTORY-REQUEST
           .

      *----------------------------------------------------------------
       2700-WRITE-REPORT-LINE.
      *----------------------------------------------------------------
           MOVE WS-PAY-AMOUNT(WS-PAY-IX) TO WS-RPT-PAYMENT-EDIT
           MOVE WS-LOAN-INTEREST-PART    TO WS-RPT-INTEREST-EDIT
           MOVE WS-LOAN-PRINCIPAL-PART   TO WS-RPT-PRINCIPAL-EDIT
           MOVE WS-LOAN-UNAPPLIED        TO WS-RPT-UNAPPLIED-EDIT

           MOVE SPACES TO WS-RPT-LINE
           STRING WS-PAY-ACCOUNT(WS-PAY-IX)   DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  WS-RPT-PAYMENT-EDIT         DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  WS-RPT-INTEREST-EDIT        DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  WS-RPT-PRINCIPAL-EDIT       DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  WS-RPT-UNAPPLIED-EDIT       DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  WS-LOAN-NEXT-DUE            DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  WS-RESULT                   DELIMITED BY SPACE
               INTO WS-RPT-LINE
           END-STRING
           MOVE WS-RPT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .

      *----------------------------------------------------------------
       4000-PRINT-SUMMARY.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'LOAN PAYMENT ALLOCATION SUMMARY'
           DISPLAY '=================================================='
           DISPLAY 'Loans On File          : ' WS-LOAN-TOTAL
           DISPLAY 'Payments Found         : ' WS-TOTAL-PAYMENTS
           DISPLAY 'Interest Entries Posted: ' WS-TOTAL-POSTED
           DISPLAY 'Loans Paid Off         : ' WS-TOTAL-PAID-OFF
           DISPLAY 'Overpayments           : ' WS-TOTAL-OVERPAID
           DISPLAY 'Failed                 : ' WS-TOTAL-FAILED
           MOVE WS-TOTAL-INTEREST TO WS-FORMATTED-TOTAL
           DISPLAY 'Total Interest         : $' WS-FORMATTED-TOTAL
           MOVE WS-TOTAL-PRINCIPAL TO WS-FORMATTED-TOTAL
           DISPLAY 'Total Principal        : $' WS-FORMATTED-TOTAL
           DISPLAY '=================================================='

           IF WS-TOTAL-FAILED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           ACCEPT WS-RUN-END-TIME FROM TIME
           MOVE WS-TOTAL-PAYMENTS TO WS-RUN-RECORDS
      *    Every payment found was seen once - RC 4 failures are on
      *    the report to apply by hand, and a same-date resubmit must
      *    NOT apply the ones that succeeded a second time.
           MOVE 'COMPLETE' TO WS-RUN-STATUS
           MOVE 'W' TO WS-RUN-FUNCTION
      *    The CALL hands back the subprogram's (zero) RETURN-CODE,
      *    so a failing step's own code must be restored afterward
      *    or the JCL COND tests never see the failure
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL 'CYCLE-RUN-LOG' USING WS-RUN-REQUEST
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           .
