       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEVY-PROCESS.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: LEVY-PROCESS
      * PURPOSE: Nightly levy and garnishment seizure.  For every
      *          active order on the levy order file (see
      *          LEVY-ORDERS) served on or before the business date,
      *          in order number sequence:
      *            - every account the debtor owns or co-owns is
      *              collected (command L4); LOAN accounts, accounts
      *              in a foreign currency and holdings frozen in a
      *              deceased-customer estate (see ESTATE-MASTER) are
      *              left out
      *            - what each account has available is its balance
      *              less its open memo holds (see MEMO-HOLDS),
      *              never below zero
      *            - the amount that can be seized is the debtor's
      *              total available less the order's exempt amount,
      *              capped at what the order still has owing
      *            - that amount is taken from the accounts in turn
      *              through the same S1-then-A1 update path a
      *              teller withdrawal uses, each seizure posted as
      *              a type K entry tagged with the order number;
      *              GL-JOURNAL-EXTRACT moves it from the deposit
      *              account to levy payable through the code K
      *              mapping rows
      *            - the order's running balance is kept on the
      *              order file, and the order is satisfied once
      *              nothing remains owing
      *          A second order against the same debtor sees the
      *          balances the first one left and protects its own
      *          exempt amount again.  The agency response and the
      *          remittance file are then rebuilt from the order
      *          file, so a rerun of a failed step rewrites them
      *          whole.
      * INPUT:   ../data/levy-orders.txt (via LEVY-ORDERS), account
      *          data via Adabas (L4/S1)
      * OUTPUT:  Seizure report on SYSOUT, audit-log entries type
      *          'K' (tagged LEVY=<order id>), history rows type K,
      *          ../data/levy-response.txt - one row per order with
      *          news for its agency today: 1-8 ORDER-ID,
      *          10-39 AGENCY, 41-60 CASE-NUMBER, 62-71 CUSTOMER,
      *          73-80 DATE-SERVED, 82-91 RESPONSE (SEIZED,
      *          SATISFIED, NO FUNDS, RELEASED), 93-104 AMOUNT SEIZED
      *          TODAY, 106-117 SEIZED TO DATE, 119-130 REMAINING,
      *          then 'TRAILER nnnnn amount';
      *          ../data/levy-remittance.txt - one row per order
      *          seized against today: 1-8 ORDER-ID, 10-39 AGENCY,
      *          41-60 CASE-NUMBER, 62-71 CUSTOMER, 73-84 AMOUNT,
      *          86-98 OUR-REF (LyyyymmddNNNN), then
      *          'TRAILER nnnnn amount'.
      *          RETURN-CODE 4 when an account could not be seized
      *          against (reported; the order stays active for the
      *          next run), 8 when an output file cannot be opened
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-FILE ASSIGN TO "../data/levy-response.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-FILE-STATUS.

           SELECT REMIT-FILE ASSIGN TO "../data/levy-remittance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSE-FILE.
       01  RESPONSE-LINE               PIC X(132).

       FD  REMIT-FILE.
       01  REMIT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RESPONSE-FILE-STATUS     PIC XX.
       01  WS-REMIT-FILE-STATUS        PIC XX.

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
           05  FILLER                  PIC X(40).

      *----------------------------------------------------------------
      * Account Record Structure (with the currency column)
      *----------------------------------------------------------------
       01  ACCOUNT-RECORD.
           05  ACCOUNT-NUMBER          PIC 9(10).
           05  CUSTOMER-NAME           PIC X(50).
           05  ACCOUNT-TYPE            PIC X(15).
           05  BALANCE                 PIC S9(08)V99.
           05  LAST-TXN-DATE           PIC 9(08).
           05  CURRENCY-CODE           PIC X(03).
           05  CUSTOMER-ID             PIC 9(10).
           05  OPEN-DATE               PIC 9(08).
           05  TERM-MONTHS             PIC 9(03).
           05  MATURITY-DATE           PIC 9(08).
           05  CONTRACT-RATE           PIC 9V9(06).

      *----------------------------------------------------------------
      * Customer Accounts (command L4) - everything the debtor
      * holds, own CUSTOMER-ID or joint owner on the cross-reference.
      *----------------------------------------------------------------
       01  CUST-ACCT-RESULT.
           05  CAR-ENTRY OCCURS 5 TIMES.
               10  CAR-ACCOUNT-NUMBER  PIC 9(10).
               10  CAR-CUSTOMER-NAME   PIC X(50).
               10  CAR-ACCOUNT-TYPE    PIC X(15).
               10  CAR-BALANCE         PIC S9(08)V99.
               10  CAR-LAST-TXN-DATE   PIC 9(08).
               10  FILLER              PIC X(07).
       01  WS-ACCT-COUNT               PIC 9(02) VALUE 0.
       01  WS-ACCT-INDEX               PIC 9(02) VALUE 0.
       01  WS-L4-LOWER                 PIC 9(10) VALUE 1.
       01  WS-L4-DONE                  PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * The Debtor's Accounts - collected for one order, then each
      * valued at what it has available to seize.
      *----------------------------------------------------------------
       01  WS-DEBTOR-TABLE.
           05  WS-DA-ENTRY             OCCURS 50 TIMES.
               10  WS-DA-ACCOUNT       PIC 9(10).
               10  WS-DA-TYPE          PIC X(15).
               10  WS-DA-AVAILABLE     PIC S9(08)V99.
               10  WS-DA-HOLDS         PIC S9(09)V99.
       01  WS-DEBTOR-TOTAL             PIC 9(02) VALUE 0.
       01  WS-DEBTOR-SUB               PIC 9(02) VALUE 0.
       01  WS-DEBTOR-OVERFLOW          PIC X VALUE 'N'.
       01  WS-TOTAL-AVAILABLE          PIC S9(10)V99 VALUE 0.

      *----------------------------------------------------------------
      * The Order Being Worked
      *----------------------------------------------------------------
       01  WS-ORDER-INDEX              PIC 9(04) VALUE 0.
       01  WS-MORE-ORDERS              PIC X VALUE 'Y'.
       01  WS-CUR-ORDER-ID             PIC 9(08).
       01  WS-CUR-CUSTOMER             PIC 9(10).
       01  WS-CUR-EXEMPT               PIC S9(08)V99.
       01  WS-CUR-REMAINING            PIC S9(08)V99.
       01  WS-TO-SEIZE                 PIC S9(10)V99 VALUE 0.
       01  WS-ORDER-SEIZED             PIC S9(08)V99 VALUE 0.
       01  WS-SEIZE-AMOUNT             PIC S9(08)V99.
       01  WS-ACCOUNT-AVAILABLE        PIC S9(09)V99.
       01  WS-SAVED-ISN                PIC 9(10).
       01  WS-OLD-BALANCE              PIC S9(08)V99.
       01  WS-NEW-BALANCE              PIC S9(08)V99.

      *----------------------------------------------------------------
      * Agency Files
      *----------------------------------------------------------------
       01  WS-OUT-LINE                 PIC X(132).
       01  WS-RESPONSE-WORD            PIC X(10).
       01  WS-TODAY-SEIZED             PIC S9(08)V99.
       01  WS-AMOUNT-EDIT              PIC 9(09).99.
       01  WS-OUR-REF.
           05  FILLER                  PIC X VALUE 'L'.
           05  WS-REF-DATE             PIC 9(08).
           05  WS-REF-SEQ              PIC 9(04).
       01  WS-RESPONSE-COUNT           PIC 9(05) VALUE 0.
       01  WS-RESPONSE-TOTAL           PIC 9(10)V99 VALUE 0.
       01  WS-REMIT-COUNT              PIC 9(05) VALUE 0.
       01  WS-REMIT-TOTAL              PIC 9(10)V99 VALUE 0.
       01  WS-HASH-EDIT                PIC 9(10).99.

      *----------------------------------------------------------------
      * Counters
      *----------------------------------------------------------------
       01  WS-TOTAL-ORDERS             PIC 9(05) VALUE 0.
       01  WS-TOTAL-SEIZING            PIC 9(05) VALUE 0.
       01  WS-TOTAL-NO-FUNDS           PIC 9(05) VALUE 0.
       01  WS-TOTAL-SATISFIED          PIC 9(05) VALUE 0.
       01  WS-TOTAL-FAILED             PIC 9(05) VALUE 0.
       01  WS-TOTAL-SEIZED             PIC S9(11)V99 VALUE 0.

      *----------------------------------------------------------------
      * Levy Orders - the single-home subprogram that owns the levy
      * order file (see LEVY-ORDERS).
      *----------------------------------------------------------------
       01  WS-LEVY-REQUEST.
           05  WS-LEV-FUNCTION         PIC X.
           05  WS-LEV-ORDER-ID         PIC 9(08).
           05  WS-LEV-INDEX            PIC 9(04).
           05  WS-LEV-CUSTOMER         PIC 9(10).
           05  WS-LEV-AGENCY           PIC X(30).
           05  WS-LEV-CASE-NUMBER      PIC X(20).
           05  WS-LEV-AMOUNT           PIC S9(08)V99.
           05  WS-LEV-DATE-SERVED      PIC 9(08).
           05  WS-LEV-EXEMPT           PIC S9(08)V99.
           05  WS-LEV-STATUS           PIC X.
           05  WS-LEV-SEIZED           PIC S9(08)V99.
           05  WS-LEV-REMAINING        PIC S9(08)V99.
           05  WS-LEV-SEIZE-AMOUNT     PIC S9(08)V99.
           05  WS-LEV-ENTERED-BY       PIC X(08).
           05  WS-LEV-ENTERED-DATE     PIC 9(08).
           05  WS-LEV-STATUS-DATE      PIC 9(08).
           05  WS-LEV-STATUS-BY        PIC X(08).
           05  WS-LEV-LAST-SEIZURE     PIC 9(08).
           05  WS-LEV-LAST-SEIZED      PIC S9(08)V99.
           05  WS-LEV-ACTION-DATE      PIC 9(08).
           05  WS-LEV-ACTION-BY        PIC X(08).
           05  WS-LEV-FOUND            PIC X.
           05  WS-LEV-OK               PIC X.

      *----------------------------------------------------------------
      * Memo-Post Holds - open holds reduce what is available to
      * seize without touching the ledger balance (see MEMO-HOLDS).
      *----------------------------------------------------------------
       01  WS-HOLDS-REQUEST.
           05  WS-HOLD-FUNCTION        PIC X.
           05  WS-HOLD-ACCOUNT         PIC 9(10).
           05  WS-HOLD-AMOUNT          PIC 9(09)V99.
           05  WS-HOLD-REASON          PIC X(20).
           05  WS-HOLD-RELEASE-DATE    PIC 9(08).
           05  WS-HOLD-INDEX           PIC 9(02).
           05  WS-HOLD-TOTAL           PIC 9(09)V99.
           05  WS-HOLD-COUNT           PIC 9(03).
           05  WS-HOLD-OK              PIC X.
           05  WS-HOLD-LIST.
               10  WS-HOLD-ROW         OCCURS 10 TIMES.
                   15  WS-HL-AMOUNT    PIC 9(09)V99.
                   15  WS-HL-REASON    PIC X(20).
                   15  WS-HL-RELEASE   PIC 9(08).

      *----------------------------------------------------------------
      * Estate Master - a holding frozen in a deceased customer's
      * estate belongs to the estate, not to the debtor's creditors
      * (see ESTATE-MASTER).
      *----------------------------------------------------------------
       01  WS-ESTATE-REQUEST.
           05  WS-EST-FUNCTION         PIC X.
           05  WS-EST-ESTATE-ID        PIC 9(08).
           05  WS-EST-INDEX            PIC 9(03).
           05  WS-EST-ROW-TYPE         PIC X.
           05  WS-EST-CUSTOMER         PIC 9(10).
           05  WS-EST-DEATH-DATE       PIC 9(08).
           05  WS-EST-EXECUTOR         PIC X(30).
           05  WS-EST-STATUS           PIC X.
           05  WS-EST-OPENED-BY        PIC X(08).
           05  WS-EST-OPENED-DATE      PIC 9(08).
           05  WS-EST-LETTER-DATE      PIC 9(08).
           05  WS-EST-SETTLED-DATE     PIC 9(08).
           05  WS-EST-ACCOUNT          PIC 9(10).
           05  WS-EST-ACCOUNT-TYPE     PIC X(15).
           05  WS-EST-CURRENCY         PIC X(03).
           05  WS-EST-ROLE             PIC X.
           05  WS-EST-DOD-BALANCE      PIC S9(08)V99.
           05  WS-EST-ACCRUED          PIC S9(08)V99.
           05  WS-EST-HOLDING-STATUS   PIC X.
           05  WS-EST-ACTION-DATE      PIC 9(08).
           05  WS-EST-ACTION-BY        PIC X(08).
           05  WS-EST-PAYEE-TYPE       PIC X.
           05  WS-EST-PAYEE-CUSTOMER   PIC 9(10).
           05  WS-EST-PAYEE-NAME       PIC X(30).
           05  WS-EST-DEST-ACCOUNT     PIC 9(10).
           05  WS-EST-SHARE-PCT        PIC 9(03)V99.
           05  WS-EST-TEXT             PIC X(80).
           05  WS-EST-FOUND            PIC X.
           05  WS-EST-OK               PIC X.

      *----------------------------------------------------------------
      * Business Date - stamped from the system control record via
      * BUSINESS-DATE, never from the wall clock, so late cycles and
      * dated reruns post as the right day.
      *----------------------------------------------------------------
       01  WS-BUSDATE-REQUEST.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.

      *----------------------------------------------------------------
      * Run Control - this step records itself in the shared cycle
      * run log (see CYCLE-RUN-LOG for the record layout) and skips
      * its own work when a COMPLETE record for today already exists.
      *----------------------------------------------------------------
       01  WS-SAVED-RETURN-CODE        PIC S9(04) COMP VALUE 0.
       01  WS-RUN-REQUEST.
           05  WS-RUN-FUNCTION         PIC X.
           05  WS-RUN-JOB-DATE         PIC 9(08).
           05  WS-RUN-STEP             PIC X(20) VALUE
               'LEVY-PROCESS'.
           05  WS-RUN-START-TIME       PIC 9(08).
           05  WS-RUN-END-TIME         PIC 9(08).
           05  WS-RUN-RECORDS          PIC 9(05).
           05  WS-RUN-STATUS           PIC X(08).
           05  WS-RUN-FOUND            PIC X.

      *----------------------------------------------------------------
      * Audit Trail
      *----------------------------------------------------------------
       01  WS-AUDIT-LINE               PIC X(150).
       01  WS-AUDIT-TIME               PIC 9(08).
       01  WS-AUDIT-OLD-BAL-EDIT       PIC -9(08).99.
       01  WS-AUDIT-NEW-BAL-EDIT       PIC -9(08).99.
       01  WS-AUDIT-AMOUNT-EDIT        PIC 9(09).99.

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
      * Display Formatting
      *----------------------------------------------------------------
       01  WS-FORMATTED-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
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

       01  CUSTOMER-SEARCH-BUFFER.
           05  FILLER                  PIC X(14) VALUE
               'CUSTOMER-ID,1,'.
           05  CSB-CUSTOMER-ID         PIC 9(10).
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
           MOVE 'Y' TO WS-MORE-ORDERS
           PERFORM 2000-SEIZE-ONE-ORDER
               VARYING WS-ORDER-INDEX FROM 1 BY 1
               UNTIL WS-MORE-ORDERS = 'N'
           PERFORM 3000-WRITE-AGENCY-FILES
           PERFORM 4000-PRINT-SUMMARY
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'LEVY AND GARNISHMENT SEIZURE'
           DISPLAY '=================================================='
           DISPLAY ' '

           MOVE 00012 TO ACB-FILE-NUMBER

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
           MOVE WS-BUS-DATE TO WS-RUN-JOB-DATE
           MOVE WS-BUS-DATE TO WS-REF-DATE
           ACCEPT WS-RUN-START-TIME FROM TIME
           MOVE 'C' TO WS-RUN-FUNCTION
           CALL 'CYCLE-RUN-LOG' USING WS-RUN-REQUEST
           IF WS-RUN-FOUND = 'Y'
               DISPLAY 'Step already complete for ' WS-RUN-JOB-DATE
                       ' - skipping (rerun mode)'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RESPONSE-FILE
           IF WS-RESPONSE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Unable to open agency response file'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REMIT-FILE
           IF WS-REMIT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Unable to open remittance file'
               CLOSE RESPONSE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *----------------------------------------------------------------
       2000-SEIZE-ONE-ORDER.
      *----------------------------------------------------------------
           INITIALIZE WS-LEVY-REQUEST
           MOVE 'N' TO WS-LEV-FUNCTION
           MOVE WS-ORDER-INDEX TO WS-LEV-INDEX
           CALL 'LEVY-ORDERS' USING WS-LEVY-REQUEST
           IF WS-LEV-FOUND NOT = 'Y'
               MOVE 'N' TO WS-MORE-ORDERS
               EXIT PARAGRAPH
           END-IF

           IF WS-LEV-STATUS NOT = 'A'
               OR WS-LEV-DATE-SERVED > WS-BUS-DATE
               OR WS-LEV-REMAINING NOT > 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-ORDERS
           MOVE WS-LEV-ORDER-ID  TO WS-CUR-ORDER-ID
           MOVE WS-LEV-CUSTOMER  TO WS-CUR-CUSTOMER
           MOVE WS-LEV-EXEMPT    TO WS-CUR-EXEMPT
           MOVE WS-LEV-REMAINING TO WS-CUR-REMAINING
           MOVE 0 TO WS-ORDER-SEIZED

           PERFORM 2100-COLLECT-DEBTOR-ACCOUNTS THRU 2100-EXIT
           IF WS-DEBTOR-OVERFLOW = 'Y'
               DISPLAY 'WARNING: order ' WS-CUR-ORDER-ID
                       ' - debtor holds more than 50 accounts;'
                       ' only the first 50 were considered'
           END-IF

           MOVE 0 TO WS-TOTAL-AVAILABLE
           PERFORM 2200-VALUE-ONE-ACCOUNT
               VARYING WS-DEBTOR-SUB FROM 1 BY 1
               UNTIL WS-DEBTOR-SUB > WS-DEBTOR-TOTAL

      *    Only what is left above the exempt amount can be taken,
      *    and never more than the order still has owing.
           COMPUTE WS-TO-SEIZE = WS-TOTAL-AVAILABLE - WS-CUR-EXEMPT
           IF WS-TO-SEIZE > WS-CUR-REMAINING
               MOVE WS-CUR-REMAINING TO WS-TO-SEIZE
           END-IF

           IF WS-TO-SEIZE NOT > 0
               ADD 1 TO WS-TOTAL-NO-FUNDS
               DISPLAY 'NO FUNDS  order ' WS-CUR-ORDER-ID
                       ' customer ' WS-CUR-CUSTOMER
               EXIT PARAGRAPH
           END-IF

           PERFORM 2300-SEIZE-FROM-ONE-ACCOUNT THRU 2300-EXIT
               VARYING WS-DEBTOR-SUB FROM 1 BY 1
               UNTIL WS-DEBTOR-SUB > WS-DEBTOR-TOTAL
                  OR WS-TO-SEIZE NOT > 0

           IF WS-ORDER-SEIZED > 0
               ADD 1 TO WS-TOTAL-SEIZING
               IF WS-LEV-STATUS = 'S'
                   ADD 1 TO WS-TOTAL-SATISFIED
               END-IF
               MOVE WS-ORDER-SEIZED TO WS-FORMATTED-AMOUNT
               DISPLAY 'SEIZED    order ' WS-CUR-ORDER-ID
                       ' customer ' WS-CUR-CUSTOMER
                       ' $' WS-FORMATTED-AMOUNT
           ELSE
               ADD 1 TO WS-TOTAL-NO-FUNDS
               DISPLAY 'NO FUNDS  order ' WS-CUR-ORDER-ID
                       ' customer ' WS-CUR-CUSTOMER
           END-IF
           .

      *----------------------------------------------------------------
       2100-COLLECT-DEBTOR-ACCOUNTS.
      *----------------------------------------------------------------
      *    L4 answers at most five accounts per call - resume past
      *    the last ISN answered until a short batch.
           MOVE 0   TO WS-DEBTOR-TOTAL
           MOVE 'N' TO WS-DEBTOR-OVERFLOW
           MOVE WS-CUR-CUSTOMER TO CSB-CUSTOMER-ID
           MOVE 1   TO WS-L4-LOWER
           MOVE 'N' TO WS-L4-DONE
           PERFORM 2170-FETCH-ACCOUNT-BATCH
           IF ACB-RESPONSE-CODE NOT = 000
               GO TO 2100-EXIT
           END-IF
           PERFORM 2180-TAKE-ACCOUNT-BATCH
               UNTIL WS-L4-DONE = 'Y'
           .

       2100-EXIT.
           EXIT
           .

       2170-FETCH-ACCOUNT-BATCH.
           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'L4'   TO ACB-COMMAND-CODE
           MOVE 00012  TO ACB-FILE-NUMBER
           MOVE 100    TO ACB-FORMAT-BUFFER-LEN
           MOVE 500    TO ACB-RECORD-BUFFER-LEN
           MOVE 24     TO ACB-SEARCH-BUFFER-LEN
           MOVE 5      TO ACB-ISN-QUANTITY
           MOVE WS-L4-LOWER TO ACB-ISN-LOWER-LIMIT
           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               READ-FORMAT-BUFFER
                               CUST-ACCT-RESULT
                               CUSTOMER-SEARCH-BUFFER
           .

       2180-TAKE-ACCOUNT-BATCH.
           MOVE ACB-ISN-QUANTITY TO WS-ACCT-COUNT
           COMPUTE WS-L4-LOWER = ACB-ISN + 1

           PERFORM 2190-TAKE-ONE-ACCOUNT
               VARYING WS-ACCT-INDEX FROM 1 BY 1
               UNTIL WS-ACCT-INDEX > WS-ACCT-COUNT

           IF WS-ACCT-COUNT < 5
               MOVE 'Y' TO WS-L4-DONE
           ELSE
               PERFORM 2170-FETCH-ACCOUNT-BATCH
               IF ACB-RESPONSE-CODE NOT = 000
                   MOVE 'Y' TO WS-L4-DONE
               END-IF
           END-IF
           .

       2190-TAKE-ONE-ACCOUNT.
           IF WS-DEBTOR-TOTAL NOT < 50
               MOVE 'Y' TO WS-DEBTOR-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEBTOR-TOTAL
           MOVE CAR-ACCOUNT-NUMBER(WS-ACCT-INDEX)
               TO WS-DA-ACCOUNT(WS-DEBTOR-TOTAL)
           MOVE CAR-ACCOUNT-TYPE(WS-ACCT-INDEX)
               TO WS-DA-TYPE(WS-DEBTOR-TOTAL)
           MOVE 0 TO WS-DA-AVAILABLE(WS-DEBTOR-TOTAL)
           MOVE 0 TO WS-DA-HOLDS(WS-DEBTOR-TOTAL)
           .

      *----------------------------------------------------------------
       2200-VALUE-ONE-ACCOUNT.
      *----------------------------------------------------------------
      *    A loan is money the debtor owes, not money they hold; a
      *    foreign-currency balance cannot be set against an order
      *    stated in dollars; an estate holding is the estate's.
      *    Each of those stays at nothing available.
           IF WS-DA-TYPE(WS-DEBTOR-SUB) = 'LOAN'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-ESTATE-REQUEST
           MOVE 'A' TO WS-EST-FUNCTION
           MOVE WS-DA-ACCOUNT(WS-DEBTOR-SUB) TO WS-EST-ACCOUNT
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST
           IF WS-EST-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DA-ACCOUNT(WS-DEBTOR-SUB) TO RSB-ACCOUNT-NUMBER
           PERFORM 2950-READ-ACCOUNT
           IF ACB-RESPONSE-CODE NOT = 000
               EXIT PARAGRAPH
           END-IF
           IF CURRENCY-CODE NOT = SPACES
               AND CURRENCY-CODE NOT = 'USD'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-HOLDS-REQUEST
           MOVE 'S' TO WS-HOLD-FUNCTION
           MOVE WS-DA-ACCOUNT(WS-DEBTOR-SUB) TO WS-HOLD-ACCOUNT
           CALL 'MEMO-HOLDS' USING WS-HOLDS-REQUEST
           MOVE WS-HOLD-TOTAL TO WS-DA-HOLDS(WS-DEBTOR-SUB)

           COMPUTE WS-ACCOUNT-AVAILABLE = BALANCE - WS-HOLD-TOTAL
           IF WS-ACCOUNT-AVAILABLE > 0
               MOVE WS-ACCOUNT-AVAILABLE
                   TO WS-DA-AVAILABLE(WS-DEBTOR-SUB)
               ADD WS-ACCOUNT-AVAILABLE TO WS-TOTAL-AVAILABLE
           END-IF
           .

      *----------------------------------------------------------------
       2300-SEIZE-FROM-ONE-ACCOUNT.
      *----------------------------------------------------------------
           IF WS-DA-AVAILABLE(WS-DEBTOR-SUB) NOT > 0
               GO TO 2300-EXIT
           END-IF

           MOVE WS-DA-AVAILABLE(WS-DEBTOR-SUB) TO WS-SEIZE-AMOUNT
           IF WS-SEIZE-AMOUNT > WS-TO-SEIZE
               MOVE WS-TO-SEIZE TO WS-SEIZE-AMOUNT
           END-IF

           MOVE WS-DA-ACCOUNT(WS-DEBTOR-SUB) TO RSB-ACCOUNT-NUMBER
           PERFORM 2955-READ-AND-HOLD
           IF ACB-RESPONSE-CODE NOT = 000
               ADD 1 TO WS-TOTAL-FAILED
               DISPLAY 'FAILED    order ' WS-CUR-ORDER-ID
                       ' account ' WS-DA-ACCOUNT(WS-DEBTOR-SUB)
                       ' - account could not be held, response '
                       ACB-RESPONSE-CODE
               GO TO 2300-EXIT
           END-IF

      *    The balance may have moved since the account was valued -
      *    never take more than it has available now.
           COMPUTE WS-ACCOUNT-AVAILABLE =
               WS-OLD-BALANCE - WS-DA-HOLDS(WS-DEBTOR-SUB)
           IF WS-ACCOUNT-AVAILABLE < WS-SEIZE-AMOUNT
               MOVE WS-ACCOUNT-AVAILABLE TO WS-SEIZE-AMOUNT
           END-IF
           IF WS-SEIZE-AMOUNT NOT > 0
               PERFORM 2958-RELEASE-HOLD
               GO TO 2300-EXIT
           END-IF

           COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE - WS-SEIZE-AMOUNT
           PERFORM 2500-UPDATE-ACCOUNT
           IF ACB-RESPONSE-CODE NOT = 000
               ADD 1 TO WS-TOTAL-FAILED
               DISPLAY 'FAILED    order ' WS-CUR-ORDER-ID
                       ' account ' WS-DA-ACCOUNT(WS-DEBTOR-SUB)
                       ' - Adabas update rejected'
               GO TO 2300-EXIT
           END-IF

           PERFORM 2550-WRITE-AUDIT-ENTRY

           INITIALIZE WS-LEVY-REQUEST
           MOVE 'U' TO WS-LEV-FUNCTION
           MOVE WS-CUR-ORDER-ID TO WS-LEV-ORDER-ID
           MOVE WS-SEIZE-AMOUNT TO WS-LEV-SEIZE-AMOUNT
           MOVE WS-BUS-DATE     TO WS-LEV-ACTION-DATE
           MOVE 'SYSTEM'        TO WS-LEV-ACTION-BY
           CALL 'LEVY-ORDERS' USING WS-LEVY-REQUEST
           IF WS-LEV-OK NOT = 'Y'
               ADD 1 TO WS-TOTAL-FAILED
               DISPLAY 'FAILED    order ' WS-CUR-ORDER-ID
                       ' - seizure of account '
                       WS-DA-ACCOUNT(WS-DEBTOR-SUB)
                       ' posted but not recorded on the order file'
           END-IF

           SUBTRACT WS-SEIZE-AMOUNT FROM WS-TO-SEIZE
           SUBTRACT WS-SEIZE-AMOUNT
               FROM WS-DA-AVAILABLE(WS-DEBTOR-SUB)
           ADD WS-SEIZE-AMOUNT TO WS-ORDER-SEIZED
           ADD WS-SEIZE-AMOUNT TO WS-TOTAL-SEIZED

           MOVE WS-SEIZE-AMOUNT TO WS-FORMATTED-AMOUNT
           DISPLAY '          account ' WS-DA-ACCOUNT(WS-DEBTOR-SUB)
                   ' $' WS-FORMATTED-AMOUNT
           .

       2300-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2500-UPDATE-ACCOUNT.
      *----------------------------------------------------------------
           MOVE WS-NEW-BALANCE TO UB-BALANCE
           MOVE WS-BUS-DATE    TO UB-LAST-TXN-DATE

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
      *    Append a CSV record of this seizure to the audit trail:
      *    ISN,ACCOUNT-NUMBER,OLD-BAL,NEW-BAL,TXN-TYPE,AMOUNT,
      *    TIMESTAMP(YYYYMMDDHHMMSS),SYSTEM,LEVY=<order id> -
      *    TXN-TYPE 'K' for a levy seizure, kept distinct from a
      *    withdrawal so the journal can carry it to levy payable,
      *    and the order number linking every seizure for one order.
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-LINE
           MOVE WS-OLD-BALANCE  TO WS-AUDIT-OLD-BAL-EDIT
           MOVE WS-NEW-BALANCE  TO WS-AUDIT-NEW-BAL-EDIT
           MOVE WS-SEIZE-AMOUNT TO WS-AUDIT-AMOUNT-EDIT

           STRING WS-SAVED-ISN                   DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  WS-DA-ACCOUNT(WS-DEBTOR-SUB)   DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  WS-AUDIT-OLD-BAL-EDIT          DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  WS-AUDIT-NEW-BAL-EDIT          DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  'K'                            DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  WS-AUDIT-AMOUNT-EDIT           DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  WS-BUS-DATE                    DELIMITED BY SIZE
                  WS-AUDIT-TIME                  DELIMITED BY SIZE
                  ',SYSTEM'                      DELIMITED BY SIZE
                  ',LEVY='                       DELIMITED BY SIZE
                  WS-CUR-ORDER-ID                DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ

           MOVE WS-DA-ACCOUNT(WS-DEBTOR-SUB) TO WS-HIST-ACCOUNT
           MOVE WS-BUS-DATE          TO WS-HIST-DATE
           MOVE WS-AUDIT-TIME        TO WS-HIST-TIME
           MOVE 'K'                  TO WS-HIST-TYPE
           MOVE WS-AUDIT-AMOUNT-EDIT TO WS-HIST-AMOUNT
           MOVE WS-OLD-BALANCE       TO WS-HIST-OLD-BAL
           MOVE WS-NEW-BALANCE       TO WS-HIST-NEW-BAL
           CALL 'TXN-HISTORY' USING WS-HISTORY-REQUEST
           .

      *----------------------------------------------------------------
       2950-READ-ACCOUNT.
      *----------------------------------------------------------------
      *    Read-only - no hold.
           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'S1'   TO ACB-COMMAND-CODE
           MOVE 00012  TO ACB-FILE-NUMBER
           MOVE 100    TO ACB-FORMAT-BUFFER-LEN
           MOVE 500    TO ACB-RECORD-BUFFER-LEN
           MOVE 30     TO ACB-SEARCH-BUFFER-LEN

           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               READ-FORMAT-BUFFER
                               RECORD-BUFFER
                               READ-SEARCH-BUFFER

           IF ACB-RESPONSE-CODE = 000
               MOVE RECORD-BUFFER(1:132) TO ACCOUNT-RECORD
           END-IF
           .

      *----------------------------------------------------------------
       2955-READ-AND-HOLD.
      *----------------------------------------------------------------
           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'S1'   TO ACB-COMMAND-CODE
           MOVE 'HOLD' TO ACB-COMMAND-ID
           MOVE 00012  TO ACB-FILE-NUMBER
           MOVE 100    TO ACB-FORMAT-BUFFER-LEN
           MOVE 500    TO ACB-RECORD-BUFFER-LEN
           MOVE 30     TO ACB-SEARCH-BUFFER-LEN

           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               READ-FORMAT-BUFFER
                               RECORD-BUFFER
                               READ-SEARCH-BUFFER

           IF ACB-RESPONSE-CODE = 000
               MOVE RECORD-BUFFER(1:132) TO ACCOUNT-RECORD
               MOVE BALANCE TO WS-OLD-BALANCE
               MOVE ACB-ISN TO WS-SAVED-ISN
           END-IF
           .

      *----------------------------------------------------------------
       2958-RELEASE-HOLD.
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
       3000-WRITE-AGENCY-FILES.
      *----------------------------------------------------------------
      *    Built from the order file rather than from this run's
      *    seizures, so the day's files come out whole whether the
      *    seizures were made by this run or by an earlier attempt
      *    at the same date.
           MOVE 'Y' TO WS-MORE-ORDERS
           PERFORM 3100-ANSWER-ONE-ORDER
               VARYING WS-ORDER-INDEX FROM 1 BY 1
               UNTIL WS-MORE-ORDERS = 'N'

           MOVE WS-RESPONSE-TOTAL TO WS-HASH-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'TRAILER '        DELIMITED BY SIZE
                  WS-RESPONSE-COUNT DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-HASH-EDIT      DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           MOVE WS-OUT-LINE TO RESPONSE-LINE
           WRITE RESPONSE-LINE
           CLOSE RESPONSE-FILE

           MOVE WS-REMIT-TOTAL TO WS-HASH-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'TRAILER '        DELIMITED BY SIZE
                  WS-REMIT-COUNT    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-HASH-EDIT      DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           MOVE WS-OUT-LINE TO REMIT-LINE
           WRITE REMIT-LINE
           CLOSE REMIT-FILE
           .

      *----------------------------------------------------------------
       3100-ANSWER-ONE-ORDER.
      *----------------------------------------------------------------
           INITIALIZE WS-LEVY-REQUEST
           MOVE 'N' TO WS-LEV-FUNCTION
           MOVE WS-ORDER-INDEX TO WS-LEV-INDEX
           CALL 'LEVY-ORDERS' USING WS-LEVY-REQUEST
           IF WS-LEV-FOUND NOT = 'Y'
               MOVE 'N' TO WS-MORE-ORDERS
               EXIT PARAGRAPH
           END-IF

           IF WS-LEV-LAST-SEIZURE = WS-BUS-DATE
               MOVE WS-LEV-LAST-SEIZED TO WS-TODAY-SEIZED
           ELSE
               MOVE 0 TO WS-TODAY-SEIZED
           END-IF

      *    The agency hears about an order the day it is first
      *    worked, and again whenever money moves or the order ends.
           EVALUATE TRUE
               WHEN WS-LEV-STATUS = 'S'
                   AND WS-LEV-STATUS-DATE = WS-BUS-DATE
                   MOVE 'SATISFIED' TO WS-RESPONSE-WORD
               WHEN WS-LEV-STATUS = 'R'
                   AND WS-LEV-STATUS-DATE = WS-BUS-DATE
                   MOVE 'RELEASED'  TO WS-RESPONSE-WORD
               WHEN WS-LEV-STATUS = 'A'
                   AND WS-TODAY-SEIZED > 0
                   MOVE 'SEIZED'    TO WS-RESPONSE-WORD
               WHEN WS-LEV-STATUS = 'A'
                   AND WS-LEV-ENTERED-DATE = WS-BUS-DATE
                   MOVE 'NO FUNDS'  TO WS-RESPONSE-WORD
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE SPACES TO WS-OUT-LINE
           MOVE WS-LEV-ORDER-ID    TO WS-OUT-LINE(1:8)
           MOVE WS-LEV-AGENCY      TO WS-OUT-LINE(10:30)
           MOVE WS-LEV-CASE-NUMBER TO WS-OUT-LINE(41:20)
           MOVE WS-LEV-CUSTOMER    TO WS-OUT-LINE(62:10)
           MOVE WS-LEV-DATE-SERVED TO WS-OUT-LINE(73:8)
           MOVE WS-RESPONSE-WORD   TO WS-OUT-LINE(82:10)
           MOVE WS-TODAY-SEIZED    TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT     TO WS-OUT-LINE(93:12)
           MOVE WS-LEV-SEIZED      TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT     TO WS-OUT-LINE(106:12)
           MOVE WS-LEV-REMAINING   TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT     TO WS-OUT-LINE(119:12)
           MOVE WS-OUT-LINE TO RESPONSE-LINE
           WRITE RESPONSE-LINE
           ADD 1 TO WS-RESPONSE-COUNT
           ADD WS-TODAY-SEIZED TO WS-RESPONSE-TOTAL

           IF WS-TODAY-SEIZED > 0
               PERFORM 3200-WRITE-REMITTANCE
           END-IF
           .

      *----------------------------------------------------------------
       3200-WRITE-REMITTANCE.
      *----------------------------------------------------------------
           ADD 1 TO WS-REMIT-COUNT
           MOVE WS-REMIT-COUNT TO WS-REF-SEQ

           MOVE SPACES TO WS-OUT-LINE
           MOVE WS-LEV-ORDER-ID    TO WS-OUT-LINE(1:8)
           MOVE WS-LEV-AGENCY      TO WS-OUT-LINE(10:30)
           MOVE WS-LEV-CASE-NUMBER TO WS-OUT-LINE(41:20)
           MOVE WS-LEV-CUSTOMER    TO WS-OUT-LINE(62:10)
           MOVE WS-TODAY-SEIZED    TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT     TO WS-OUT-LINE(73:12)
           MOVE WS-OUR-REF         TO WS-OUT-LINE(86:13)
           MOVE WS-OUT-LINE TO REMIT-LINE
           WRITE REMIT-LINE
           ADD WS-TODAY-SEIZED TO WS-REMIT-TOTAL
           .

      *----------------------------------------------------------------
       4000-PRINT-SUMMARY.
      *----------------------------------------------------------------
           MOVE WS-TOTAL-SEIZED TO WS-FORMATTED-TOTAL
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'LEVY SEIZURE SUMMARY'
           DISPLAY '=================================================='
           DISPLAY 'Active Orders Worked   : ' WS-TOTAL-ORDERS
           DISPLAY 'Orders Seized Against  : ' WS-TOTAL-SEIZING
           DISPLAY 'Orders Satisfied       : ' WS-TOTAL-SATISFIED
           DISPLAY 'Orders With No Funds   : ' WS-TOTAL-NO-FUNDS
           DISPLAY 'Seizures Failed        : ' WS-TOTAL-FAILED
           DISPLAY 'Total Seized           : $' WS-FORMATTED-TOTAL
           DISPLAY 'Agency Responses       : ' WS-RESPONSE-COUNT
           MOVE WS-REMIT-TOTAL TO WS-FORMATTED-TOTAL
           DISPLAY 'Remittances            : ' WS-REMIT-COUNT
                   '  $' WS-FORMATTED-TOTAL
           DISPLAY '=================================================='

           IF WS-TOTAL-FAILED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           ACCEPT WS-RUN-END-TIME FROM TIME
           MOVE WS-TOTAL-ORDERS TO WS-RUN-RECORDS
      *    Every active order was worked once - RC 4 failures are on
      *    the report to chase and the orders stay active, so they
      *    are picked up again tomorrow without a same-date rerun.
           MOVE 'COMPLETE' TO WS-RUN-STATUS
           MOVE 'W' TO WS-RUN-FUNCTION
      *    The CALL hands back the subprogram's (zero) RETURN-CODE,
      *    so a failing step's own code must be restored afterward
      *    or the JCL COND tests never see the failure
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL 'CYCLE-RUN-LOG' USING WS-RUN-REQUEST
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           .
