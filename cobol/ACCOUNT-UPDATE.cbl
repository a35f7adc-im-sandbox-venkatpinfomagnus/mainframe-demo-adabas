      *================================================================
      * PROGRAM: ACCOUNT-UPDATE
      * PURPOSE: Update customer account balance and transaction date
      *          - a teller-keyed deposit, withdrawal or transfer the
      *          service-charge schedule covers (channel TLR, see
      *          SERVICE-CHARGE) is quoted before confirmation and
      *          followed by its linked type F fee entry once the
      *          customer's free items for the cycle are used up.
      *          A withdrawal or transfer out is checked against the
      *          account's daily teller limit (channel TLR, see
      *          DAILY-LIMITS) before confirmation and refused with
      *          response code 201 when it would break the limit.
      *          A deposit, withdrawal or adjustment may be given a
      *          value date before the business date; the interest
      *          effect (see VALUE-DATE-INTEREST) is quoted before
      *          confirmation and posts behind the item as a linked
      *          type 1 entry.
      *          An operator linked to the account's customer - their
      *          own record or a related one (see EMPLOYEE-ACCOUNTS) -
      *          is refused every operation on it, a transfer into
      *          such an account included; the attempt is journaled
      *          for SOD-EXCEPTION-RPT
      * INPUT:   Account number and new balance from user
      * OUTPUT:  Confirmation of update or error message
      *================================================================
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLIANCE-FILE ASSIGN TO DYNAMIC
                   WS-COMPLIANCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLIANCE-FILE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-INCR-FILE-STATUS.

           SELECT SF-FILE ASSIGN TO DYNAMIC WS-SF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SF-FILE-STATUS.


       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File names - a training session opens the training copy
      * (see 0200-RESOLVE-FILE-NAMES)
      *----------------------------------------------------------------
       01  WS-COMPLIANCE-FILE-NAME     PIC X(60) VALUE
           '../data/compliance-flags.txt'.
       01  WS-SF-FILE-NAME             PIC X(60) VALUE
           '../data/store-forward.txt'.

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

      *----------------------------------------------------------------
      * Adabas Control Block
      *----------------------------------------------------------------
       01  ADABAS-CONTROL-BLOCK.
           88  REACTIVATE-OPERATION    VALUE 'R'.
           88  REVERSAL-OPERATION      VALUE 'X'.
           88  LINK-OPERATION          VALUE 'L'.
           88  ACCOUNT-OPERATION       VALUE 'F' 'M' 'T' 'H' 'R'
                                             'X' 'L'.
       01  WS-AMOUNT                   PIC 9(09)V99.
       01  WS-NEW-BALANCE              PIC S9(08)V99.
       01  WS-OLD-BALANCE              PIC S9(08)V99.
           05  WS-RSTR-OK              PIC X.
       01  WS-RSTR-BLOCKED             PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Employee Accounts - an operator tied to the account's
      * customer (their own record or a related one) may not work
      * it; the refused attempt is journaled for the daily
      * segregation-of-duties report (see EMPLOYEE-ACCOUNTS).
      *----------------------------------------------------------------
       01  WS-EMPLOYEE-REQUEST.
           05  WS-EMP-FUNCTION         PIC X.
           05  WS-EMP-OPERATOR-ID      PIC X(08).
           05  WS-EMP-ACCOUNT          PIC 9(10).
           05  WS-EMP-CUSTOMER         PIC 9(10).
           05  WS-EMP-RELATION         PIC X.
           05  WS-EMP-LINKED-ID        PIC 9(10).
           05  WS-EMP-DATE             PIC 9(08).
           05  WS-EMP-TXN-CODE         PIC X.
           05  WS-EMP-SOURCE           PIC X(12).
           05  WS-EMP-OK               PIC X.
       01  WS-EMP-BLOCKED              PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Operator Sign-On - who is at the keyboard, proved against the
      * operator master by OPERATOR-SIGNON before any account can be
       01  WS-XFR-RATE-EDIT            PIC 9(03).9(06).
       01  WS-XFR-FX-ERROR             PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Per-Transaction Service Charges - a teller-keyed deposit,
      * withdrawal or transfer is quoted against the service-charge
      * schedule (see SERVICE-CHARGE) under channel TLR - code X for
      * a cross-currency transfer - so the customer hears of any
      * charge before confirming.  The charge posts after the item
      * as a linked type F fee entry, its cross-reference column
      * carrying the item's own time stamp, and the item is counted
      * against the cycle's free allowance whether charged or not.
      *----------------------------------------------------------------
       01  WS-SERVICE-CHARGE-REQUEST.
           05  WS-SVC-FUNCTION         PIC X.
           05  WS-SVC-ACCOUNT          PIC 9(10).
           05  WS-SVC-CUSTOMER         PIC 9(10).
           05  WS-SVC-ACCOUNT-TYPE     PIC X(15).
           05  WS-SVC-TXN-CODE         PIC X.
           05  WS-SVC-CHANNEL          PIC X(03).
           05  WS-SVC-ASOF-DATE        PIC 9(08).
           05  WS-SVC-PENDING          PIC 9(05).
           05  WS-SVC-FOUND            PIC X.
           05  WS-SVC-CHARGE           PIC 9(09)V99.
           05  WS-SVC-FREE-ITEMS       PIC 9(03).
           05  WS-SVC-USED             PIC 9(05).
           05  WS-SVC-CYCLE-END        PIC 9(08).
           05  WS-SVC-OK               PIC X.
       01  WS-SVC-FROM-CUSTOMER        PIC 9(10).
       01  WS-SVC-FROM-TYPE            PIC X(15).
       01  WS-SVC-ITEM-TIME            PIC 9(08).
       01  WS-SVC-QUOTED-CHARGE        PIC 9(09)V99.
       01  WS-SVC-OLD-BALANCE          PIC S9(08)V99.
       01  WS-SVC-NEW-BALANCE          PIC S9(08)V99.

      *----------------------------------------------------------------
      * Value-Dated Postings - a deposit, withdrawal or adjustment
      * keyed late may take value on an earlier date.  The interest
      * the runs in between would have produced on the right
      * balance (see VALUE-DATE-INTEREST) is quoted before
      * confirmation and posts straight behind the item as a linked
      * type 1 entry cross-referenced to the item's time stamp; the
      * item is logged for the daily back-valued items report.  The
      * code is a digit because V is the reactivation entry and
      * every other letter is already a transaction code.
      *----------------------------------------------------------------
       01  WS-VALUE-DATE-REQUEST.
           05  WS-VDI-FUNCTION         PIC X.
           05  WS-VDI-ACCOUNT          PIC 9(10).
           05  WS-VDI-ACCOUNT-TYPE     PIC X(15).
           05  WS-VDI-TXN-CODE         PIC X.
           05  WS-VDI-AMOUNT           PIC 9(09)V99.
           05  WS-VDI-VALUE-DATE       PIC 9(08).
           05  WS-VDI-BUS-DATE         PIC 9(08).
           05  WS-VDI-OLD-BALANCE      PIC S9(08)V99.
           05  WS-VDI-NEW-BALANCE      PIC S9(08)V99.
           05  WS-VDI-DAYS-BACK        PIC 9(05).
           05  WS-VDI-MONTH-ENDS       PIC 9(03).
           05  WS-VDI-CREDIT-EFFECT    PIC S9(09)V99.
           05  WS-VDI-OD-EFFECT        PIC S9(09)V99.
           05  WS-VDI-ADJ-AMOUNT       PIC S9(09)V99.
           05  WS-VDI-ADJ-POSTED       PIC X.
           05  WS-VDI-ITEM-TIME        PIC 9(08).
           05  WS-VDI-SOURCE           PIC X(08).
           05  WS-VDI-RESULT           PIC X.
               88  WS-VDI-BACK-VALUED  VALUE 'V'.
           05  WS-VDI-OK               PIC X.
       01  WS-VALUE-DATE-INPUT         PIC X(08).
       01  WS-VDI-BAD                  PIC X VALUE 'N'.
       01  WS-VDI-OLD-BALANCE-HOLD     PIC S9(08)V99.
       01  WS-VDI-NEW-BALANCE-HOLD     PIC S9(08)V99.
       01  WS-VDI-ABS-AMOUNT           PIC 9(09)V99.

      *----------------------------------------------------------------
      * Daily Withdrawal and Transfer Limits - a teller-keyed
      * withdrawal or transfer out is checked against the account's
      * per-day amount and count ceilings for channel TLR (see
      * DAILY-LIMITS) before the teller is asked to confirm, and
      * recorded against the day's usage once it has posted.  An
      * over-limit item is refused with its own response code (see
      * RESPCODE-LOOKUP).
      *----------------------------------------------------------------
       01  WS-DAILY-LIMIT-REQUEST.
           05  WS-DLM-FUNCTION         PIC X.
           05  WS-DLM-ACCOUNT          PIC 9(10).
           05  WS-DLM-ACCOUNT-TYPE     PIC X(15).
           05  WS-DLM-CHANNEL          PIC X(03).
           05  WS-DLM-BUS-DATE         PIC 9(08).
           05  WS-DLM-AMOUNT           PIC 9(09)V99.
           05  WS-DLM-PENDING-AMOUNT   PIC 9(10)V99.
           05  WS-DLM-PENDING-COUNT    PIC 9(05).
           05  WS-DLM-FOUND            PIC X.
           05  WS-DLM-OVERRIDE         PIC X.
           05  WS-DLM-MAX-AMOUNT       PIC 9(09)V99.
           05  WS-DLM-MAX-COUNT        PIC 9(04).
           05  WS-DLM-USED-AMOUNT      PIC 9(10)V99.
           05  WS-DLM-USED-COUNT       PIC 9(05).
           05  WS-DLM-OVER             PIC X.
           05  WS-DLM-OK               PIC X.
       01  WS-DLM-BLOCKED              PIC X VALUE 'N'.
       01  WS-LIMIT-RESPONSE           PIC 9(03) VALUE 201.
       01  WS-FORMATTED-USED           PIC ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      * Per-Account History - every posting also records itself in
      * the keyed history file (see TXN-HISTORY), which the inquiry
           END-IF
           .
       
      *----------------------------------------------------------------
       0200-RESOLVE-FILE-NAMES.
      *----------------------------------------------------------------
           MOVE 'R' TO WS-TRN-FUNCTION
           MOVE WS-COMPLIANCE-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-COMPLIANCE-FILE-NAME
           MOVE WS-SF-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-SF-FILE-NAME
           .

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           MOVE WS-BUS-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-NEW-TXN-DATE

      *    A trainee signing on here works on the training copy.
           INITIALIZE WS-TRAINING-REQUEST
           MOVE 'A' TO WS-TRN-FUNCTION
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST

           MOVE 1 TO WS-SIGN-MIN-AUTHORITY
           CALL 'OPERATOR-SIGNON' USING WS-SIGNON-REQUEST
           IF WS-SIGN-OK NOT = 'Y'
               MOVE 'N' TO WS-CONTINUE
           END-IF
           PERFORM 0200-RESOLVE-FILE-NAMES

           INITIALIZE WS-SYSTEM-STATUS-REQUEST
           MOVE 'C' TO WS-SYS-FUNCTION
      *                WHEN below can never swallow a keyed choice
                       MOVE LOW-VALUE TO WS-OPERATION-TYPE
                   END-IF
                   IF ACCOUNT-OPERATION
                       PERFORM 2268-CHECK-EMPLOYEE-ACCOUNT
                       IF WS-EMP-BLOCKED = 'Y'
                           PERFORM 2450-RELEASE-HOLD
      *                    Same sentinel as the dormant reject
                           MOVE LOW-VALUE TO WS-OPERATION-TYPE
                       END-IF
                   END-IF
                   EVALUATE TRUE
                       WHEN FINANCIAL-OPERATION
                           MOVE 'N' TO WS-APPR-QUEUED
                               PERFORM 2500-UPDATE-ACCOUNT
                               IF ACB-RESPONSE-CODE = 000
                                   PERFORM 2600-DISPLAY-SUCCESS
                                   IF WITHDRAWAL
                                       PERFORM 2445-RECORD-LIMIT-USAGE
                                   END-IF
                                   PERFORM 2630-POST-VALUE-DATE-ADJ
                                       THRU 2630-EXIT
                                   IF DEPOSIT OR WITHDRAWAL
                                       PERFORM 2620-POST-SERVICE-CHARGE
                                           THRU 2620-EXIT
                                   END-IF
                               ELSE
                                   PERFORM 2700-HANDLE-ERROR
                               END-IF
                               PERFORM 2470-APPLY-TRANSFER
                               IF ACB-RESPONSE-CODE = 000
                                   PERFORM 2490-DISPLAY-XFER-SUCCESS
                                   PERFORM 2445-RECORD-LIMIT-USAGE
                                   PERFORM 2620-POST-SERVICE-CHARGE
                                       THRU 2620-EXIT
                               ELSE
                                   PERFORM 2700-HANDLE-ERROR
                               END-IF
                               DISPLAY 'Update cancelled.'
                           END-IF
                       WHEN WS-OPERATION-TYPE = LOW-VALUE
      *                    Dormant-account or employee-account
      *                    reject - the message is out and the hold
      *                    already released above
                           CONTINUE
                       WHEN OTHER
                           PERFORM 2450-RELEASE-HOLD
               DISPLAY 'AMOUNT EXCEEDS YOUR POSTING LIMIT - the'
                       ' transaction is queued for supervisor'
                       ' approval and has NOT posted.'
               IF WS-VDI-VALUE-DATE > 0
                   DISPLAY 'The value date does not travel with a'
                           ' queued item - key the interest'
                           ' adjustment once it is approved.'
               END-IF
           ELSE
               DISPLAY 'ERROR: approval queue not writable -'
                       ' transaction NOT posted and NOT queued.'
               MOVE RECORD-BUFFER TO ACCOUNT-RECORD
               MOVE BALANCE TO WS-OLD-BALANCE
               MOVE ACB-ISN TO WS-SAVED-ISN
               MOVE CUSTOMER-ID  TO WS-SVC-FROM-CUSTOMER
               MOVE ACCOUNT-TYPE TO WS-SVC-FROM-TYPE
               PERFORM 2210-LOOKUP-CURRENCY-SYMBOL
           END-IF
           .
       2400-GET-UPDATE-INFO.
      *----------------------------------------------------------------
           MOVE 'N' TO WS-SWEEP-PLANNED
           INITIALIZE WS-VALUE-DATE-REQUEST

           DISPLAY ' '
           DISPLAY 'Transaction Type:'
           DISPLAY ' '
           DISPLAY 'Enter Amount: ' NO ADVANCING
           ACCEPT WS-AMOUNT

           PERFORM 2405-GET-VALUE-DATE
           IF WS-VDI-BAD = 'Y'
               MOVE 'N' TO WS-CONFIRM
               EXIT PARAGRAPH
           END-IF
           
           EVALUATE TRUE
               WHEN DEPOSIT
                       MOVE 'N' TO WS-CONFIRM
                       EXIT PARAGRAPH
                   END-IF
                   IF ACCOUNT-TYPE = 'LOAN'
                       DISPLAY ' '
                       DISPLAY 'ERROR: Loan account cannot be debited'
                       MOVE 'N' TO WS-CONFIRM
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 2440-CHECK-DAILY-LIMIT
                   IF WS-DLM-BLOCKED = 'Y'
                       MOVE 'N' TO WS-CONFIRM
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 2420-GET-OVERDRAFT-LIMIT
                   PERFORM 2430-GET-AVAILABLE-BALANCE
                   IF WS-AMOUNT - WS-AVAILABLE-BALANCE
           DISPLAY 'New Balance will be: '
                   FUNCTION TRIM(WS-CURRENCY-SYMBOL)
                   WS-FORMATTED-BALANCE
           IF WS-VDI-VALUE-DATE > 0
               PERFORM 2615-QUOTE-VALUE-DATE-ADJ
           END-IF
           IF DEPOSIT OR WITHDRAWAL
               MOVE WS-TRANSACTION-TYPE TO WS-SVC-TXN-CODE
               PERFORM 2610-QUOTE-SERVICE-CHARGE
           END-IF
           DISPLAY ' '
           DISPLAY 'Confirm update? (Y/N): ' NO ADVANCING
           ACCEPT WS-CONFIRM
           .

      *----------------------------------------------------------------
       2405-GET-VALUE-DATE.
      *----------------------------------------------------------------
      *    Blank means the item takes value today.  A value date
      *    must be a real date no later than the business date.
           MOVE 'N' TO WS-VDI-BAD
           MOVE SPACES TO WS-VALUE-DATE-INPUT
           DISPLAY 'Value Date (YYYYMMDD, blank = today): '
                   NO ADVANCING
           ACCEPT WS-VALUE-DATE-INPUT

           IF WS-VALUE-DATE-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-VALUE-DATE-INPUT NOT NUMERIC
               DISPLAY 'ERROR: value date must be YYYYMMDD'
               MOVE 'Y' TO WS-VDI-BAD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VALUE-DATE-INPUT TO WS-VDI-VALUE-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-VDI-VALUE-DATE) NOT = 0
               DISPLAY 'ERROR: value date is not a calendar date'
               MOVE 'Y' TO WS-VDI-BAD
               EXIT PARAGRAPH
           END-IF
           IF WS-VDI-VALUE-DATE > WS-NEW-TXN-DATE
               DISPLAY 'ERROR: value date is after the business date'
               MOVE 'Y' TO WS-VDI-BAD
               EXIT PARAGRAPH
           END-IF
           IF WS-VDI-VALUE-DATE = WS-NEW-TXN-DATE
               MOVE 0 TO WS-VDI-VALUE-DATE
           END-IF
           .

      *----------------------------------------------------------------
       2420-GET-OVERDRAFT-LIMIT.
      *----------------------------------------------------------------
           END-IF
           .

      *----------------------------------------------------------------
       2440-CHECK-DAILY-LIMIT.
      *----------------------------------------------------------------
      *    WS-AMOUNT out of the account read and held by
      *    2200-READ-ACCOUNT, checked against its daily teller limit
      *    before any sweep is planned - a refused item must not
      *    leave a funding account held.  WS-DLM-BLOCKED comes back
      *    'Y' once the refusal has been shown; the caller backs
      *    the item out.
           MOVE 'N' TO WS-DLM-BLOCKED
           INITIALIZE WS-DAILY-LIMIT-REQUEST
           MOVE 'C' TO WS-DLM-FUNCTION
           MOVE WS-INPUT-ACCOUNT TO WS-DLM-ACCOUNT
           MOVE ACCOUNT-TYPE     TO WS-DLM-ACCOUNT-TYPE
           MOVE 'TLR'            TO WS-DLM-CHANNEL
           MOVE WS-NEW-TXN-DATE  TO WS-DLM-BUS-DATE
           MOVE WS-AMOUNT        TO WS-DLM-AMOUNT
           CALL 'DAILY-LIMITS' USING WS-DAILY-LIMIT-REQUEST

           IF WS-DLM-OVER NOT = 'A' AND WS-DLM-OVER NOT = 'C'
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-DLM-BLOCKED
           CALL 'RESPCODE-LOOKUP' USING WS-LIMIT-RESPONSE
                                        WS-RESPONSE-INFO
           DISPLAY ' '
           DISPLAY 'ERROR: ' WS-RESP-SHORT-MSG
           DISPLAY '  ' WS-RESP-EXPLANATION
           MOVE WS-DLM-USED-AMOUNT TO WS-FORMATTED-USED
           IF WS-DLM-OVER = 'A'
               MOVE WS-DLM-MAX-AMOUNT TO WS-FORMATTED-AMOUNT
               DISPLAY '  Daily amount limit: '
                       FUNCTION TRIM(WS-CURRENCY-SYMBOL)
                       WS-FORMATTED-AMOUNT
                       '  taken today: '
                       FUNCTION TRIM(WS-CURRENCY-SYMBOL)
                       WS-FORMATTED-USED
           ELSE
               DISPLAY '  Daily item limit: ' WS-DLM-MAX-COUNT
                       '  taken today: ' WS-DLM-USED-COUNT
           END-IF
           DISPLAY '  Next: ' WS-RESP-NEXT-ACTION
           .

      *----------------------------------------------------------------
       2445-RECORD-LIMIT-USAGE.
      *----------------------------------------------------------------
      *    The debit has posted - count it against the day's teller
      *    usage.  WS-DAILY-LIMIT-REQUEST still holds the key from
      *    2440-CHECK-DAILY-LIMIT.
           IF WS-DLM-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'U' TO WS-DLM-FUNCTION
           MOVE WS-DLM-AMOUNT TO WS-DLM-PENDING-AMOUNT
           MOVE 1             TO WS-DLM-PENDING-COUNT
           CALL 'DAILY-LIMITS' USING WS-DAILY-LIMIT-REQUEST
           IF WS-DLM-OK NOT = 'Y'
               DISPLAY 'WARNING: daily-limit usage not recorded'
           END-IF
           .

      *----------------------------------------------------------------
       2452-PLAN-OD-SWEEP.
      *----------------------------------------------------------------
           CALL 'RESTRICTION-STATUS' USING WS-RESTRICTION-REQUEST
           .

      *----------------------------------------------------------------
       2268-CHECK-EMPLOYEE-ACCOUNT.
      *----------------------------------------------------------------
      *    Works on whichever account ACCOUNT-RECORD holds - the one
      *    keyed, or a transfer's to-account once 2465 has read it.
      *    A refusal is journaled with the operation letter tried.
           MOVE 'N' TO WS-EMP-BLOCKED

           INITIALIZE WS-EMPLOYEE-REQUEST
           MOVE 'C' TO WS-EMP-FUNCTION
           MOVE WS-SIGN-OPERATOR-ID TO WS-EMP-OPERATOR-ID
           MOVE ACCOUNT-NUMBER      TO WS-EMP-ACCOUNT
           MOVE CUSTOMER-ID         TO WS-EMP-CUSTOMER
           CALL 'EMPLOYEE-ACCOUNTS' USING WS-EMPLOYEE-REQUEST

           IF WS-EMP-RELATION = SPACE
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-EMP-BLOCKED
           DISPLAY ' '
           IF WS-EMP-RELATION = 'S'
               DISPLAY 'REFUSED: account ' ACCOUNT-NUMBER
                       ' belongs to your own customer record.'
           ELSE
               DISPLAY 'REFUSED: account ' ACCOUNT-NUMBER
                       ' belongs to a customer related to you ('
                       WS-EMP-LINKED-ID ').'
           END-IF
           DISPLAY 'Another operator must handle this account.'

           MOVE 'J' TO WS-EMP-FUNCTION
           MOVE WS-NEW-TXN-DATE   TO WS-EMP-DATE
           MOVE WS-OPERATION-TYPE TO WS-EMP-TXN-CODE
           MOVE 'ACCOUNT-UPD'     TO WS-EMP-SOURCE
           CALL 'EMPLOYEE-ACCOUNTS' USING WS-EMPLOYEE-REQUEST
           .

      *----------------------------------------------------------------
       2460-GET-TRANSFER-INFO.
      *----------------------------------------------------------------
               EXIT PARAGRAPH
           END-IF

           IF ACCOUNT-TYPE = 'LOAN'
               DISPLAY ' '
               DISPLAY 'ERROR: Loan account cannot be debited'
               EXIT PARAGRAPH
           END-IF

           PERFORM 2440-CHECK-DAILY-LIMIT
           IF WS-DLM-BLOCKED = 'Y'
               EXIT PARAGRAPH
           END-IF

      *    The same linked-account sweep the batch applies to a
      *    transfer debit - a teller-keyed transfer must not behave
      *    differently from the identical batch item.  The sweep is
               EXIT PARAGRAPH
           END-IF

      *    Money moved into an account the operator is tied to is
      *    their own posting as much as money moved out of one
           PERFORM 2268-CHECK-EMPLOYEE-ACCOUNT
           IF WS-EMP-BLOCKED = 'Y'
               PERFORM 2468-RELEASE-TO-HOLD
               MOVE 'N' TO WS-TO-HOLD-TAKEN
               PERFORM 2458-ABANDON-SWEEP-PLAN
               EXIT PARAGRAPH
           END-IF

           PERFORM 2462-CONVERT-CREDIT-LEG THRU 2462-EXIT
           IF WS-XFR-FX-ERROR = 'Y'
               PERFORM 2468-RELEASE-TO-HOLD
           DISPLAY 'To Balance   -> '
                   FUNCTION TRIM(WS-CURRENCY-SYMBOL)
                   WS-FORMATTED-BALANCE
           IF WS-XFR-EFF-RATE NOT = 0
               MOVE 'X' TO WS-SVC-TXN-CODE
           ELSE
               MOVE 'T' TO WS-SVC-TXN-CODE
           END-IF
           PERFORM 2610-QUOTE-SERVICE-CHARGE
           DISPLAY '=================================================='
           DISPLAY ' '
           DISPLAY 'Confirm transfer? (Y/N): ' NO ADVANCING
           MOVE WS-AMOUNT           TO WS-XFR-AUDIT-AMOUNT
           MOVE WS-XFR-EFF-RATE     TO WS-XFR-AUDIT-RATE
           PERFORM 2478-WRITE-TRANSFER-AUDIT-ENTRY
           MOVE WS-AUDIT-TIME       TO WS-SVC-ITEM-TIME

           MOVE WS-TO-SAVED-ISN     TO WS-XFR-AUDIT-ISN
           MOVE WS-TO-INPUT-ACCOUNT TO WS-XFR-AUDIT-ACCOUNT
               MOVE SPACES TO WS-INPUT-BRANCH
           END-IF

      *    A loan's contract and schedule are booked against the
      *    account number, so a LOAN account never changes type and
      *    no deposit account can be turned into one here.
           IF WS-INPUT-TYPE = SPACES
               MOVE ACCOUNT-TYPE TO WS-INPUT-TYPE
           ELSE
               IF ACCOUNT-TYPE = 'LOAN'
                   DISPLAY 'Loan account type cannot be changed.'
                   MOVE ACCOUNT-TYPE TO WS-INPUT-TYPE
               END-IF
               IF NOT VALID-ACCOUNT-TYPE
                   AND WS-INPUT-TYPE NOT = ACCOUNT-TYPE
                   DISPLAY 'Invalid account type - type unchanged.'
                   MOVE ACCOUNT-TYPE TO WS-INPUT-TYPE
               END-IF

           IF ACB-RESPONSE-CODE = 000
               PERFORM 2550-WRITE-AUDIT-ENTRY
               MOVE WS-AUDIT-TIME TO WS-SVC-ITEM-TIME
               IF (DEPOSIT OR WITHDRAWAL)
                   AND WS-AMOUNT NOT < WS-COMPLIANCE-THRESHOLD
                   PERFORM 2570-WRITE-COMPLIANCE-FLAG
           DISPLAY '=================================================='
           .
       
      *----------------------------------------------------------------
       2610-QUOTE-SERVICE-CHARGE.
      *----------------------------------------------------------------
      *    WS-SVC-TXN-CODE is set by the caller; the type and
      *    customer are the debited account's, saved at the read
      *    before a transfer's to-account read re-filled the record.
           INITIALIZE WS-SERVICE-CHARGE-REQUEST
           MOVE 'Q' TO WS-SVC-FUNCTION
           MOVE WS-INPUT-ACCOUNT     TO WS-SVC-ACCOUNT
           MOVE WS-SVC-FROM-CUSTOMER TO WS-SVC-CUSTOMER
           MOVE WS-SVC-FROM-TYPE     TO WS-SVC-ACCOUNT-TYPE
           MOVE 'TLR'                TO WS-SVC-CHANNEL
           MOVE WS-NEW-TXN-DATE      TO WS-SVC-ASOF-DATE
           MOVE 0                    TO WS-SVC-PENDING
           CALL 'SERVICE-CHARGE' USING WS-SERVICE-CHARGE-REQUEST

           IF WS-SVC-FOUND = 'Y'
               IF WS-SVC-CHARGE > 0
                   MOVE WS-SVC-CHARGE TO WS-FORMATTED-AMOUNT
                   DISPLAY 'Service Charge : '
                           FUNCTION TRIM(WS-CURRENCY-SYMBOL)
                           WS-FORMATTED-AMOUNT
                           '  (posts after the item)'
               ELSE
                   DISPLAY 'Service Charge : none - free item '
                           WS-SVC-USED ' + 1 of '
                           WS-SVC-FREE-ITEMS ' this cycle'
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
       2615-QUOTE-VALUE-DATE-ADJ.
      *----------------------------------------------------------------
      *    The balance the item will leave is known now, so the
      *    interest effect of back-valuing it is worked out and shown
      *    before the teller confirms.  The quote stands in
      *    WS-VALUE-DATE-REQUEST for the posting after confirmation.
           MOVE 'C'                 TO WS-VDI-FUNCTION
           MOVE WS-INPUT-ACCOUNT    TO WS-VDI-ACCOUNT
           MOVE ACCOUNT-TYPE        TO WS-VDI-ACCOUNT-TYPE
           MOVE WS-TRANSACTION-TYPE TO WS-VDI-TXN-CODE
           MOVE WS-AMOUNT           TO WS-VDI-AMOUNT
           MOVE WS-NEW-TXN-DATE     TO WS-VDI-BUS-DATE
           MOVE WS-OLD-BALANCE      TO WS-VDI-OLD-BALANCE
           MOVE WS-NEW-BALANCE      TO WS-VDI-NEW-BALANCE
           CALL 'VALUE-DATE-INTEREST' USING WS-VALUE-DATE-REQUEST

           IF NOT WS-VDI-BACK-VALUED
               EXIT PARAGRAPH
           END-IF
           IF WS-VDI-ADJ-AMOUNT < 0
               COMPUTE WS-VDI-ABS-AMOUNT = 0 - WS-VDI-ADJ-AMOUNT
           ELSE
               MOVE WS-VDI-ADJ-AMOUNT TO WS-VDI-ABS-AMOUNT
           END-IF
           MOVE WS-VDI-ABS-AMOUNT TO WS-FORMATTED-AMOUNT
           DISPLAY 'Value Date     : ' WS-VDI-VALUE-DATE
                   ' (' WS-VDI-DAYS-BACK ' days back)'
           EVALUATE TRUE
               WHEN WS-VDI-ADJ-AMOUNT > 0
                   DISPLAY 'Interest Adj   : '
                           FUNCTION TRIM(WS-CURRENCY-SYMBOL)
                           WS-FORMATTED-AMOUNT
                           ' credit  (posts after the item)'
               WHEN WS-VDI-ADJ-AMOUNT < 0
                   DISPLAY 'Interest Adj   : '
                           FUNCTION TRIM(WS-CURRENCY-SYMBOL)
                           WS-FORMATTED-AMOUNT
                           ' debit  (posts after the item)'
               WHEN OTHER
                   DISPLAY 'Interest Adj   : none - no interest'
                           ' effect'
           END-EVALUATE
           .

      *----------------------------------------------------------------
       2620-POST-SERVICE-CHARGE.
      *----------------------------------------------------------------
      *    The confirmed item has posted and audited; the quote
      *    shown before confirmation still stands in
      *    WS-SERVICE-CHARGE-REQUEST.  The item is counted against
      *    the cycle's free items first, then any charge posts with
      *    its own A1 straight onto the balance the item left, as a
      *    type F fee entry cross-referenced to the item's time
      *    stamp.  Like the monthly fee it is not refused for cover
      *    - the item that earned it has already been allowed.
           IF WS-SVC-FOUND NOT = 'Y'
               GO TO 2620-EXIT
           END-IF

      *    The record call hands the charge field back as zero, so
      *    the quote is kept aside first
           MOVE WS-SVC-CHARGE TO WS-SVC-QUOTED-CHARGE
           MOVE 'U' TO WS-SVC-FUNCTION
           MOVE 1   TO WS-SVC-PENDING
           CALL 'SERVICE-CHARGE' USING WS-SERVICE-CHARGE-REQUEST
           IF WS-SVC-OK NOT = 'Y'
               DISPLAY 'WARNING: service-charge usage not recorded'
           END-IF
           MOVE WS-SVC-QUOTED-CHARGE TO WS-SVC-CHARGE
           IF WS-SVC-CHARGE = 0
               GO TO 2620-EXIT
           END-IF

           MOVE WS-NEW-BALANCE TO WS-SVC-OLD-BALANCE
           COMPUTE WS-SVC-NEW-BALANCE =
               WS-SVC-OLD-BALANCE - WS-SVC-CHARGE
           MOVE WS-SVC-NEW-BALANCE TO UB-BALANCE
           MOVE WS-NEW-TXN-DATE    TO UB-LAST-TXN-DATE

           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'A1'   TO ACB-COMMAND-CODE
           MOVE 00012  TO ACB-FILE-NUMBER
           MOVE WS-SAVED-ISN TO ACB-ISN
           MOVE 50     TO ACB-FORMAT-BUFFER-LEN
           MOVE 20     TO ACB-RECORD-BUFFER-LEN

           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               UPDATE-FORMAT-BUFFER
                               UPDATE-BUFFER
           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY 'WARNING: service charge not posted -'
                       ' response ' ACB-RESPONSE-CODE
               GO TO 2620-EXIT
           END-IF

           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE WS-SVC-OLD-BALANCE TO WS-AUDIT-OLD-BAL-EDIT
           MOVE WS-SVC-NEW-BALANCE TO WS-AUDIT-NEW-BAL-EDIT
           MOVE WS-SVC-CHARGE      TO WS-AUDIT-AMOUNT-EDIT

           STRING WS-SAVED-ISN          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-INPUT-ACCOUNT      DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-OLD-BAL-EDIT DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-NEW-BAL-EDIT DELIMITED BY SIZE
                  ',F,'                 DELIMITED BY SIZE
                  WS-AUDIT-AMOUNT-EDIT  DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-NEW-TXN-DATE       DELIMITED BY SIZE
                  WS-AUDIT-TIME         DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-SVC-ITEM-TIME      DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-SIGN-OPERATOR-ID   DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ

           MOVE WS-INPUT-ACCOUNT   TO WS-HIST-ACCOUNT
           MOVE WS-NEW-TXN-DATE    TO WS-HIST-DATE
           MOVE WS-AUDIT-TIME      TO WS-HIST-TIME
           MOVE 'F'                TO WS-HIST-TYPE
           MOVE WS-AUDIT-AMOUNT-EDIT TO WS-HIST-AMOUNT
           MOVE WS-SVC-OLD-BALANCE TO WS-HIST-OLD-BAL
           MOVE WS-SVC-NEW-BALANCE TO WS-HIST-NEW-BAL
           MOVE WS-SVC-ITEM-TIME   TO WS-HIST-XREF
           CALL 'TXN-HISTORY' USING WS-HISTORY-REQUEST
           MOVE SPACES TO WS-HIST-XREF

           MOVE WS-SVC-CHARGE TO WS-FORMATTED-AMOUNT
           MOVE WS-SVC-NEW-BALANCE TO WS-FORMATTED-BALANCE
           DISPLAY 'Service Charge : '
                   FUNCTION TRIM(WS-CURRENCY-SYMBOL)
                   WS-FORMATTED-AMOUNT
                   ' posted - balance now '
                   FUNCTION TRIM(WS-CURRENCY-SYMBOL)
                   WS-FORMATTED-BALANCE
           .

       2620-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2630-POST-VALUE-DATE-ADJ.
      *----------------------------------------------------------------
      *    The confirmed item has posted and audited; the quote shown
      *    before confirmation still stands.  A non-zero adjustment
      *    posts with its own A1 straight onto the balance the item
      *    left, as a type 1 entry cross-referenced to the item's
      *    time stamp; like a service charge it is not refused for
      *    cover.  The item is logged for the report either way.
           IF NOT WS-VDI-BACK-VALUED
               GO TO 2630-EXIT
           END-IF

           MOVE 'N'                 TO WS-VDI-ADJ-POSTED
           MOVE WS-SVC-ITEM-TIME    TO WS-VDI-ITEM-TIME
           MOVE WS-SIGN-OPERATOR-ID TO WS-VDI-SOURCE

           IF WS-VDI-ADJ-AMOUNT NOT = 0
               PERFORM 2635-POST-ADJUSTMENT-ENTRY
           END-IF

           MOVE 'W' TO WS-VDI-FUNCTION
           CALL 'VALUE-DATE-INTEREST' USING WS-VALUE-DATE-REQUEST
           IF WS-VDI-OK NOT = 'Y'
               DISPLAY 'WARNING: back-valued item not logged for'
                       ' the daily report'
           END-IF
           .

       2630-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2635-POST-ADJUSTMENT-ENTRY.
      *----------------------------------------------------------------
           MOVE WS-NEW-BALANCE TO WS-VDI-OLD-BALANCE-HOLD
           COMPUTE WS-VDI-NEW-BALANCE-HOLD =
               WS-VDI-OLD-BALANCE-HOLD + WS-VDI-ADJ-AMOUNT
           MOVE WS-VDI-NEW-BALANCE-HOLD TO UB-BALANCE
           MOVE WS-NEW-TXN-DATE         TO UB-LAST-TXN-DATE

           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'A1'   TO ACB-COMMAND-CODE
           MOVE 00012  TO ACB-FILE-NUMBER
           MOVE WS-SAVED-ISN TO ACB-ISN
           MOVE 50     TO ACB-FORMAT-BUFFER-LEN
           MOVE 20     TO ACB-RECORD-BUFFER-LEN

           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               UPDATE-FORMAT-BUFFER
                               UPDATE-BUFFER
           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY 'WARNING: interest adjustment not posted -'
                       ' response ' ACB-RESPONSE-CODE
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE WS-VDI-OLD-BALANCE-HOLD TO WS-AUDIT-OLD-BAL-EDIT
           MOVE WS-VDI-NEW-BALANCE-HOLD TO WS-AUDIT-NEW-BAL-EDIT
           MOVE WS-VDI-ABS-AMOUNT       TO WS-AUDIT-AMOUNT-EDIT

           STRING WS-SAVED-ISN          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-INPUT-ACCOUNT      DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-OLD-BAL-EDIT DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-NEW-BAL-EDIT DELIMITED BY SIZE
                  ',1,'                 DELIMITED BY SIZE
                  WS-AUDIT-AMOUNT-EDIT  DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-NEW-TXN-DATE       DELIMITED BY SIZE
                  WS-AUDIT-TIME         DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-VDI-ITEM-TIME      DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-SIGN-OPERATOR-ID   DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ

           MOVE WS-INPUT-ACCOUNT        TO WS-HIST-ACCOUNT
           MOVE WS-NEW-TXN-DATE         TO WS-HIST-DATE
           MOVE WS-AUDIT-TIME           TO WS-HIST-TIME
           MOVE '1'                     TO WS-HIST-TYPE
           MOVE WS-AUDIT-AMOUNT-EDIT    TO WS-HIST-AMOUNT
           MOVE WS-VDI-OLD-BALANCE-HOLD TO WS-HIST-OLD-BAL
           MOVE WS-VDI-NEW-BALANCE-HOLD TO WS-HIST-NEW-BAL
           MOVE WS-VDI-ITEM-TIME        TO WS-HIST-XREF
           CALL 'TXN-HISTORY' USING WS-HISTORY-REQUEST
           MOVE SPACES TO WS-HIST-XREF

           MOVE 'Y' TO WS-VDI-ADJ-POSTED
           MOVE WS-VDI-NEW-BALANCE-HOLD TO WS-NEW-BALANCE
           MOVE WS-VDI-ABS-AMOUNT TO WS-FORMATTED-AMOUNT
           MOVE WS-VDI-NEW-BALANCE-HOLD TO WS-FORMATTED-BALANCE
           DISPLAY 'Interest Adj   : '
                   FUNCTION TRIM(WS-CURRENCY-SYMBOL)
                   WS-FORMATTED-AMOUNT
                   ' posted - balance now '
                   FUNCTION TRIM(WS-CURRENCY-SYMBOL)
                   WS-FORMATTED-BALANCE
           .

      *----------------------------------------------------------------
       2700-HANDLE-ERROR.
      *----------------------------------------------------------------
