       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEVY-MAINT.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: LEVY-MAINT
      * PURPOSE: Supervisor screen for levy and garnishment orders
      *          served on the bank (see LEVY-ORDERS).  An order is
      *          recorded against the debtor's CUSTOMER-ID with the
      *          issuing agency, its case number, the amount levied,
      *          the date it was served and the statutory exempt
      *          amount that must stay available to the customer
      *          (the shipped default, or the figure the order
      *          itself states).  The LEVY-PROCESS batch step seizes
      *          against every active order each night until it is
      *          satisfied; a supervisor releases an order when the
      *          agency withdraws it.  Orders can be viewed one at a
      *          time with their running balance, or listed for one
      *          debtor or for the whole bank.  Every order recorded
      *          and released is written to the audit trail under
      *          the supervisor who did it.  The screen is not
      *          available while the batch cycle has the system
      *          QUIESCED.
      * INPUT:   Order details and actions from the operator,
      *          ../data/levy-exempt.txt (default exempt amount;
      *          absence of the file leaves the shipped default
      *          standing), customer data via Adabas (S3)
      * OUTPUT:  ../data/levy-orders.txt (via LEVY-ORDERS),
      *          audit-log entries type 'M' (action LEVY-ADD or
      *          LEVY-RELEASE; the account column carries the
      *          debtor's CUSTOMER-ID, as CUSTOMER-MAINT writes),
      *          tagged LEVY=<order id>
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXEMPT-FILE ASSIGN TO "../data/levy-exempt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXEMPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXEMPT-FILE.
       01  EXEMPT-LINE                 PIC X(20).

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
      * Customer Master (command S3) - the debtor must be a customer
      * of the bank before an order can be recorded against them.
      *----------------------------------------------------------------
       01  CUSTOMER-DETAILS.
           05  CD-CUSTOMER-ID          PIC 9(10).
           05  CD-CUSTOMER-NAME        PIC X(30).
           05  CD-ADDRESS-LINE-1       PIC X(30).
           05  CD-CITY                 PIC X(20).
           05  CD-STATE                PIC X(02).
           05  CD-ZIP-CODE             PIC X(10).

      *----------------------------------------------------------------
      * Working Variables
      *----------------------------------------------------------------
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CHOICE                   PIC X.
       01  WS-CONFIRM                  PIC X.
       01  WS-INPUT-CUSTOMER           PIC 9(10).
       01  WS-INPUT-ORDER              PIC 9(08).
       01  WS-INPUT-AGENCY             PIC X(30).
       01  WS-INPUT-CASE-NUMBER        PIC X(20).
       01  WS-INPUT-AMOUNT-TEXT        PIC X(15).
       01  WS-INPUT-AMOUNT             PIC S9(08)V99.
       01  WS-INPUT-DATE-SERVED        PIC 9(08).
       01  WS-INPUT-EXEMPT-TEXT        PIC X(15).
       01  WS-INPUT-EXEMPT             PIC S9(08)V99.
       01  WS-LIST-INDEX               PIC 9(04) VALUE 0.
       01  WS-LIST-SHOWN               PIC 9(04) VALUE 0.
       01  WS-MORE-ORDERS              PIC X VALUE 'Y'.
       01  WS-FORMATTED-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-SEIZED         PIC ZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-REMAINING      PIC ZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-EXEMPT         PIC ZZ,ZZZ,ZZ9.99.
       01  WS-STATUS-WORD              PIC X(10).

      *----------------------------------------------------------------
      * Default Exempt Amount - the statutory floor left available
      * to the debtor when the order does not state its own; absence
      * of the control file leaves the shipped default standing.
      *----------------------------------------------------------------
       01  WS-EXEMPT-FILE-STATUS       PIC XX.
       01  WS-DEFAULT-EXEMPT           PIC S9(08)V99 VALUE 1000.00.

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
      * Operator Sign-On - who is at the keyboard, proved against
      * the operator master by OPERATOR-SIGNON (see ACCOUNT-UPDATE
      * for the convention).  Levy orders are supervisor work from
      * end to end.
      *----------------------------------------------------------------
       01  WS-SIGNON-REQUEST.
           05  WS-SIGN-MIN-AUTHORITY   PIC 9.
           05  WS-SIGN-OK              PIC X.
           05  WS-SIGN-OPERATOR-ID     PIC X(08).
           05  WS-SIGN-OPERATOR-NAME   PIC X(30).
           05  WS-SIGN-AUTHORITY       PIC 9.
           05  WS-SIGN-BRANCH          PIC X(03).

      *----------------------------------------------------------------
      * Business Date - stamped from the system control record via
      * BUSINESS-DATE, never from the wall clock.
      *----------------------------------------------------------------
       01  WS-BUSDATE-REQUEST.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.

      *----------------------------------------------------------------
      * System Status - no order maintenance while the batch cycle
      * has the system QUIESCED (see ACCOUNT-CLOSE).
      *----------------------------------------------------------------
       01  WS-SYSTEM-STATUS-REQUEST.
           05  WS-SYS-FUNCTION         PIC X.
           05  WS-SYS-STATUS           PIC X(08).
           05  WS-SYS-DATE             PIC 9(08).
           05  WS-SYS-OPERATOR         PIC X(08).
           05  WS-SYS-OK               PIC X.

      *----------------------------------------------------------------
      * Audit Trail
      *----------------------------------------------------------------
       01  WS-AUDIT-LINE               PIC X(150).
       01  WS-AUDIT-TIME               PIC 9(08).
       01  WS-AUDIT-ACTION             PIC X(12).

      *----------------------------------------------------------------
      * Format and Search Buffers
      *----------------------------------------------------------------
       01  CUSTOMER-FORMAT-BUFFER      PIC X(100) VALUE
           'CUSTOMER-ID,CUSTOMER-NAME,ADDRESS-LINE-1,CITY,STATE,ZIP-
      -    'CODE.'.

       01  CUSTOMER-SEARCH-BUFFER.
           05  FILLER                  PIC X(14) VALUE
               'CUSTOMER-ID,1,'.
           05  CSB-CUSTOMER-ID         PIC 9(10).
           05  FILLER                  PIC X VALUE '.'.

       01  RECORD-BUFFER               PIC X(500).

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
           PERFORM 2000-PROCESS-MENU
               UNTIL WS-CONTINUE = 'N' OR WS-CONTINUE = 'n'
           PERFORM 3000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'LEVY AND GARNISHMENT ORDERS'
           DISPLAY '=================================================='
           DISPLAY ' '

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST

           INITIALIZE WS-SYSTEM-STATUS-REQUEST
           MOVE 'C' TO WS-SYS-FUNCTION
           CALL 'SYSTEM-STATUS' USING WS-SYSTEM-STATUS-REQUEST
           IF WS-SYS-STATUS = 'QUIESCED'
               DISPLAY '*** SYSTEM QUIESCED - end-of-day cycle in'
                       ' progress.  Levy order maintenance is not'
                       ' available until the cycle completes. ***'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 2 TO WS-SIGN-MIN-AUTHORITY
           CALL 'OPERATOR-SIGNON' USING WS-SIGNON-REQUEST
           IF WS-SIGN-OK NOT = 'Y'
               MOVE 'N' TO WS-CONTINUE
           END-IF

           PERFORM 1100-LOAD-DEFAULT-EXEMPT THRU 1100-EXIT
           .

      *----------------------------------------------------------------
       1100-LOAD-DEFAULT-EXEMPT.
      *----------------------------------------------------------------
           OPEN INPUT EXEMPT-FILE
           IF WS-EXEMPT-FILE-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF

           READ EXEMPT-FILE INTO EXEMPT-LINE
               AT END
                   CONTINUE
               NOT AT END
                   IF EXEMPT-LINE NOT = SPACES
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(EXEMPT-LINE))
                           TO WS-DEFAULT-EXEMPT
                   END-IF
           END-READ

           CLOSE EXEMPT-FILE
           .

       1100-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2000-PROCESS-MENU.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'A - Record Levy Order'
           DISPLAY 'V - View Order'
           DISPLAY 'L - List Orders'
           DISPLAY 'R - Release Order'
           DISPLAY 'X - Exit'
           DISPLAY 'Enter Choice: ' NO ADVANCING
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN 'A'
               WHEN 'a'
                   PERFORM 2100-ADD-ORDER THRU 2100-EXIT
               WHEN 'V'
               WHEN 'v'
                   PERFORM 2200-VIEW-ORDER THRU 2200-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM 2300-LIST-ORDERS
               WHEN 'R'
               WHEN 'r'
                   PERFORM 2400-RELEASE-ORDER THRU 2400-EXIT
               WHEN 'X'
               WHEN 'x'
                   MOVE 'N' TO WS-CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice.'
           END-EVALUATE
           .

      *----------------------------------------------------------------
       2100-ADD-ORDER.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'Debtor Customer ID: ' NO ADVANCING
           ACCEPT WS-INPUT-CUSTOMER
           MOVE WS-INPUT-CUSTOMER TO CSB-CUSTOMER-ID
           PERFORM 2900-READ-CUSTOMER
           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY 'Customer not found on the customer master.'
               GO TO 2100-EXIT
           END-IF
           DISPLAY 'Customer: ' CD-CUSTOMER-NAME

           DISPLAY 'Issuing Agency: ' NO ADVANCING
           ACCEPT WS-INPUT-AGENCY
           IF WS-INPUT-AGENCY = SPACES
               DISPLAY 'The issuing agency is required - no order'
                       ' recorded.'
               GO TO 2100-EXIT
           END-IF

           DISPLAY 'Case Number: ' NO ADVANCING
           ACCEPT WS-INPUT-CASE-NUMBER
           IF WS-INPUT-CASE-NUMBER = SPACES
               DISPLAY 'The case number is required - no order'
                       ' recorded.'
               GO TO 2100-EXIT
           END-IF

           DISPLAY 'Amount Levied: ' NO ADVANCING
           ACCEPT WS-INPUT-AMOUNT-TEXT
           IF WS-INPUT-AMOUNT-TEXT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-INPUT-AMOUNT-TEXT) NOT = 0
               DISPLAY 'Invalid amount - no order recorded.'
               GO TO 2100-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-INPUT-AMOUNT-TEXT)
               TO WS-INPUT-AMOUNT
           IF WS-INPUT-AMOUNT NOT > 0
               DISPLAY 'The amount levied must be greater than zero'
                       ' - no order recorded.'
               GO TO 2100-EXIT
           END-IF

           DISPLAY 'Date Served (YYYYMMDD): ' NO ADVANCING
           ACCEPT WS-INPUT-DATE-SERVED
           IF WS-INPUT-DATE-SERVED = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-INPUT-DATE-SERVED)
                   NOT = 0
               OR WS-INPUT-DATE-SERVED > WS-BUS-DATE
               DISPLAY 'Date served must be a valid date not after'
                       ' the business date - no order recorded.'
               GO TO 2100-EXIT
           END-IF

           MOVE WS-DEFAULT-EXEMPT TO WS-FORMATTED-EXEMPT
           DISPLAY 'Exempt Amount (blank = '
                   FUNCTION TRIM(WS-FORMATTED-EXEMPT) '): '
               NO ADVANCING
           ACCEPT WS-INPUT-EXEMPT-TEXT
           IF WS-INPUT-EXEMPT-TEXT = SPACES
               MOVE WS-DEFAULT-EXEMPT TO WS-INPUT-EXEMPT
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-INPUT-EXEMPT-TEXT) NOT = 0
                   DISPLAY 'Invalid exempt amount - no order'
                           ' recorded.'
                   GO TO 2100-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(WS-INPUT-EXEMPT-TEXT)
                   TO WS-INPUT-EXEMPT
               IF WS-INPUT-EXEMPT < 0
                   DISPLAY 'Invalid exempt amount - no order'
                           ' recorded.'
                   GO TO 2100-EXIT
               END-IF
           END-IF

           MOVE WS-INPUT-AMOUNT TO WS-FORMATTED-AMOUNT
           MOVE WS-INPUT-EXEMPT TO WS-FORMATTED-EXEMPT
           DISPLAY ' '
           DISPLAY 'Record a levy of ' WS-FORMATTED-AMOUNT
                   ' against ' CD-CUSTOMER-NAME
           DISPLAY '  leaving ' WS-FORMATTED-EXEMPT
                   ' exempt - confirm (Y/N): ' NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'No order recorded.'
               GO TO 2100-EXIT
           END-IF

           INITIALIZE WS-LEVY-REQUEST
           MOVE 'A' TO WS-LEV-FUNCTION
           MOVE WS-INPUT-CUSTOMER    TO WS-LEV-CUSTOMER
           MOVE WS-INPUT-AGENCY      TO WS-LEV-AGENCY
           MOVE WS-INPUT-CASE-NUMBER TO WS-LEV-CASE-NUMBER
           MOVE WS-INPUT-AMOUNT      TO WS-LEV-AMOUNT
           MOVE WS-INPUT-DATE-SERVED TO WS-LEV-DATE-SERVED
           MOVE WS-INPUT-EXEMPT      TO WS-LEV-EXEMPT
           MOVE WS-BUS-DATE          TO WS-LEV-ACTION-DATE
           MOVE WS-SIGN-OPERATOR-ID  TO WS-LEV-ACTION-BY
           CALL 'LEVY-ORDERS' USING WS-LEVY-REQUEST

           IF WS-LEV-OK NOT = 'Y'
               DISPLAY 'The order could not be recorded.'
               GO TO 2100-EXIT
           END-IF
           IF WS-LEV-FOUND = 'Y'
               DISPLAY 'That agency and case number is already on'
                       ' file as order ' WS-LEV-ORDER-ID
                       ' - no second order recorded.'
               GO TO 2100-EXIT
           END-IF

           MOVE 'LEVY-ADD' TO WS-AUDIT-ACTION
           PERFORM 2980-WRITE-LEVY-AUDIT
           DISPLAY 'Levy order ' WS-LEV-ORDER-ID ' recorded - it is'
                   ' seized against in tonight''s cycle.'
           .

       2100-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2200-VIEW-ORDER.
      *----------------------------------------------------------------
           DISPLAY 'Order Number: ' NO ADVANCING
           ACCEPT WS-INPUT-ORDER

           INITIALIZE WS-LEVY-REQUEST
           MOVE 'G' TO WS-LEV-FUNCTION
           MOVE WS-INPUT-ORDER TO WS-LEV-ORDER-ID
           CALL 'LEVY-ORDERS' USING WS-LEVY-REQUEST
           IF WS-LEV-FOUND NOT = 'Y'
               DISPLAY 'No such order.'
               GO TO 2200-EXIT
           END-IF

           PERFORM 2960-DESCRIBE-STATUS
           MOVE WS-LEV-AMOUNT    TO WS-FORMATTED-AMOUNT
           MOVE WS-LEV-SEIZED    TO WS-FORMATTED-SEIZED
           MOVE WS-LEV-REMAINING TO WS-FORMATTED-REMAINING
           MOVE WS-LEV-EXEMPT    TO WS-FORMATTED-EXEMPT
           DISPLAY ' '
           DISPLAY 'Order        : ' WS-LEV-ORDER-ID
                   '   Status: ' WS-STATUS-WORD
                   ' ' WS-LEV-STATUS-DATE ' ' WS-LEV-STATUS-BY
           DISPLAY 'Debtor       : ' WS-LEV-CUSTOMER
           DISPLAY 'Agency       : ' WS-LEV-AGENCY
           DISPLAY 'Case Number  : ' WS-LEV-CASE-NUMBER
           DISPLAY 'Date Served  : ' WS-LEV-DATE-SERVED
                   '   Recorded ' WS-LEV-ENTERED-DATE
                   ' by ' WS-LEV-ENTERED-BY
           DISPLAY 'Amount Levied: ' WS-FORMATTED-AMOUNT
           DISPLAY 'Exempt Amount: ' WS-FORMATTED-EXEMPT
           DISPLAY 'Seized       : ' WS-FORMATTED-SEIZED
           DISPLAY 'Remaining    : ' WS-FORMATTED-REMAINING
           IF WS-LEV-LAST-SEIZURE NOT = 0
               MOVE WS-LEV-LAST-SEIZED TO WS-FORMATTED-SEIZED
               DISPLAY 'Last Seizure : ' WS-LEV-LAST-SEIZURE
                       '  ' WS-FORMATTED-SEIZED
           END-IF
           .

       2200-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2300-LIST-ORDERS.
      *----------------------------------------------------------------
      *    One debtor's orders, every status; or, for customer 0,
      *    every order still active.
           DISPLAY 'Debtor Customer ID (0 = all active orders): '
               NO ADVANCING
           ACCEPT WS-INPUT-CUSTOMER

           DISPLAY ' '
           DISPLAY 'Order    Debtor     Agency                    '
                   '     Amount        Remaining  Status'
           MOVE 0   TO WS-LIST-SHOWN
           MOVE 'Y' TO WS-MORE-ORDERS
           PERFORM 2310-LIST-ONE-ORDER
               VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-MORE-ORDERS = 'N'

           IF WS-LIST-SHOWN = 0
               DISPLAY 'No orders to list.'
           END-IF
           .

       2310-LIST-ONE-ORDER.
           INITIALIZE WS-LEVY-REQUEST
           MOVE 'N' TO WS-LEV-FUNCTION
           MOVE WS-LIST-INDEX TO WS-LEV-INDEX
           CALL 'LEVY-ORDERS' USING WS-LEVY-REQUEST
           IF WS-LEV-FOUND NOT = 'Y'
               MOVE 'N' TO WS-MORE-ORDERS
               EXIT PARAGRAPH
           END-IF

           IF WS-INPUT-CUSTOMER = 0
               IF WS-LEV-STATUS NOT = 'A'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-LEV-CUSTOMER NOT = WS-INPUT-CUSTOMER
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-LIST-SHOWN
           PERFORM 2960-DESCRIBE-STATUS
           MOVE WS-LEV-AMOUNT    TO WS-FORMATTED-AMOUNT
           MOVE WS-LEV-REMAINING TO WS-FORMATTED-REMAINING
           DISPLAY WS-LEV-ORDER-ID ' ' WS-LEV-CUSTOMER ' '
                   WS-LEV-AGENCY(1:25) ' ' WS-FORMATTED-AMOUNT
                   '  ' WS-FORMATTED-REMAINING '  ' WS-STATUS-WORD
           .

      *----------------------------------------------------------------
       2400-RELEASE-ORDER.
      *----------------------------------------------------------------
      *    A released order stops seizing from tonight; what was
      *    already seized stays remitted.
           DISPLAY 'Order Number to release: ' NO ADVANCING
           ACCEPT WS-INPUT-ORDER

           INITIALIZE WS-LEVY-REQUEST
           MOVE 'G' TO WS-LEV-FUNCTION
           MOVE WS-INPUT-ORDER TO WS-LEV-ORDER-ID
           CALL 'LEVY-ORDERS' USING WS-LEVY-REQUEST
           IF WS-LEV-FOUND NOT = 'Y'
               DISPLAY 'No such order.'
               GO TO 2400-EXIT
           END-IF
           IF WS-LEV-STATUS NOT = 'A'
               PERFORM 2960-DESCRIBE-STATUS
               DISPLAY 'Order ' WS-LEV-ORDER-ID ' is already '
                       WS-STATUS-WORD ' - nothing to release.'
               GO TO 2400-EXIT
           END-IF

           MOVE WS-LEV-REMAINING TO WS-FORMATTED-REMAINING
           DISPLAY 'Release order ' WS-LEV-ORDER-ID ' of '
                   FUNCTION TRIM(WS-LEV-AGENCY)
                   ' with ' FUNCTION TRIM(WS-FORMATTED-REMAINING)
                   ' unseized (Y/N): ' NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'Order not released.'
               GO TO 2400-EXIT
           END-IF

           MOVE 'R' TO WS-LEV-FUNCTION
           MOVE WS-BUS-DATE         TO WS-LEV-ACTION-DATE
           MOVE WS-SIGN-OPERATOR-ID TO WS-LEV-ACTION-BY
           CALL 'LEVY-ORDERS' USING WS-LEVY-REQUEST
           IF WS-LEV-OK NOT = 'Y'
               DISPLAY 'The order could not be released.'
               GO TO 2400-EXIT
           END-IF

           MOVE 'LEVY-RELEASE' TO WS-AUDIT-ACTION
           PERFORM 2980-WRITE-LEVY-AUDIT
           DISPLAY 'Order ' WS-LEV-ORDER-ID ' released.'
           .

       2400-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2900-READ-CUSTOMER.
      *----------------------------------------------------------------
           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'S3'   TO ACB-COMMAND-CODE
           MOVE 00013  TO ACB-FILE-NUMBER
           MOVE 100    TO ACB-FORMAT-BUFFER-LEN
           MOVE 500    TO ACB-RECORD-BUFFER-LEN
           MOVE 25     TO ACB-SEARCH-BUFFER-LEN
           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               CUSTOMER-FORMAT-BUFFER
                               RECORD-BUFFER
                               CUSTOMER-SEARCH-BUFFER
           IF ACB-RESPONSE-CODE = 000
               MOVE RECORD-BUFFER TO CUSTOMER-DETAILS
           END-IF
           .

       2960-DESCRIBE-STATUS.
           EVALUATE WS-LEV-STATUS
               WHEN 'A'
                   MOVE 'ACTIVE'    TO WS-STATUS-WORD
               WHEN 'S'
                   MOVE 'SATISFIED' TO WS-STATUS-WORD
               WHEN 'R'
                   MOVE 'RELEASED'  TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE 'UNKNOWN'   TO WS-STATUS-WORD
           END-EVALUATE
           .

      *----------------------------------------------------------------
       2980-WRITE-LEVY-AUDIT.
      *----------------------------------------------------------------
      *    Append a CSV record of this order action to the audit
      *    trail: ISN,ACCOUNT,OLD-BAL,NEW-BAL,TXN-TYPE,AMOUNT,
      *    TIMESTAMP,OPERATOR,LEVY=<order id> - TXN-TYPE 'M' with
      *    the debtor's CUSTOMER-ID in the account column and zero
      *    balances (an order belongs to the customer, not to one
      *    account - the CUSTOMER-MAINT shape), AMOUNT the action
      *    word.
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-LINE
           STRING '0000000000'          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-LEV-CUSTOMER       DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  ' 00000000.00'        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  ' 00000000.00'        DELIMITED BY SIZE
                  ',M,'                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-ACTION)
                                        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-BUS-DATE           DELIMITED BY SIZE
                  WS-AUDIT-TIME         DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-SIGN-OPERATOR-ID   DELIMITED BY SIZE
                  ',LEVY='              DELIMITED BY SIZE
                  WS-LEV-ORDER-ID       DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ
           .

      *----------------------------------------------------------------
       3000-TERMINATE.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'LEVY ORDER MAINTENANCE SESSION ENDED'
           DISPLAY '=================================================='
           .
