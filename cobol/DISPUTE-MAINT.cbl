       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-MAINT.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: DISPUTE-MAINT
      * PURPOSE: Channel dispute screen.  When a customer says an ATM
      *          did not dispense the cash, or a mobile payment was
      *          not theirs, the teller opens a dispute against the
      *          network reference the original posting carries in
      *          the audit log (ACCOUNT-TXN-BATCH tags every channel
      *          item with its channel code and reference) and the
      *          customer is given a provisional credit at once:
      *            - the original item is found in the audit log by
      *              channel and reference - the withdrawal itself,
      *              or for a mobile payment the debit leg of the
      *              transfer - and must be a debit
      *            - an item already under a live dispute cannot be
      *              disputed again (see DISPUTE-CASES)
      *            - the amount disputed defaults to the whole item;
      *              a part-dispensed claim names the shortfall
      *            - an operator may not dispute an item on their own
      *              customer record's account or a related one (see
      *              EMPLOYEE-ACCOUNTS); the attempt is journaled
      *            - the credit posts through the normal
      *              S1-then-A1 path with transaction type 'Y'
      *              (channel dispute), its audit entry tagged with
      *              the dispute number, and the customer is sent
      *              the dispute acknowledgement (notice code DP)
      *          The claim goes to the network in the night's
      *          DISPUTE-CHARGEBACK-OUT step and the network's
      *          answer is applied by DISPUTE-RESOLUTION.  The screen
      *          also views a dispute and lists an account's
      *          disputes.
      * INPUT:   ../data/audit-log.txt (the original channel item)
      * OUTPUT:  Account credited; audit-log entry type 'Y',
      *          DISPUTE=<dispute number>; the dispute on
      *          ../data/channel-disputes.txt (via DISPUTE-CASES);
      *          a customer notice event (code DP, via
      *          NOTICE-EVENTS)
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "../data/audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-FILE-LINE             PIC X(300).

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
      * Screen Fields
      *----------------------------------------------------------------
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CHOICE                   PIC X.
       01  WS-CONFIRM                  PIC X.
       01  WS-INPUT-CHANNEL            PIC X(03).
       01  WS-INPUT-REF                PIC X(16).
       01  WS-INPUT-REASON             PIC X.
       01  WS-INPUT-AMOUNT-TEXT        PIC X(15).
       01  WS-INPUT-AMOUNT             PIC S9(08)V99.
       01  WS-INPUT-DISPUTE            PIC 9(08).
       01  WS-INPUT-ACCOUNT            PIC 9(10).
       01  WS-LIST-INDEX               PIC 9(04) VALUE 0.
       01  WS-LIST-SHOWN               PIC 9(04) VALUE 0.
       01  WS-MORE-ROWS                PIC X VALUE 'Y'.
       01  WS-FORMATTED-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-ORIGINAL       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-BALANCE        PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-STATUS-WORD              PIC X(10).
       01  WS-REASON-WORD              PIC X(18).

      *----------------------------------------------------------------
      * Original Channel Item - taken off the audit log.  A channel
      * withdrawal is one 'W' entry; a mobile payment is a transfer
      * whose debit leg is the one disputed (an overdraft sweep that
      * covered it carries the same reference on its own legs, which
      * are written first, so the last debit leg seen is the
      * payment's).
      *----------------------------------------------------------------
       01  WS-AUDIT-FILE-STATUS        PIC XX.
       01  WS-AUDIT-EOF                PIC X VALUE 'N'.
       01  WS-LOG-ISN-TXT              PIC X(10).
       01  WS-LOG-ACCOUNT-TXT          PIC X(10).
       01  WS-LOG-OLD-BAL-TXT          PIC X(12).
       01  WS-LOG-NEW-BAL-TXT          PIC X(12).
       01  WS-LOG-TYPE                 PIC X.
       01  WS-LOG-AMOUNT-TXT           PIC X(12).
       01  WS-LOG-TIMESTAMP            PIC X(16).
       01  WS-LOG-TAIL.
           05  WS-LOG-TAIL-FLD         PIC X(16) OCCURS 5 TIMES.
       01  WS-TAIL-SUB                 PIC 9(02) VALUE 0.
       01  WS-LOG-TAGGED               PIC X VALUE 'N'.
       01  WS-LOG-OLD-BAL              PIC S9(08)V99.
       01  WS-LOG-NEW-BAL              PIC S9(08)V99.
       01  WS-ITEM-FOUND               PIC X VALUE 'N'.
       01  WS-ITEM-IS-WITHDRAWAL       PIC X VALUE 'N'.
       01  WS-ITEM-SEEN-CREDIT         PIC X VALUE 'N'.
       01  WS-ITEM-ACCOUNT             PIC 9(10).
       01  WS-ITEM-AMOUNT              PIC 9(09)V99.
       01  WS-ITEM-DATE                PIC 9(08).
       01  WS-ITEM-TYPE                PIC X.

      *----------------------------------------------------------------
      * Posting Working Data
      *----------------------------------------------------------------
       01  WS-OLD-BALANCE              PIC S9(08)V99.
       01  WS-NEW-BALANCE              PIC S9(08)V99.
       01  WS-SAVED-ISN                PIC 9(10).
       01  WS-DISPUTE-AMOUNT           PIC 9(09)V99.

      *----------------------------------------------------------------
      * Channel Dispute File (see DISPUTE-CASES)
      *----------------------------------------------------------------
       01  WS-DISPUTE-REQUEST.
           05  WS-DSP-FUNCTION         PIC X.
           05  WS-DSP-DISPUTE-NO       PIC 9(08).
           05  WS-DSP-INDEX            PIC 9(04).
           05  WS-DSP-STATUS           PIC X.
           05  WS-DSP-CHANNEL          PIC X(03).
           05  WS-DSP-REF              PIC X(16).
           05  WS-DSP-ACCOUNT          PIC 9(10).
           05  WS-DSP-AMOUNT           PIC 9(09)V99.
           05  WS-DSP-ORIG-AMOUNT      PIC 9(09)V99.
           05  WS-DSP-TXN-DATE         PIC 9(08).
           05  WS-DSP-REASON           PIC X.
           05  WS-DSP-OPENED-DATE      PIC 9(08).
           05  WS-DSP-OPENED-BY        PIC X(08).
           05  WS-DSP-CREDIT-STAMP     PIC X(16).
           05  WS-DSP-SENT-DATE        PIC 9(08).
           05  WS-DSP-RESOLVED-DATE    PIC 9(08).
           05  WS-DSP-TEXT             PIC X(30).
           05  WS-DSP-ACTION-DATE      PIC 9(08).
           05  WS-DSP-FOUND            PIC X.
           05  WS-DSP-OK               PIC X.
       01  WS-CUR-DISPUTE-NO           PIC 9(08).

      *----------------------------------------------------------------
      * Employee Accounts (see EMPLOYEE-ACCOUNTS)
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

      *----------------------------------------------------------------
      * Customer Notice Queue - the dispute acknowledgement goes out
      * in the nightly correspondence run (see NOTICE-EVENTS).
      *----------------------------------------------------------------
       01  WS-NOTICE-EVENT-REQUEST.
           05  WS-NEV-FUNCTION         PIC X.
           05  WS-NEV-EVENT-ID         PIC 9(08).
           05  WS-NEV-EVENT-DATE       PIC 9(08).
           05  WS-NEV-EVENT-TIME       PIC 9(08).
           05  WS-NEV-CODE             PIC X(02).
           05  WS-NEV-ACCOUNT          PIC 9(10).
           05  WS-NEV-AMOUNT           PIC 9(09)V99.
           05  WS-NEV-REF              PIC X(13).
           05  WS-NEV-DETAIL           PIC X(20).
           05  WS-NEV-REF-DATE         PIC 9(08).
           05  WS-NEV-SENT-DATE        PIC 9(08).
           05  WS-NEV-COUNT            PIC 9(05).
           05  WS-NEV-FOUND            PIC X.
           05  WS-NEV-OK               PIC X.

      *----------------------------------------------------------------
      * Operator Sign-On - every session is authenticated against
      * the operator master by OPERATOR-SIGNON (see ACCOUNT-UPDATE
      * for the convention).  Opening a dispute is teller work.
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
      * System Status - no account maintenance while the batch
      * cycle has the system QUIESCED (see ACCOUNT-CLOSE).
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
       01  WS-AUDIT-OLD-BAL-EDIT       PIC -9(08).99.
       01  WS-AUDIT-NEW-BAL-EDIT       PIC -9(08).99.
       01  WS-AUDIT-AMOUNT-EDIT        PIC 9(08).99.
       01  WS-AUDIT-ISN                PIC 9(10).

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
      * Format and Search Buffers
      *----------------------------------------------------------------
       01  READ-FORMAT-BUFFER          PIC X(100) VALUE
           'ACCOUNT-NUMBER,CUSTOMER-NAME,ACCOUNT-TYPE,BALANCE,LAST-TXN-
      -    'DATE.'.

       01  UPDATE-FORMAT-BUFFER        PIC X(50) VALUE
           'BALANCE,LAST-TXN-DATE.'.

       01  SEARCH-BUFFER.
           05  FILLER                  PIC X(17) VALUE
               'ACCOUNT-NUMBER,1,'.
           05  SB-ACCOUNT-NUMBER       PIC 9(10).
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
           PERFORM 2000-PROCESS-MENU
               UNTIL WS-CONTINUE = 'N' OR WS-CONTINUE = 'n'
           PERFORM 3000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'CHANNEL DISPUTES'
           DISPLAY '=================================================='
           DISPLAY ' '

           MOVE 00012 TO ACB-FILE-NUMBER

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST

           INITIALIZE WS-SYSTEM-STATUS-REQUEST
           MOVE 'C' TO WS-SYS-FUNCTION
           CALL 'SYSTEM-STATUS' USING WS-SYSTEM-STATUS-REQUEST
           IF WS-SYS-STATUS = 'QUIESCED'
               DISPLAY '*** SYSTEM QUIESCED - end-of-day cycle in'
                       ' progress.  Dispute maintenance is not'
                       ' available until the cycle completes. ***'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 1 TO WS-SIGN-MIN-AUTHORITY
           CALL 'OPERATOR-SIGNON' USING WS-SIGNON-REQUEST
           IF WS-SIGN-OK NOT = 'Y'
               MOVE 'N' TO WS-CONTINUE
           END-IF
           .

      *----------------------------------------------------------------
       2000-PROCESS-MENU.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'O - Open Dispute (provisional credit)'
           DISPLAY 'V - View Dispute'
           DISPLAY 'L - List Disputes for an Account'
           DISPLAY 'X - Exit'
           DISPLAY 'Enter Choice: ' NO ADVANCING
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN 'O'
               WHEN 'o'
                   PERFORM 2100-OPEN-DISPUTE THRU 2100-EXIT
               WHEN 'V'
               WHEN 'v'
                   PERFORM 2300-VIEW-DISPUTE THRU 2300-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM 2400-LIST-DISPUTES
               WHEN 'X'
               WHEN 'x'
                   MOVE 'N' TO WS-CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice.'
           END-EVALUATE
           .

      *----------------------------------------------------------------
       2100-OPEN-DISPUTE.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'Channel (ATM/MOB): ' NO ADVANCING
           ACCEPT WS-INPUT-CHANNEL
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CHANNEL)
               TO WS-INPUT-CHANNEL
           IF WS-INPUT-CHANNEL NOT = 'ATM'
               AND WS-INPUT-CHANNEL NOT = 'MOB'
               DISPLAY 'Only ATM and mobile items can be disputed'
                       ' here - no dispute opened.'
               GO TO 2100-EXIT
           END-IF

           DISPLAY 'Network Reference: ' NO ADVANCING
           ACCEPT WS-INPUT-REF
           MOVE FUNCTION UPPER-CASE(WS-INPUT-REF) TO WS-INPUT-REF
           IF WS-INPUT-REF = SPACES
               DISPLAY 'The network reference is required - no'
                       ' dispute opened.'
               GO TO 2100-EXIT
           END-IF

           INITIALIZE WS-DISPUTE-REQUEST
           MOVE 'F' TO WS-DSP-FUNCTION
           MOVE WS-INPUT-CHANNEL TO WS-DSP-CHANNEL
           MOVE WS-INPUT-REF     TO WS-DSP-REF
           CALL 'DISPUTE-CASES' USING WS-DISPUTE-REQUEST
           IF WS-DSP-FOUND = 'Y'
               DISPLAY 'That item is already disputed as dispute '
                       WS-DSP-DISPUTE-NO ' - no second dispute'
                       ' opened.'
               GO TO 2100-EXIT
           END-IF

           PERFORM 2150-FIND-CHANNEL-ITEM THRU 2150-EXIT
           IF WS-ITEM-FOUND NOT = 'Y'
               IF WS-ITEM-SEEN-CREDIT = 'Y'
                   DISPLAY 'That reference is a credit to the'
                           ' customer - only a debit can be'
                           ' disputed.'
               ELSE
                   DISPLAY 'No posting in the audit log carries that'
                           ' reference - no dispute opened.'
               END-IF
               GO TO 2100-EXIT
           END-IF

           MOVE WS-ITEM-ACCOUNT TO SB-ACCOUNT-NUMBER
           PERFORM 2950-READ-ACCOUNT
           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY 'Account ' WS-ITEM-ACCOUNT ' is no longer on'
                       ' file - no dispute opened.'
               GO TO 2100-EXIT
           END-IF

      *    The provisional credit is a posting like any other - no
      *    operator credits an account they are tied to.
           PERFORM 2990-CHECK-EMPLOYEE-ACCOUNT
           IF WS-EMP-RELATION NOT = SPACE
               DISPLAY 'No dispute opened.'
               GO TO 2100-EXIT
           END-IF

           MOVE WS-ITEM-AMOUNT TO WS-FORMATTED-ORIGINAL
           DISPLAY ' '
           DISPLAY 'Account : ' WS-ITEM-ACCOUNT ' ' CUSTOMER-NAME
           DISPLAY 'Item    : ' WS-ITEM-TYPE ' $' WS-FORMATTED-ORIGINAL
                   ' on ' WS-ITEM-DATE

           DISPLAY 'Reason (N not dispensed, P part dispensed,'
           DISPLAY '        U unauthorised, D duplicate): '
               NO ADVANCING
           ACCEPT WS-INPUT-REASON
           MOVE FUNCTION UPPER-CASE(WS-INPUT-REASON)
               TO WS-INPUT-REASON
           IF WS-INPUT-REASON NOT = 'N' AND WS-INPUT-REASON NOT = 'P'
               AND WS-INPUT-REASON NOT = 'U'
               AND WS-INPUT-REASON NOT = 'D'
               DISPLAY 'Invalid reason - no dispute opened.'
               GO TO 2100-EXIT
           END-IF
           IF (WS-INPUT-REASON = 'N' OR WS-INPUT-REASON = 'P')
               AND WS-INPUT-CHANNEL NOT = 'ATM'
               DISPLAY 'Only an ATM withdrawal can be short'
                       ' dispensed - no dispute opened.'
               GO TO 2100-EXIT
           END-IF

           DISPLAY 'Amount Disputed (blank = '
                   FUNCTION TRIM(WS-FORMATTED-ORIGINAL) '): '
               NO ADVANCING
           ACCEPT WS-INPUT-AMOUNT-TEXT
           IF WS-INPUT-AMOUNT-TEXT = SPACES
               MOVE WS-ITEM-AMOUNT TO WS-DISPUTE-AMOUNT
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-INPUT-AMOUNT-TEXT) NOT = 0
                   DISPLAY 'Invalid amount - no dispute opened.'
                   GO TO 2100-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(WS-INPUT-AMOUNT-TEXT)
                   TO WS-INPUT-AMOUNT
               IF WS-INPUT-AMOUNT NOT > 0
                   OR WS-INPUT-AMOUNT > WS-ITEM-AMOUNT
                   DISPLAY 'The amount disputed must be more than'
                           ' zero and no more than the item - no'
                           ' dispute opened.'
                   GO TO 2100-EXIT
               END-IF
               MOVE WS-INPUT-AMOUNT TO WS-DISPUTE-AMOUNT
           END-IF
           IF WS-INPUT-REASON = 'P'
               AND WS-DISPUTE-AMOUNT NOT < WS-ITEM-AMOUNT
               DISPLAY 'A part-dispensed claim is for the shortfall'
                       ' only - no dispute opened.'
               GO TO 2100-EXIT
           END-IF

           MOVE WS-DISPUTE-AMOUNT TO WS-FORMATTED-AMOUNT
           DISPLAY ' '
           DISPLAY 'Credit $' WS-FORMATTED-AMOUNT ' provisionally to '
                   WS-ITEM-ACCOUNT ' - confirm (Y/N): ' NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'No dispute opened.'
               GO TO 2100-EXIT
           END-IF

           PERFORM 2200-POST-PROVISIONAL-CREDIT THRU 2200-EXIT
           .

       2100-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2150-FIND-CHANNEL-ITEM.
      *----------------------------------------------------------------
      *    Only the current audit log is searched - an item whose
      *    entry has gone to the archive is too old to dispute here.
           MOVE 'N' TO WS-ITEM-FOUND
           MOVE 'N' TO WS-ITEM-IS-WITHDRAWAL
           MOVE 'N' TO WS-ITEM-SEEN-CREDIT

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               GO TO 2150-EXIT
           END-IF

           MOVE 'N' TO WS-AUDIT-EOF
           PERFORM 2160-SCAN-ONE-AUDIT-ENTRY
               UNTIL WS-AUDIT-EOF = 'Y'

           CLOSE AUDIT-FILE
           .

       2150-EXIT.
           EXIT
           .

       2160-SCAN-ONE-AUDIT-ENTRY.
           READ AUDIT-FILE INTO AUDIT-FILE-LINE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO WS-LOG-TAIL
           UNSTRING AUDIT-FILE-LINE DELIMITED BY ','
               INTO WS-LOG-ISN-TXT
                    WS-LOG-ACCOUNT-TXT
                    WS-LOG-OLD-BAL-TXT
                    WS-LOG-NEW-BAL-TXT
                    WS-LOG-TYPE
                    WS-LOG-AMOUNT-TXT
                    WS-LOG-TIMESTAMP
                    WS-LOG-TAIL-FLD(1)
                    WS-LOG-TAIL-FLD(2)
                    WS-LOG-TAIL-FLD(3)
                    WS-LOG-TAIL-FLD(4)
                    WS-LOG-TAIL-FLD(5)
           END-UNSTRING

           MOVE 'N' TO WS-LOG-TAGGED
           PERFORM 2170-SCAN-ONE-TAIL-FIELD
               VARYING WS-TAIL-SUB FROM 1 BY 1
               UNTIL WS-TAIL-SUB > 4
           IF WS-LOG-TAGGED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

      *    The withdrawal itself is the item - once found, nothing
      *    later with the same reference displaces it.
           IF WS-ITEM-IS-WITHDRAWAL = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-LOG-ACCOUNT-TXT NOT NUMERIC
               OR WS-LOG-TIMESTAMP(1:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LOG-OLD-BAL-TXT))
               TO WS-LOG-OLD-BAL
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LOG-NEW-BAL-TXT))
               TO WS-LOG-NEW-BAL
           IF WS-LOG-NEW-BAL NOT < WS-LOG-OLD-BAL
               MOVE 'Y' TO WS-ITEM-SEEN-CREDIT
               EXIT PARAGRAPH
           END-IF

           IF WS-LOG-TYPE = 'W' OR WS-LOG-TYPE = 'T'
               MOVE 'Y' TO WS-ITEM-FOUND
               MOVE WS-LOG-TYPE TO WS-ITEM-TYPE
               MOVE WS-LOG-ACCOUNT-TXT TO WS-ITEM-ACCOUNT
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LOG-AMOUNT-TXT))
                   TO WS-ITEM-AMOUNT
               MOVE WS-LOG-TIMESTAMP(1:8) TO WS-ITEM-DATE
               IF WS-LOG-TYPE = 'W'
                   MOVE 'Y' TO WS-ITEM-IS-WITHDRAWAL
               END-IF
           END-IF
           .

       2170-SCAN-ONE-TAIL-FIELD.
           IF WS-LOG-TAIL-FLD(WS-TAIL-SUB)(1:3) = WS-INPUT-CHANNEL
               AND WS-LOG-TAIL-FLD(WS-TAIL-SUB)(4:13) = SPACES
               AND WS-LOG-TAIL-FLD(WS-TAIL-SUB + 1) = WS-INPUT-REF
               MOVE 'Y' TO WS-LOG-TAGGED
           END-IF
           .

      *----------------------------------------------------------------
       2200-POST-PROVISIONAL-CREDIT.
      *----------------------------------------------------------------
      *    The account is held before the dispute is opened, so the
      *    dispute is never on file without the account in hand; a
      *    credit that then fails to post cancels the dispute.
           MOVE WS-ITEM-ACCOUNT TO SB-ACCOUNT-NUMBER
           PERFORM 2955-READ-AND-HOLD
           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY 'Account ' WS-ITEM-ACCOUNT ' is unavailable'
                       ' (response ' ACB-RESPONSE-CODE ') - no'
                       ' dispute opened.'
               GO TO 2200-EXIT
           END-IF
           MOVE ACB-ISN TO WS-SAVED-ISN
           MOVE BALANCE TO WS-OLD-BALANCE

           INITIALIZE WS-DISPUTE-REQUEST
           MOVE 'O' TO WS-DSP-FUNCTION
           MOVE WS-INPUT-CHANNEL    TO WS-DSP-CHANNEL
           MOVE WS-INPUT-REF        TO WS-DSP-REF
           MOVE WS-ITEM-ACCOUNT     TO WS-DSP-ACCOUNT
           MOVE WS-DISPUTE-AMOUNT   TO WS-DSP-AMOUNT
           MOVE WS-ITEM-AMOUNT      TO WS-DSP-ORIG-AMOUNT
           MOVE WS-ITEM-DATE        TO WS-DSP-TXN-DATE
           MOVE WS-INPUT-REASON     TO WS-DSP-REASON
           MOVE WS-SIGN-OPERATOR-ID TO WS-DSP-OPENED-BY
           MOVE WS-BUS-DATE         TO WS-DSP-ACTION-DATE
           CALL 'DISPUTE-CASES' USING WS-DISPUTE-REQUEST
           IF WS-DSP-OK NOT = 'Y' OR WS-DSP-FOUND = 'Y'
               PERFORM 2958-RELEASE-HOLD
               IF WS-DSP-FOUND = 'Y'
                   DISPLAY 'That item has just been disputed as'
                           ' dispute ' WS-DSP-DISPUTE-NO
                           ' - no second dispute opened.'
               ELSE
                   DISPLAY 'The dispute could not be recorded - no'
                           ' credit posted.'
               END-IF
               GO TO 2200-EXIT
           END-IF
           MOVE WS-DSP-DISPUTE-NO TO WS-CUR-DISPUTE-NO

           COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE + WS-DISPUTE-AMOUNT
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

           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY 'The credit was rejected (response '
                       ACB-RESPONSE-CODE ') - dispute '
                       WS-CUR-DISPUTE-NO ' cancelled.'
               PERFORM 2958-RELEASE-HOLD
               INITIALIZE WS-DISPUTE-REQUEST
               MOVE 'S' TO WS-DSP-FUNCTION
               MOVE WS-CUR-DISPUTE-NO TO WS-DSP-DISPUTE-NO
               MOVE 'X' TO WS-DSP-STATUS
               MOVE 'PROVISIONAL CREDIT NOT POSTED' TO WS-DSP-TEXT
               MOVE WS-BUS-DATE TO WS-DSP-ACTION-DATE
               CALL 'DISPUTE-CASES' USING WS-DISPUTE-REQUEST
               GO TO 2200-EXIT
           END-IF

           PERFORM 2280-WRITE-DISPUTE-AUDIT

           INITIALIZE WS-DISPUTE-REQUEST
           MOVE 'C' TO WS-DSP-FUNCTION
           MOVE WS-CUR-DISPUTE-NO TO WS-DSP-DISPUTE-NO
           STRING WS-BUS-DATE    DELIMITED BY SIZE
                  WS-AUDIT-TIME  DELIMITED BY SIZE
               INTO WS-DSP-CREDIT-STAMP
           END-STRING
           CALL 'DISPUTE-CASES' USING WS-DISPUTE-REQUEST

           INITIALIZE WS-NOTICE-EVENT-REQUEST
           MOVE 'A'               TO WS-NEV-FUNCTION
           MOVE 'DP'              TO WS-NEV-CODE
           MOVE WS-ITEM-ACCOUNT   TO WS-NEV-ACCOUNT
           MOVE WS-DISPUTE-AMOUNT TO WS-NEV-AMOUNT
           MOVE WS-CUR-DISPUTE-NO TO WS-NEV-REF
           STRING WS-INPUT-CHANNEL DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-INPUT-REF     DELIMITED BY SIZE
               INTO WS-NEV-DETAIL
           END-STRING
           MOVE WS-ITEM-DATE      TO WS-NEV-REF-DATE
           CALL 'NOTICE-EVENTS' USING WS-NOTICE-EVENT-REQUEST
           IF WS-NEV-OK NOT = 'Y'
               DISPLAY 'Warning: the customer acknowledgement could'
                       ' not be queued.'
           END-IF

           MOVE WS-NEW-BALANCE TO WS-FORMATTED-BALANCE
           DISPLAY 'Dispute ' WS-CUR-DISPUTE-NO ' opened - $'
                   WS-FORMATTED-AMOUNT ' credited, new balance '
                   WS-FORMATTED-BALANCE
           DISPLAY 'The claim goes to the network in tonight''s'
                   ' cycle.'
           .

       2200-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2280-WRITE-DISPUTE-AUDIT.
      *----------------------------------------------------------------
      *    Append a CSV record of the provisional credit to the audit
      *    trail: ISN,ACCOUNT,OLD-BAL,NEW-BAL,TXN-TYPE,AMOUNT,
      *    TIMESTAMP,OPERATOR,DISPUTE=<dispute number> - TXN-TYPE 'Y'
      *    (channel dispute).  The network reference is deliberately
      *    not repeated as a channel column: CHANNEL-SETTLE-ACK would
      *    take the entry for a channel posting to acknowledge.
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-LINE
           MOVE WS-OLD-BALANCE    TO WS-AUDIT-OLD-BAL-EDIT
           MOVE WS-NEW-BALANCE    TO WS-AUDIT-NEW-BAL-EDIT
           MOVE WS-DISPUTE-AMOUNT TO WS-AUDIT-AMOUNT-EDIT

           STRING WS-SAVED-ISN          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-ITEM-ACCOUNT       DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-OLD-BAL-EDIT DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-NEW-BAL-EDIT DELIMITED BY SIZE
                  ',Y,'                 DELIMITED BY SIZE
                  WS-AUDIT-AMOUNT-EDIT  DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-BUS-DATE           DELIMITED BY SIZE
                  WS-AUDIT-TIME         DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-SIGN-OPERATOR-ID   DELIMITED BY SIZE
                  ',DISPUTE='           DELIMITED BY SIZE
                  WS-CUR-DISPUTE-NO     DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ

           MOVE WS-ITEM-ACCOUNT      TO WS-HIST-ACCOUNT
           MOVE WS-BUS-DATE          TO WS-HIST-DATE
           MOVE WS-AUDIT-TIME        TO WS-HIST-TIME
           MOVE 'Y'                  TO WS-HIST-TYPE
           MOVE WS-AUDIT-AMOUNT-EDIT TO WS-HIST-AMOUNT
           MOVE WS-OLD-BALANCE       TO WS-HIST-OLD-BAL
           MOVE WS-NEW-BALANCE       TO WS-HIST-NEW-BAL
           MOVE WS-CUR-DISPUTE-NO    TO WS-HIST-XREF
           CALL 'TXN-HISTORY' USING WS-HISTORY-REQUEST
           .

      *----------------------------------------------------------------
       2300-VIEW-DISPUTE.
      *----------------------------------------------------------------
           DISPLAY 'Dispute Number: ' NO ADVANCING
           ACCEPT WS-INPUT-DISPUTE

           INITIALIZE WS-DISPUTE-REQUEST
           MOVE 'G' TO WS-DSP-FUNCTION
           MOVE WS-INPUT-DISPUTE TO WS-DSP-DISPUTE-NO
           CALL 'DISPUTE-CASES' USING WS-DISPUTE-REQUEST
           IF WS-DSP-FOUND NOT = 'Y'
               DISPLAY 'No such dispute.'
               GO TO 2300-EXIT
           END-IF

           PERFORM 2900-DESCRIBE-DISPUTE
           MOVE WS-DSP-AMOUNT      TO WS-FORMATTED-AMOUNT
           MOVE WS-DSP-ORIG-AMOUNT TO WS-FORMATTED-ORIGINAL
           DISPLAY ' '
           DISPLAY 'Dispute    : ' WS-DSP-DISPUTE-NO
                   '  Status: ' WS-STATUS-WORD
           DISPLAY 'Item       : ' WS-DSP-CHANNEL ' ' WS-DSP-REF
                   ' of ' WS-DSP-TXN-DATE
           DISPLAY 'Account    : ' WS-DSP-ACCOUNT
           DISPLAY 'Reason     : ' WS-REASON-WORD
           DISPLAY 'Disputed   : $' WS-FORMATTED-AMOUNT
                   ' of $' WS-FORMATTED-ORIGINAL
           DISPLAY 'Opened     : ' WS-DSP-OPENED-DATE
                   ' by ' WS-DSP-OPENED-BY
           IF WS-DSP-CREDIT-STAMP NOT = SPACES
               DISPLAY 'Credited   : ' WS-DSP-CREDIT-STAMP
           END-IF
           IF WS-DSP-SENT-DATE NOT = 0
               DISPLAY 'Sent       : ' WS-DSP-SENT-DATE
           END-IF
           IF WS-DSP-RESOLVED-DATE NOT = 0
               DISPLAY 'Resolved   : ' WS-DSP-RESOLVED-DATE
                       ' ' WS-DSP-TEXT
           END-IF
           .

       2300-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2400-LIST-DISPUTES.
      *----------------------------------------------------------------
           DISPLAY 'Account Number: ' NO ADVANCING
           ACCEPT WS-INPUT-ACCOUNT

           DISPLAY ' '
           DISPLAY 'DISPUTE  STATUS     CH  REFERENCE        '
                   '       AMOUNT OPENED'
           MOVE 0   TO WS-LIST-INDEX
           MOVE 0   TO WS-LIST-SHOWN
           MOVE 'Y' TO WS-MORE-ROWS
           PERFORM 2410-LIST-ONE-DISPUTE UNTIL WS-MORE-ROWS = 'N'
           IF WS-LIST-SHOWN = 0
               DISPLAY 'No disputes on file for that account.'
           END-IF
           .

       2410-LIST-ONE-DISPUTE.
           ADD 1 TO WS-LIST-INDEX
           INITIALIZE WS-DISPUTE-REQUEST
           MOVE 'N' TO WS-DSP-FUNCTION
           MOVE WS-LIST-INDEX TO WS-DSP-INDEX
           CALL 'DISPUTE-CASES' USING WS-DISPUTE-REQUEST
           IF WS-DSP-FOUND NOT = 'Y'
               MOVE 'N' TO WS-MORE-ROWS
               EXIT PARAGRAPH
           END-IF
           IF WS-DSP-ACCOUNT NOT = WS-INPUT-ACCOUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LIST-SHOWN
           PERFORM 2900-DESCRIBE-DISPUTE
           MOVE WS-DSP-AMOUNT TO WS-FORMATTED-AMOUNT
           DISPLAY WS-DSP-DISPUTE-NO ' ' WS-STATUS-WORD ' '
                   WS-DSP-CHANNEL ' ' WS-DSP-REF ' '
                   WS-FORMATTED-AMOUNT ' ' WS-DSP-OPENED-DATE
           .

       2900-DESCRIBE-DISPUTE.
           EVALUATE WS-DSP-STATUS
               WHEN 'O'
                   MOVE 'OPEN'      TO WS-STATUS-WORD
               WHEN 'S'
                   MOVE 'SENT'      TO WS-STATUS-WORD
               WHEN 'F'
                   MOVE 'FINAL'     TO WS-STATUS-WORD
               WHEN 'R'
                   MOVE 'REVERSED'  TO WS-STATUS-WORD
               WHEN 'X'
                   MOVE 'CANCELLED' TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE WS-DSP-STATUS TO WS-STATUS-WORD
           END-EVALUATE
           EVALUATE WS-DSP-REASON
               WHEN 'N'
                   MOVE 'CASH NOT DISPENSED' TO WS-REASON-WORD
               WHEN 'P'
                   MOVE 'PART DISPENSED'     TO WS-REASON-WORD
               WHEN 'U'
                   MOVE 'NOT AUTHORISED'     TO WS-REASON-WORD
               WHEN 'D'
                   MOVE 'DUPLICATE'          TO WS-REASON-WORD
               WHEN OTHER
                   MOVE WS-DSP-REASON        TO WS-REASON-WORD
           END-EVALUATE
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
                               SEARCH-BUFFER

           IF ACB-RESPONSE-CODE = 000
               MOVE RECORD-BUFFER TO ACCOUNT-RECORD
           END-IF
           .

       2955-READ-AND-HOLD.
           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'S1'   TO ACB-COMMAND-CODE
           MOVE 'HOLD' TO ACB-COMMAND-ID
           MOVE 00012  TO ACB-FILE-NUMBER
           MOVE 100    TO ACB-FORMAT-BUFFER-LEN
           MOVE 500    TO ACB-RECORD-BUFFER-LEN
           MOVE 30     TO ACB-SEARCH-BUFFER-LEN
           MOVE WS-SIGN-OPERATOR-ID TO ACB-USER-ID

           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               READ-FORMAT-BUFFER
                               RECORD-BUFFER
                               SEARCH-BUFFER

           IF ACB-RESPONSE-CODE = 000
               MOVE RECORD-BUFFER TO ACCOUNT-RECORD
           END-IF
           .

       2958-RELEASE-HOLD.
      *    WS-SAVED-ISN names the record whose hold is given back.
           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'U1'         TO ACB-COMMAND-CODE
           MOVE 00012        TO ACB-FILE-NUMBER
           MOVE WS-SAVED-ISN TO ACB-ISN

           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               READ-FORMAT-BUFFER
                               RECORD-BUFFER
                               SEARCH-BUFFER
           .

       2990-CHECK-EMPLOYEE-ACCOUNT.
      *    Works on the account ACCOUNT-RECORD holds; a refusal is
      *    shown and journaled, and WS-EMP-RELATION comes back
      *    non-blank.
           INITIALIZE WS-EMPLOYEE-REQUEST
           MOVE 'C' TO WS-EMP-FUNCTION
           MOVE WS-SIGN-OPERATOR-ID TO WS-EMP-OPERATOR-ID
           MOVE ACCOUNT-NUMBER      TO WS-EMP-ACCOUNT
           MOVE CUSTOMER-ID         TO WS-EMP-CUSTOMER
           CALL 'EMPLOYEE-ACCOUNTS' USING WS-EMPLOYEE-REQUEST

           IF WS-EMP-RELATION = SPACE
               EXIT PARAGRAPH
           END-IF

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
           MOVE WS-BUS-DATE    TO WS-EMP-DATE
           MOVE 'Y'            TO WS-EMP-TXN-CODE
           MOVE 'DISPUTE-MNT'  TO WS-EMP-SOURCE
           CALL 'EMPLOYEE-ACCOUNTS' USING WS-EMPLOYEE-REQUEST
           .

      *----------------------------------------------------------------
       3000-TERMINATE.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'DISPUTE MAINTENANCE SESSION ENDED'
           DISPLAY '=================================================='
           .
