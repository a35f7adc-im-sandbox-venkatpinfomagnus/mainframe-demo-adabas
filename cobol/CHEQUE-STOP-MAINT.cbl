       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUE-STOP-MAINT.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: CHEQUE-STOP-MAINT
      * PURPOSE: Teller/supervisor screen for placing and lifting
      *          cheque-level stop-payment instructions on a CHECKING
      *          account - one cheque by serial number, or a run of
      *          serials for a lost or stolen cheque book, optionally
      *          limited to a stated amount.  These are the stops
      *          CHANNEL-INTERFACE matches every inward-clearing
      *          cheque against through CHEQUE-STOPS; an account-wide
      *          freeze stays a RESTRICTION-MAINT order.  Placing a
      *          stop takes teller authority; LIFTING one takes a
      *          supervisor, since a lifted stop lets the cheque pay.
      *          Every placement and lift is written to the audit
      *          trail under the operator who did it.
      * INPUT:   Account number and stop details from the operator
      * OUTPUT:  ../data/cheque-stops.txt (via CHEQUE-STOPS),
      *          audit-log entries type 'P' (action CHQSTOP or
      *          CHQSTOP-LIFT, first serial in the cross-reference
      *          column)
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
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

      *----------------------------------------------------------------
      * Working Variables
      *----------------------------------------------------------------
       01  WS-INPUT-ACCOUNT            PIC 9(10).
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CHOICE                   PIC X.
       01  WS-SAVED-ISN                PIC 9(10).
       01  WS-STOP-INDEX               PIC 9(03) VALUE 0.
       01  WS-STOP-LISTED              PIC 9(03) VALUE 0.
       01  WS-MORE-STOPS               PIC X VALUE 'Y'.

      *----------------------------------------------------------------
      * Cheque Stop Input
      *----------------------------------------------------------------
       01  WS-INPUT-SERIAL             PIC 9(08).
       01  WS-INPUT-SERIAL-TO          PIC 9(08).
       01  WS-INPUT-AMOUNT-TEXT        PIC X(15).
       01  WS-INPUT-AMOUNT             PIC 9(09)V99.
       01  WS-INPUT-REASON             PIC X(20).
       01  WS-INPUT-EXPIRY             PIC 9(08).
       01  WS-MAX-SERIAL-RUN           PIC 9(04) VALUE 500.
       01  WS-SERIAL-RUN               PIC 9(08).

      *----------------------------------------------------------------
      * Cheque Stops - the single-home subprogram that owns the
      * cheque stop-payment file (see CHEQUE-STOPS).
      *----------------------------------------------------------------
       01  WS-CHEQUE-STOP-REQUEST.
           05  WS-CSTP-FUNCTION        PIC X.
           05  WS-CSTP-ACCOUNT         PIC 9(10).
           05  WS-CSTP-SERIAL          PIC 9(08).
           05  WS-CSTP-SERIAL-TO       PIC 9(08).
           05  WS-CSTP-AMOUNT          PIC 9(09)V99.
           05  WS-CSTP-REASON          PIC X(20).
           05  WS-CSTP-PLACED-BY       PIC X(08).
           05  WS-CSTP-PLACED-DATE     PIC 9(08).
           05  WS-CSTP-EXPIRY          PIC 9(08).
           05  WS-CSTP-ASOF-DATE       PIC 9(08).
           05  WS-CSTP-INDEX           PIC 9(03).
           05  WS-CSTP-FOUND           PIC X.
           05  WS-CSTP-OK              PIC X.

      *----------------------------------------------------------------
      * Operator Sign-On - who is at the keyboard, proved against
      * the operator master by OPERATOR-SIGNON before any stop can
      * be touched (see ACCOUNT-UPDATE for the convention).
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
      * Audit Trail
      *----------------------------------------------------------------
       01  WS-AUDIT-LINE               PIC X(150).
       01  WS-AUDIT-TIME               PIC 9(08).
       01  WS-AUDIT-BAL-EDIT           PIC -9(08).99.
       01  WS-AUDIT-ACTION             PIC X(12).

      *----------------------------------------------------------------
      * Display Formatting
      *----------------------------------------------------------------
       01  WS-FORMATTED-BALANCE        PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      * Format and Search Buffers
      *----------------------------------------------------------------
       01  READ-FORMAT-BUFFER          PIC X(100) VALUE
           'ACCOUNT-NUMBER,CUSTOMER-NAME,ACCOUNT-TYPE,BALANCE,LAST-TXN-
      -    'DATE.'.

       01  SEARCH-BUFFER.
           05  FILLER                  PIC X(17) VALUE
               'ACCOUNT-NUMBER,1,'.
           05  SB-ACCOUNT-NUMBER       PIC 9(10).
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
           PERFORM 2000-PROCESS-STOPS
               UNTIL WS-CONTINUE = 'N' OR WS-CONTINUE = 'n'
           PERFORM 3000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'CHEQUE STOP-PAYMENT MAINTENANCE'
           DISPLAY '=================================================='
           DISPLAY ' '

           MOVE 00012 TO ACB-FILE-NUMBER

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST

           MOVE 1 TO WS-SIGN-MIN-AUTHORITY
           CALL 'OPERATOR-SIGNON' USING WS-SIGNON-REQUEST
           IF WS-SIGN-OK NOT = 'Y'
               MOVE 'N' TO WS-CONTINUE
           END-IF
           .

      *----------------------------------------------------------------
       2000-PROCESS-STOPS.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'Enter Account Number (10 digits): ' NO ADVANCING
           ACCEPT WS-INPUT-ACCOUNT

           IF WS-INPUT-ACCOUNT > 0
               PERFORM 2100-READ-ACCOUNT
               IF ACB-RESPONSE-CODE NOT = 000
                   DISPLAY 'Account not found.'
               ELSE
                   IF ACCOUNT-TYPE NOT = 'CHECKING'
                       DISPLAY 'Cheque stops apply to CHECKING'
                               ' accounts only.'
                   ELSE
                       PERFORM 2200-SHOW-CURRENT-STOPS
                       PERFORM 2300-GET-ACTION THRU 2300-EXIT
                   END-IF
               END-IF
           END-IF

           DISPLAY ' '
           DISPLAY 'Another account? (Y/N): ' NO ADVANCING
           ACCEPT WS-CONTINUE
           .

      *----------------------------------------------------------------
       2100-READ-ACCOUNT.
      *----------------------------------------------------------------
      *    Read-only - a cheque stop never touches the account record
      *    itself, so no hold is taken.
           MOVE WS-INPUT-ACCOUNT TO SB-ACCOUNT-NUMBER

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
               MOVE ACB-ISN TO WS-SAVED-ISN
           END-IF
           .

      *----------------------------------------------------------------
       2200-SHOW-CURRENT-STOPS.
      *----------------------------------------------------------------
           MOVE BALANCE TO WS-FORMATTED-BALANCE
           DISPLAY ' '
           DISPLAY 'Account : ' ACCOUNT-NUMBER '  ' CUSTOMER-NAME
           DISPLAY 'Type    : ' ACCOUNT-TYPE
                   '  Balance: $' WS-FORMATTED-BALANCE
           DISPLAY ' '

           MOVE 0   TO WS-STOP-LISTED
           MOVE 'Y' TO WS-MORE-STOPS
           PERFORM 2210-SHOW-ONE-STOP
               VARYING WS-STOP-INDEX FROM 1 BY 1
               UNTIL WS-MORE-STOPS = 'N'

           IF WS-STOP-LISTED = 0
               DISPLAY 'No cheque stops on this account.'
           END-IF
           .

       2210-SHOW-ONE-STOP.
           INITIALIZE WS-CHEQUE-STOP-REQUEST
           MOVE 'G' TO WS-CSTP-FUNCTION
           MOVE WS-INPUT-ACCOUNT TO WS-CSTP-ACCOUNT
           MOVE WS-STOP-INDEX    TO WS-CSTP-INDEX
           CALL 'CHEQUE-STOPS' USING WS-CHEQUE-STOP-REQUEST

           IF WS-CSTP-FOUND NOT = 'Y'
               MOVE 'N' TO WS-MORE-STOPS
               EXIT PARAGRAPH
           END-IF

           IF WS-STOP-LISTED = 0
               DISPLAY 'Serial    To        Amount          Reason'
                       '               By       Expires'
           END-IF
           ADD 1 TO WS-STOP-LISTED
           IF WS-CSTP-AMOUNT = 0
               DISPLAY WS-CSTP-SERIAL '  ' WS-CSTP-SERIAL-TO
                       '  ANY AMOUNT      ' WS-CSTP-REASON ' '
                       WS-CSTP-PLACED-BY ' ' WS-CSTP-EXPIRY
           ELSE
               MOVE WS-CSTP-AMOUNT TO WS-FORMATTED-AMOUNT
               DISPLAY WS-CSTP-SERIAL '  ' WS-CSTP-SERIAL-TO
                       '  ' WS-FORMATTED-AMOUNT '  '
                       WS-CSTP-REASON ' '
                       WS-CSTP-PLACED-BY ' ' WS-CSTP-EXPIRY
           END-IF
           IF WS-CSTP-EXPIRY < WS-BUS-DATE
               DISPLAY '          ^ expired - no longer stopping'
           END-IF
           .

      *----------------------------------------------------------------
       2300-GET-ACTION.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'P - Place/Replace Stop   L - Lift Stop'
                   '   X - Back'
           DISPLAY 'Enter Choice (P/L/X): ' NO ADVANCING
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN 'P'
               WHEN 'p'
                   PERFORM 2400-PLACE-STOP THRU 2400-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM 2500-LIFT-STOP THRU 2500-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       2300-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2400-PLACE-STOP.
      *----------------------------------------------------------------
           DISPLAY 'First Cheque Serial (8 digits): ' NO ADVANCING
           ACCEPT WS-INPUT-SERIAL
           IF WS-INPUT-SERIAL = 0
               DISPLAY 'A cheque serial is required - no stop placed.'
               GO TO 2400-EXIT
           END-IF

           DISPLAY 'Last Cheque Serial (0 = this cheque only): '
               NO ADVANCING
           ACCEPT WS-INPUT-SERIAL-TO
           IF WS-INPUT-SERIAL-TO = 0
               MOVE WS-INPUT-SERIAL TO WS-INPUT-SERIAL-TO
           END-IF
           IF WS-INPUT-SERIAL-TO < WS-INPUT-SERIAL
               DISPLAY 'Last serial is before the first - no stop'
                       ' placed.'
               GO TO 2400-EXIT
           END-IF
      *    A run longer than any cheque book is a keying slip, not a
      *    lost book - it would stop every cheque the account writes.
           COMPUTE WS-SERIAL-RUN =
               WS-INPUT-SERIAL-TO - WS-INPUT-SERIAL + 1
           IF WS-SERIAL-RUN > WS-MAX-SERIAL-RUN
               DISPLAY 'A stop may cover at most ' WS-MAX-SERIAL-RUN
                       ' serials - no stop placed.'
               GO TO 2400-EXIT
           END-IF

           DISPLAY 'Cheque Amount (blank/0 = any amount): '
               NO ADVANCING
           ACCEPT WS-INPUT-AMOUNT-TEXT
           IF WS-INPUT-AMOUNT-TEXT = SPACES
               MOVE 0 TO WS-INPUT-AMOUNT
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-INPUT-AMOUNT-TEXT) NOT = 0
                   DISPLAY 'Invalid amount - no stop placed.'
                   GO TO 2400-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(WS-INPUT-AMOUNT-TEXT)
                   TO WS-INPUT-AMOUNT
           END-IF

           DISPLAY 'Reason: ' NO ADVANCING
           ACCEPT WS-INPUT-REASON
           IF WS-INPUT-REASON = SPACES
               DISPLAY 'A reason is required - no stop placed.'
               GO TO 2400-EXIT
           END-IF

           DISPLAY 'Expiry Date (YYYYMMDD, 99999999 = none): '
               NO ADVANCING
           ACCEPT WS-INPUT-EXPIRY
           IF WS-INPUT-EXPIRY NOT > WS-BUS-DATE
               DISPLAY 'Expiry must be after the business date -'
                       ' no stop placed.'
               GO TO 2400-EXIT
           END-IF

           INITIALIZE WS-CHEQUE-STOP-REQUEST
           MOVE 'A' TO WS-CSTP-FUNCTION
           MOVE WS-INPUT-ACCOUNT     TO WS-CSTP-ACCOUNT
           MOVE WS-INPUT-SERIAL      TO WS-CSTP-SERIAL
           MOVE WS-INPUT-SERIAL-TO   TO WS-CSTP-SERIAL-TO
           MOVE WS-INPUT-AMOUNT      TO WS-CSTP-AMOUNT
           MOVE WS-INPUT-REASON      TO WS-CSTP-REASON
           MOVE WS-SIGN-OPERATOR-ID  TO WS-CSTP-PLACED-BY
           MOVE WS-BUS-DATE          TO WS-CSTP-PLACED-DATE
           MOVE WS-INPUT-EXPIRY      TO WS-CSTP-EXPIRY
           CALL 'CHEQUE-STOPS' USING WS-CHEQUE-STOP-REQUEST

           IF WS-CSTP-OK = 'Y'
               MOVE 'CHQSTOP' TO WS-AUDIT-ACTION
               PERFORM 2600-WRITE-STOP-AUDIT
               DISPLAY 'Cheque stop placed.'
           ELSE
               DISPLAY 'Cheque stop could not be placed.'
           END-IF
           .

       2400-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2500-LIFT-STOP.
      *----------------------------------------------------------------
      *    Lifting a stop lets the cheque pay when it is next
      *    presented - supervisor authority only.
           IF WS-SIGN-AUTHORITY < 2
               DISPLAY 'Lifting a stop requires supervisor'
                       ' authority.'
               GO TO 2500-EXIT
           END-IF

           DISPLAY 'First Cheque Serial of the stop: ' NO ADVANCING
           ACCEPT WS-INPUT-SERIAL

           INITIALIZE WS-CHEQUE-STOP-REQUEST
           MOVE 'R' TO WS-CSTP-FUNCTION
           MOVE WS-INPUT-ACCOUNT TO WS-CSTP-ACCOUNT
           MOVE WS-INPUT-SERIAL  TO WS-CSTP-SERIAL
           CALL 'CHEQUE-STOPS' USING WS-CHEQUE-STOP-REQUEST

           IF WS-CSTP-OK = 'Y'
               MOVE 'CHQSTOP-LIFT' TO WS-AUDIT-ACTION
               PERFORM 2600-WRITE-STOP-AUDIT
               DISPLAY 'Cheque stop lifted.'
           ELSE
               DISPLAY 'No stop on file starting at that serial.'
           END-IF
           .

       2500-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2600-WRITE-STOP-AUDIT.
      *----------------------------------------------------------------
      *    Append a CSV record of this stop action to the audit
      *    trail: ISN,ACCOUNT,OLD-BAL,NEW-BAL,TXN-TYPE,AMOUNT,
      *    TIMESTAMP,XREF,OPERATOR - TXN-TYPE 'P' like a restriction
      *    order, both balances the unchanged current balance,
      *    AMOUNT the action word, and the stop's first serial as
      *    the cross-reference so the stop and the cheque it
      *    returned can be tied together.
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-LINE
           MOVE BALANCE TO WS-AUDIT-BAL-EDIT

           STRING WS-SAVED-ISN          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  ACCOUNT-NUMBER        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-BAL-EDIT     DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-BAL-EDIT     DELIMITED BY SIZE
                  ',P,'                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-ACTION)
                                        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-BUS-DATE           DELIMITED BY SIZE
                  WS-AUDIT-TIME         DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-INPUT-SERIAL       DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-SIGN-OPERATOR-ID   DELIMITED BY SIZE
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
           DISPLAY 'CHEQUE STOP MAINTENANCE SESSION ENDED'
           DISPLAY '=================================================='
           .
