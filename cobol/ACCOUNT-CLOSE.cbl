      * PURPOSE: Close a customer account - archives the record for
      *          compliance retention and makes it unavailable to
      *          further lookups, driven by a reason code and closure
      *          date.  An account frozen in a deceased customer's
      *          estate (see ESTATE-MAINT) closes only under reason
      *          code ESTATE, once it has been paid out to nil; that
      *          closure lifts the estate freeze and settles the
      *          estate when its last account closes.  A supervisor
      *          may not close an account belonging to their own
      *          customer record or a related one (see
      *          EMPLOYEE-ACCOUNTS); the attempt is journaled.
      * INPUT:   Account number and closure reason code from user
      * OUTPUT:  Confirmation of closure or error message
      *================================================================
           05  ACCOUNT-TYPE            PIC X(15).
           05  BALANCE                 PIC S9(08)V99.
           05  LAST-TXN-DATE           PIC 9(08).
           05  CURRENCY-CODE           PIC X(03).
           05  CUSTOMER-ID             PIC 9(10).

      *----------------------------------------------------------------
      * Working Variables
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRM                  PIC X.

      *----------------------------------------------------------------
      * Deceased-Customer Estates - an estate account is closed only
      * as the last step of paying the estate out (see ESTATE-MASTER
      * for the estate file and RESTRICTION-STATUS for the freeze).
      *----------------------------------------------------------------
       01  WS-ESTATE-CLOSURE           PIC X VALUE 'N'.
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
       01  WS-RESTRICTION-REQUEST.
           05  WS-RSTR-FUNCTION        PIC X.
           05  WS-RSTR-ACCOUNT         PIC 9(10).
           05  WS-RSTR-TYPE            PIC X.
           05  WS-RSTR-REASON          PIC X(20).
           05  WS-RSTR-PLACED-BY       PIC X(08).
           05  WS-RSTR-EXPIRY          PIC 9(08).
           05  WS-RSTR-ASOF-DATE       PIC 9(08).
           05  WS-RSTR-TXN-CODE        PIC X.
           05  WS-RSTR-SOURCE          PIC X(08).
           05  WS-RSTR-OK              PIC X.

      *----------------------------------------------------------------
      * Training Mode - this screen runs on the training copy for an
      * operator flagged as a trainee (see TRAINING-MODE).
      *----------------------------------------------------------------
       01  WS-TRAINING-REQUEST.
           05  WS-TRN-FUNCTION         PIC X.
           05  WS-TRN-TRAINEE          PIC X.
           05  WS-TRN-OPERATOR-ID      PIC X(08).
           05  WS-TRN-ACTIVE           PIC X.
           05  WS-TRN-OK               PIC X.
           05  WS-TRN-FILE-NAME        PIC X(60).

      *----------------------------------------------------------------
      * Operator Sign-On - who is at the keyboard, proved against the
      * operator master by OPERATOR-SIGNON before any account can be
           05  WS-SIGN-AUTHORITY       PIC 9.
           05  WS-SIGN-BRANCH          PIC X(03).

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
      * Response-code lookup - see RESPCODE-LOOKUP for the full set
      * of codes and wording, kept there so it can't drift out of
           MOVE WS-BUS-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-CLOSURE-DATE

           INITIALIZE WS-TRAINING-REQUEST
           MOVE 'A' TO WS-TRN-FUNCTION
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST

           MOVE 2 TO WS-SIGN-MIN-AUTHORITY
           CALL 'OPERATOR-SIGNON' USING WS-SIGNON-REQUEST
           IF WS-SIGN-OK NOT = 'Y'
           END-IF
           .

      *----------------------------------------------------------------
       2250-CHECK-EMPLOYEE-ACCOUNT.
      *----------------------------------------------------------------
      *    Closing pays the balance out - no operator does that for
      *    an account they are tied to.
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
           DISPLAY 'Another supervisor must close this account.'

           MOVE 'J' TO WS-EMP-FUNCTION
           MOVE WS-BUS-DATE    TO WS-EMP-DATE
           MOVE 'C'            TO WS-EMP-TXN-CODE
           MOVE 'ACCOUNT-CLS'  TO WS-EMP-SOURCE
           CALL 'EMPLOYEE-ACCOUNTS' USING WS-EMPLOYEE-REQUEST
           .

      *----------------------------------------------------------------
       2450-RELEASE-HOLD.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
       2400-GET-CLOSURE-INFO.
      *----------------------------------------------------------------
           PERFORM 2250-CHECK-EMPLOYEE-ACCOUNT
           IF WS-EMP-RELATION NOT = SPACE
               MOVE 'N' TO WS-CONFIRM
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'Enter Closure Reason Code (e.g. CUST-REQ,'
           DISPLAY 'DECEASED, FRAUD, DORMANT, ESTATE): ' NO ADVANCING
           ACCEPT WS-INPUT-REASON

           IF WS-INPUT-REASON = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM 2410-CHECK-ESTATE-HOLDING
           IF WS-CONFIRM = 'N'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'Closing account ' ACCOUNT-NUMBER
                   ' reason: ' WS-INPUT-REASON
           ACCEPT WS-CONFIRM
           .

      *----------------------------------------------------------------
       2410-CHECK-ESTATE-HOLDING.
      *----------------------------------------------------------------
      *    An account frozen in an open estate belongs to the estate
      *    until it has been paid out; reason ESTATE is the only way
      *    to close it and means nothing on any other account.
           MOVE 'N' TO WS-ESTATE-CLOSURE
           MOVE SPACE TO WS-CONFIRM
           INITIALIZE WS-ESTATE-REQUEST
           MOVE 'A' TO WS-EST-FUNCTION
           MOVE ACCOUNT-NUMBER TO WS-EST-ACCOUNT
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST

           IF WS-EST-FOUND NOT = 'Y'
               IF WS-INPUT-REASON = 'ESTATE'
                   DISPLAY 'Reason ESTATE applies only to an account'
                           ' held by an open estate.'
                   MOVE 'N' TO WS-CONFIRM
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-INPUT-REASON NOT = 'ESTATE'
               DISPLAY 'Account is frozen in estate '
                       WS-EST-ESTATE-ID ' - close it with reason'
                       ' ESTATE once it has been paid out.'
               MOVE 'N' TO WS-CONFIRM
               EXIT PARAGRAPH
           END-IF
           IF WS-EST-HOLDING-STATUS NOT = 'P' OR BALANCE NOT = 0
               DISPLAY 'Estate ' WS-EST-ESTATE-ID ' has not paid this'
                       ' account out to nil - pay out at ESTATE-MAINT'
                       ' first.'
               MOVE 'N' TO WS-CONFIRM
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ESTATE-CLOSURE
           .

      *----------------------------------------------------------------
       2420-CHECK-APPROVAL-NEEDED.
      *----------------------------------------------------------------

           IF ACB-RESPONSE-CODE = 000
               PERFORM 2550-WRITE-AUDIT-ENTRY
               IF WS-ESTATE-CLOSURE = 'Y'
                   PERFORM 2560-SETTLE-ESTATE-HOLDING
               END-IF
           END-IF
           .

           CALL 'TXN-HISTORY' USING WS-HISTORY-REQUEST
           .

      *----------------------------------------------------------------
       2560-SETTLE-ESTATE-HOLDING.
      *----------------------------------------------------------------
      *    The estate's hold on the account ends with the account:
      *    mark it closed on the estate (the estate settles with its
      *    last account) and lift the estate freeze.  The request
      *    still carries the estate ID 2410 found the account under.
           MOVE 'M' TO WS-EST-FUNCTION
           MOVE ACCOUNT-NUMBER      TO WS-EST-ACCOUNT
           MOVE 'C'                 TO WS-EST-HOLDING-STATUS
           MOVE WS-CLOSURE-DATE     TO WS-EST-ACTION-DATE
           MOVE WS-SIGN-OPERATOR-ID TO WS-EST-ACTION-BY
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST
           IF WS-EST-OK NOT = 'Y'
               DISPLAY 'WARNING: estate file not updated - mark the'
                       ' account closed on the estate by hand.'
           END-IF

           INITIALIZE WS-RESTRICTION-REQUEST
           MOVE 'R' TO WS-RSTR-FUNCTION
           MOVE ACCOUNT-NUMBER      TO WS-RSTR-ACCOUNT
           MOVE WS-SIGN-OPERATOR-ID TO WS-RSTR-PLACED-BY
           CALL 'RESTRICTION-STATUS' USING WS-RESTRICTION-REQUEST
           .

      *----------------------------------------------------------------
       2600-DISPLAY-SUCCESS.
      *----------------------------------------------------------------
           DISPLAY 'Customer Name  : ' CUSTOMER-NAME
           DISPLAY 'Reason Code    : ' WS-INPUT-REASON
           DISPLAY 'Closure Date   : ' WS-CLOSURE-DATE
           IF WS-ESTATE-CLOSURE = 'Y'
               DISPLAY 'Estate         : ' WS-EST-ESTATE-ID
               IF WS-EST-STATUS = 'S'
                   DISPLAY 'Last estate account closed - estate '
                           WS-EST-ESTATE-ID ' is SETTLED.'
               END-IF
           END-IF
           DISPLAY '=================================================='
           .

