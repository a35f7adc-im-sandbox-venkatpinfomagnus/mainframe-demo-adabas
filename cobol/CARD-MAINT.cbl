       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-MAINT.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: CARD-MAINT
      * PURPOSE: Teller screen for ATM cards.  Starting from one of
      *          the customer's accounts, the teller sees every card
      *          that draws on it and can issue a new card from the
      *          branch card stock (the account keyed becomes the
      *          card's primary account; up to two more of the
      *          cardholder's own accounts may be linked, each
      *          answering the ATM's checking or savings selection),
      *          replace a card (the new card takes over the old
      *          one's accounts, and the old number stops working),
      *          or hot-list a card reported lost or stolen - which
      *          blocks that card at once without freezing the
      *          account, the way a RESTRICTION-MAINT order would.
      *          A hot-listed card is never reinstated; the holder
      *          is given a replacement.  The card master itself
      *          belongs to CARD-MASTER; CHANNEL-INTERFACE resolves
      *          every ATM item through it.  Every issue, replacement
      *          and hot-listing is written to the audit trail under
      *          the operator who did it.
      * INPUT:   Account number and card details from the operator;
      *          Adabas commands S1/L4
      * OUTPUT:  ../data/card-master.txt (via CARD-MASTER),
      *          audit-log entries type 'P' (action CARD-ISSUE,
      *          CARD-REPLACE, CARD-LOST or CARD-STOLEN, card number
      *          in the cross-reference column)
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
           05  CURRENCY-CODE           PIC X(03).
           05  CUSTOMER-ID             PIC 9(10).

      *----------------------------------------------------------------
      * Customer Accounts (command L4) - a linked account must belong
      * to the cardholder, as its own CUSTOMER-ID or as a joint
      * owner on the account-owner cross-reference.
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
       01  WS-OWNED                    PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Working Variables
      *----------------------------------------------------------------
       01  WS-INPUT-ACCOUNT            PIC 9(10).
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CHOICE                   PIC X.
       01  WS-CONFIRM                  PIC X.
       01  WS-SAVED-ISN                PIC 9(10).
       01  WS-SAVED-BALANCE            PIC S9(08)V99.
       01  WS-CARD-LISTED              PIC 9(03) VALUE 0.
       01  WS-MORE-CARDS               PIC X VALUE 'Y'.
       01  WS-LIST-INDEX               PIC 9(03) VALUE 0.
       01  WS-STATUS-WORD              PIC X(08).
       01  WS-LINK-SUB                 PIC 9(02) VALUE 0.

      *----------------------------------------------------------------
      * Card Input - a card number comes off the branch card stock
      * and must pass the card-number check digit (the standard
      * modulus-10 rule every card network applies) before it is
      * accepted, so a mis-keyed number never reaches the master.
      *----------------------------------------------------------------
       01  WS-INPUT-CARD               PIC X(16).
       01  WS-INPUT-CARD-DIGITS REDEFINES WS-INPUT-CARD.
           05  WS-CARD-DIGIT           PIC 9 OCCURS 16 TIMES.
       01  WS-DIGIT-SUB                PIC 9(02) VALUE 0.
       01  WS-DIGIT-VALUE              PIC 9(02) VALUE 0.
       01  WS-DIGIT-SUM                PIC 9(03) VALUE 0.
       01  WS-CHECK-REMAINDER          PIC 9(02) VALUE 0.
       01  WS-CHECK-QUOTIENT           PIC 9(03) VALUE 0.
       01  WS-CARD-NUMBER-OK           PIC X VALUE 'N'.
       01  WS-OLD-CARD                 PIC X(16).
       01  WS-OLD-STATUS               PIC X.
       01  WS-INPUT-LINK-ACCOUNT       PIC 9(10).
       01  WS-LINK-OK                  PIC X VALUE 'N'.
       01  WS-LINK-ROLE                PIC X.

      *----------------------------------------------------------------
      * Card Being Issued - the cardholder is the primary account's
      * own customer; a card is good for three years, through the
      * end of the month it was issued in.
      *----------------------------------------------------------------
       01  WS-NEW-CARD.
           05  WS-NEW-CUSTOMER         PIC 9(10).
           05  WS-NEW-EXPIRY           PIC 9(06).
           05  WS-NEW-LINK-COUNT       PIC 9(02).
           05  WS-NEW-LINK             OCCURS 3 TIMES.
               10  WS-NEW-LINK-ROLE        PIC X.
               10  WS-NEW-LINK-ACCOUNT     PIC 9(10).
      *    Added to the YYYYMM issue month: 300 is three years.
       01  WS-CARD-LIFE                PIC 9(03) VALUE 300.

      *----------------------------------------------------------------
      * Card Master - the single-home subprogram that owns the card
      * file (see CARD-MASTER).
      *----------------------------------------------------------------
       01  WS-CARD-REQUEST.
           05  WS-CARD-FUNCTION        PIC X.
           05  WS-CARD-NUMBER          PIC X(16).
           05  WS-CARD-SELECTION       PIC X.
           05  WS-CARD-ASOF-DATE       PIC 9(08).
           05  WS-CARD-INDEX           PIC 9(03).
           05  WS-CARD-STATUS          PIC X.
           05  WS-CARD-ISSUE-DATE      PIC 9(08).
           05  WS-CARD-EXPIRY          PIC 9(06).
           05  WS-CARD-CUSTOMER        PIC 9(10).
           05  WS-CARD-LINK            OCCURS 3 TIMES.
               10  WS-CARD-LINK-ROLE       PIC X.
               10  WS-CARD-LINK-ACCOUNT    PIC 9(10).
           05  WS-CARD-ACCOUNT         PIC 9(10).
           05  WS-CARD-STATUS-DATE     PIC 9(08).
           05  WS-CARD-STATUS-BY       PIC X(08).
           05  WS-CARD-REPLACED-BY     PIC X(16).
           05  WS-CARD-ISSUED-BY       PIC X(08).
           05  WS-CARD-RESULT          PIC X.
           05  WS-CARD-FOUND           PIC X.
           05  WS-CARD-OK              PIC X.

      *----------------------------------------------------------------
      * Operator Sign-On - who is at the keyboard, proved against
      * the operator master by OPERATOR-SIGNON before any card can
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
       01  WS-BUS-MONTH                PIC 9(06).

      *----------------------------------------------------------------
      * Audit Trail
      *----------------------------------------------------------------
       01  WS-AUDIT-LINE               PIC X(150).
       01  WS-AUDIT-TIME               PIC 9(08).
       01  WS-AUDIT-BAL-EDIT           PIC -9(08).99.
       01  WS-AUDIT-ACTION             PIC X(12).
       01  WS-AUDIT-CARD               PIC X(16).

      *----------------------------------------------------------------
      * Display Formatting
      *----------------------------------------------------------------
       01  WS-FORMATTED-BALANCE        PIC -ZZ,ZZZ,ZZ9.99.

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
           PERFORM 2000-PROCESS-CARDS
               UNTIL WS-CONTINUE = 'N' OR WS-CONTINUE = 'n'
           PERFORM 3000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'ATM CARD MAINTENANCE'
           DISPLAY '=================================================='
           DISPLAY ' '

           MOVE 00012 TO ACB-FILE-NUMBER

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
           COMPUTE WS-BUS-MONTH = WS-BUS-DATE / 100

           MOVE 1 TO WS-SIGN-MIN-AUTHORITY
           CALL 'OPERATOR-SIGNON' USING WS-SIGNON-REQUEST
           IF WS-SIGN-OK NOT = 'Y'
               MOVE 'N' TO WS-CONTINUE
           END-IF
           .

      *----------------------------------------------------------------
       2000-PROCESS-CARDS.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'Enter Account Number (10 digits): ' NO ADVANCING
           ACCEPT WS-INPUT-ACCOUNT

           IF WS-INPUT-ACCOUNT > 0
               MOVE WS-INPUT-ACCOUNT TO SB-ACCOUNT-NUMBER
               PERFORM 2100-READ-ACCOUNT
               IF ACB-RESPONSE-CODE NOT = 000
                   DISPLAY 'Account not found.'
               ELSE
                   MOVE ACB-ISN TO WS-SAVED-ISN
                   MOVE BALANCE TO WS-SAVED-BALANCE
                   PERFORM 2200-SHOW-CURRENT-CARDS
                   PERFORM 2300-GET-ACTION THRU 2300-EXIT
               END-IF
           END-IF

           DISPLAY ' '
           DISPLAY 'Another account? (Y/N): ' NO ADVANCING
           ACCEPT WS-CONTINUE
           .

      *----------------------------------------------------------------
       2100-READ-ACCOUNT.
      *----------------------------------------------------------------
      *    Read-only - a card never touches the account record
      *    itself, so no hold is taken.
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
               IF CUSTOMER-ID NOT NUMERIC
                   MOVE 0 TO CUSTOMER-ID
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
       2200-SHOW-CURRENT-CARDS.
      *----------------------------------------------------------------
           MOVE BALANCE TO WS-FORMATTED-BALANCE
           DISPLAY ' '
           DISPLAY 'Account : ' ACCOUNT-NUMBER '  ' CUSTOMER-NAME
           DISPLAY 'Type    : ' ACCOUNT-TYPE
                   '  Balance: ' WS-FORMATTED-BALANCE
           DISPLAY ' '

           MOVE 0   TO WS-CARD-LISTED
           MOVE 'Y' TO WS-MORE-CARDS
           PERFORM 2210-SHOW-ONE-CARD
               VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-MORE-CARDS = 'N'

           IF WS-CARD-LISTED = 0
               DISPLAY 'No ATM cards draw on this account.'
           END-IF
           .

       2210-SHOW-ONE-CARD.
           INITIALIZE WS-CARD-REQUEST
           MOVE 'N' TO WS-CARD-FUNCTION
           MOVE WS-INPUT-ACCOUNT TO WS-CARD-ACCOUNT
           MOVE WS-LIST-INDEX    TO WS-CARD-INDEX
           CALL 'CARD-MASTER' USING WS-CARD-REQUEST

           IF WS-CARD-FOUND NOT = 'Y'
               MOVE 'N' TO WS-MORE-CARDS
               EXIT PARAGRAPH
           END-IF

           IF WS-CARD-LISTED = 0
               DISPLAY 'Card Number       Status   Expiry  Issued'
                       '    Accounts (role)'
           END-IF
           ADD 1 TO WS-CARD-LISTED
           PERFORM 2220-SET-STATUS-WORD
           DISPLAY WS-CARD-NUMBER '  ' WS-STATUS-WORD ' '
                   WS-CARD-EXPIRY '  ' WS-CARD-ISSUE-DATE '  '
                   WS-CARD-LINK-ACCOUNT(1) ' ('
                   WS-CARD-LINK-ROLE(1) ')'
           PERFORM 2230-SHOW-ONE-EXTRA-LINK
               VARYING WS-LINK-SUB FROM 2 BY 1
               UNTIL WS-LINK-SUB > 3
           IF WS-CARD-REPLACED-BY NOT = SPACES
               DISPLAY '                  ^ replaced by '
                       WS-CARD-REPLACED-BY
           END-IF
           .

       2220-SET-STATUS-WORD.
           EVALUATE WS-CARD-STATUS
               WHEN 'A'
                   IF WS-CARD-EXPIRY < WS-BUS-MONTH
                       MOVE 'EXPIRED' TO WS-STATUS-WORD
                   ELSE
                       MOVE 'ACTIVE'  TO WS-STATUS-WORD
                   END-IF
               WHEN 'L'
                   MOVE 'LOST'     TO WS-STATUS-WORD
               WHEN 'S'
                   MOVE 'STOLEN'   TO WS-STATUS-WORD
               WHEN 'R'
                   MOVE 'REPLACED' TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE 'UNKNOWN'  TO WS-STATUS-WORD
           END-EVALUATE
           .

       2230-SHOW-ONE-EXTRA-LINK.
           IF WS-CARD-LINK-ACCOUNT(WS-LINK-SUB) > 0
               DISPLAY '                                          '
                       '  ' WS-CARD-LINK-ACCOUNT(WS-LINK-SUB) ' ('
                       WS-CARD-LINK-ROLE(WS-LINK-SUB) ')'
           END-IF
           .

      *----------------------------------------------------------------
       2300-GET-ACTION.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'I - Issue Card   R - Replace Card'
                   '   H - Hot-List Lost/Stolen   X - Back'
           DISPLAY 'Enter Choice (I/R/H/X): ' NO ADVANCING
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN 'I'
               WHEN 'i'
                   PERFORM 2400-ISSUE-CARD THRU 2400-EXIT
               WHEN 'R'
               WHEN 'r'
                   PERFORM 2500-REPLACE-CARD THRU 2500-EXIT
               WHEN 'H'
               WHEN 'h'
                   PERFORM 2600-HOT-LIST-CARD THRU 2600-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       2300-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2400-ISSUE-CARD.
      *----------------------------------------------------------------
      *    The account keyed is the card's primary account; the
      *    cardholder is that account's own customer.
           PERFORM 2410-ROLE-FOR-TYPE
           IF WS-LINK-ROLE = SPACE
               DISPLAY 'A card can draw only on a CHECKING, SAVINGS'
                       ' or MONEY-MARKET account - no card issued.'
               GO TO 2400-EXIT
           END-IF
           IF CUSTOMER-ID = 0
               DISPLAY 'Account has no customer on file - no card'
                       ' issued.'
               GO TO 2400-EXIT
           END-IF

           INITIALIZE WS-NEW-CARD
           MOVE CUSTOMER-ID      TO WS-NEW-CUSTOMER
           MOVE 1                TO WS-NEW-LINK-COUNT
           MOVE WS-LINK-ROLE     TO WS-NEW-LINK-ROLE(1)
           MOVE ACCOUNT-NUMBER   TO WS-NEW-LINK-ACCOUNT(1)
           COMPUTE WS-NEW-EXPIRY =
               WS-BUS-MONTH + WS-CARD-LIFE

           PERFORM 2700-ACCEPT-NEW-CARD-NUMBER THRU 2700-EXIT
           IF WS-CARD-NUMBER-OK NOT = 'Y'
               DISPLAY 'No card issued.'
               GO TO 2400-EXIT
           END-IF

           MOVE 'Y' TO WS-LINK-OK
           PERFORM 2420-ACCEPT-ONE-EXTRA-LINK THRU 2420-EXIT
               UNTIL WS-NEW-LINK-COUNT NOT < 3
                  OR WS-LINK-OK = 'N'

           INITIALIZE WS-CARD-REQUEST
           MOVE 'A'                 TO WS-CARD-FUNCTION
           MOVE WS-INPUT-CARD       TO WS-CARD-NUMBER
           MOVE WS-BUS-DATE         TO WS-CARD-ISSUE-DATE
           MOVE WS-NEW-EXPIRY       TO WS-CARD-EXPIRY
           MOVE WS-NEW-CUSTOMER     TO WS-CARD-CUSTOMER
           PERFORM 2430-COPY-ONE-NEW-LINK
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > 3
           MOVE WS-SIGN-OPERATOR-ID TO WS-CARD-ISSUED-BY
           CALL 'CARD-MASTER' USING WS-CARD-REQUEST

           IF WS-CARD-OK = 'Y'
               MOVE 'CARD-ISSUE'  TO WS-AUDIT-ACTION
               MOVE WS-INPUT-CARD TO WS-AUDIT-CARD
               PERFORM 2800-WRITE-CARD-AUDIT
               DISPLAY 'Card ' WS-INPUT-CARD ' issued, expires '
                       WS-NEW-EXPIRY '.'
           ELSE
               DISPLAY 'Card could not be issued.'
           END-IF
           .

       2400-EXIT.
           EXIT
           .

       2410-ROLE-FOR-TYPE.
      *    The role is the ATM account selection the account answers
      *    to - checking, or savings for either savings product.
           EVALUATE ACCOUNT-TYPE
               WHEN 'CHECKING'
                   MOVE 'C' TO WS-LINK-ROLE
               WHEN 'SAVINGS'
               WHEN 'MONEY-MARKET'
                   MOVE 'S' TO WS-LINK-ROLE
               WHEN OTHER
                   MOVE SPACE TO WS-LINK-ROLE
           END-EVALUATE
           .

       2420-ACCEPT-ONE-EXTRA-LINK.
           DISPLAY 'Link another account (0 = done): ' NO ADVANCING
           ACCEPT WS-INPUT-LINK-ACCOUNT
           IF WS-INPUT-LINK-ACCOUNT = 0
               MOVE 'N' TO WS-LINK-OK
               GO TO 2420-EXIT
           END-IF

           MOVE WS-INPUT-LINK-ACCOUNT TO SB-ACCOUNT-NUMBER
           PERFORM 2100-READ-ACCOUNT
           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY 'Account not found - not linked.'
               GO TO 2420-EXIT
           END-IF
           PERFORM 2410-ROLE-FOR-TYPE
           IF WS-LINK-ROLE = SPACE
               DISPLAY 'Not a CHECKING, SAVINGS or MONEY-MARKET'
                       ' account - not linked.'
               GO TO 2420-EXIT
           END-IF
      *    One account per selection - a second account under the
      *    same role could never be reached from the ATM.
           PERFORM 2440-CHECK-ONE-ROLE-FREE
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > WS-NEW-LINK-COUNT
                  OR WS-LINK-ROLE = SPACE
           IF WS-LINK-ROLE = SPACE
               DISPLAY 'The card already has an account for that'
                       ' selection (or this account) - not linked.'
               GO TO 2420-EXIT
           END-IF

           PERFORM 2450-CHECK-OWNERSHIP
           IF WS-OWNED NOT = 'Y'
               DISPLAY 'Account does not belong to the cardholder'
                       ' - not linked.'
               GO TO 2420-EXIT
           END-IF

           ADD 1 TO WS-NEW-LINK-COUNT
           MOVE WS-LINK-ROLE TO WS-NEW-LINK-ROLE(WS-NEW-LINK-COUNT)
           MOVE ACCOUNT-NUMBER
               TO WS-NEW-LINK-ACCOUNT(WS-NEW-LINK-COUNT)
           DISPLAY 'Linked ' ACCOUNT-NUMBER ' (' WS-LINK-ROLE ').'
           .

       2420-EXIT.
           EXIT
           .

       2430-COPY-ONE-NEW-LINK.
           MOVE WS-NEW-LINK-ROLE(WS-LINK-SUB)
               TO WS-CARD-LINK-ROLE(WS-LINK-SUB)
           MOVE WS-NEW-LINK-ACCOUNT(WS-LINK-SUB)
               TO WS-CARD-LINK-ACCOUNT(WS-LINK-SUB)
           .

       2440-CHECK-ONE-ROLE-FREE.
           IF WS-NEW-LINK-ROLE(WS-LINK-SUB) = WS-LINK-ROLE
               OR WS-NEW-LINK-ACCOUNT(WS-LINK-SUB) = ACCOUNT-NUMBER
               MOVE SPACE TO WS-LINK-ROLE
           END-IF
           .

      *----------------------------------------------------------------
       2450-CHECK-OWNERSHIP.
      *----------------------------------------------------------------
      *    The account's own CUSTOMER-ID settles it at once; failing
      *    that, the cardholder's L4 browse (which also answers the
      *    joint accounts on the owner cross-reference) must list it.
           IF CUSTOMER-ID = WS-NEW-CUSTOMER
               MOVE 'Y' TO WS-OWNED
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-OWNED
           MOVE WS-NEW-CUSTOMER TO CSB-CUSTOMER-ID
           MOVE 1   TO WS-L4-LOWER
           MOVE 'N' TO WS-L4-DONE
           PERFORM 2460-FETCH-ACCOUNT-BATCH
           IF ACB-RESPONSE-CODE NOT = 000
               EXIT PARAGRAPH
           END-IF
           PERFORM 2470-SCAN-ACCOUNT-BATCH
               UNTIL WS-L4-DONE = 'Y'
           .

       2460-FETCH-ACCOUNT-BATCH.
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

       2470-SCAN-ACCOUNT-BATCH.
      *    L4 answers at most five accounts per call - resume past
      *    the last ISN answered until a short batch.
           MOVE ACB-ISN-QUANTITY TO WS-ACCT-COUNT
           COMPUTE WS-L4-LOWER = ACB-ISN + 1

           PERFORM 2480-TEST-ONE-ACCOUNT
               VARYING WS-ACCT-INDEX FROM 1 BY 1
               UNTIL WS-ACCT-INDEX > WS-ACCT-COUNT

           IF WS-ACCT-COUNT < 5 OR WS-OWNED = 'Y'
               MOVE 'Y' TO WS-L4-DONE
           ELSE
               PERFORM 2460-FETCH-ACCOUNT-BATCH
               IF ACB-RESPONSE-CODE NOT = 000
                   MOVE 'Y' TO WS-L4-DONE
               END-IF
           END-IF
           .

       2480-TEST-ONE-ACCOUNT.
           IF CAR-ACCOUNT-NUMBER(WS-ACCT-INDEX) = ACCOUNT-NUMBER
               MOVE 'Y' TO WS-OWNED
           END-IF
           .

      *----------------------------------------------------------------
       2500-REPLACE-CARD.
      *----------------------------------------------------------------
      *    The new card takes over the old one's accounts and
      *    cardholder.  A hot-listed card stays hot; any other card
      *    being replaced is marked replaced, and both stop working
      *    the moment the new card is on file.
           DISPLAY 'Card number to replace: ' NO ADVANCING
           ACCEPT WS-OLD-CARD
           PERFORM 2900-GET-CARD-ON-ACCOUNT THRU 2900-EXIT
           IF WS-CARD-FOUND NOT = 'Y'
               GO TO 2500-EXIT
           END-IF
           IF WS-CARD-REPLACED-BY NOT = SPACES
               DISPLAY 'That card was already replaced by '
                       WS-CARD-REPLACED-BY ' - replace that one.'
               GO TO 2500-EXIT
           END-IF
           MOVE WS-CARD-STATUS TO WS-OLD-STATUS

           INITIALIZE WS-NEW-CARD
           MOVE WS-CARD-CUSTOMER TO WS-NEW-CUSTOMER
           PERFORM 2510-KEEP-ONE-OLD-LINK
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > 3
           COMPUTE WS-NEW-EXPIRY =
               WS-BUS-MONTH + WS-CARD-LIFE

           PERFORM 2700-ACCEPT-NEW-CARD-NUMBER THRU 2700-EXIT
           IF WS-CARD-NUMBER-OK NOT = 'Y'
               DISPLAY 'No replacement issued.'
               GO TO 2500-EXIT
           END-IF

           INITIALIZE WS-CARD-REQUEST
           MOVE 'A'                 TO WS-CARD-FUNCTION
           MOVE WS-INPUT-CARD       TO WS-CARD-NUMBER
           MOVE WS-BUS-DATE         TO WS-CARD-ISSUE-DATE
           MOVE WS-NEW-EXPIRY       TO WS-CARD-EXPIRY
           MOVE WS-NEW-CUSTOMER     TO WS-CARD-CUSTOMER
           PERFORM 2430-COPY-ONE-NEW-LINK
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > 3
           MOVE WS-SIGN-OPERATOR-ID TO WS-CARD-ISSUED-BY
           CALL 'CARD-MASTER' USING WS-CARD-REQUEST
           IF WS-CARD-OK NOT = 'Y'
               DISPLAY 'Replacement card could not be issued.'
               GO TO 2500-EXIT
           END-IF

           INITIALIZE WS-CARD-REQUEST
           MOVE 'S'                 TO WS-CARD-FUNCTION
           MOVE WS-OLD-CARD         TO WS-CARD-NUMBER
           IF WS-OLD-STATUS = 'L' OR WS-OLD-STATUS = 'S'
               MOVE WS-OLD-STATUS   TO WS-CARD-STATUS
           ELSE
               MOVE 'R'             TO WS-CARD-STATUS
           END-IF
           MOVE WS-BUS-DATE         TO WS-CARD-STATUS-DATE
           MOVE WS-SIGN-OPERATOR-ID TO WS-CARD-STATUS-BY
           MOVE WS-INPUT-CARD       TO WS-CARD-REPLACED-BY
           CALL 'CARD-MASTER' USING WS-CARD-REQUEST

           MOVE 'CARD-ISSUE'   TO WS-AUDIT-ACTION
           MOVE WS-INPUT-CARD  TO WS-AUDIT-CARD
           PERFORM 2800-WRITE-CARD-AUDIT
           MOVE 'CARD-REPLACE' TO WS-AUDIT-ACTION
           MOVE WS-OLD-CARD    TO WS-AUDIT-CARD
           PERFORM 2800-WRITE-CARD-AUDIT

           IF WS-CARD-OK = 'Y'
               DISPLAY 'Card ' WS-INPUT-CARD ' issued, expires '
                       WS-NEW-EXPIRY '; card ' WS-OLD-CARD
                       ' no longer works.'
           ELSE
               DISPLAY 'WARNING: new card issued but card '
                       WS-OLD-CARD ' could not be marked replaced'
                       ' - hot-list it now.'
           END-IF
           .

       2500-EXIT.
           EXIT
           .

       2510-KEEP-ONE-OLD-LINK.
           MOVE WS-CARD-LINK-ROLE(WS-LINK-SUB)
               TO WS-NEW-LINK-ROLE(WS-LINK-SUB)
           MOVE WS-CARD-LINK-ACCOUNT(WS-LINK-SUB)
               TO WS-NEW-LINK-ACCOUNT(WS-LINK-SUB)
           .

      *----------------------------------------------------------------
       2600-HOT-LIST-CARD.
      *----------------------------------------------------------------
      *    Any teller may hot-list - the customer on the phone about
      *    a lost card cannot wait for a supervisor.  The block is
      *    final: a card found again is still replaced, never
      *    reinstated.
           DISPLAY 'Card number reported lost or stolen: '
               NO ADVANCING
           ACCEPT WS-OLD-CARD
           PERFORM 2900-GET-CARD-ON-ACCOUNT THRU 2900-EXIT
           IF WS-CARD-FOUND NOT = 'Y'
               GO TO 2600-EXIT
           END-IF
           IF WS-CARD-STATUS NOT = 'A'
               DISPLAY 'That card is already blocked (status '
                       WS-CARD-STATUS ').'
               GO TO 2600-EXIT
           END-IF

           DISPLAY 'L - Lost   S - Stolen: ' NO ADVANCING
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 'L'
               WHEN 'l'
                   MOVE 'L' TO WS-OLD-STATUS
                   MOVE 'CARD-LOST' TO WS-AUDIT-ACTION
               WHEN 'S'
               WHEN 's'
                   MOVE 'S' TO WS-OLD-STATUS
                   MOVE 'CARD-STOLEN' TO WS-AUDIT-ACTION
               WHEN OTHER
                   DISPLAY 'Enter L or S - card not hot-listed.'
                   GO TO 2600-EXIT
           END-EVALUATE

           DISPLAY 'Hot-list card ' WS-OLD-CARD '? (Y/N): '
               NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'Card not hot-listed.'
               GO TO 2600-EXIT
           END-IF

           INITIALIZE WS-CARD-REQUEST
           MOVE 'S'                 TO WS-CARD-FUNCTION
           MOVE WS-OLD-CARD         TO WS-CARD-NUMBER
           MOVE WS-OLD-STATUS       TO WS-CARD-STATUS
           MOVE WS-BUS-DATE         TO WS-CARD-STATUS-DATE
           MOVE WS-SIGN-OPERATOR-ID TO WS-CARD-STATUS-BY
           CALL 'CARD-MASTER' USING WS-CARD-REQUEST

           IF WS-CARD-OK = 'Y'
               MOVE WS-OLD-CARD TO WS-AUDIT-CARD
               PERFORM 2800-WRITE-CARD-AUDIT
               DISPLAY 'Card ' WS-OLD-CARD ' hot-listed - it will'
                       ' be refused from the next ATM file on.'
               DISPLAY 'Use R to issue the replacement.'
           ELSE
               DISPLAY 'ERROR: card could not be hot-listed.'
           END-IF
           .

       2600-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2700-ACCEPT-NEW-CARD-NUMBER.
      *----------------------------------------------------------------
           MOVE 'N' TO WS-CARD-NUMBER-OK
           DISPLAY 'New card number from card stock (16 digits): '
               NO ADVANCING
           ACCEPT WS-INPUT-CARD
           IF WS-INPUT-CARD NOT NUMERIC
               DISPLAY 'A card number is 16 digits.'
               GO TO 2700-EXIT
           END-IF

      *    Modulus 10: from the right, every second digit is doubled
      *    (less 9 when it passes 9) and the total must end in zero.
      *    With 16 digits the doubled ones are the odd positions.
           MOVE 0 TO WS-DIGIT-SUM
           PERFORM 2710-ADD-ONE-DIGIT
               VARYING WS-DIGIT-SUB FROM 1 BY 1
               UNTIL WS-DIGIT-SUB > 16
           DIVIDE WS-DIGIT-SUM BY 10 GIVING WS-CHECK-QUOTIENT
               REMAINDER WS-CHECK-REMAINDER
           IF WS-CHECK-REMAINDER NOT = 0
               DISPLAY 'Card number fails its check digit -'
                       ' re-read the card.'
               GO TO 2700-EXIT
           END-IF

           INITIALIZE WS-CARD-REQUEST
           MOVE 'G' TO WS-CARD-FUNCTION
           MOVE WS-INPUT-CARD TO WS-CARD-NUMBER
           CALL 'CARD-MASTER' USING WS-CARD-REQUEST
           IF WS-CARD-FOUND = 'Y'
               DISPLAY 'That card number is already on file -'
                       ' card numbers are never reused.'
               GO TO 2700-EXIT
           END-IF

           MOVE 'Y' TO WS-CARD-NUMBER-OK
           .

       2700-EXIT.
           EXIT
           .

       2710-ADD-ONE-DIGIT.
           MOVE WS-CARD-DIGIT(WS-DIGIT-SUB) TO WS-DIGIT-VALUE
           DIVIDE WS-DIGIT-SUB BY 2 GIVING WS-CHECK-QUOTIENT
               REMAINDER WS-CHECK-REMAINDER
           IF WS-CHECK-REMAINDER = 1
               MULTIPLY 2 BY WS-DIGIT-VALUE
               IF WS-DIGIT-VALUE > 9
                   SUBTRACT 9 FROM WS-DIGIT-VALUE
               END-IF
           END-IF
           ADD WS-DIGIT-VALUE TO WS-DIGIT-SUM
           .

      *----------------------------------------------------------------
       2800-WRITE-CARD-AUDIT.
      *----------------------------------------------------------------
      *    Append a CSV record of this card action to the audit
      *    trail: ISN,ACCOUNT,OLD-BAL,NEW-BAL,TXN-TYPE,AMOUNT,
      *    TIMESTAMP,XREF,OPERATOR - TXN-TYPE 'P' like a restriction
      *    order, both balances the unchanged current balance of the
      *    account the teller is working, AMOUNT the action word,
      *    and the card number as the cross-reference so a disputed
      *    ATM item can be tied to the card's history.
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-LINE
           MOVE WS-SAVED-BALANCE TO WS-AUDIT-BAL-EDIT

           STRING WS-SAVED-ISN          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-INPUT-ACCOUNT      DELIMITED BY SIZE
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
                  WS-AUDIT-CARD         DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-SIGN-OPERATOR-ID   DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ
           .

      *----------------------------------------------------------------
       2900-GET-CARD-ON-ACCOUNT.
      *----------------------------------------------------------------
      *    A card is only worked from one of the accounts it draws
      *    on, so the teller has the customer in front of them.
           INITIALIZE WS-CARD-REQUEST
           MOVE 'G' TO WS-CARD-FUNCTION
           MOVE WS-OLD-CARD TO WS-CARD-NUMBER
           CALL 'CARD-MASTER' USING WS-CARD-REQUEST
           IF WS-CARD-FOUND NOT = 'Y'
               DISPLAY 'Card not on file.'
               GO TO 2900-EXIT
           END-IF
           IF WS-CARD-LINK-ACCOUNT(1) NOT = WS-INPUT-ACCOUNT
               AND WS-CARD-LINK-ACCOUNT(2) NOT = WS-INPUT-ACCOUNT
               AND WS-CARD-LINK-ACCOUNT(3) NOT = WS-INPUT-ACCOUNT
               DISPLAY 'That card does not draw on this account.'
               MOVE 'N' TO WS-CARD-FOUND
           END-IF
           .

       2900-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       3000-TERMINATE.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'ATM CARD MAINTENANCE SESSION ENDED'
           DISPLAY '=================================================='
           .
