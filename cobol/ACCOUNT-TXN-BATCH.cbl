      *          TXN-CODE, AMOUNT, for a transfer (code T) the
      *          TO-ACCOUNT, and for a channel item the CHANNEL code
      *          and the network's own reference, which ride through
      *          to the audit entry.  An inward-clearing cheque
      *          (channel CHQ) is a withdrawal that may only be drawn
      *          on a CHECKING account; one that rejects here for
      *          insufficient funds or any other reason goes back to
      *          the clearing house through the channel-rejects file
      *          CHEQUE-RETURNS reads.  Every accepted item the
      *          service-charge schedule covers (see SERVICE-CHARGE)
      *          is followed by its linked type F fee entry once the
      *          customer's free items for the cycle are used up.
      *          Every withdrawal, transfer and external transfer is
      *          checked against the account's daily limit for its
      *          channel (see DAILY-LIMITS) before it posts; an item
      *          that would break the limit rejects with response
      *          code 201, which rides on its channel-rejects row
      *          (RESP-CODE 75-77) to the acknowledgment files.
      *          A deposit, withdrawal or adjustment may carry a
      *          value date (cols 69-76) before the business date;
      *          the interest the runs in between would have worked
      *          out on the right balance (see VALUE-DATE-INTEREST)
      *          follows it as a linked type 1 adjustment entry, and
      *          the item is logged for the daily back-valued items
      *          report
      * OUTPUT:  Accepted/rejected summary report
      *================================================================

           05  WS-TXN-TO-ACCOUNT       PIC 9(10).
           05  WS-TXN-CHANNEL          PIC X(03).
           05  WS-TXN-EXT-REF          PIC X(16).
           05  WS-TXN-VALUE-DATE       PIC 9(08).

       01  WS-OLD-BALANCE              PIC S9(08)V99.
       01  WS-NEW-BALANCE              PIC S9(08)V99.
      * or abended batch leaves no journal entries for postings
      * that never reached the account file.  Capacities follow
      * from the 1000-line cap CHANNEL-INTERFACE enforces on the
      * merged input: at most FIVE audit/history rows per line (a
      * transfer's two legs, an overdraft sweep's two, a value-date
      * interest adjustment and a service charge - a back-valued
      * line is never a transfer) and one compliance flag per line.
      * 2905-CHECK-STAGING-ROOM still guards every stage - a journal
      * row that cannot be staged rejects the whole run loudly
      * rather than running off the table, and the session backs
      * out with nothing posted.
      *----------------------------------------------------------------
       01  WS-PEND-AUDIT-TABLE.
           05  WS-PEND-AUDIT-LINE      OCCURS 5000 TIMES
                                        PIC X(150).
       01  WS-PEND-AUDIT-TOTAL         PIC 9(04) VALUE 0.
       01  WS-PEND-HIST-TABLE.
           05  WS-PEND-HIST-IMAGE      OCCURS 5000 TIMES
                                        PIC X(80).
       01  WS-PEND-HIST-TOTAL          PIC 9(04) VALUE 0.
       01  WS-STAGING-FULL             PIC X VALUE 'N'.
           05  WS-DEST-NAME            PIC X(20).
           05  WS-DEST-OK              PIC X.

      *----------------------------------------------------------------
      * Per-Transaction Service Charges - an accepted withdrawal,
      * transfer or external transfer is quoted against the
      * service-charge schedule (see SERVICE-CHARGE) by account
      * type, code and channel - BAT for a line with no channel,
      * code X for a cross-currency transfer - and any charge posts
      * as a linked type F fee entry right behind the item, its
      * cross-reference column carrying the item's own time stamp.
      * The items counted against the cycle's free allowance are
      * staged here and recorded only once the session commits; the
      * staged count also rides on every quote, so the allowance
      * runs down item by item within the run.
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
       01  WS-SVC-ITEM-CODE            PIC X.
       01  WS-SVC-ITEM-TIME            PIC 9(08).
       01  WS-SVC-OLD-BALANCE          PIC S9(08)V99.
       01  WS-SVC-NEW-BALANCE          PIC S9(08)V99.
       01  WS-PEND-SVC-TABLE.
           05  WS-PEND-SVC-ENTRY       OCCURS 1000 TIMES.
               10  WS-PV-ACCOUNT       PIC 9(10).
               10  WS-PV-CUSTOMER      PIC 9(10).
               10  WS-PV-ACCOUNT-TYPE  PIC X(15).
               10  WS-PV-TXN-CODE      PIC X.
               10  WS-PV-CHANNEL       PIC X(03).
               10  WS-PV-COUNT         PIC 9(05).
       01  WS-PEND-SVC-TOTAL           PIC 9(04) VALUE 0.
       01  WS-PV-SUB                   PIC 9(04) VALUE 0.
       01  WS-PV-MATCH                 PIC 9(04) VALUE 0.
       01  WS-TOTAL-SVC-CHARGED        PIC 9(05) VALUE 0.
       01  WS-TOTAL-SVC-AMOUNT         PIC 9(09)V99 VALUE 0.
       01  WS-TOTAL-SVC-FREE           PIC 9(05) VALUE 0.

      *----------------------------------------------------------------
      * Daily Withdrawal and Transfer Limits - every debit is checked
      * against the account's per-day amount and count ceilings for
      * its channel (see DAILY-LIMITS) - BAT for a line with no
      * channel - before it posts.  The debits this run posts
      * against a limited channel are staged here and recorded only
      * once the session commits; the staged totals also ride on
      * every check, so the limit runs down item by item within the
      * run.  An over-limit item rejects with its own response code
      * (see RESPCODE-LOOKUP).
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
       01  WS-PEND-DLM-TABLE.
           05  WS-PEND-DLM-ENTRY       OCCURS 1000 TIMES.
               10  WS-PL-ACCOUNT       PIC 9(10).
               10  WS-PL-ACCOUNT-TYPE  PIC X(15).
               10  WS-PL-CHANNEL       PIC X(03).
               10  WS-PL-AMOUNT        PIC 9(10)V99.
               10  WS-PL-COUNT         PIC 9(05).
       01  WS-PEND-DLM-TOTAL           PIC 9(04) VALUE 0.
       01  WS-PL-SUB                   PIC 9(04) VALUE 0.
       01  WS-PL-MATCH                 PIC 9(04) VALUE 0.
       01  WS-TOTAL-LIMIT-REJECTED     PIC 9(05) VALUE 0.

      *----------------------------------------------------------------
      * Value-Dated Postings - a deposit, withdrawal or adjustment
      * carrying a value date before the business date missed the
      * interest runs in between; VALUE-DATE-INTEREST works out the
      * credit and overdraft interest they would have produced on
      * the right balance, and the difference posts straight behind
      * the item as a type 1 entry cross-referenced to the item's
      * time stamp (V is the reactivation entry).  Each back-valued
      * item's report row is staged here and logged only once the
      * session commits.
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
       01  WS-VDI-OLD-BALANCE-HOLD     PIC S9(08)V99.
       01  WS-VDI-NEW-BALANCE-HOLD     PIC S9(08)V99.
       01  WS-VDI-ABS-AMOUNT           PIC 9(09)V99.
       01  WS-PEND-VDI-TABLE.
           05  WS-PEND-VDI-IMAGE       OCCURS 1000 TIMES
                                        PIC X(150).
       01  WS-PEND-VDI-TOTAL           PIC 9(04) VALUE 0.
       01  WS-TOTAL-BACK-VALUED        PIC 9(05) VALUE 0.
       01  WS-TOTAL-VDI-POSTED         PIC 9(05) VALUE 0.
       01  WS-TOTAL-VDI-NET            PIC S9(11)V99 VALUE 0.
       01  WS-VDI-NET-FMT              PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-REJECT-RESPONSE          PIC 9(03) VALUE 0.
       01  WS-RESPONSE-INFO.
           05  WS-RESP-SHORT-MSG       PIC X(40).
           05  WS-RESP-EXPLANATION     PIC X(72).
           05  WS-RESP-NEXT-ACTION     PIC X(72).

      *----------------------------------------------------------------
      * Posting Restrictions - an account under a stop-payment or
      * posting-restriction order takes no blocked activity until
      *    back-office lines leave them blank.
           MOVE TXN-LINE(48:3)  TO WS-TXN-CHANNEL
           MOVE TXN-LINE(52:16) TO WS-TXN-EXT-REF

      *    A back-valued item carries its value date in cols 69-76;
      *    blank means it takes value on the business date.
           IF TXN-LINE(69:8) IS NUMERIC
               MOVE TXN-LINE(69:8) TO WS-TXN-VALUE-DATE
           ELSE
               MOVE 0 TO WS-TXN-VALUE-DATE
           END-IF
           .

      *----------------------------------------------------------------
                       PERFORM 2900-REJECT-TRANSACTION
                       GO TO 2200-EXIT
                   END-IF
                   IF ACCOUNT-TYPE = 'LOAN'
                       MOVE 'Loan account - no debits'
                           TO WS-REJECT-REASON
                       PERFORM 2450-RELEASE-HOLD
                       PERFORM 2900-REJECT-TRANSACTION
                       GO TO 2200-EXIT
                   END-IF
                   IF WS-TXN-CHANNEL = 'CHQ'
                       AND ACCOUNT-TYPE NOT = 'CHECKING'
                       MOVE 'Cheque not drawn on CHECKING'
                           TO WS-REJECT-REASON
                       PERFORM 2450-RELEASE-HOLD
                       PERFORM 2900-REJECT-TRANSACTION
                       GO TO 2200-EXIT
                   END-IF
                   PERFORM 2290-CHECK-DAILY-LIMIT
                   IF WS-DLM-BLOCKED = 'Y'
                       PERFORM 2450-RELEASE-HOLD
                       PERFORM 2900-REJECT-TRANSACTION
                       GO TO 2200-EXIT
                   END-IF
                   PERFORM 2420-GET-OVERDRAFT-LIMIT
                   PERFORM 2430-GET-AVAILABLE-BALANCE
                   IF WS-TXN-AMOUNT - WS-AVAILABLE-BALANCE
               MOVE WS-TXN-AMOUNT TO WS-FORMATTED-AMOUNT
               DISPLAY 'ACCEPTED  ' WS-TXN-ACCOUNT ' ' WS-TXN-CODE
                       ' $' WS-FORMATTED-AMOUNT
               IF WS-TXN-WITHDRAWAL
                   PERFORM 2295-STAGE-LIMIT-USAGE
               END-IF
               MOVE WS-AUDIT-TIME TO WS-SVC-ITEM-TIME
               IF WS-TXN-VALUE-DATE > 0
                   PERFORM 2700-POST-VALUE-DATE-ADJ THRU 2700-EXIT
               END-IF
               IF WS-TXN-DEPOSIT OR WS-TXN-WITHDRAWAL
                   MOVE WS-TXN-CODE   TO WS-SVC-ITEM-CODE
                   PERFORM 2600-POST-SERVICE-CHARGE THRU 2600-EXIT
               END-IF
           ELSE
               STRING 'Adabas update rejected, response code '
                      ACB-RESPONSE-CODE
      *        product type are saved off here.
               MOVE CURRENCY-CODE TO WS-XFR-FROM-CCY
               MOVE ACCOUNT-TYPE  TO WS-XFR-FROM-TYPE
               MOVE CUSTOMER-ID   TO WS-SVC-FROM-CUSTOMER
           END-IF
           .

      *----------------------------------------------------------------
       2290-CHECK-DAILY-LIMIT.
      *----------------------------------------------------------------
      *    The debit in hand is checked against the account's daily
      *    limit for its channel before any cover check or sweep -
      *    an item the limit refuses must not move money to cover
      *    itself.  The product type is the debited account's, still
      *    in ACCOUNT-RECORD from 2210-READ-ACCOUNT.  WS-DLM-BLOCKED
      *    comes back 'Y' with WS-REJECT-REASON and the response
      *    code set for the reject.
           MOVE 'N' TO WS-DLM-BLOCKED
           INITIALIZE WS-DAILY-LIMIT-REQUEST
           MOVE 'C' TO WS-DLM-FUNCTION
           MOVE WS-TXN-ACCOUNT  TO WS-DLM-ACCOUNT
           MOVE ACCOUNT-TYPE    TO WS-DLM-ACCOUNT-TYPE
           IF WS-TXN-CHANNEL = SPACES
               MOVE 'BAT' TO WS-DLM-CHANNEL
           ELSE
               MOVE WS-TXN-CHANNEL TO WS-DLM-CHANNEL
           END-IF
           MOVE WS-NEW-TXN-DATE TO WS-DLM-BUS-DATE
           MOVE WS-TXN-AMOUNT   TO WS-DLM-AMOUNT
           PERFORM 2296-FIND-PENDING-LIMIT-USAGE
           IF WS-PL-MATCH > 0
               MOVE WS-PL-AMOUNT(WS-PL-MATCH) TO WS-DLM-PENDING-AMOUNT
               MOVE WS-PL-COUNT(WS-PL-MATCH)  TO WS-DLM-PENDING-COUNT
           END-IF
           CALL 'DAILY-LIMITS' USING WS-DAILY-LIMIT-REQUEST

           IF WS-DLM-OVER = 'A' OR WS-DLM-OVER = 'C'
               MOVE 'Y' TO WS-DLM-BLOCKED
               MOVE 201 TO WS-REJECT-RESPONSE
               CALL 'RESPCODE-LOOKUP' USING WS-REJECT-RESPONSE
                                            WS-RESPONSE-INFO
               MOVE SPACES TO WS-REJECT-REASON
               IF WS-DLM-OVER = 'A'
                   STRING FUNCTION TRIM(WS-RESP-SHORT-MSG)
                          ' AMT' DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
               ELSE
                   STRING FUNCTION TRIM(WS-RESP-SHORT-MSG)
                          ' CNT' DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
               END-IF
               ADD 1 TO WS-TOTAL-LIMIT-REJECTED
           END-IF
           .

      *----------------------------------------------------------------
       2295-STAGE-LIMIT-USAGE.
      *----------------------------------------------------------------
      *    The debit has posted - if its channel is limited for this
      *    account, add it to the run's staged usage so the next
      *    item's check sees it.  WS-DAILY-LIMIT-REQUEST still holds
      *    the key from 2290-CHECK-DAILY-LIMIT.
           IF WS-DLM-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM 2296-FIND-PENDING-LIMIT-USAGE
           IF WS-PL-MATCH = 0
               IF WS-PEND-DLM-TOTAL < 1000
                   ADD 1 TO WS-PEND-DLM-TOTAL
                   MOVE WS-PEND-DLM-TOTAL TO WS-PL-MATCH
                   MOVE WS-DLM-ACCOUNT
                       TO WS-PL-ACCOUNT(WS-PL-MATCH)
                   MOVE WS-DLM-ACCOUNT-TYPE
                       TO WS-PL-ACCOUNT-TYPE(WS-PL-MATCH)
                   MOVE WS-DLM-CHANNEL
                       TO WS-PL-CHANNEL(WS-PL-MATCH)
                   MOVE 0 TO WS-PL-AMOUNT(WS-PL-MATCH)
                   MOVE 0 TO WS-PL-COUNT(WS-PL-MATCH)
               ELSE
                   DISPLAY 'WARNING   ' WS-DLM-ACCOUNT
                           ' daily-limit usage not staged -'
                           ' table full'
               END-IF
           END-IF
           IF WS-PL-MATCH > 0
               ADD WS-DLM-AMOUNT TO WS-PL-AMOUNT(WS-PL-MATCH)
               ADD 1             TO WS-PL-COUNT(WS-PL-MATCH)
           END-IF
           .

      *----------------------------------------------------------------
       2296-FIND-PENDING-LIMIT-USAGE.
      *----------------------------------------------------------------
           MOVE 0 TO WS-PL-MATCH
           PERFORM 2297-SCAN-ONE-PENDING-LIMIT
               VARYING WS-PL-SUB FROM 1 BY 1
               UNTIL WS-PL-SUB > WS-PEND-DLM-TOTAL
                  OR WS-PL-MATCH > 0
           .

       2297-SCAN-ONE-PENDING-LIMIT.
           IF WS-PL-ACCOUNT(WS-PL-SUB) = WS-DLM-ACCOUNT
               AND WS-PL-CHANNEL(WS-PL-SUB) = WS-DLM-CHANNEL
               MOVE WS-PL-SUB TO WS-PL-MATCH
           END-IF
           .

               GO TO 2300-EXIT
           END-IF

           IF ACCOUNT-TYPE = 'LOAN'
               MOVE 'Loan account - no debits' TO WS-REJECT-REASON
               PERFORM 2450-RELEASE-HOLD
               PERFORM 2900-REJECT-TRANSACTION
               GO TO 2300-EXIT
           END-IF

           PERFORM 2290-CHECK-DAILY-LIMIT
           IF WS-DLM-BLOCKED = 'Y'
               PERFORM 2450-RELEASE-HOLD
               PERFORM 2900-REJECT-TRANSACTION
               GO TO 2300-EXIT
           END-IF

           PERFORM 2310-READ-TO-ACCOUNT
           IF ACB-RESPONSE-CODE = 044
               MOVE 'To-account locked by another user'
           MOVE WS-TXN-AMOUNT      TO WS-XFR-AUDIT-AMOUNT
           MOVE WS-XFR-EFF-RATE    TO WS-XFR-AUDIT-RATE
           PERFORM 2350-WRITE-TRANSFER-AUDIT-ENTRY
           MOVE WS-AUDIT-TIME      TO WS-SVC-ITEM-TIME

           MOVE WS-TO-SAVED-ISN    TO WS-XFR-AUDIT-ISN
           MOVE WS-TXN-TO-ACCOUNT  TO WS-XFR-AUDIT-ACCOUNT
           DISPLAY 'ACCEPTED  ' WS-TXN-ACCOUNT ' T'
                   ' $' WS-FORMATTED-AMOUNT
                   ' -> ' WS-TXN-TO-ACCOUNT
           PERFORM 2295-STAGE-LIMIT-USAGE

      *    A converted transfer is priced as a conversion (code X),
      *    not as a plain transfer; the charge falls on the
      *    from-account, whose balance and ISN are still in hand.
           IF WS-XFR-EFF-RATE NOT = 0
               MOVE 'X' TO WS-SVC-ITEM-CODE
           ELSE
               MOVE 'T' TO WS-SVC-ITEM-CODE
           END-IF
           PERFORM 2600-POST-SERVICE-CHARGE THRU 2600-EXIT
           .

       2300-EXIT.
               GO TO 2380-EXIT
           END-IF

           IF ACCOUNT-TYPE = 'LOAN'
               MOVE 'Loan account - no debits' TO WS-REJECT-REASON
               PERFORM 2450-RELEASE-HOLD
               PERFORM 2900-REJECT-TRANSACTION
               GO TO 2380-EXIT
           END-IF

           PERFORM 2290-CHECK-DAILY-LIMIT
           IF WS-DLM-BLOCKED = 'Y'
               PERFORM 2450-RELEASE-HOLD
               PERFORM 2900-REJECT-TRANSACTION
               GO TO 2380-EXIT
           END-IF

           PERFORM 2420-GET-OVERDRAFT-LIMIT
           PERFORM 2430-GET-AVAILABLE-BALANCE
           IF WS-TXN-AMOUNT - WS-AVAILABLE-BALANCE > WS-OD-LIMIT-FOUND
           DISPLAY 'ACCEPTED  ' WS-TXN-ACCOUNT ' E'
                   ' $' WS-FORMATTED-AMOUNT
                   ' -> dest ' WS-TXN-TO-ACCOUNT
           PERFORM 2295-STAGE-LIMIT-USAGE

           MOVE 'E'           TO WS-SVC-ITEM-CODE
           MOVE WS-AUDIT-TIME TO WS-SVC-ITEM-TIME
           PERFORM 2600-POST-SERVICE-CHARGE THRU 2600-EXIT
           .

       2380-EXIT.
               TO WS-PEND-HIST-IMAGE(WS-PEND-HIST-TOTAL)
           .

      *----------------------------------------------------------------
       2600-POST-SERVICE-CHARGE.
      *----------------------------------------------------------------
      *    The item in hand has posted and audited.  Quote it against
      *    the service-charge schedule - the type, customer and ISN
      *    are the debited account's, saved at the read - and count
      *    it against the cycle's free items whether or not a charge
      *    falls due.  A charge posts with its own A1 straight onto
      *    the balance the item left, as a type F fee entry whose
      *    cross-reference column names the item's time stamp; like
      *    the monthly fee it is not refused for cover, since the
      *    item that earned it has already been allowed.  No channel
      *    pair rides on the fee entry - the network answers the
      *    item, not the bank's charge for it.
           IF WS-TXN-CHANNEL = SPACES
               MOVE 'BAT' TO WS-SVC-CHANNEL
           ELSE
               MOVE WS-TXN-CHANNEL TO WS-SVC-CHANNEL
           END-IF
           MOVE WS-TXN-ACCOUNT   TO WS-SVC-ACCOUNT
           MOVE WS-SVC-ITEM-CODE TO WS-SVC-TXN-CODE
           PERFORM 2610-FIND-PENDING-USAGE

           MOVE 'Q' TO WS-SVC-FUNCTION
           MOVE WS-SVC-FROM-CUSTOMER TO WS-SVC-CUSTOMER
           MOVE WS-XFR-FROM-TYPE     TO WS-SVC-ACCOUNT-TYPE
           MOVE WS-NEW-TXN-DATE      TO WS-SVC-ASOF-DATE
           IF WS-PV-MATCH > 0
               MOVE WS-PV-COUNT(WS-PV-MATCH) TO WS-SVC-PENDING
           ELSE
               MOVE 0 TO WS-SVC-PENDING
           END-IF
           CALL 'SERVICE-CHARGE' USING WS-SERVICE-CHARGE-REQUEST
           IF WS-SVC-FOUND NOT = 'Y'
               GO TO 2600-EXIT
           END-IF

           IF WS-PV-MATCH = 0
               IF WS-PEND-SVC-TOTAL < 1000
                   ADD 1 TO WS-PEND-SVC-TOTAL
                   MOVE WS-PEND-SVC-TOTAL TO WS-PV-MATCH
                   MOVE WS-SVC-ACCOUNT
                       TO WS-PV-ACCOUNT(WS-PV-MATCH)
                   MOVE WS-SVC-CUSTOMER
                       TO WS-PV-CUSTOMER(WS-PV-MATCH)
                   MOVE WS-SVC-ACCOUNT-TYPE
                       TO WS-PV-ACCOUNT-TYPE(WS-PV-MATCH)
                   MOVE WS-SVC-TXN-CODE
                       TO WS-PV-TXN-CODE(WS-PV-MATCH)
                   MOVE WS-SVC-CHANNEL
                       TO WS-PV-CHANNEL(WS-PV-MATCH)
                   MOVE 0 TO WS-PV-COUNT(WS-PV-MATCH)
               END-IF
           END-IF
           IF WS-PV-MATCH > 0
               ADD 1 TO WS-PV-COUNT(WS-PV-MATCH)
           END-IF

           IF WS-SVC-CHARGE = 0
               ADD 1 TO WS-TOTAL-SVC-FREE
               GO TO 2600-EXIT
           END-IF

           PERFORM 2905-CHECK-STAGING-ROOM
           IF WS-STAGING-FULL = 'Y'
               GO TO 2600-EXIT
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
               DISPLAY 'WARNING   ' WS-TXN-ACCOUNT
                       ' service charge not posted, response '
                       ACB-RESPONSE-CODE
               GO TO 2600-EXIT
           END-IF

           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE WS-SVC-OLD-BALANCE TO WS-AUDIT-OLD-BAL-EDIT
           MOVE WS-SVC-NEW-BALANCE TO WS-AUDIT-NEW-BAL-EDIT
           MOVE WS-SVC-CHARGE      TO WS-AUDIT-AMOUNT-EDIT

           STRING WS-SAVED-ISN          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-TXN-ACCOUNT        DELIMITED BY SIZE
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
                  ',BATCH'              DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING

      *    Staged, not written - the journal goes to disk only once
      *    the session commits (see 4100-FLUSH-JOURNALS)
           ADD 1 TO WS-PEND-AUDIT-TOTAL
           MOVE WS-AUDIT-LINE
               TO WS-PEND-AUDIT-LINE(WS-PEND-AUDIT-TOTAL)

           MOVE WS-TXN-ACCOUNT     TO WS-HIST-ACCOUNT
           MOVE WS-NEW-TXN-DATE    TO WS-HIST-DATE
           MOVE WS-AUDIT-TIME      TO WS-HIST-TIME
           MOVE 'F'                TO WS-HIST-TYPE
           MOVE WS-AUDIT-AMOUNT-EDIT TO WS-HIST-AMOUNT
           MOVE WS-SVC-OLD-BALANCE TO WS-HIST-OLD-BAL
           MOVE WS-SVC-NEW-BALANCE TO WS-HIST-NEW-BAL
           MOVE WS-SVC-ITEM-TIME   TO WS-HIST-XREF
           ADD 1 TO WS-PEND-HIST-TOTAL
           MOVE WS-HISTORY-REQUEST
               TO WS-PEND-HIST-IMAGE(WS-PEND-HIST-TOTAL)
           MOVE SPACES TO WS-HIST-XREF

           ADD 1 TO WS-TOTAL-SVC-CHARGED
           ADD WS-SVC-CHARGE TO WS-TOTAL-SVC-AMOUNT
           MOVE WS-SVC-NEW-BALANCE TO WS-NEW-BALANCE
           MOVE WS-SVC-CHARGE TO WS-FORMATTED-AMOUNT
           DISPLAY 'CHARGED   ' WS-TXN-ACCOUNT ' F'
                   ' $' WS-FORMATTED-AMOUNT
                   ' (' WS-SVC-TXN-CODE ' ' WS-SVC-CHANNEL ')'
           .

       2600-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2610-FIND-PENDING-USAGE.
      *----------------------------------------------------------------
           MOVE 0 TO WS-PV-MATCH
           PERFORM 2611-SCAN-ONE-PENDING-USAGE
               VARYING WS-PV-SUB FROM 1 BY 1
               UNTIL WS-PV-SUB > WS-PEND-SVC-TOTAL
                  OR WS-PV-MATCH > 0
           .

       2611-SCAN-ONE-PENDING-USAGE.
           IF WS-PV-ACCOUNT(WS-PV-SUB) = WS-SVC-ACCOUNT
               AND WS-PV-TXN-CODE(WS-PV-SUB) = WS-SVC-TXN-CODE
               AND WS-PV-CHANNEL(WS-PV-SUB) = WS-SVC-CHANNEL
               MOVE WS-PV-SUB TO WS-PV-MATCH
           END-IF
           .

      *----------------------------------------------------------------
       2700-POST-VALUE-DATE-ADJ.
      *----------------------------------------------------------------
      *    The item in hand has posted and audited, moving the
      *    balance from WS-OLD-BALANCE to WS-NEW-BALANCE on the
      *    business date although it takes value earlier.  The
      *    interest the runs in between would have produced on the
      *    right balance posts with its own A1 straight onto the
      *    balance the item left, as a type 1 entry whose cross-
      *    reference column names the item's time stamp - a credit
      *    when the customer is owed interest, a debit when the bank
      *    is.  Like a service charge it is not refused for cover.
           INITIALIZE WS-VALUE-DATE-REQUEST
           MOVE 'C'               TO WS-VDI-FUNCTION
           MOVE WS-TXN-ACCOUNT    TO WS-VDI-ACCOUNT
           MOVE WS-XFR-FROM-TYPE  TO WS-VDI-ACCOUNT-TYPE
           MOVE WS-TXN-CODE       TO WS-VDI-TXN-CODE
           MOVE WS-TXN-AMOUNT     TO WS-VDI-AMOUNT
           MOVE WS-TXN-VALUE-DATE TO WS-VDI-VALUE-DATE
           MOVE WS-NEW-TXN-DATE   TO WS-VDI-BUS-DATE
           MOVE WS-OLD-BALANCE    TO WS-VDI-OLD-BALANCE
           MOVE WS-NEW-BALANCE    TO WS-VDI-NEW-BALANCE
           CALL 'VALUE-DATE-INTEREST' USING WS-VALUE-DATE-REQUEST

           IF WS-VDI-RESULT = 'F' OR WS-VDI-RESULT = 'I'
      *        The pre-edit keeps these out; one that got past it
      *        still posts on the business date, unadjusted
               DISPLAY 'WARNING   ' WS-TXN-ACCOUNT
                       ' value date ' WS-TXN-VALUE-DATE
                       ' not usable - no interest adjustment'
               GO TO 2700-EXIT
           END-IF
           IF NOT WS-VDI-BACK-VALUED
               GO TO 2700-EXIT
           END-IF

           ADD 1 TO WS-TOTAL-BACK-VALUED
           MOVE 'N'              TO WS-VDI-ADJ-POSTED
           MOVE WS-SVC-ITEM-TIME TO WS-VDI-ITEM-TIME
           MOVE 'BATCH'          TO WS-VDI-SOURCE

           IF WS-VDI-ADJ-AMOUNT NOT = 0
               PERFORM 2905-CHECK-STAGING-ROOM
               IF WS-STAGING-FULL = 'Y'
                   GO TO 2700-EXIT
               END-IF
               PERFORM 2710-POST-ADJUSTMENT-ENTRY
           END-IF

           IF WS-PEND-VDI-TOTAL < 1000
               ADD 1 TO WS-PEND-VDI-TOTAL
               MOVE WS-VALUE-DATE-REQUEST
                   TO WS-PEND-VDI-IMAGE(WS-PEND-VDI-TOTAL)
           ELSE
               DISPLAY 'WARNING   ' WS-TXN-ACCOUNT
                       ' back-valued item not staged for the report'
           END-IF
           .

       2700-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2710-POST-ADJUSTMENT-ENTRY.
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
               DISPLAY 'WARNING   ' WS-TXN-ACCOUNT
                       ' interest adjustment not posted, response '
                       ACB-RESPONSE-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-VDI-ADJ-AMOUNT < 0
               COMPUTE WS-VDI-ABS-AMOUNT = 0 - WS-VDI-ADJ-AMOUNT
           ELSE
               MOVE WS-VDI-ADJ-AMOUNT TO WS-VDI-ABS-AMOUNT
           END-IF

           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE WS-VDI-OLD-BALANCE-HOLD TO WS-AUDIT-OLD-BAL-EDIT
           MOVE WS-VDI-NEW-BALANCE-HOLD TO WS-AUDIT-NEW-BAL-EDIT
           MOVE WS-VDI-ABS-AMOUNT       TO WS-AUDIT-AMOUNT-EDIT

           STRING WS-SAVED-ISN          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-TXN-ACCOUNT        DELIMITED BY SIZE
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
                  ',BATCH'              DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING

      *    Staged, not written - the journal goes to disk only once
      *    the session commits (see 4100-FLUSH-JOURNALS)
           ADD 1 TO WS-PEND-AUDIT-TOTAL
           MOVE WS-AUDIT-LINE
               TO WS-PEND-AUDIT-LINE(WS-PEND-AUDIT-TOTAL)

           MOVE WS-TXN-ACCOUNT          TO WS-HIST-ACCOUNT
           MOVE WS-NEW-TXN-DATE         TO WS-HIST-DATE
           MOVE WS-AUDIT-TIME           TO WS-HIST-TIME
           MOVE '1'                     TO WS-HIST-TYPE
           MOVE WS-AUDIT-AMOUNT-EDIT    TO WS-HIST-AMOUNT
           MOVE WS-VDI-OLD-BALANCE-HOLD TO WS-HIST-OLD-BAL
           MOVE WS-VDI-NEW-BALANCE-HOLD TO WS-HIST-NEW-BAL
           MOVE WS-VDI-ITEM-TIME        TO WS-HIST-XREF
           ADD 1 TO WS-PEND-HIST-TOTAL
           MOVE WS-HISTORY-REQUEST
               TO WS-PEND-HIST-IMAGE(WS-PEND-HIST-TOTAL)
           MOVE SPACES TO WS-HIST-XREF

           MOVE 'Y' TO WS-VDI-ADJ-POSTED
           ADD 1 TO WS-TOTAL-VDI-POSTED
           ADD WS-VDI-ADJ-AMOUNT TO WS-TOTAL-VDI-NET
           MOVE WS-VDI-NEW-BALANCE-HOLD TO WS-NEW-BALANCE
           MOVE WS-VDI-ABS-AMOUNT TO WS-FORMATTED-AMOUNT
           IF WS-VDI-ADJ-AMOUNT < 0
               DISPLAY 'VALUEDATE ' WS-TXN-ACCOUNT ' 1'
                       ' $' WS-FORMATTED-AMOUNT ' DR ('
                       WS-VDI-DAYS-BACK ' days back)'
           ELSE
               DISPLAY 'VALUEDATE ' WS-TXN-ACCOUNT ' 1'
                       ' $' WS-FORMATTED-AMOUNT ' CR ('
                       WS-VDI-DAYS-BACK ' days back)'
           END-IF
           .

      *----------------------------------------------------------------
       2650-WRITE-COMPLIANCE-FLAG.
      *----------------------------------------------------------------
      *    Room for one more audit/history pair.  A full table
      *    rejects the whole run - 4000-TERMINATE backs the session
      *    out, so no posting survives whose journal could not.
           IF WS-PEND-AUDIT-TOTAL > 4999
               OR WS-PEND-HIST-TOTAL > 4999
               MOVE 'Y' TO WS-STAGING-FULL
               DISPLAY 'ERROR: staged journal tables full - batch'
                       ' rejected'
      *    A channel item's network is owed an answer for this
      *    reference too - same row layout CHANNEL-INTERFACE
      *    writes: DATE 1-8, CHANNEL 10-12, ACCOUNT 14-23, CODE 25,
      *    REF 27-42, REASON 44-73, and RESP-CODE 75-77 when the
      *    refusal has a response code of its own.
           IF WS-TXN-CHANNEL NOT = SPACES
               AND WS-PEND-CREJ-TOTAL < 1000
               MOVE SPACES TO WS-CREJ-WORK
               MOVE WS-TXN-EXT-REF  TO WS-CREJ-WORK(27:16)
               MOVE WS-REJECT-REASON(1:30)
                   TO WS-CREJ-WORK(44:30)
               IF WS-REJECT-RESPONSE > 0
                   MOVE WS-REJECT-RESPONSE TO WS-CREJ-WORK(75:3)
               END-IF
               ADD 1 TO WS-PEND-CREJ-TOTAL
               MOVE WS-CREJ-WORK
                   TO WS-PEND-CREJ-LINE(WS-PEND-CREJ-TOTAL)
           END-IF
           MOVE 0 TO WS-REJECT-RESPONSE
           .

      *----------------------------------------------------------------
           DISPLAY 'Transactions Read     : ' WS-TOTAL-READ
           DISPLAY 'Transactions Accepted : ' WS-TOTAL-ACCEPTED
           DISPLAY 'Transactions Rejected : ' WS-TOTAL-REJECTED
           MOVE WS-TOTAL-SVC-AMOUNT TO WS-FORMATTED-AMOUNT
           DISPLAY 'Service Charges       : ' WS-TOTAL-SVC-CHARGED
                   '  $' WS-FORMATTED-AMOUNT
           DISPLAY 'Free Items Allowed    : ' WS-TOTAL-SVC-FREE
           DISPLAY 'Over Daily Limit      : ' WS-TOTAL-LIMIT-REJECTED
           MOVE WS-TOTAL-VDI-NET TO WS-VDI-NET-FMT
           DISPLAY 'Back-Valued Items     : ' WS-TOTAL-BACK-VALUED
           DISPLAY 'Interest Adjustments  : ' WS-TOTAL-VDI-POSTED
                   '  $' WS-VDI-NET-FMT
           DISPLAY '=================================================='
           .

           PERFORM 4160-FLUSH-ONE-RSTR-ROW
               VARYING WS-FLUSH-SUB FROM 1 BY 1
               UNTIL WS-FLUSH-SUB > WS-PEND-RSTR-TOTAL

           PERFORM 4170-FLUSH-ONE-SVC-ROW
               VARYING WS-FLUSH-SUB FROM 1 BY 1
               UNTIL WS-FLUSH-SUB > WS-PEND-SVC-TOTAL

           PERFORM 4180-FLUSH-ONE-LIMIT-ROW
               VARYING WS-FLUSH-SUB FROM 1 BY 1
               UNTIL WS-FLUSH-SUB > WS-PEND-DLM-TOTAL

           PERFORM 4190-FLUSH-ONE-VDI-ROW
               VARYING WS-FLUSH-SUB FROM 1 BY 1
               UNTIL WS-FLUSH-SUB > WS-PEND-VDI-TOTAL
           IF WS-PEND-RSTR-DROPPED > 0
               DISPLAY 'ERROR: ' WS-PEND-RSTR-DROPPED
                       ' restriction report row(s) lost -'
           CALL 'RESTRICTION-STATUS' USING WS-RESTRICTION-REQUEST
           .

       4170-FLUSH-ONE-SVC-ROW.
      *    The items counted against the free allowance this run go
      *    to the usage file, so tomorrow's quotes start from them.
           INITIALIZE WS-SERVICE-CHARGE-REQUEST
           MOVE 'U' TO WS-SVC-FUNCTION
           MOVE WS-PV-ACCOUNT(WS-FLUSH-SUB)      TO WS-SVC-ACCOUNT
           MOVE WS-PV-CUSTOMER(WS-FLUSH-SUB)     TO WS-SVC-CUSTOMER
           MOVE WS-PV-ACCOUNT-TYPE(WS-FLUSH-SUB)
               TO WS-SVC-ACCOUNT-TYPE
           MOVE WS-PV-TXN-CODE(WS-FLUSH-SUB)     TO WS-SVC-TXN-CODE
           MOVE WS-PV-CHANNEL(WS-FLUSH-SUB)      TO WS-SVC-CHANNEL
           MOVE WS-PV-COUNT(WS-FLUSH-SUB)        TO WS-SVC-PENDING
           MOVE WS-NEW-TXN-DATE                  TO WS-SVC-ASOF-DATE
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL 'SERVICE-CHARGE' USING WS-SERVICE-CHARGE-REQUEST
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF WS-SVC-OK NOT = 'Y'
               DISPLAY 'ERROR: service-charge usage not recorded for '
                       WS-SVC-ACCOUNT
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       4180-FLUSH-ONE-LIMIT-ROW.
      *    The debits this run took against a limited channel go to
      *    the usage file, so the rest of the day's items - online
      *    or in a later run - are checked against them.
           INITIALIZE WS-DAILY-LIMIT-REQUEST
           MOVE 'U' TO WS-DLM-FUNCTION
           MOVE WS-PL-ACCOUNT(WS-FLUSH-SUB)      TO WS-DLM-ACCOUNT
           MOVE WS-PL-ACCOUNT-TYPE(WS-FLUSH-SUB)
               TO WS-DLM-ACCOUNT-TYPE
           MOVE WS-PL-CHANNEL(WS-FLUSH-SUB)      TO WS-DLM-CHANNEL
           MOVE WS-PL-AMOUNT(WS-FLUSH-SUB)
               TO WS-DLM-PENDING-AMOUNT
           MOVE WS-PL-COUNT(WS-FLUSH-SUB)
               TO WS-DLM-PENDING-COUNT
           MOVE WS-NEW-TXN-DATE                  TO WS-DLM-BUS-DATE
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL 'DAILY-LIMITS' USING WS-DAILY-LIMIT-REQUEST
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF WS-DLM-OK NOT = 'Y'
               DISPLAY 'ERROR: daily-limit usage not recorded for '
                       WS-DLM-ACCOUNT
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       4190-FLUSH-ONE-VDI-ROW.
      *    Each back-valued item this run posted goes on the log the
      *    daily back-valued items report reads.
           MOVE WS-PEND-VDI-IMAGE(WS-FLUSH-SUB)
               TO WS-VALUE-DATE-REQUEST
           MOVE 'W' TO WS-VDI-FUNCTION
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL 'VALUE-DATE-INTEREST' USING WS-VALUE-DATE-REQUEST
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF WS-VDI-OK NOT = 'Y'
               DISPLAY 'ERROR: back-valued item not logged for '
                       WS-VDI-ACCOUNT
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       4140-FLUSH-ONE-SWEEP-ROW.
           INITIALIZE WS-LINK-REQUEST
           MOVE 'S' TO WS-LINK-FUNCTION
