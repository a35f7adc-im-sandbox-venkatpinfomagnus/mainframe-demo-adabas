      *          approver in the operator column, the maker in a
      *          MKR: column); rejections land on the disposition
      *          file.  Expiry of stale items runs in the nightly
      *          APPROVAL-EXPIRE step, not here.  Nor may a supervisor
      *          approve an item on an account belonging to their own
      *          customer record or a related one (see
      *          EMPLOYEE-ACCOUNTS) - the item stays queued for
      *          someone else and the attempt is journaled.  An
      *          approved withdrawal is held to the teller's daily
      *          limit (see DAILY-LIMITS) as at the approval date -
      *          over it, the item stays queued - is counted against
      *          the day's usage once posted, and carries the teller
      *          service charge (see SERVICE-CHARGE) as a linked
      *          type F entry, just as an unqueued one would.
      * INPUT:   ../data/approval-queue.txt (via APPROVAL-QUEUE),
      *          accounts via Adabas, daily limits and service-
      *          charge schedule
      * OUTPUT:  Postings, audit-log and txn-history entries,
      *          ../data/approval-disposition.txt rows
      *================================================================
           05  ACCOUNT-TYPE            PIC X(15).
           05  BALANCE                 PIC S9(08)V99.
           05  LAST-TXN-DATE           PIC 9(08).
           05  CURRENCY-CODE           PIC X(03).
           05  CUSTOMER-ID             PIC 9(10).

      *----------------------------------------------------------------
      * Working Variables
       01  WS-SAVED-ISN                PIC 9(10).
       01  WS-POSTED-OK                PIC X.
       01  WS-FORMATTED-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-USED           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-BALANCE        PIC -ZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      * Daily Withdrawal Limits - a queued withdrawal was checked
      * when the teller keyed it, but the day's usage may have grown
      * since and the approval may fall on a later business date, so
      * it is checked again under channel TLR before it posts and
      * recorded against the day's usage once it has (see
      * DAILY-LIMITS).
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

      *----------------------------------------------------------------
      * Per-Transaction Service Charges - the approved withdrawal is
      * the teller's item, so it is quoted against the schedule
      * under channel TLR (see SERVICE-CHARGE), counted against the
      * cycle's free items, and any charge posts after it as a type
      * F fee entry cross-referenced to the withdrawal's time stamp.
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
       01  WS-SVC-ITEM-TIME            PIC 9(08).
       01  WS-SVC-QUOTED-CHARGE        PIC 9(09)V99.
       01  WS-SVC-OLD-BALANCE          PIC S9(08)V99.
       01  WS-SVC-NEW-BALANCE          PIC S9(08)V99.

      *----------------------------------------------------------------
      * Deceased-Customer Estates - a closure queued before the
      * account went into an estate must not close it; the estate
      * closes its own accounts (see ESTATE-MASTER, ACCOUNT-CLOSE).
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
      * Approval Queue (see APPROVAL-QUEUE)
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
      * Business Date - stamped from the system control record via
      * BUSINESS-DATE, never from the wall clock.
               GO TO 4000-EXIT
           END-IF

           PERFORM 4150-CHECK-EMPLOYEE-ACCOUNT
           IF WS-EMP-RELATION NOT = SPACE
               PERFORM 4900-RELEASE-HOLD
               GO TO 4000-EXIT
           END-IF

           MOVE 'N' TO WS-POSTED-OK
           EVALUATE WS-APQ-CODE
               WHEN 'W'
           END-IF
           .

      *----------------------------------------------------------------
       4150-CHECK-EMPLOYEE-ACCOUNT.
      *----------------------------------------------------------------
      *    The checker is held to the same rule as the teller: no
      *    posting to an account they are tied to, however it was
      *    queued.
           INITIALIZE WS-EMPLOYEE-REQUEST
           MOVE 'C' TO WS-EMP-FUNCTION
           MOVE WS-SIGN-OPERATOR-ID TO WS-EMP-OPERATOR-ID
           MOVE ACCOUNT-NUMBER      TO WS-EMP-ACCOUNT
           MOVE CUSTOMER-ID         TO WS-EMP-CUSTOMER
           CALL 'EMPLOYEE-ACCOUNTS' USING WS-EMPLOYEE-REQUEST

           IF WS-EMP-RELATION = SPACE
               EXIT PARAGRAPH
           END-IF

           IF WS-EMP-RELATION = 'S'
               DISPLAY 'Account ' ACCOUNT-NUMBER ' belongs to your'
                       ' own customer record - item left queued.'
           ELSE
               DISPLAY 'Account ' ACCOUNT-NUMBER ' belongs to a'
                       ' customer related to you - item left queued.'
           END-IF

           MOVE 'J' TO WS-EMP-FUNCTION
           MOVE WS-BUS-DATE    TO WS-EMP-DATE
           MOVE WS-APQ-CODE    TO WS-EMP-TXN-CODE
           MOVE 'APPROVAL-REV' TO WS-EMP-SOURCE
           CALL 'EMPLOYEE-ACCOUNTS' USING WS-EMPLOYEE-REQUEST
           .

      *----------------------------------------------------------------
       4200-POST-WITHDRAWAL.
      *----------------------------------------------------------------
               GO TO 4200-EXIT
           END-IF

      *    Nor may it break the day's teller limit as it stands now.
           PERFORM 4210-CHECK-DAILY-LIMIT
           IF WS-DLM-BLOCKED = 'Y'
               PERFORM 4900-RELEASE-HOLD
               GO TO 4200-EXIT
           END-IF
           PERFORM 4220-QUOTE-SERVICE-CHARGE

           COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE - WS-APQ-AMOUNT
           PERFORM 4600-UPDATE-BALANCE
           IF ACB-RESPONSE-CODE = 000
               MOVE WS-AUDIT-AMOUNT-EDIT TO WS-AUDIT-AMOUNT-COL
               PERFORM 4700-WRITE-APPROVED-AUDIT
               MOVE 'Y' TO WS-POSTED-OK
               PERFORM 4230-RECORD-LIMIT-USAGE
               MOVE WS-AUDIT-TIME TO WS-SVC-ITEM-TIME
               PERFORM 4240-POST-SERVICE-CHARGE THRU 4240-EXIT
           ELSE
               DISPLAY 'Posting rejected, response '
                       ACB-RESPONSE-CODE ' - item left queued.'
           EXIT
           .

      *----------------------------------------------------------------
       4210-CHECK-DAILY-LIMIT.
      *----------------------------------------------------------------
      *    The withdrawal out of the account read and held by
      *    4100-READ-AND-HOLD-ACCOUNT, checked as one more teller
      *    item for the approval's business date.  WS-DLM-BLOCKED
      *    comes back 'Y' once the refusal has been shown; the
      *    caller leaves the item queued.
           MOVE 'N' TO WS-DLM-BLOCKED
           INITIALIZE WS-DAILY-LIMIT-REQUEST
           MOVE 'C' TO WS-DLM-FUNCTION
           MOVE WS-APQ-ACCOUNT  TO WS-DLM-ACCOUNT
           MOVE ACCOUNT-TYPE    TO WS-DLM-ACCOUNT-TYPE
           MOVE 'TLR'           TO WS-DLM-CHANNEL
           MOVE WS-NEW-TXN-DATE TO WS-DLM-BUS-DATE
           MOVE WS-APQ-AMOUNT   TO WS-DLM-AMOUNT
           CALL 'DAILY-LIMITS' USING WS-DAILY-LIMIT-REQUEST

           IF WS-DLM-OVER NOT = 'A' AND WS-DLM-OVER NOT = 'C'
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-DLM-BLOCKED
           MOVE WS-DLM-USED-AMOUNT TO WS-FORMATTED-USED
           IF WS-DLM-OVER = 'A'
               MOVE WS-DLM-MAX-AMOUNT TO WS-FORMATTED-AMOUNT
               DISPLAY 'Daily teller amount limit ' WS-FORMATTED-AMOUNT
                       ' - taken today ' WS-FORMATTED-USED
           ELSE
               DISPLAY 'Daily teller item limit ' WS-DLM-MAX-COUNT
                       ' - taken today ' WS-DLM-USED-COUNT
           END-IF
           DISPLAY 'The withdrawal would break it - item left queued.'
           .

      *----------------------------------------------------------------
       4220-QUOTE-SERVICE-CHARGE.
      *----------------------------------------------------------------
      *    Quoted before the withdrawal posts, while ACCOUNT-RECORD
      *    still holds the account's type and customer; the quote
      *    stands in WS-SERVICE-CHARGE-REQUEST for 4240.
           INITIALIZE WS-SERVICE-CHARGE-REQUEST
           MOVE 'Q' TO WS-SVC-FUNCTION
           MOVE WS-APQ-ACCOUNT  TO WS-SVC-ACCOUNT
           MOVE CUSTOMER-ID     TO WS-SVC-CUSTOMER
           MOVE ACCOUNT-TYPE    TO WS-SVC-ACCOUNT-TYPE
           MOVE 'W'             TO WS-SVC-TXN-CODE
           MOVE 'TLR'           TO WS-SVC-CHANNEL
           MOVE WS-NEW-TXN-DATE TO WS-SVC-ASOF-DATE
           MOVE 0               TO WS-SVC-PENDING
           CALL 'SERVICE-CHARGE' USING WS-SERVICE-CHARGE-REQUEST
           .

      *----------------------------------------------------------------
       4230-RECORD-LIMIT-USAGE.
      *----------------------------------------------------------------
      *    The withdrawal has posted - count it against the day's
      *    teller usage.  WS-DAILY-LIMIT-REQUEST still holds the key
      *    from 4210-CHECK-DAILY-LIMIT.
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
       4240-POST-SERVICE-CHARGE.
      *----------------------------------------------------------------
      *    The withdrawal has posted and audited.  It is counted
      *    against the cycle's free items first, then any charge
      *    posts with its own A1 straight onto the balance the
      *    withdrawal left, as a type F fee entry cross-referenced to
      *    the withdrawal's time stamp.  It is not refused for cover
      *    - the item that earned it has already been approved.
           IF WS-SVC-FOUND NOT = 'Y'
               GO TO 4240-EXIT
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
               GO TO 4240-EXIT
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
               GO TO 4240-EXIT
           END-IF

           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE WS-SVC-OLD-BALANCE TO WS-AUDIT-OLD-BAL-EDIT
           MOVE WS-SVC-NEW-BALANCE TO WS-AUDIT-NEW-BAL-EDIT
           MOVE WS-SVC-CHARGE      TO WS-AUDIT-AMOUNT-EDIT

           STRING WS-SAVED-ISN          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-APQ-ACCOUNT        DELIMITED BY SIZE
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

           MOVE WS-APQ-ACCOUNT     TO WS-HIST-ACCOUNT
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
           DISPLAY 'Service charge ' WS-FORMATTED-AMOUNT
                   ' posted - balance now ' WS-FORMATTED-BALANCE
           .

       4240-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       4300-POST-ADJUSTMENT.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
       4400-POST-CLOSURE.
      *----------------------------------------------------------------
           INITIALIZE WS-ESTATE-REQUEST
           MOVE 'A' TO WS-EST-FUNCTION
           MOVE WS-APQ-ACCOUNT TO WS-EST-ACCOUNT
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST
           IF WS-EST-FOUND = 'Y'
               PERFORM 4900-RELEASE-HOLD
               DISPLAY 'Account is frozen in estate ' WS-EST-ESTATE-ID
                       ' - reject this item; the estate closes the'
                       ' account.  Item left queued.'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-APQ-DETAIL   TO CLB-REASON-CODE
           MOVE WS-NEW-TXN-DATE TO CLB-CLOSURE-DATE

