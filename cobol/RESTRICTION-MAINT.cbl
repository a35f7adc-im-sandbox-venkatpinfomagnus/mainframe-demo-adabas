      *          supervisor, since a lifted order is money moving
      *          again on an account someone thought worth freezing.
      *          Every placement and lift is written to the audit
      *          trail under the operator who did it, and every
      *          placement is queued for the account's owners to
      *          hear about in the nightly correspondence run.
      * INPUT:   Account number and order details from the operator
      * OUTPUT:  ../data/restriction-status.txt (via
      *          RESTRICTION-STATUS), audit-log entries type 'P'
      *          (a LIFT entry also names the operator who placed
      *          the order, PLACED-BY:<id>, for SOD-EXCEPTION-RPT),
      *          customer notice events code RP (via NOTICE-EVENTS)
      *================================================================

       ENVIRONMENT DIVISION.
       01  WS-AUDIT-TIME               PIC 9(08).
       01  WS-AUDIT-BAL-EDIT           PIC -9(08).99.
       01  WS-AUDIT-ACTION             PIC X(12).
       01  WS-AUDIT-PTR                PIC 9(03).
       01  WS-LIFT-PLACED-BY           PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      * Display Formatting
           05  WS-AWR-LINE             PIC X(300).
           05  WS-AWR-OK               PIC X.

      *----------------------------------------------------------------
      * Customer Notice Queue - a placed order is queued for the
      * nightly correspondence run (see NOTICE-EVENTS).
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

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
                   DELIMITED BY SIZE INTO WS-AUDIT-ACTION
               END-STRING
               PERFORM 2600-WRITE-ORDER-AUDIT
               PERFORM 2700-QUEUE-ORDER-NOTICE
               DISPLAY 'Restriction placed.'
           ELSE
               DISPLAY 'Restriction could not be placed.'
               GO TO 2500-EXIT
           END-IF

      *    Who placed the order rides on the lift entry, so an order
      *    lifted by the same person who placed it shows up on the
      *    segregation-of-duties report.  As-of zero finds an order
      *    already past its expiry too.
           INITIALIZE WS-RESTRICTION-REQUEST
           MOVE 'C' TO WS-RSTR-FUNCTION
           MOVE WS-INPUT-ACCOUNT TO WS-RSTR-ACCOUNT
           MOVE 0                TO WS-RSTR-ASOF-DATE
           CALL 'RESTRICTION-STATUS' USING WS-RESTRICTION-REQUEST
           MOVE WS-RSTR-PLACED-BY TO WS-LIFT-PLACED-BY

           INITIALIZE WS-RESTRICTION-REQUEST
           MOVE 'R' TO WS-RSTR-FUNCTION
           MOVE WS-INPUT-ACCOUNT TO WS-RSTR-ACCOUNT
           IF WS-RSTR-OK = 'Y'
               MOVE 'LIFT' TO WS-AUDIT-ACTION
               PERFORM 2600-WRITE-ORDER-AUDIT
               MOVE SPACES TO WS-LIFT-PLACED-BY
               DISPLAY 'Restriction lifted.'
           ELSE
               DISPLAY 'No restriction on file for this account.'
      *----------------------------------------------------------------
      *    Append a CSV record of this order action to the audit
      *    trail: ISN,ACCOUNT,OLD-BAL,NEW-BAL,TXN-TYPE,AMOUNT,
      *    TIMESTAMP,OPERATOR[,PLACED-BY:<id>] - TXN-TYPE 'P'
      *    (restriction order), both balances the unchanged current
      *    balance, AMOUNT a fixed action word the way a Close entry
      *    carries its reason code.  Only a lift names the placer.
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-LINE
               INTO WS-AUDIT-LINE
           END-STRING

           IF WS-LIFT-PLACED-BY NOT = SPACES
               COMPUTE WS-AUDIT-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-AUDIT-LINE TRAILING)) + 1
               STRING ',PLACED-BY:'     DELIMITED BY SIZE
                      WS-LIFT-PLACED-BY DELIMITED BY SIZE
                   INTO WS-AUDIT-LINE
                   WITH POINTER WS-AUDIT-PTR
               END-STRING
           END-IF

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ
           .

      *----------------------------------------------------------------
       2700-QUEUE-ORDER-NOTICE.
      *----------------------------------------------------------------
           INITIALIZE WS-NOTICE-EVENT-REQUEST
           MOVE 'A'              TO WS-NEV-FUNCTION
           MOVE 'RP'             TO WS-NEV-CODE
           MOVE WS-INPUT-ACCOUNT TO WS-NEV-ACCOUNT
           MOVE WS-INPUT-TYPE    TO WS-NEV-REF
           MOVE WS-INPUT-REASON  TO WS-NEV-DETAIL
           MOVE WS-INPUT-EXPIRY  TO WS-NEV-REF-DATE
           CALL 'NOTICE-EVENTS' USING WS-NOTICE-EVENT-REQUEST
           IF WS-NEV-OK NOT = 'Y'
               DISPLAY 'Customer notice could not be queued -'
                       ' advise the branch to write to the owners.'
           END-IF
           .

      *----------------------------------------------------------------
       3000-TERMINATE.
      *----------------------------------------------------------------
