      *          items - ACCOUNT 1-10, AMOUNT 40-51, OUR-REF 53-66)
      * OUTPUT:  Customer accounts re-credited; audit-log entries
      *          type 'B' with RET-OF:<reference>;
      *          ../data/ext-returns-processed.txt appended;
      *          a customer notice event (code XR, via
      *          NOTICE-EVENTS) for each return credited.
      *          RETURN-CODE 4 when any return could not be matched
      *          or posted (left on the input file for chasing)
      *================================================================
           05  WS-AWR-LINE             PIC X(300).
           05  WS-AWR-OK               PIC X.

      *----------------------------------------------------------------
      * Customer Notice Queue - every credited return is queued for
      * the nightly correspondence run (see NOTICE-EVENTS).
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
                   ' $' WS-FORMATTED-AMOUNT
                   ' ref ' WS-RET-REF
                   ' - ' WS-RET-REASON

           INITIALIZE WS-NOTICE-EVENT-REQUEST
           MOVE 'A'            TO WS-NEV-FUNCTION
           MOVE 'XR'           TO WS-NEV-CODE
           MOVE WS-RET-ACCOUNT TO WS-NEV-ACCOUNT
           MOVE WS-RET-AMOUNT  TO WS-NEV-AMOUNT
           MOVE WS-RET-REF     TO WS-NEV-REF
           MOVE WS-RET-REASON  TO WS-NEV-DETAIL
           CALL 'NOTICE-EVENTS' USING WS-NOTICE-EVENT-REQUEST
           IF WS-NEV-OK NOT = 'Y'
               DISPLAY 'WARNING   ' WS-RET-REF
                       ' - customer notice could not be queued'
           END-IF
           .

       2200-EXIT.
