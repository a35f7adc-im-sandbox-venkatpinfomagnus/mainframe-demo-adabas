      *          S1-then-A1 path with audit (txn type O) and history
      *          rows.  Tracks the day each account first went
      *          negative, writes an overdraft notice letter line on
      *          that first day (and queues the customer notice
      *          event the correspondence run addresses to every
      *          owner - see NOTICE-EVENTS), and produces the
      *          overdrawn-accounts report aged by days continuously
      *          negative with the owner's contact details.
      * INPUT:   Account file via ADABAS, product master, customer
      *          master (S3), business date,
      *          ../data/overdrawn-aging.txt (first-negative dates)
      * OUTPUT:  Interest postings, ../data/overdrawn-report.txt,
      *          ../data/overdraft-notices.txt (appended on first
      *          negative day), aging file rewritten, customer
      *          notice events (code OD)
      *================================================================

       ENVIRONMENT DIVISION.
           05  WS-AWR-LINE             PIC X(300).
           05  WS-AWR-OK               PIC X.

      *----------------------------------------------------------------
      * Customer Notice Queue - the first overdrawn day is queued for
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
               EXIT PARAGRAPH
           END-IF

      *    A loan carries its principal owed as a negative balance by
      *    design - that is not an overdraft, and its interest comes
      *    from the amortization schedule, not the OD daily rate.
           IF BR-ACCOUNT-TYPE(WS-ROW-INDEX) = 'LOAN'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-OVERDRAWN

           PERFORM 2300-TRACK-FIRST-NEGATIVE
               CLOSE NOTICE-FILE
               ADD 1 TO WS-TOTAL-NOTICES
           END-IF

           INITIALIZE WS-NOTICE-EVENT-REQUEST
           MOVE 'A'  TO WS-NEV-FUNCTION
           MOVE 'OD' TO WS-NEV-CODE
           MOVE BR-ACCOUNT-NUMBER(WS-ROW-INDEX) TO WS-NEV-ACCOUNT
           COMPUTE WS-NEV-AMOUNT = 0 - BR-BALANCE(WS-ROW-INDEX)
           MOVE WS-BUS-DATE TO WS-NEV-REF-DATE
           CALL 'NOTICE-EVENTS' USING WS-NOTICE-EVENT-REQUEST
           IF WS-NEV-OK NOT = 'Y'
               DISPLAY 'WARNING   ' BR-ACCOUNT-NUMBER(WS-ROW-INDEX)
                       ' - customer notice could not be queued'
           END-IF
           .

      *----------------------------------------------------------------
