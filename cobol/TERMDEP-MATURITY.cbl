      * OUTPUT:  Maturity report (../data/termdep-maturity-report.
      *          txt), audit-log entries (I for the final interest,
      *          the usual cross-referenced T pair for a payout),
      *          history-file rows for each posting, a customer
      *          notice event for each payout or rollover (see
      *          NOTICE-EVENTS)
      *================================================================

       ENVIRONMENT DIVISION.
           05  WS-AWR-LINE             PIC X(300).
           05  WS-AWR-OK               PIC X.

      *----------------------------------------------------------------
      * Customer Notice Queue - every payout and rollover is queued
      * for the nightly correspondence run (see NOTICE-EVENTS).
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
           MOVE WS-RPT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY 'PAID OUT  ' WS-TD-ACCOUNT ' -> ' WS-CHK-ACCOUNT

           INITIALIZE WS-NOTICE-EVENT-REQUEST
           MOVE 'MP'           TO WS-NEV-CODE
           MOVE WS-PROCEEDS    TO WS-NEV-AMOUNT
           MOVE WS-CHK-ACCOUNT TO WS-NEV-REF
           MOVE WS-TD-MATURITY TO WS-NEV-REF-DATE
           PERFORM 2800-QUEUE-MATURITY-NOTICE
           .

       2600-EXIT.
               WRITE REPORT-LINE
               DISPLAY 'ROLLED    ' WS-TD-ACCOUNT
                       ' new maturity ' WS-NEW-MATURITY

               INITIALIZE WS-NOTICE-EVENT-REQUEST
               MOVE 'MR'              TO WS-NEV-CODE
               MOVE WS-TD-NEW-BALANCE TO WS-NEV-AMOUNT
               MOVE WS-NEW-MATURITY   TO WS-NEV-REF-DATE
               PERFORM 2800-QUEUE-MATURITY-NOTICE
           ELSE
               ADD 1 TO WS-TOTAL-FAILED
               DISPLAY 'FAILED    ' WS-TD-ACCOUNT
           END-IF
           .

      *----------------------------------------------------------------
       2800-QUEUE-MATURITY-NOTICE.
      *----------------------------------------------------------------
      *    The caller has staged the code, amount, reference and
      *    date - the owners hear about it in tonight's notices.
           MOVE 'A'           TO WS-NEV-FUNCTION
           MOVE WS-TD-ACCOUNT TO WS-NEV-ACCOUNT
           CALL 'NOTICE-EVENTS' USING WS-NOTICE-EVENT-REQUEST
           IF WS-NEV-OK NOT = 'Y'
               DISPLAY 'WARNING   ' WS-TD-ACCOUNT
                       ' - customer notice could not be queued'
           END-IF
           .

      *----------------------------------------------------------------
       4000-PRINT-SUMMARY.
      *----------------------------------------------------------------
