      *          (12/24/36+ months) with owner addresses pulled from
      *          the customer master for the contact letters, and
      *          emits the escheatment candidate file for accounts
      *          at the statutory age.  Official cheques still
      *          outstanding (or stopped) at their own statutory age
      *          are unclaimed property too, and join the candidate
      *          file on the official-cheque account tagged with
      *          their serial and payee.  Loans are not reviewed -
      *          an unpaid loan is delinquent, not dormant, and is
      *          aged by LOAN-DELINQ-RPT.
      * INPUT:   Account file via ADABAS (cursor-mode L2, tag DRVW),
      *          customer master via command S3, business date,
      *          ../data/official-cheques.txt (via OFFICIAL-CHEQUES)
      * OUTPUT:  ../data/dormancy-status.txt (via DORMANCY-STATUS),
      *          ../data/dormancy-aging-report.txt,
      *          ../data/escheat-candidates.txt (rewritten per run;
      *          ACCOUNT,BALANCE,LAST-TXN - an official cheque row is
      *          OFFICIAL-ACCOUNT,AMOUNT,ISSUE-DATE,OCHQ=serial,PAYEE)
      *================================================================

       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------
       01  WS-DORMANT-MONTHS           PIC 9(03) VALUE 12.
       01  WS-ESCHEAT-MONTHS           PIC 9(03) VALUE 60.
       01  WS-OFFICIAL-CHQ-MONTHS      PIC 9(03) VALUE 36.

      *----------------------------------------------------------------
      * Working Variables
       01  WS-TOTAL-EXAMINED           PIC 9(05) VALUE 0.
       01  WS-TOTAL-DORMANT            PIC 9(05) VALUE 0.
       01  WS-TOTAL-ESCHEAT            PIC 9(05) VALUE 0.
       01  WS-TOTAL-OFFICIAL-ESCHEAT   PIC 9(05) VALUE 0.

      *----------------------------------------------------------------
      * Official Cheque Register (see OFFICIAL-CHEQUES)
      *----------------------------------------------------------------
       01  WS-OFFICIAL-CHEQUE-REQUEST.
           05  WS-OCQ-FUNCTION         PIC X.
           05  WS-OCQ-SERIAL           PIC 9(08).
           05  WS-OCQ-INDEX            PIC 9(04).
           05  WS-OCQ-STATUS           PIC X.
           05  WS-OCQ-ACCOUNT          PIC 9(10).
           05  WS-OCQ-AMOUNT           PIC 9(09)V99.
           05  WS-OCQ-PAYEE            PIC X(30).
           05  WS-OCQ-ISSUE-DATE       PIC 9(08).
           05  WS-OCQ-ISSUED-BY        PIC X(08).
           05  WS-OCQ-STATUS-DATE      PIC 9(08).
           05  WS-OCQ-STATUS-BY        PIC X(08).
           05  WS-OCQ-LINKED-SERIAL    PIC 9(08).
           05  WS-OCQ-PAID-REF         PIC X(16).
           05  WS-OCQ-REMITTER         PIC X(30).
           05  WS-OCQ-ACTION-DATE      PIC 9(08).
           05  WS-OCQ-OPERATOR         PIC X(08).
           05  WS-OCQ-OFFICIAL-ACCOUNT PIC 9(10).
           05  WS-OCQ-OUT-COUNT        PIC 9(05).
           05  WS-OCQ-OUT-TOTAL        PIC 9(09)V99.
           05  WS-OCQ-FOUND            PIC X.
           05  WS-OCQ-OK               PIC X.
       01  WS-OCQ-BROWSE-INDEX         PIC 9(04) VALUE 0.
       01  WS-OCQ-MORE                 PIC X VALUE 'Y'.

      *----------------------------------------------------------------
      * Format and Search Buffers
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BROWSE-ACCOUNTS
               UNTIL WS-MORE-RECORDS = 'N'
           PERFORM 3000-REVIEW-OFFICIAL-CHEQUES
           PERFORM 4000-PRINT-SUMMARY
           STOP RUN.

      *----------------------------------------------------------------
       2200-REVIEW-ONE-ROW.
      *----------------------------------------------------------------
      *    A loan is the bank's asset, not customer property - a
      *    loan gone quiet is delinquent (LOAN-DELINQ-RPT), never
      *    dormant or escheatable, and must stay open to payments.
           IF BR-ACCOUNT-TYPE(WS-ROW-INDEX) = 'LOAN'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-EXAMINED

      *    An unmatured term deposit's LAST-TXN-DATE legitimately
           WRITE ESCHEAT-LINE
           .

      *----------------------------------------------------------------
       3000-REVIEW-OFFICIAL-CHEQUES.
      *----------------------------------------------------------------
      *    A cheque nobody has cashed is still owed to its payee;
      *    aged from its issue date the same way an account is aged
      *    from its last transaction.
           MOVE 0   TO WS-OCQ-BROWSE-INDEX
           MOVE 'Y' TO WS-OCQ-MORE
           PERFORM 3100-REVIEW-ONE-CHEQUE UNTIL WS-OCQ-MORE = 'N'
           .

       3100-REVIEW-ONE-CHEQUE.
           ADD 1 TO WS-OCQ-BROWSE-INDEX
           INITIALIZE WS-OFFICIAL-CHEQUE-REQUEST
           MOVE 'N' TO WS-OCQ-FUNCTION
           MOVE WS-OCQ-BROWSE-INDEX TO WS-OCQ-INDEX
           CALL 'OFFICIAL-CHEQUES' USING WS-OFFICIAL-CHEQUE-REQUEST
           IF WS-OCQ-FOUND NOT = 'Y'
               MOVE 'N' TO WS-OCQ-MORE
               EXIT PARAGRAPH
           END-IF
           IF WS-OCQ-STATUS NOT = 'O' AND WS-OCQ-STATUS NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OCQ-ISSUE-DATE TO WS-DATE-WORK
           COMPUTE WS-TXN-MONTHS =
               WS-DW-YEAR * 12 + WS-DW-MONTH
           COMPUTE WS-MONTHS-INACTIVE =
               WS-BUS-MONTHS - WS-TXN-MONTHS
           IF WS-MONTHS-INACTIVE < WS-OFFICIAL-CHQ-MONTHS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-OFFICIAL-ESCHEAT
           MOVE WS-OCQ-AMOUNT TO WS-RPT-BAL-EDIT
           MOVE SPACES TO ESCHEAT-LINE
           STRING WS-OCQ-OFFICIAL-ACCOUNT DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  WS-RPT-BAL-EDIT         DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  WS-OCQ-ISSUE-DATE       DELIMITED BY SIZE
                  ',OCHQ='                DELIMITED BY SIZE
                  WS-OCQ-SERIAL           DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  WS-OCQ-PAYEE            DELIMITED BY SIZE
               INTO ESCHEAT-LINE
           END-STRING
           WRITE ESCHEAT-LINE
           .

      *----------------------------------------------------------------
       4000-PRINT-SUMMARY.
      *----------------------------------------------------------------
           DISPLAY 'Accounts Examined      : ' WS-TOTAL-EXAMINED
           DISPLAY 'Marked Dormant         : ' WS-TOTAL-DORMANT
           DISPLAY 'Escheatment Candidates : ' WS-TOTAL-ESCHEAT
           DISPLAY 'Official Cheques Unpaid: ' WS-TOTAL-OFFICIAL-ESCHEAT
           DISPLAY '=================================================='

           MOVE 0 TO RETURN-CODE
