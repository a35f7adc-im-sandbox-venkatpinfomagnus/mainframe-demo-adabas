      *          can't see: any account with two or more same-day
      *          deposits/withdrawals that TOGETHER reach the
      *          threshold, whether or not any one of them did.
      *          Every item and aggregate reported also opens a
      *          suspicious-activity case for the investigators (see
      *          SAR-CASES) - one per account per day, so a rerun of
      *          the report never opens the same case twice.
      * INPUT:   ../data/compliance-flags.txt (flagged items),
      *          ../data/audit-log.txt (aggregation detection),
      *          ../data/compliance-control.txt (threshold)
      * OUTPUT:  Formatted report; RETURN-CODE 4 when anything is
      *          reportable (so the cycle shows the filing team has
      *          work), else 0; cases on ../data/sar-cases.txt (via
      *          SAR-CASES)
      *================================================================

       ENVIRONMENT DIVISION.
           05  WS-RC-ENTRY             OCCURS 200 TIMES.
               10  WS-RC-ACCOUNT       PIC 9(10).
               10  WS-RC-RISK          PIC X.
               10  WS-RC-CUSTOMER      PIC 9(10).
       01  WS-RISK-CACHE-TOTAL         PIC 9(03) VALUE 0.
       01  WS-RC-SUB                   PIC 9(03) VALUE 0.
       01  WS-RC-MATCH                 PIC 9(03) VALUE 0.
       01  WS-ACCT-CUSTOMER            PIC 9(10).

       01  ADABAS-CONTROL-BLOCK.
           05  ACB-COMMAND-CODE        PIC XX.
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-FLAGGED-COUNT            PIC 9(05) VALUE 0.
       01  WS-AGGREGATE-COUNT          PIC 9(05) VALUE 0.
       01  WS-CASES-OPENED             PIC 9(05) VALUE 0.
       01  WS-CASES-EXISTING           PIC 9(05) VALUE 0.

      *----------------------------------------------------------------
      * SAR Cases - the single-home subprogram that owns the
      * suspicious-activity case file (see SAR-CASES).
      *----------------------------------------------------------------
       01  WS-SAR-CASE-REQUEST.
           05  WS-SARC-FUNCTION        PIC X.
           05  WS-SARC-CASE-NO         PIC 9(08).
           05  WS-SARC-INDEX           PIC 9(04).
           05  WS-SARC-STATUS          PIC X.
           05  WS-SARC-SOURCE          PIC X.
           05  WS-SARC-ALERT-DATE      PIC 9(08).
           05  WS-SARC-DEADLINE        PIC 9(08).
           05  WS-SARC-ACCOUNT         PIC 9(10).
           05  WS-SARC-CUSTOMER        PIC 9(10).
           05  WS-SARC-AMOUNT          PIC 9(09)V99.
           05  WS-SARC-SUBJECT         PIC X(30).
           05  WS-SARC-OPENED-BY       PIC X(08).
           05  WS-SARC-ASSIGNED-TO     PIC X(08).
           05  WS-SARC-LAST-ACTION     PIC 9(08).
           05  WS-SARC-DECIDED-BY      PIC X(08).
           05  WS-SARC-DECISION-DATE   PIC 9(08).
           05  WS-SARC-OPERATOR        PIC X(08).
           05  WS-SARC-ACTION-DATE     PIC 9(08).
           05  WS-SARC-ENTRY-TYPE      PIC X.
           05  WS-SARC-ENTRY-DATE      PIC 9(08).
           05  WS-SARC-ENTRY-TIME      PIC 9(08).
           05  WS-SARC-TEXT            PIC X(80).
           05  WS-SARC-FOUND           PIC X.
           05  WS-SARC-OK              PIC X.

       PROCEDURE DIVISION.

                               WS-FLAG-CODE '  $'
                               WS-FLAG-AMOUNT-FMT '  '
                               WS-FLAG-OPERATOR
                       PERFORM 2200-OPEN-FLAG-CASE
                   END-IF
           END-READ
           .

       2200-OPEN-FLAG-CASE.
           INITIALIZE WS-SAR-CASE-REQUEST
           MOVE 'O' TO WS-SARC-FUNCTION
           MOVE 'L' TO WS-SARC-SOURCE
           MOVE WS-RUN-DATE TO WS-SARC-ALERT-DATE
           MOVE WS-RUN-DATE TO WS-SARC-ACTION-DATE
           IF WS-FLAG-ACCOUNT IS NUMERIC
               MOVE WS-FLAG-ACCOUNT TO WS-SARC-ACCOUNT
           END-IF
           IF WS-FLAG-CUSTOMER IS NUMERIC
               MOVE WS-FLAG-CUSTOMER TO WS-SARC-CUSTOMER
           END-IF
           MOVE WS-FLAG-AMOUNT TO WS-SARC-AMOUNT
           IF WS-FLAG-CODE = 'W'
               MOVE 'LARGE CASH WITHDRAWAL' TO WS-SARC-SUBJECT
           ELSE
               MOVE 'LARGE CASH DEPOSIT' TO WS-SARC-SUBJECT
           END-IF
           MOVE 'CMPLRPT' TO WS-SARC-OPERATOR
           STRING 'SINGLE ITEM $'       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FLAG-AMOUNT-FMT)
                                        DELIMITED BY SIZE
                  ' AT OR ABOVE THRESHOLD, POSTED BY '
                                        DELIMITED BY SIZE
                  WS-FLAG-OPERATOR      DELIMITED BY SIZE
               INTO WS-SARC-TEXT
           END-STRING
           PERFORM 5000-OPEN-CASE
           .

      *----------------------------------------------------------------
       3000-REPORT-AGGREGATES.
      *----------------------------------------------------------------
               DISPLAY WS-AGG-ACCOUNT(WS-AGG-SUBSCRIPT) '    '
                       WS-AGG-COUNT(WS-AGG-SUBSCRIPT) '       $'
                       WS-AGG-SUM-FMT '  risk ' WS-ACCT-RISK
               PERFORM 3350-OPEN-AGGREGATE-CASE
           END-IF
           .

       3350-OPEN-AGGREGATE-CASE.
           INITIALIZE WS-SAR-CASE-REQUEST
           MOVE 'O' TO WS-SARC-FUNCTION
           MOVE 'A' TO WS-SARC-SOURCE
           MOVE WS-RUN-DATE TO WS-SARC-ALERT-DATE
           MOVE WS-RUN-DATE TO WS-SARC-ACTION-DATE
           MOVE WS-AGG-ACCOUNT(WS-AGG-SUBSCRIPT) TO WS-SARC-ACCOUNT
           MOVE WS-ACCT-CUSTOMER TO WS-SARC-CUSTOMER
           MOVE WS-AGG-SUM(WS-AGG-SUBSCRIPT) TO WS-SARC-AMOUNT
           MOVE 'SAME-DAY CASH ITEMS' TO WS-SARC-SUBJECT
           MOVE 'CMPLRPT' TO WS-SARC-OPERATOR
           STRING WS-AGG-COUNT(WS-AGG-SUBSCRIPT)
                                        DELIMITED BY SIZE
                  ' SAME-DAY ITEMS TOTAL $'
                                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AGG-SUM-FMT)
                                        DELIMITED BY SIZE
                  ', CUSTOMER RISK '    DELIMITED BY SIZE
                  WS-ACCT-RISK          DELIMITED BY SIZE
               INTO WS-SARC-TEXT
           END-STRING
           PERFORM 5000-OPEN-CASE
           .

      *----------------------------------------------------------------
       3400-RESOLVE-ACCOUNT-RISK.
      *----------------------------------------------------------------
      *    per distinct account per run (cached).  Anything that
      *    cannot resolve reads as standard risk.
           MOVE 'S' TO WS-ACCT-RISK
           MOVE 0   TO WS-ACCT-CUSTOMER
           MOVE 0   TO WS-RC-MATCH
           PERFORM 3410-SCAN-ONE-CACHE-ROW
               VARYING WS-RC-SUB FROM 1 BY 1
               UNTIL WS-RC-SUB > WS-RISK-CACHE-TOTAL
           IF WS-RC-MATCH > 0
               MOVE WS-RC-RISK(WS-RC-MATCH) TO WS-ACCT-RISK
               MOVE WS-RC-CUSTOMER(WS-RC-MATCH) TO WS-ACCT-CUSTOMER
               EXIT PARAGRAPH
           END-IF

                               SEARCH-BUFFER
           IF ACB-RESPONSE-CODE = 000
               MOVE RECORD-BUFFER TO ACCOUNT-RECORD
               IF CUSTOMER-ID IS NUMERIC
                   MOVE CUSTOMER-ID TO WS-ACCT-CUSTOMER
               END-IF
               MOVE CUSTOMER-ID TO CSB-CUSTOMER-ID
               INITIALIZE ADABAS-CONTROL-BLOCK
               MOVE 'S3'   TO ACB-COMMAND-CODE
                   TO WS-RC-ACCOUNT(WS-RISK-CACHE-TOTAL)
               MOVE WS-ACCT-RISK
                   TO WS-RC-RISK(WS-RISK-CACHE-TOTAL)
               MOVE WS-ACCT-CUSTOMER
                   TO WS-RC-CUSTOMER(WS-RISK-CACHE-TOTAL)
           END-IF
           .

           DISPLAY '=================================================='
           DISPLAY 'Single Items Flagged    : ' WS-FLAGGED-COUNT
           DISPLAY 'Aggregate Detections    : ' WS-AGGREGATE-COUNT
           DISPLAY 'SAR Cases Opened        : ' WS-CASES-OPENED
           DISPLAY 'Already Under a Case    : ' WS-CASES-EXISTING
           DISPLAY '=================================================='

           IF WS-FLAGGED-COUNT > 0 OR WS-AGGREGATE-COUNT > 0
               MOVE 0 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------
       5000-OPEN-CASE.
      *----------------------------------------------------------------
      *    The request is built by the caller; a case already open
      *    for the same activity is counted, not duplicated.
           CALL 'SAR-CASES' USING WS-SAR-CASE-REQUEST
           IF WS-SARC-OK NOT = 'Y'
               DISPLAY '  ** case could not be opened for '
                       WS-SARC-ACCOUNT
           ELSE
               IF WS-SARC-FOUND = 'Y'
                   ADD 1 TO WS-CASES-EXISTING
               ELSE
                   ADD 1 TO WS-CASES-OPENED
                   DISPLAY '  -> SAR case ' WS-SARC-CASE-NO
                           ' opened, deadline ' WS-SARC-DEADLINE
               END-IF
           END-IF
           .
