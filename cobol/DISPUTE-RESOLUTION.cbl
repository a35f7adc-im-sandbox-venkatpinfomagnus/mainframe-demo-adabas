       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-RESOLUTION.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: DISPUTE-RESOLUTION
      * PURPOSE: Inbound chargeback resolutions.  The ATM network and
      *          the mobile vendor answer each claim sent by
      *          DISPUTE-CHARGEBACK-OUT, quoting their own reference
      *          and our dispute number.  Each answer is matched to
      *          its dispute (see DISPUTE-CASES), which must be
      *          waiting on the network (status S) for the same
      *          channel and reference, and applied:
      *            - accepted: the provisional credit stands - the
      *              dispute is made final (F), a maintenance entry
      *              records it against the account, and the
      *              customer is told (notice code DF)
      *            - declined: the provisional credit is reversed
      *              off the account through the normal S1-then-A1
      *              path with transaction type 'Y' (channel
      *              dispute), the audit entry tagged with the
      *              dispute number; the reversal is taken even if it
      *              overdraws the account, as the original item
      *              was.  The dispute is closed reversed (R) and the
      *              customer is told why (notice code DR)
      *          A second answer for a dispute already final or
      *          reversed changes nothing and is reported.  Applied
      *          answers move to the processed file and the input is
      *          cleared, so a resubmit cannot reverse anyone twice.
      * INPUT:   ../data/chargeback-resolutions.txt (1-3 CHANNEL,
      *          5-20 NETWORK REF, 22-29 OUR DISPUTE-NO,
      *          31 DECISION A accepted / D declined,
      *          33-62 NETWORK REASON)
      * OUTPUT:  Declined disputes reversed off the customer
      *          account; audit-log entries type 'Y' (reversal) or
      *          'P' DSP-FINAL (accepted), DISPUTE=<dispute number>;
      *          ../data/chargeback-resolutions-processed.txt
      *          appended; a customer notice event (code DF or DR,
      *          via NOTICE-EVENTS) for each dispute resolved.
      *          RETURN-CODE 4 when any answer could not be matched
      *          or applied (left on the input file for chasing)
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESOLUTION-FILE ASSIGN TO
                   "../data/chargeback-resolutions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESOLUTION-FILE-STATUS.

           SELECT PROCESSED-FILE ASSIGN TO
                   "../data/chargeback-resolutions-processed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCESSED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESOLUTION-FILE.
       01  RESOLUTION-LINE             PIC X(62).

       FD  PROCESSED-FILE.
       01  PROCESSED-LINE              PIC X(80).

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

      *----------------------------------------------------------------
      * Resolution Table - the input file loaded whole; answers that
      * apply move to the processed file, answers that fail stay
      * behind on the rewritten input for chasing.
      *----------------------------------------------------------------
       01  WS-RESOLUTION-FILE-STATUS   PIC XX.
       01  WS-PROCESSED-FILE-STATUS    PIC XX.
       01  WS-RESOLUTION-TABLE.
           05  WS-RES-ENTRY            OCCURS 500 TIMES.
               10  WS-RES-LINE         PIC X(62).
               10  WS-RES-DONE         PIC X.
       01  WS-RESOLUTION-TOTAL         PIC 9(03) VALUE 0.
       01  WS-RES-SUB                  PIC 9(03) VALUE 0.
       01  WS-EOF                      PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Current Answer
      *----------------------------------------------------------------
       01  WS-ANS-CHANNEL              PIC X(03).
       01  WS-ANS-REF                  PIC X(16).
       01  WS-ANS-DISPUTE-NO           PIC 9(08).
       01  WS-ANS-DECISION             PIC X.
           88  WS-ANS-ACCEPTED         VALUE 'A'.
           88  WS-ANS-DECLINED         VALUE 'D'.
       01  WS-ANS-REASON               PIC X(30).

      *----------------------------------------------------------------
      * Channel Dispute File (see DISPUTE-CASES)
      *----------------------------------------------------------------
       01  WS-DISPUTE-REQUEST.
           05  WS-DSP-FUNCTION         PIC X.
           05  WS-DSP-DISPUTE-NO       PIC 9(08).
           05  WS-DSP-INDEX            PIC 9(04).
           05  WS-DSP-STATUS           PIC X.
           05  WS-DSP-CHANNEL          PIC X(03).
           05  WS-DSP-REF              PIC X(16).
           05  WS-DSP-ACCOUNT          PIC 9(10).
           05  WS-DSP-AMOUNT           PIC 9(09)V99.
           05  WS-DSP-ORIG-AMOUNT      PIC 9(09)V99.
           05  WS-DSP-TXN-DATE         PIC 9(08).
           05  WS-DSP-REASON           PIC X.
           05  WS-DSP-OPENED-DATE      PIC 9(08).
           05  WS-DSP-OPENED-BY        PIC X(08).
           05  WS-DSP-CREDIT-STAMP     PIC X(16).
           05  WS-DSP-SENT-DATE        PIC 9(08).
           05  WS-DSP-RESOLVED-DATE    PIC 9(08).
           05  WS-DSP-TEXT             PIC X(30).
           05  WS-DSP-ACTION-DATE      PIC 9(08).
           05  WS-DSP-FOUND            PIC X.
           05  WS-DSP-OK               PIC X.
       01  WS-CUR-ACCOUNT              PIC 9(10).
       01  WS-CUR-AMOUNT               PIC 9(09)V99.
       01  WS-CUR-TXN-DATE             PIC 9(08).
       01  WS-CUR-STATUS               PIC X.

      *----------------------------------------------------------------
      * Posting Working Data
      *----------------------------------------------------------------
       01  WS-OLD-BALANCE              PIC S9(08)V99.
       01  WS-NEW-BALANCE              PIC S9(08)V99.
       01  WS-SAVED-ISN                PIC 9(10).

      *----------------------------------------------------------------
      * Per-Account History
      *----------------------------------------------------------------
       01  WS-HISTORY-REQUEST.
           05  WS-HIST-ACCOUNT         PIC 9(10).
           05  WS-HIST-DATE            PIC 9(08).
           05  WS-HIST-TIME            PIC 9(08).
           05  WS-HIST-TYPE            PIC X.
           05  WS-HIST-AMOUNT          PIC X(12).
           05  WS-HIST-OLD-BAL         PIC S9(08)V99.
           05  WS-HIST-NEW-BAL         PIC S9(08)V99.
           05  WS-HIST-XREF            PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      * Audit Trail
      *----------------------------------------------------------------
       01  WS-AUDIT-LINE               PIC X(150).
       01  WS-AUDIT-TIME               PIC 9(08).
       01  WS-AUDIT-BAL-EDIT           PIC -9(08).99.
       01  WS-AUDIT-OLD-BAL-EDIT       PIC -9(08).99.
       01  WS-AUDIT-NEW-BAL-EDIT       PIC -9(08).99.
       01  WS-AUDIT-AMOUNT-EDIT        PIC 9(09).99.

      *----------------------------------------------------------------
      * Counters
      *----------------------------------------------------------------
       01  WS-TOTAL-READ               PIC 9(05) VALUE 0.
       01  WS-TOTAL-ACCEPTED           PIC 9(05) VALUE 0.
       01  WS-TOTAL-REVERSED           PIC 9(05) VALUE 0.
       01  WS-TOTAL-REPEATED           PIC 9(05) VALUE 0.
       01  WS-TOTAL-UNMATCHED          PIC 9(05) VALUE 0.
       01  WS-REVERSED-AMOUNT          PIC 9(10)V99 VALUE 0.
       01  WS-FORMATTED-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      * Business Date - stamped from the system control record via
      * BUSINESS-DATE, never from the wall clock.
      *----------------------------------------------------------------
       01  WS-BUSDATE-REQUEST.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.

      *----------------------------------------------------------------
      * Format and Search Buffers
      *----------------------------------------------------------------
       01  READ-FORMAT-BUFFER          PIC X(100) VALUE
           'ACCOUNT-NUMBER,CUSTOMER-NAME,ACCOUNT-TYPE,BALANCE,LAST-TXN-
      -    'DATE.'.

       01  UPDATE-FORMAT-BUFFER        PIC X(50) VALUE
           'BALANCE,LAST-TXN-DATE.'.

       01  SEARCH-BUFFER.
           05  FILLER                  PIC X(17) VALUE
               'ACCOUNT-NUMBER,1,'.
           05  SB-ACCOUNT-NUMBER       PIC 9(10).
           05  FILLER                  PIC X VALUE '.'.

       01  RECORD-BUFFER               PIC X(500).
       01  UPDATE-BUFFER.
           05  UB-BALANCE              PIC S9(08)V99.
           05  UB-LAST-TXN-DATE        PIC 9(08).

      *----------------------------------------------------------------
      * Chained Audit Writer - entries reach the audit log through
      * AUDIT-LOGGER, which folds each entry onto the previous one's
      * chain value so the log is tamper-evident end to end.
      *----------------------------------------------------------------
       01  WS-AUDIT-WRITE-REQ.
           05  WS-AWR-LINE             PIC X(300).
           05  WS-AWR-OK               PIC X.

      *----------------------------------------------------------------
      * Customer Notice Queue - every resolved dispute is queued for
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
       0000-MAIN-ROUTINE.
      *----------------------------------------------------------------
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ONE-ANSWER
               VARYING WS-RES-SUB FROM 1 BY 1
               UNTIL WS-RES-SUB > WS-RESOLUTION-TOTAL
           PERFORM 3000-REWRITE-RESOLUTION-FILES
           PERFORM 4000-PRINT-SUMMARY
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'CHANNEL DISPUTE RESOLUTIONS'
           DISPLAY '=================================================='
           DISPLAY ' '

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST

           MOVE 0 TO WS-RESOLUTION-TOTAL
           OPEN INPUT RESOLUTION-FILE
           IF WS-RESOLUTION-FILE-STATUS NOT = '00'
               DISPLAY 'No resolution file arrived - nothing to'
                       ' process'
               GO TO 1000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1100-LOAD-ONE-ANSWER UNTIL WS-EOF = 'Y'
           CLOSE RESOLUTION-FILE
           .

       1000-EXIT.
           EXIT
           .

       1100-LOAD-ONE-ANSWER.
           READ RESOLUTION-FILE INTO RESOLUTION-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF RESOLUTION-LINE NOT = SPACES
                       AND WS-RESOLUTION-TOTAL < 500
                       ADD 1 TO WS-RESOLUTION-TOTAL
                       MOVE RESOLUTION-LINE
                           TO WS-RES-LINE(WS-RESOLUTION-TOTAL)
                       MOVE 'N' TO WS-RES-DONE(WS-RESOLUTION-TOTAL)
                       ADD 1 TO WS-TOTAL-READ
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       2000-PROCESS-ONE-ANSWER.
      *----------------------------------------------------------------
           MOVE WS-RES-LINE(WS-RES-SUB)(1:3)   TO WS-ANS-CHANNEL
           MOVE WS-RES-LINE(WS-RES-SUB)(5:16)  TO WS-ANS-REF
           MOVE WS-RES-LINE(WS-RES-SUB)(31:1)  TO WS-ANS-DECISION
           MOVE WS-RES-LINE(WS-RES-SUB)(33:30) TO WS-ANS-REASON
           IF WS-RES-LINE(WS-RES-SUB)(22:8) IS NUMERIC
               MOVE WS-RES-LINE(WS-RES-SUB)(22:8) TO WS-ANS-DISPUTE-NO
           ELSE
               MOVE 0 TO WS-ANS-DISPUTE-NO
           END-IF

           IF NOT WS-ANS-ACCEPTED AND NOT WS-ANS-DECLINED
               ADD 1 TO WS-TOTAL-UNMATCHED
               DISPLAY 'INVALID   ' WS-ANS-CHANNEL ' ' WS-ANS-REF
                       ' - decision is neither A nor D'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-DISPUTE-REQUEST
           MOVE 'G' TO WS-DSP-FUNCTION
           MOVE WS-ANS-DISPUTE-NO TO WS-DSP-DISPUTE-NO
           CALL 'DISPUTE-CASES' USING WS-DISPUTE-REQUEST
           IF WS-DSP-FOUND NOT = 'Y'
               OR WS-DSP-CHANNEL NOT = WS-ANS-CHANNEL
               OR WS-DSP-REF NOT = WS-ANS-REF
               ADD 1 TO WS-TOTAL-UNMATCHED
               DISPLAY 'UNMATCHED ' WS-ANS-CHANNEL ' ' WS-ANS-REF
                       ' - no dispute ' WS-ANS-DISPUTE-NO
                       ' for this reference'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DSP-ACCOUNT  TO WS-CUR-ACCOUNT
           MOVE WS-DSP-AMOUNT   TO WS-CUR-AMOUNT
           MOVE WS-DSP-TXN-DATE TO WS-CUR-TXN-DATE
           MOVE WS-DSP-STATUS   TO WS-CUR-STATUS

      *    The network has already answered this one - a repeated
      *    answer changes nothing and is cleared off the input.
           IF WS-CUR-STATUS = 'F' OR WS-CUR-STATUS = 'R'
               ADD 1 TO WS-TOTAL-REPEATED
               MOVE 'Y' TO WS-RES-DONE(WS-RES-SUB)
               DISPLAY 'REPEAT    ' WS-ANS-DISPUTE-NO
                       ' - already resolved (status '
                       WS-CUR-STATUS ')'
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-STATUS NOT = 'S'
               ADD 1 TO WS-TOTAL-UNMATCHED
               DISPLAY 'UNMATCHED ' WS-ANS-DISPUTE-NO
                       ' - not waiting on the network (status '
                       WS-CUR-STATUS ')'
               EXIT PARAGRAPH
           END-IF

           IF WS-ANS-ACCEPTED
               PERFORM 2100-MAKE-CREDIT-FINAL THRU 2100-EXIT
           ELSE
               PERFORM 2200-REVERSE-CREDIT THRU 2200-EXIT
           END-IF
           .

      *----------------------------------------------------------------
       2100-MAKE-CREDIT-FINAL.
      *----------------------------------------------------------------
      *    Nothing posts - the customer keeps the provisional credit.
      *    The account is read (no hold) only for the balance the
      *    maintenance entry records.
           MOVE WS-CUR-ACCOUNT TO SB-ACCOUNT-NUMBER

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

           IF ACB-RESPONSE-CODE NOT = 000
               ADD 1 TO WS-TOTAL-UNMATCHED
               DISPLAY 'FAILED    ' WS-ANS-DISPUTE-NO
                       ' - account ' WS-CUR-ACCOUNT
                       ' unavailable, response ' ACB-RESPONSE-CODE
               GO TO 2100-EXIT
           END-IF
           MOVE RECORD-BUFFER TO ACCOUNT-RECORD
           MOVE ACB-ISN TO WS-SAVED-ISN

           MOVE 'F' TO WS-CUR-STATUS
           PERFORM 2400-CLOSE-DISPUTE
           IF WS-DSP-OK NOT = 'Y'
               ADD 1 TO WS-TOTAL-UNMATCHED
               DISPLAY 'FAILED    ' WS-ANS-DISPUTE-NO
                       ' - dispute could not be made final'
               GO TO 2100-EXIT
           END-IF

           PERFORM 2350-WRITE-FINAL-AUDIT
           MOVE 'Y' TO WS-RES-DONE(WS-RES-SUB)
           ADD 1 TO WS-TOTAL-ACCEPTED
           MOVE WS-CUR-AMOUNT TO WS-FORMATTED-AMOUNT
           DISPLAY 'FINAL     ' WS-ANS-DISPUTE-NO ' ' WS-CUR-ACCOUNT
                   ' $' WS-FORMATTED-AMOUNT ' - network accepted'

           MOVE 'DF' TO WS-NEV-CODE
           PERFORM 2500-QUEUE-NOTICE
           .

       2100-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2200-REVERSE-CREDIT.
      *----------------------------------------------------------------
           MOVE WS-CUR-ACCOUNT TO SB-ACCOUNT-NUMBER

           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'S1'   TO ACB-COMMAND-CODE
           MOVE 'HOLD' TO ACB-COMMAND-ID
           MOVE 00012  TO ACB-FILE-NUMBER
           MOVE 100    TO ACB-FORMAT-BUFFER-LEN
           MOVE 500    TO ACB-RECORD-BUFFER-LEN
           MOVE 30     TO ACB-SEARCH-BUFFER-LEN
           MOVE 'DSPRES' TO ACB-USER-ID

           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               READ-FORMAT-BUFFER
                               RECORD-BUFFER
                               SEARCH-BUFFER

           IF ACB-RESPONSE-CODE NOT = 000
               ADD 1 TO WS-TOTAL-UNMATCHED
               DISPLAY 'FAILED    ' WS-ANS-DISPUTE-NO
                       ' - account ' WS-CUR-ACCOUNT
                       ' unavailable, response ' ACB-RESPONSE-CODE
               GO TO 2200-EXIT
           END-IF

           MOVE RECORD-BUFFER TO ACCOUNT-RECORD
           MOVE BALANCE TO WS-OLD-BALANCE
           MOVE ACB-ISN TO WS-SAVED-ISN
           COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE - WS-CUR-AMOUNT

           MOVE WS-NEW-BALANCE TO UB-BALANCE
           MOVE WS-BUS-DATE    TO UB-LAST-TXN-DATE

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
               ADD 1 TO WS-TOTAL-UNMATCHED
               DISPLAY 'FAILED    ' WS-ANS-DISPUTE-NO
                       ' - reversal rejected, response '
                       ACB-RESPONSE-CODE
               GO TO 2200-EXIT
           END-IF

      *    The reversal has posted - the answer is cleared off the
      *    input whatever happens next, or a resubmit would take the
      *    money a second time.
           PERFORM 2300-WRITE-REVERSAL-AUDIT
           MOVE 'Y' TO WS-RES-DONE(WS-RES-SUB)
           ADD 1 TO WS-TOTAL-REVERSED
           ADD WS-CUR-AMOUNT TO WS-REVERSED-AMOUNT
           MOVE WS-CUR-AMOUNT TO WS-FORMATTED-AMOUNT
           DISPLAY 'REVERSED  ' WS-ANS-DISPUTE-NO ' ' WS-CUR-ACCOUNT
                   ' $' WS-FORMATTED-AMOUNT ' - ' WS-ANS-REASON

           MOVE 'R' TO WS-CUR-STATUS
           PERFORM 2400-CLOSE-DISPUTE
           IF WS-DSP-OK NOT = 'Y'
               ADD 1 TO WS-TOTAL-UNMATCHED
               DISPLAY 'WARNING   ' WS-ANS-DISPUTE-NO
                       ' - reversed but the dispute could not be'
                       ' closed'
           END-IF

           MOVE 'DR' TO WS-NEV-CODE
           PERFORM 2500-QUEUE-NOTICE
           .

       2200-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2300-WRITE-REVERSAL-AUDIT.
      *----------------------------------------------------------------
      *    Append a CSV record of the reversal to the audit trail:
      *    ISN,ACCOUNT,OLD-BAL,NEW-BAL,TXN-TYPE,AMOUNT,TIMESTAMP,
      *    DSPRES,DISPUTE=<dispute number> - TXN-TYPE 'Y' (channel
      *    dispute), the same type as the provisional credit it
      *    takes back, with no channel columns (see DISPUTE-MAINT).
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-LINE
           MOVE WS-OLD-BALANCE TO WS-AUDIT-OLD-BAL-EDIT
           MOVE WS-NEW-BALANCE TO WS-AUDIT-NEW-BAL-EDIT
           MOVE WS-CUR-AMOUNT  TO WS-AUDIT-AMOUNT-EDIT

           STRING WS-SAVED-ISN          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-CUR-ACCOUNT        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-OLD-BAL-EDIT DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-NEW-BAL-EDIT DELIMITED BY SIZE
                  ',Y,'                 DELIMITED BY SIZE
                  WS-AUDIT-AMOUNT-EDIT  DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-BUS-DATE           DELIMITED BY SIZE
                  WS-AUDIT-TIME         DELIMITED BY SIZE
                  ',DSPRES'             DELIMITED BY SIZE
                  ',DISPUTE='           DELIMITED BY SIZE
                  WS-ANS-DISPUTE-NO     DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ

           MOVE WS-CUR-ACCOUNT       TO WS-HIST-ACCOUNT
           MOVE WS-BUS-DATE          TO WS-HIST-DATE
           MOVE WS-AUDIT-TIME        TO WS-HIST-TIME
           MOVE 'Y'                  TO WS-HIST-TYPE
           MOVE WS-AUDIT-AMOUNT-EDIT TO WS-HIST-AMOUNT
           MOVE WS-OLD-BALANCE       TO WS-HIST-OLD-BAL
           MOVE WS-NEW-BALANCE       TO WS-HIST-NEW-BAL
           MOVE WS-ANS-DISPUTE-NO    TO WS-HIST-XREF
           CALL 'TXN-HISTORY' USING WS-HISTORY-REQUEST
           .

      *----------------------------------------------------------------
       2350-WRITE-FINAL-AUDIT.
      *----------------------------------------------------------------
      *    Append a CSV record of the accepted claim to the audit
      *    trail: ISN,ACCOUNT,BAL,BAL,P,DSP-FINAL,TIMESTAMP,DSPRES,
      *    DISPUTE=<dispute number> - TXN-TYPE 'P' (account
      *    maintenance, as ESTATE-MAINT writes), both balances the
      *    unchanged current balance, AMOUNT the action word.
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-LINE
           MOVE BALANCE TO WS-AUDIT-BAL-EDIT

           STRING WS-SAVED-ISN          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-CUR-ACCOUNT        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-BAL-EDIT     DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-BAL-EDIT     DELIMITED BY SIZE
                  ',P,DSP-FINAL,'       DELIMITED BY SIZE
                  WS-BUS-DATE           DELIMITED BY SIZE
                  WS-AUDIT-TIME         DELIMITED BY SIZE
                  ',DSPRES'             DELIMITED BY SIZE
                  ',DISPUTE='           DELIMITED BY SIZE
                  WS-ANS-DISPUTE-NO     DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ
           .

      *----------------------------------------------------------------
       2400-CLOSE-DISPUTE.
      *----------------------------------------------------------------
           INITIALIZE WS-DISPUTE-REQUEST
           MOVE 'S' TO WS-DSP-FUNCTION
           MOVE WS-ANS-DISPUTE-NO TO WS-DSP-DISPUTE-NO
           MOVE WS-CUR-STATUS     TO WS-DSP-STATUS
           MOVE WS-BUS-DATE       TO WS-DSP-ACTION-DATE
           IF WS-ANS-REASON = SPACES
               IF WS-CUR-STATUS = 'F'
                   MOVE 'ACCEPTED BY NETWORK' TO WS-DSP-TEXT
               ELSE
                   MOVE 'DECLINED BY NETWORK' TO WS-DSP-TEXT
               END-IF
           ELSE
               MOVE WS-ANS-REASON TO WS-DSP-TEXT
           END-IF
           CALL 'DISPUTE-CASES' USING WS-DISPUTE-REQUEST
           .

      *----------------------------------------------------------------
       2500-QUEUE-NOTICE.
      *----------------------------------------------------------------
      *    WS-NEV-CODE is set by the caller (DF final, DR reversed).
           MOVE 'A'               TO WS-NEV-FUNCTION
           MOVE WS-CUR-ACCOUNT    TO WS-NEV-ACCOUNT
           MOVE WS-CUR-AMOUNT     TO WS-NEV-AMOUNT
           MOVE WS-ANS-DISPUTE-NO TO WS-NEV-REF
           MOVE WS-ANS-REASON     TO WS-NEV-DETAIL
           MOVE WS-CUR-TXN-DATE   TO WS-NEV-REF-DATE
           MOVE 0                 TO WS-NEV-EVENT-ID
           MOVE 0                 TO WS-NEV-SENT-DATE
           CALL 'NOTICE-EVENTS' USING WS-NOTICE-EVENT-REQUEST
           IF WS-NEV-OK NOT = 'Y'
               DISPLAY 'WARNING   ' WS-ANS-DISPUTE-NO
                       ' - customer notice could not be queued'
           END-IF
           .

      *----------------------------------------------------------------
       3000-REWRITE-RESOLUTION-FILES.
      *----------------------------------------------------------------
      *    Applied answers move to the processed file; anything that
      *    failed stays behind on the input file for chasing, and a
      *    resubmit therefore re-attempts only the failures.
           IF WS-RESOLUTION-TOTAL = 0
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND PROCESSED-FILE
           IF WS-PROCESSED-FILE-STATUS NOT = '00' AND
              WS-PROCESSED-FILE-STATUS NOT = '05'
      *        First entry ever written - file does not exist yet
               CLOSE PROCESSED-FILE
               OPEN OUTPUT PROCESSED-FILE
           END-IF

           OPEN OUTPUT RESOLUTION-FILE

           PERFORM 3100-REWRITE-ONE-ANSWER
               VARYING WS-RES-SUB FROM 1 BY 1
               UNTIL WS-RES-SUB > WS-RESOLUTION-TOTAL

           IF WS-PROCESSED-FILE-STATUS = '00' OR
              WS-PROCESSED-FILE-STATUS = '05'
               CLOSE PROCESSED-FILE
           END-IF
           IF WS-RESOLUTION-FILE-STATUS = '00'
               CLOSE RESOLUTION-FILE
           END-IF
           .

       3100-REWRITE-ONE-ANSWER.
           IF WS-RES-DONE(WS-RES-SUB) = 'Y'
               MOVE SPACES TO PROCESSED-LINE
               MOVE WS-RES-LINE(WS-RES-SUB)
                   TO PROCESSED-LINE(1:62)
               MOVE WS-BUS-DATE TO PROCESSED-LINE(64:8)
               WRITE PROCESSED-LINE
           ELSE
               MOVE WS-RES-LINE(WS-RES-SUB) TO RESOLUTION-LINE
               WRITE RESOLUTION-LINE
           END-IF
           .

      *----------------------------------------------------------------
       4000-PRINT-SUMMARY.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'DISPUTE RESOLUTION SUMMARY'
           DISPLAY '=================================================='
           DISPLAY 'Answers Read         : ' WS-TOTAL-READ
           DISPLAY 'Credits Made Final   : ' WS-TOTAL-ACCEPTED
           DISPLAY 'Credits Reversed     : ' WS-TOTAL-REVERSED
           MOVE WS-REVERSED-AMOUNT TO WS-FORMATTED-TOTAL
           DISPLAY 'Amount Reversed      : ' WS-FORMATTED-TOTAL
           DISPLAY 'Repeat Answers       : ' WS-TOTAL-REPEATED
           DISPLAY 'Unmatched/Failed     : ' WS-TOTAL-UNMATCHED
           DISPLAY '=================================================='

           IF WS-TOTAL-UNMATCHED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
