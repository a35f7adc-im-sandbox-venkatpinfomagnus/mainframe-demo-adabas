       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFICIAL-CHQ-RECON.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: OFFICIAL-CHQ-RECON
      * PURPOSE: Official (cashier's) cheque paid-item reconciliation.
      *          Official cheques come back through inward clearing
      *          drawn on the bank's own official-cheque account (see
      *          OFFICIAL-CHEQUES for the account and register), and
      *          CHANNEL-INTERFACE holds them out of the customer
      *          posting merge for this step.  Each one is matched to
      *          the outstanding register by serial:
      *            - an outstanding cheque for the issued amount is
      *              paid - marked P with the presenting bank's
      *              reference, and the official leg posted to the
      *              audit trail (the money leaves through clearing,
      *              XREF CLEARING) for the GL extract
      *            - a stopped, voided or replaced cheque, a serial
      *              never issued, an amount that differs from the
      *              issue, or a cheque already paid under another
      *              reference is refused: written to the channel
      *              rejects as channel CHQ, so CHEQUE-RETURNS sends
      *              it back to the presenting bank the same day
      *          A cheque this step already paid today under the same
      *          reference is a resubmit of the step, not a second
      *          presentment, and is passed over.
      *          The report lists the paid and refused items and the
      *          register's outstanding cheques with their age.
      * INPUT:   ../data/inward-clearing.txt (ACCOUNT 1-10, SERIAL
      *          12-19, AMOUNT 21-32, PRESENTING-BANK REF 34-49,
      *          DATE 51-58) - rows on the official-cheque account
      *          only, ../data/official-cheques.txt (via
      *          OFFICIAL-CHEQUES)
      * OUTPUT:  Register updates, audit-log paid legs,
      *          ../data/channel-rejects.txt rows (DATE 1-8, CHANNEL
      *          10-12 'CHQ', ACCOUNT 14-23, CODE 25 'W', REF 27-42,
      *          REASON 44-73), reconciliation report on SYSOUT.
      *          RETURN-CODE 4 when a presented official cheque was
      *          refused (returned, reported)
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUE-FILE ASSIGN TO
                   "../data/inward-clearing.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHEQUE-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO
                   "../data/channel-rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUE-FILE.
       01  CHEQUE-LINE                 PIC X(80).

       FD  REJECT-FILE.
       01  REJECT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CHEQUE-FILE-STATUS       PIC XX.
       01  WS-REJECT-FILE-STATUS       PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Presented Item
      *----------------------------------------------------------------
       01  WS-OFFICIAL-ACCOUNT         PIC 9(10).
       01  WS-OFFICIAL-ACCOUNT-TXT     PIC X(10).
       01  WS-FLD-SERIAL-TXT           PIC X(08).
       01  WS-FLD-SERIAL               PIC 9(08).
       01  WS-FLD-AMOUNT-TXT           PIC X(12).
       01  WS-FLD-AMOUNT               PIC S9(09)V99.
       01  WS-FLD-REF                  PIC X(16).
       01  WS-FLD-DATE                 PIC X(08).
       01  WS-FLD-REASON               PIC X(30).
       01  WS-REJECT-WORK              PIC X(80).

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

       01  WS-RECON-OPERATOR           PIC X(08) VALUE 'OCHQREC'.
       01  WS-BROWSE-INDEX             PIC 9(04) VALUE 0.
       01  WS-MORE-ROWS                PIC X VALUE 'Y'.
       01  WS-AGE-DAYS                 PIC 9(05).

      *----------------------------------------------------------------
      * Audit Trail - the paid leg, in the OFFICIAL-CHQ-MAINT shape
      *----------------------------------------------------------------
       01  WS-AUDIT-LINE               PIC X(150).
       01  WS-AUDIT-TIME               PIC 9(08).
       01  WS-OUT-OLD-BAL              PIC S9(08)V99.
       01  WS-OUT-NEW-BAL              PIC S9(08)V99.
       01  WS-AUDIT-OLD-BAL-EDIT       PIC -9(08).99.
       01  WS-AUDIT-NEW-BAL-EDIT       PIC -9(08).99.
       01  WS-AUDIT-AMOUNT-EDIT        PIC 9(08).99.

       01  WS-AUDIT-WRITE-REQ.
           05  WS-AWR-LINE             PIC X(300).
           05  WS-AWR-OK               PIC X.

      *----------------------------------------------------------------
      * Counters and Report Edits
      *----------------------------------------------------------------
       01  WS-PRESENTED-COUNT          PIC 9(05) VALUE 0.
       01  WS-PAID-COUNT               PIC 9(05) VALUE 0.
       01  WS-PAID-TOTAL               PIC 9(10)V99 VALUE 0.
       01  WS-REFUSED-COUNT            PIC 9(05) VALUE 0.
       01  WS-REFUSED-TOTAL            PIC 9(10)V99 VALUE 0.
       01  WS-RERUN-COUNT              PIC 9(05) VALUE 0.
       01  WS-LISTED-COUNT             PIC 9(05) VALUE 0.
       01  WS-AMOUNT-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDIT               PIC Z,ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      * Business Date - stamped from the system control record via
      * BUSINESS-DATE, never from the wall clock.
      *----------------------------------------------------------------
       01  WS-BUSDATE-REQUEST.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.

      *----------------------------------------------------------------
      * Run Control - this step records itself in the shared cycle
      * run log and skips its own work when a COMPLETE record for
      * today already exists.
      *----------------------------------------------------------------
       01  WS-SAVED-RETURN-CODE        PIC S9(04) COMP VALUE 0.
       01  WS-RUN-REQUEST.
           05  WS-RUN-FUNCTION         PIC X.
           05  WS-RUN-JOB-DATE         PIC 9(08).
           05  WS-RUN-STEP             PIC X(20) VALUE
               'OFFICIAL-CHQ-RECON'.
           05  WS-RUN-START-TIME       PIC 9(08).
           05  WS-RUN-END-TIME         PIC 9(08).
           05  WS-RUN-RECORDS          PIC 9(05).
           05  WS-RUN-STATUS           PIC X(08).
           05  WS-RUN-FOUND            PIC X.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       0000-MAIN-ROUTINE.
      *----------------------------------------------------------------
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-PRESENTED-ITEMS THRU 2000-EXIT
           PERFORM 3000-LIST-OUTSTANDING
           PERFORM 4000-PRINT-SUMMARY
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'OFFICIAL CHEQUE RECONCILIATION'
           DISPLAY '=================================================='

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
           MOVE WS-BUS-DATE TO WS-RUN-JOB-DATE
           ACCEPT WS-RUN-START-TIME FROM TIME
           MOVE 'C' TO WS-RUN-FUNCTION
           CALL 'CYCLE-RUN-LOG' USING WS-RUN-REQUEST
           IF WS-RUN-FOUND = 'Y'
               DISPLAY 'Step already complete for ' WS-RUN-JOB-DATE
                       ' - skipping (rerun mode)'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE WS-OFFICIAL-CHEQUE-REQUEST
           MOVE 'K' TO WS-OCQ-FUNCTION
           CALL 'OFFICIAL-CHEQUES' USING WS-OFFICIAL-CHEQUE-REQUEST
           MOVE WS-OCQ-OFFICIAL-ACCOUNT TO WS-OFFICIAL-ACCOUNT
           MOVE WS-OFFICIAL-ACCOUNT     TO WS-OFFICIAL-ACCOUNT-TXT

           DISPLAY 'Business Date    : ' WS-BUS-DATE
           DISPLAY 'Official Account : ' WS-OFFICIAL-ACCOUNT
           DISPLAY ' '
           .

      *----------------------------------------------------------------
       2000-MATCH-PRESENTED-ITEMS.
      *----------------------------------------------------------------
      *    No inward file means no official cheques came back today.
           OPEN INPUT CHEQUE-FILE
           IF WS-CHEQUE-FILE-STATUS NOT = '00'
               DISPLAY 'No inward clearing file today.'
               GO TO 2000-EXIT
           END-IF

           DISPLAY 'PRESENTED OFFICIAL CHEQUES'
           DISPLAY 'SERIAL   PRESENTING REF           AMOUNT RESULT'
           MOVE 'N' TO WS-EOF
           PERFORM 2100-READ-ONE-PRESENTED UNTIL WS-EOF = 'Y'
           CLOSE CHEQUE-FILE
           IF WS-PRESENTED-COUNT = 0
               DISPLAY '  (none)'
           END-IF
           .

       2000-EXIT.
           EXIT
           .

       2100-READ-ONE-PRESENTED.
           READ CHEQUE-FILE INTO CHEQUE-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CHEQUE-LINE(1:10) = WS-OFFICIAL-ACCOUNT-TXT
                       ADD 1 TO WS-PRESENTED-COUNT
                       PERFORM 2200-RECONCILE-ONE-CHEQUE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       2200-RECONCILE-ONE-CHEQUE.
      *----------------------------------------------------------------
      *    The item edits CHANNEL-INTERFACE applies to a customer's
      *    cheque, then the register match.  The reason texts are the
      *    ones CHEQUE-RETURNS turns into clearing return codes.
           MOVE CHEQUE-LINE(12:8)  TO WS-FLD-SERIAL-TXT
           MOVE CHEQUE-LINE(21:12) TO WS-FLD-AMOUNT-TXT
           MOVE CHEQUE-LINE(34:16) TO WS-FLD-REF
           MOVE CHEQUE-LINE(51:8)  TO WS-FLD-DATE
           MOVE 0 TO WS-FLD-AMOUNT

           IF WS-FLD-SERIAL-TXT NOT NUMERIC
               OR WS-FLD-SERIAL-TXT = '00000000'
               MOVE 'INVALID CHEQUE SERIAL' TO WS-FLD-REASON
               PERFORM 2800-REFUSE-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FLD-SERIAL-TXT TO WS-FLD-SERIAL
           IF WS-FLD-REF = SPACES
               MOVE 'MISSING PRESENTING REFERENCE' TO WS-FLD-REASON
               PERFORM 2800-REFUSE-ITEM
               EXIT PARAGRAPH
           END-IF
           IF WS-FLD-AMOUNT-TXT = SPACES
               MOVE 'MISSING AMOUNT' TO WS-FLD-REASON
               PERFORM 2800-REFUSE-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-AMOUNT-TXT))
               TO WS-FLD-AMOUNT
           IF WS-FLD-AMOUNT NOT > 0
               MOVE 'AMOUNT NOT POSITIVE' TO WS-FLD-REASON
               PERFORM 2800-REFUSE-ITEM
               EXIT PARAGRAPH
           END-IF
           IF WS-FLD-DATE IS NUMERIC
               AND WS-FLD-DATE > WS-BUS-DATE
               MOVE 'DATED AFTER BUSINESS DATE' TO WS-FLD-REASON
               PERFORM 2800-REFUSE-ITEM
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-OFFICIAL-CHEQUE-REQUEST
           MOVE 'G' TO WS-OCQ-FUNCTION
           MOVE WS-FLD-SERIAL TO WS-OCQ-SERIAL
           CALL 'OFFICIAL-CHEQUES' USING WS-OFFICIAL-CHEQUE-REQUEST
           IF WS-OCQ-FOUND NOT = 'Y'
               MOVE 'OFFICIAL CHEQUE NOT ISSUED' TO WS-FLD-REASON
               PERFORM 2800-REFUSE-ITEM
               EXIT PARAGRAPH
           END-IF

           IF WS-OCQ-STATUS = 'P'
               IF WS-OCQ-PAID-REF = WS-FLD-REF
                   IF WS-OCQ-STATUS-DATE = WS-BUS-DATE
                       ADD 1 TO WS-RERUN-COUNT
                       MOVE WS-FLD-AMOUNT TO WS-AMOUNT-EDIT
                       DISPLAY WS-FLD-SERIAL ' ' WS-FLD-REF ' '
                               WS-AMOUNT-EDIT
                               ' ALREADY PAID THIS CYCLE - passed over'
                   ELSE
                       MOVE 'DUPLICATE NETWORK REFERENCE'
                           TO WS-FLD-REASON
                       PERFORM 2800-REFUSE-ITEM
                   END-IF
               ELSE
                   MOVE 'OFFICIAL CHEQUE ALREADY PAID'
                       TO WS-FLD-REASON
                   PERFORM 2800-REFUSE-ITEM
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-OCQ-STATUS NOT = 'O'
               MOVE 'STOP PAYMENT ON CHEQUE' TO WS-FLD-REASON
               PERFORM 2800-REFUSE-ITEM
               EXIT PARAGRAPH
           END-IF
           IF WS-OCQ-AMOUNT NOT = WS-FLD-AMOUNT
               MOVE 'AMOUNT DIFFERS FROM ISSUE' TO WS-FLD-REASON
               PERFORM 2800-REFUSE-ITEM
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-OFFICIAL-CHEQUE-REQUEST
           MOVE 'S' TO WS-OCQ-FUNCTION
           MOVE WS-FLD-SERIAL     TO WS-OCQ-SERIAL
           MOVE 'P'               TO WS-OCQ-STATUS
           MOVE WS-FLD-REF        TO WS-OCQ-PAID-REF
           MOVE WS-BUS-DATE       TO WS-OCQ-ACTION-DATE
           MOVE WS-RECON-OPERATOR TO WS-OCQ-OPERATOR
           CALL 'OFFICIAL-CHEQUES' USING WS-OFFICIAL-CHEQUE-REQUEST
           IF WS-OCQ-OK NOT = 'Y'
               MOVE 'REGISTER UPDATE FAILED' TO WS-FLD-REASON
               PERFORM 2800-REFUSE-ITEM
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OCQ-OUT-TOTAL TO WS-OUT-NEW-BAL
           COMPUTE WS-OUT-OLD-BAL = WS-OUT-NEW-BAL + WS-FLD-AMOUNT
           PERFORM 2500-WRITE-PAID-LEG

           ADD 1 TO WS-PAID-COUNT
           ADD WS-FLD-AMOUNT TO WS-PAID-TOTAL
           MOVE WS-FLD-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY WS-FLD-SERIAL ' ' WS-FLD-REF ' ' WS-AMOUNT-EDIT
                   ' PAID'
           .

      *----------------------------------------------------------------
       2500-WRITE-PAID-LEG.
      *----------------------------------------------------------------
      *    ISN,ACCOUNT,OLD-BAL,NEW-BAL,T,AMOUNT,TIMESTAMP,CLEARING,
      *    OPERATOR,OCHQ=<serial>,PAID=<ref> - the official account's
      *    outstanding total before and after, the money settled
      *    through clearing.  ISN zero: not an account-file record.
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-LINE
           MOVE WS-OUT-OLD-BAL TO WS-AUDIT-OLD-BAL-EDIT
           MOVE WS-OUT-NEW-BAL TO WS-AUDIT-NEW-BAL-EDIT
           MOVE WS-FLD-AMOUNT  TO WS-AUDIT-AMOUNT-EDIT

           STRING '0000000000'          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-OFFICIAL-ACCOUNT   DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-OLD-BAL-EDIT DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-NEW-BAL-EDIT DELIMITED BY SIZE
                  ',T,'                 DELIMITED BY SIZE
                  WS-AUDIT-AMOUNT-EDIT  DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-BUS-DATE           DELIMITED BY SIZE
                  WS-AUDIT-TIME         DELIMITED BY SIZE
                  ',CLEARING,'          DELIMITED BY SIZE
                  WS-RECON-OPERATOR     DELIMITED BY SIZE
                  ',OCHQ='              DELIMITED BY SIZE
                  WS-FLD-SERIAL         DELIMITED BY SIZE
                  ',PAID='              DELIMITED BY SIZE
                  WS-FLD-REF            DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ
           .

      *----------------------------------------------------------------
       2800-REFUSE-ITEM.
      *----------------------------------------------------------------
      *    A refused official cheque is returned like any unpaid
      *    inward cheque - the rejects row is what CHEQUE-RETURNS
      *    resolves back to the inward item.
           ADD 1 TO WS-REFUSED-COUNT
           ADD WS-FLD-AMOUNT TO WS-REFUSED-TOTAL
           MOVE WS-FLD-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY WS-FLD-SERIAL-TXT ' ' WS-FLD-REF ' '
                   WS-AMOUNT-EDIT ' REFUSED - ' WS-FLD-REASON

           MOVE SPACES TO WS-REJECT-WORK
           MOVE WS-BUS-DATE             TO WS-REJECT-WORK(1:8)
           MOVE 'CHQ'                   TO WS-REJECT-WORK(10:3)
           MOVE WS-OFFICIAL-ACCOUNT-TXT TO WS-REJECT-WORK(14:10)
           MOVE 'W'                     TO WS-REJECT-WORK(25:1)
           MOVE WS-FLD-REF              TO WS-REJECT-WORK(27:16)
           MOVE WS-FLD-REASON           TO WS-REJECT-WORK(44:30)

           OPEN EXTEND REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = '00' AND
              WS-REJECT-FILE-STATUS NOT = '05'
      *        First entry ever written - file does not exist yet
               CLOSE REJECT-FILE
               OPEN OUTPUT REJECT-FILE
           END-IF

           IF WS-REJECT-FILE-STATUS = '00' OR
              WS-REJECT-FILE-STATUS = '05'
               MOVE WS-REJECT-WORK TO REJECT-LINE
               WRITE REJECT-LINE
               CLOSE REJECT-FILE
           ELSE
               DISPLAY 'ERROR: unable to write the rejects row -'
                       ' return serial ' WS-FLD-SERIAL-TXT ' by hand'
           END-IF
           .

      *----------------------------------------------------------------
       3000-LIST-OUTSTANDING.
      *----------------------------------------------------------------
      *    Every cheque still owed - outstanding or stopped - with
      *    its age from issue, oldest serials first.
           DISPLAY ' '
           DISPLAY 'OUTSTANDING OFFICIAL CHEQUES'
           DISPLAY 'SERIAL   ST ISSUED    AGE          AMOUNT PAYEE'
           MOVE 0   TO WS-BROWSE-INDEX
           MOVE 'Y' TO WS-MORE-ROWS
           PERFORM 3100-LIST-ONE-CHEQUE UNTIL WS-MORE-ROWS = 'N'
           IF WS-LISTED-COUNT = 0
               DISPLAY '  (none)'
           END-IF
           .

       3100-LIST-ONE-CHEQUE.
           ADD 1 TO WS-BROWSE-INDEX
           INITIALIZE WS-OFFICIAL-CHEQUE-REQUEST
           MOVE 'N' TO WS-OCQ-FUNCTION
           MOVE WS-BROWSE-INDEX TO WS-OCQ-INDEX
           CALL 'OFFICIAL-CHEQUES' USING WS-OFFICIAL-CHEQUE-REQUEST
           IF WS-OCQ-FOUND NOT = 'Y'
               MOVE 'N' TO WS-MORE-ROWS
               EXIT PARAGRAPH
           END-IF
           IF WS-OCQ-STATUS NOT = 'O' AND WS-OCQ-STATUS NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LISTED-COUNT
           MOVE 0 TO WS-AGE-DAYS
           IF WS-OCQ-ISSUE-DATE > 0
               AND WS-OCQ-ISSUE-DATE < WS-BUS-DATE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-OCQ-ISSUE-DATE)
           END-IF
           MOVE WS-OCQ-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY WS-OCQ-SERIAL ' ' WS-OCQ-STATUS '  '
                   WS-OCQ-ISSUE-DATE ' ' WS-AGE-DAYS ' '
                   WS-AMOUNT-EDIT ' ' WS-OCQ-PAYEE
           .

      *----------------------------------------------------------------
       4000-PRINT-SUMMARY.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'OFFICIAL CHEQUE RECONCILIATION SUMMARY'
           DISPLAY '=================================================='
           DISPLAY 'Official Cheques Presented : ' WS-PRESENTED-COUNT
           DISPLAY 'Paid                       : ' WS-PAID-COUNT
           MOVE WS-PAID-TOTAL TO WS-TOTAL-EDIT
           DISPLAY '  Amount Paid              : ' WS-TOTAL-EDIT
           DISPLAY 'Refused For Return         : ' WS-REFUSED-COUNT
           MOVE WS-REFUSED-TOTAL TO WS-TOTAL-EDIT
           DISPLAY '  Amount Refused           : ' WS-TOTAL-EDIT
           DISPLAY 'Already Paid This Cycle    : ' WS-RERUN-COUNT
           DISPLAY 'Outstanding Cheques        : ' WS-OCQ-OUT-COUNT
           MOVE WS-OCQ-OUT-TOTAL TO WS-TOTAL-EDIT
           DISPLAY 'Outstanding Total          : ' WS-TOTAL-EDIT
           DISPLAY '=================================================='

           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           ACCEPT WS-RUN-END-TIME FROM TIME
           MOVE WS-PAID-COUNT TO WS-RUN-RECORDS
           IF RETURN-CODE > 4
               MOVE 'FAILED' TO WS-RUN-STATUS
           ELSE
               MOVE 'COMPLETE' TO WS-RUN-STATUS
           END-IF
           MOVE 'W' TO WS-RUN-FUNCTION
      *    The CALL hands back the subprogram's (zero) RETURN-CODE,
      *    so a failing step's own code must be restored afterward
      *    or the JCL COND tests never see the failure
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL 'CYCLE-RUN-LOG' USING WS-RUN-REQUEST
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           .
