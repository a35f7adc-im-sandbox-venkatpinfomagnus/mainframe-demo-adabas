       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULT-MAINT.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: VAULT-MAINT
      * PURPOSE: Branch vault cash screen.  The operator signs on and
      *          records, for the sign-on branch, every movement of
      *          cash in and out of the vault:
      *            B - teller buys cash from the vault (drawer up,
      *                vault down)
      *            S - teller sells cash to the vault (drawer down,
      *                vault up)
      *            I - shipment in from the cash centre
      *            O - shipment out to the cash centre
      *          and the vault's own opening and closing counts (see
      *          VAULT-CASH for the file).  A vault is never under
      *          one person's sole control, so every entry needs a
      *          SECOND operator of the same branch to sign on and
      *          confirm it - the way OPERATOR-ADMIN's authority
      *          change needs a second supervisor.  Each entry is
      *          written to the audit trail; DRAWER-PROOF takes the
      *          buys and sells into the teller's drawer position
      *          and VAULT-CASH-PROOF proves the vault off the same
      *          entries.
      * INPUT:   Operator sign-on (twice), amounts
      * OUTPUT:  ../data/vault-cash.txt (via VAULT-CASH),
      *          audit-log entries type 'H'
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CHOICE                   PIC X.
       01  WS-INPUT-AMOUNT             PIC 9(09)V99.
       01  WS-FORMATTED-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      * Branch Vault (see VAULT-CASH)
      *----------------------------------------------------------------
       01  WS-VAULT-REQUEST.
           05  WS-VLT-FUNCTION         PIC X.
           05  WS-VLT-DATE             PIC 9(08).
           05  WS-VLT-BRANCH           PIC X(03).
           05  WS-VLT-AMOUNT           PIC 9(09)V99.
           05  WS-VLT-FOUND            PIC X.
           05  WS-VLT-OPENING          PIC 9(09)V99.
           05  WS-VLT-OPEN-DECL        PIC X.
           05  WS-VLT-CLOSING          PIC 9(09)V99.
           05  WS-VLT-CLOSE-DECL       PIC X.
           05  WS-VLT-OK               PIC X.

      *----------------------------------------------------------------
      * Operator Sign-On (see OPERATOR-SIGNON) - the operator doing
      * the work, then the one confirming it.
      *----------------------------------------------------------------
       01  WS-SIGNON-REQUEST.
           05  WS-SIGN-MIN-AUTHORITY   PIC 9.
           05  WS-SIGN-OK              PIC X.
           05  WS-SIGN-OPERATOR-ID     PIC X(08).
           05  WS-SIGN-OPERATOR-NAME   PIC X(30).
           05  WS-SIGN-AUTHORITY       PIC 9.
           05  WS-SIGN-BRANCH          PIC X(03).

       01  WS-SECOND-REQUEST.
           05  WS-SEC-MIN-AUTHORITY    PIC 9.
           05  WS-SEC-OK               PIC X.
           05  WS-SEC-OPERATOR-ID      PIC X(08).
           05  WS-SEC-OPERATOR-NAME    PIC X(30).
           05  WS-SEC-AUTHORITY        PIC 9.
           05  WS-SEC-BRANCH           PIC X(03).

      *----------------------------------------------------------------
      * Business Date - stamped from the system control record via
      * BUSINESS-DATE, never from the wall clock.
      *----------------------------------------------------------------
       01  WS-BUSDATE-REQUEST.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.

      *----------------------------------------------------------------
      * Audit Trail
      *----------------------------------------------------------------
       01  WS-AUDIT-LINE               PIC X(150).
       01  WS-AUDIT-TIME               PIC 9(08).
       01  WS-AUDIT-AMOUNT-EDIT        PIC 9(09).99.
       01  WS-AUDIT-ACTION             PIC X(11).

      *----------------------------------------------------------------
      * Chained Audit Writer - entries reach the audit log through
      * AUDIT-LOGGER, which folds each entry onto the previous one's
      * chain value so the log is tamper-evident end to end.
      *----------------------------------------------------------------
       01  WS-AUDIT-WRITE-REQ.
           05  WS-AWR-LINE             PIC X(300).
           05  WS-AWR-OK               PIC X.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       0000-MAIN-ROUTINE.
      *----------------------------------------------------------------
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-VAULT-ENTRIES
               UNTIL WS-CONTINUE = 'N' OR WS-CONTINUE = 'n'
           PERFORM 3000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'BRANCH VAULT CASH'
           DISPLAY '=================================================='
           DISPLAY ' '

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST

           MOVE 1 TO WS-SIGN-MIN-AUTHORITY
           CALL 'OPERATOR-SIGNON' USING WS-SIGNON-REQUEST
           IF WS-SIGN-OK NOT = 'Y'
               MOVE 'N' TO WS-CONTINUE
           END-IF
           .

      *----------------------------------------------------------------
       2000-PROCESS-VAULT-ENTRIES.
      *----------------------------------------------------------------
           INITIALIZE WS-VAULT-REQUEST
           MOVE 'G' TO WS-VLT-FUNCTION
           MOVE WS-BUS-DATE    TO WS-VLT-DATE
           MOVE WS-SIGN-BRANCH TO WS-VLT-BRANCH
           CALL 'VAULT-CASH' USING WS-VAULT-REQUEST

           DISPLAY ' '
           DISPLAY 'Vault for branch ' WS-SIGN-BRANCH
                   ' on ' WS-BUS-DATE ':'
           IF WS-VLT-OPEN-DECL = 'Y'
               MOVE WS-VLT-OPENING TO WS-FORMATTED-AMOUNT
               DISPLAY '  Opening count    : $' WS-FORMATTED-AMOUNT
           ELSE
               DISPLAY '  Opening count    : (not yet)'
           END-IF
           IF WS-VLT-CLOSE-DECL = 'Y'
               MOVE WS-VLT-CLOSING TO WS-FORMATTED-AMOUNT
               DISPLAY '  Closing count    : $' WS-FORMATTED-AMOUNT
           ELSE
               DISPLAY '  Closing count    : (not yet)'
           END-IF

           DISPLAY ' '
           DISPLAY 'B - Buy From Vault     S - Sell To Vault'
           DISPLAY 'I - Shipment In        O - Shipment Out'
           DISPLAY 'V - Vault Opening      C - Vault Closing'
                   '   X - Done'
           DISPLAY 'Enter Choice (B/S/I/O/V/C/X): ' NO ADVANCING
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN 'B'
               WHEN 'b'
                   MOVE 'VAULT-BUY' TO WS-AUDIT-ACTION
               WHEN 'S'
               WHEN 's'
                   MOVE 'VAULT-SELL' TO WS-AUDIT-ACTION
               WHEN 'I'
               WHEN 'i'
                   MOVE 'SHIP-IN' TO WS-AUDIT-ACTION
               WHEN 'O'
               WHEN 'o'
                   MOVE 'SHIP-OUT' TO WS-AUDIT-ACTION
               WHEN 'V'
               WHEN 'v'
                   MOVE 'VAULT-OPEN' TO WS-AUDIT-ACTION
               WHEN 'C'
               WHEN 'c'
                   MOVE 'VAULT-CLOSE' TO WS-AUDIT-ACTION
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM 2100-RECORD-ONE-ENTRY THRU 2100-EXIT

           DISPLAY ' '
           DISPLAY 'Another vault entry? (Y/N): ' NO ADVANCING
           ACCEPT WS-CONTINUE
           .

      *----------------------------------------------------------------
       2100-RECORD-ONE-ENTRY.
      *----------------------------------------------------------------
           IF WS-AUDIT-ACTION = 'VAULT-OPEN'
               OR WS-AUDIT-ACTION = 'VAULT-CLOSE'
               DISPLAY 'Counted Amount: ' NO ADVANCING
           ELSE
               DISPLAY 'Amount: ' NO ADVANCING
           END-IF
           ACCEPT WS-INPUT-AMOUNT
           IF WS-INPUT-AMOUNT = 0
               AND WS-AUDIT-ACTION NOT = 'VAULT-OPEN'
               AND WS-AUDIT-ACTION NOT = 'VAULT-CLOSE'
               DISPLAY 'Amount must be greater than zero'
                       ' - nothing recorded.'
               GO TO 2100-EXIT
           END-IF

      *    The vault is under dual control - a second operator of
      *    this branch confirms every movement and every count.
           DISPLAY ' '
           DISPLAY 'A second operator must confirm this entry.'
           MOVE 1 TO WS-SEC-MIN-AUTHORITY
           CALL 'OPERATOR-SIGNON' USING WS-SECOND-REQUEST
           IF WS-SEC-OK NOT = 'Y'
               DISPLAY 'No confirming operator - nothing recorded.'
               GO TO 2100-EXIT
           END-IF
           IF WS-SEC-OPERATOR-ID = WS-SIGN-OPERATOR-ID
               DISPLAY 'The confirming operator must be a'
                       ' different person - nothing recorded.'
               GO TO 2100-EXIT
           END-IF
           IF WS-SEC-BRANCH NOT = WS-SIGN-BRANCH
               DISPLAY 'The confirming operator must belong to'
                       ' branch ' WS-SIGN-BRANCH
                       ' - nothing recorded.'
               GO TO 2100-EXIT
           END-IF

      *    Counts go to the vault file; movements live only on the
      *    audit trail, where the proof batches sum them.
           IF WS-AUDIT-ACTION = 'VAULT-OPEN'
               OR WS-AUDIT-ACTION = 'VAULT-CLOSE'
               INITIALIZE WS-VAULT-REQUEST
               IF WS-AUDIT-ACTION = 'VAULT-OPEN'
                   MOVE 'O' TO WS-VLT-FUNCTION
               ELSE
                   MOVE 'C' TO WS-VLT-FUNCTION
               END-IF
               MOVE WS-BUS-DATE     TO WS-VLT-DATE
               MOVE WS-SIGN-BRANCH  TO WS-VLT-BRANCH
               MOVE WS-INPUT-AMOUNT TO WS-VLT-AMOUNT
               CALL 'VAULT-CASH' USING WS-VAULT-REQUEST
               IF WS-VLT-OK NOT = 'Y'
                   DISPLAY 'Count could not be recorded.'
                   GO TO 2100-EXIT
               END-IF
           END-IF

           PERFORM 2200-WRITE-VAULT-AUDIT
           DISPLAY 'Vault entry recorded.'
           .

       2100-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2200-WRITE-VAULT-AUDIT.
      *----------------------------------------------------------------
      *    Append a CSV record of this vault entry to the audit
      *    trail: ISN,ACCOUNT,OLD-BAL,NEW-BAL,TXN-TYPE,AMOUNT,
      *    TIMESTAMP,ACTION,OPERATOR,SECOND,BRANCH - TXN-TYPE 'H'
      *    (branch vault), ISN and account zero (a vault is not an
      *    account), balances zero - the same shape DRAWER-DECLARE
      *    gives a drawer count.  On a buy or sell OPERATOR is the
      *    teller whose drawer the cash went to or came from.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-INPUT-AMOUNT TO WS-AUDIT-AMOUNT-EDIT

           MOVE SPACES TO WS-AUDIT-LINE
           STRING '0000000000'          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  '0000000000'          DELIMITED BY SIZE
                  ', 00000000.00'       DELIMITED BY SIZE
                  ', 00000000.00'       DELIMITED BY SIZE
                  ',H,'                 DELIMITED BY SIZE
                  WS-AUDIT-AMOUNT-EDIT  DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-BUS-DATE           DELIMITED BY SIZE
                  WS-AUDIT-TIME         DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-ACTION)
                                        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-SIGN-OPERATOR-ID   DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-SEC-OPERATOR-ID    DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-SIGN-BRANCH        DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ
           .

      *----------------------------------------------------------------
       3000-TERMINATE.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'BRANCH VAULT SESSION ENDED'
           DISPLAY '=================================================='
           .
