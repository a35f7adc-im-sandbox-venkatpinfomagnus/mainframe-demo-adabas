      * PURPOSE: Operator administration screen - add an operator,
      *          disable or re-enable one, reset a password (clears
      *          the hash and lock so sign-on forces a fresh
      *          enrollment), change an authority level, and flag or
      *          clear a trainee (a trainee always signs on to the
      *          training copy of the data - see TRAINING-MODE), and
      *          link an operator to their own customer record and up
      *          to three related customers, so the posting screens
      *          can refuse them their own accounts (see
      *          EMPLOYEE-ACCOUNTS).
      *          Restricted to supervisor authority; an authority
      *          change additionally requires a SECOND supervisor to
      *          sign on and confirm - one person must never be able
      *          to promote themselves a colleague.  Every action is
      *          written to the audit log the way LOCK-MANAGER
      *          audits a forced release.
      * INPUT:   Operator master via OPERATOR-MASTER; Adabas command
      *          S3 to confirm a linked customer is on file
      * OUTPUT:  ../data/operator-master.txt updated; audit-log
      *          entries type 'Z' naming the action, the target
      *          operator and the administering supervisor(s)
       01  WS-INPUT-NAME               PIC X(30).
       01  WS-INPUT-AUTHORITY          PIC 9.
       01  WS-INPUT-BRANCH             PIC X(03).
       01  WS-INPUT-TRAINEE            PIC X.
       01  WS-AUDIT-ACTION             PIC X(12).
       01  WS-INPUT-LINK-TEXT          PIC X(10).
       01  WS-LINKS-VALID              PIC X VALUE 'Y'.
       01  WS-LINK-SUB                 PIC 9 VALUE 0.
      *    Link 1 is the operator's own customer, 2-4 related ones
       01  WS-NEW-LINKS.
           05  WS-NEW-LINK-ID          PIC 9(10) OCCURS 4 TIMES.
       01  WS-LINK-PROMPT              PIC X(24).
       01  WS-LINK-DETAIL              PIC X(60) VALUE SPACES.

      *----------------------------------------------------------------
      * Operator Master row (see OPERATOR-MASTER)
           05  WS-OPM-LOCKED           PIC X.
           05  WS-OPM-DISABLED         PIC X.
           05  WS-OPM-BRANCH           PIC X(03).
           05  WS-OPM-TRAINEE          PIC X.
           05  WS-OPM-OK               PIC X.
           05  WS-OPM-INDEX            PIC 9(03).
           05  WS-OPM-CUSTOMER-ID      PIC 9(10).
           05  WS-OPM-RELATED-ID       PIC 9(10) OCCURS 3 TIMES.

      *----------------------------------------------------------------
      * Adabas Control Block - a linked customer must be on file
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

       01  CUSTOMER-FORMAT-BUFFER      PIC X(100) VALUE
           'CUSTOMER-ID,CUSTOMER-NAME,ADDRESS-LINE-1,CITY,STATE,ZIP-
      -    'CODE.'.

       01  CUSTOMER-SEARCH-BUFFER.
           05  FILLER                  PIC X(14) VALUE
               'CUSTOMER-ID,1,'.
           05  CSB-CUSTOMER-ID         PIC 9(10).
           05  FILLER                  PIC X VALUE '.'.

       01  RECORD-BUFFER               PIC X(500).
       01  CUSTOMER-VIEW REDEFINES RECORD-BUFFER.
           05  CSV-CUSTOMER-ID         PIC 9(10).
           05  CSV-CUSTOMER-NAME       PIC X(30).
           05  FILLER                  PIC X(460).

      *----------------------------------------------------------------
      * Operator Sign-On - the administering supervisor, and a
           DISPLAY 'A - Add Operator        D - Disable Operator'
           DISPLAY 'N - Re-enable Operator  R - Reset Password/Lock'
           DISPLAY 'C - Change Authority (second supervisor reqd)'
           DISPLAY 'T - Set/Clear Trainee   L - Customer Links'
           DISPLAY 'X - Done'
           DISPLAY 'Enter Choice (A/D/N/R/C/T/L/X): ' NO ADVANCING
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN 'C'
               WHEN 'c'
                   PERFORM 6000-CHANGE-AUTHORITY THRU 6000-EXIT
               WHEN 'T'
               WHEN 't'
                   PERFORM 6500-SET-TRAINEE THRU 6500-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM 6700-SET-CUSTOMER-LINKS THRU 6700-EXIT
               WHEN OTHER
                   MOVE 'N' TO WS-CONTINUE
                   EXIT PARAGRAPH

           DISPLAY 'Operator Name: ' NO ADVANCING
           ACCEPT WS-INPUT-NAME
           DISPLAY 'Authority (1 teller, 2 supervisor,'
                   ' 3 internal audit): '
               NO ADVANCING
           ACCEPT WS-INPUT-AUTHORITY
           DISPLAY 'Branch (3 digits, blank = 001): ' NO ADVANCING
           IF WS-INPUT-BRANCH NOT NUMERIC
               MOVE '001' TO WS-INPUT-BRANCH
           END-IF
           DISPLAY 'Trainee - works on the training copy (Y/N): '
               NO ADVANCING
           ACCEPT WS-INPUT-TRAINEE
           IF WS-INPUT-TRAINEE = 'y'
               MOVE 'Y' TO WS-INPUT-TRAINEE
           END-IF
           IF WS-INPUT-AUTHORITY NOT = 1
               AND WS-INPUT-AUTHORITY NOT = 2
               AND WS-INPUT-AUTHORITY NOT = 3
               DISPLAY 'Invalid authority - operator not added.'
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-OPM-LOCKED
           MOVE 'N' TO WS-OPM-DISABLED
           MOVE WS-INPUT-BRANCH TO WS-OPM-BRANCH
           MOVE WS-INPUT-TRAINEE TO WS-OPM-TRAINEE
           CALL 'OPERATOR-MASTER' USING WS-OPMASTER-REQUEST

           IF WS-OPM-OK = 'Y'
           END-IF

           DISPLAY 'Current authority: ' WS-OPM-AUTHORITY
           DISPLAY 'New Authority (1 teller, 2 supervisor,'
                   ' 3 internal audit): '
               NO ADVANCING
           ACCEPT WS-INPUT-AUTHORITY
           IF WS-INPUT-AUTHORITY NOT = 1
               AND WS-INPUT-AUTHORITY NOT = 2
               AND WS-INPUT-AUTHORITY NOT = 3
               DISPLAY 'Invalid authority - no change made.'
               GO TO 6000-EXIT
           END-IF
           EXIT
           .

      *----------------------------------------------------------------
       6500-SET-TRAINEE.
      *----------------------------------------------------------------
      *    A trainee's every sign-on lands on the training copy; the
      *    flag comes off once they are signed off to work live.
           PERFORM 2100-GET-TARGET
           IF WS-OPM-FOUND NOT = 'Y'
               DISPLAY 'No such operator.'
               GO TO 6500-EXIT
           END-IF
           IF WS-TARGET-ID = WS-SIGN-OPERATOR-ID
               DISPLAY 'You cannot change your own trainee flag.'
               GO TO 6500-EXIT
           END-IF

           DISPLAY 'Currently a trainee: ' WS-OPM-TRAINEE
           DISPLAY 'Trainee (Y/N): ' NO ADVANCING
           ACCEPT WS-INPUT-TRAINEE
           EVALUATE WS-INPUT-TRAINEE
               WHEN 'Y'
               WHEN 'y'
                   MOVE 'Y' TO WS-OPM-TRAINEE
                   MOVE 'OP-TRAINEE' TO WS-AUDIT-ACTION
               WHEN 'N'
               WHEN 'n'
                   MOVE 'N' TO WS-OPM-TRAINEE
                   MOVE 'OP-TRAINEND' TO WS-AUDIT-ACTION
               WHEN OTHER
                   DISPLAY 'Invalid choice - no change made.'
                   GO TO 6500-EXIT
           END-EVALUATE

           MOVE 'U' TO WS-OPM-FUNCTION
           CALL 'OPERATOR-MASTER' USING WS-OPMASTER-REQUEST

           IF WS-OPM-OK = 'Y'
               MOVE SPACES TO WS-SECOND-ID-USED
               PERFORM 7000-WRITE-ADMIN-AUDIT
               DISPLAY 'Trainee flag updated.'
           END-IF
           .

       6500-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       6700-SET-CUSTOMER-LINKS.
      *----------------------------------------------------------------
      *    Ties the operator to their own customer record and to up
      *    to three related customers - family, a business they
      *    control.  The posting screens then refuse them any account
      *    those customers hold, and SOD-EXCEPTION-RPT watches the
      *    log for the rest.  Nobody sets their own links.
           PERFORM 2100-GET-TARGET
           IF WS-OPM-FOUND NOT = 'Y'
               DISPLAY 'No such operator.'
               GO TO 6700-EXIT
           END-IF
           IF WS-TARGET-ID = WS-SIGN-OPERATOR-ID
               DISPLAY 'You cannot change your own customer links.'
               GO TO 6700-EXIT
           END-IF

           INITIALIZE WS-OPMASTER-REQUEST
           MOVE 'K' TO WS-OPM-FUNCTION
           MOVE WS-TARGET-ID TO WS-OPM-ID
           CALL 'OPERATOR-MASTER' USING WS-OPMASTER-REQUEST
           MOVE WS-OPM-CUSTOMER-ID   TO WS-NEW-LINK-ID(1)
           MOVE WS-OPM-RELATED-ID(1) TO WS-NEW-LINK-ID(2)
           MOVE WS-OPM-RELATED-ID(2) TO WS-NEW-LINK-ID(3)
           MOVE WS-OPM-RELATED-ID(3) TO WS-NEW-LINK-ID(4)

           DISPLAY 'Own customer ID:      ' WS-NEW-LINK-ID(1)
           DISPLAY 'Related customer IDs: ' WS-NEW-LINK-ID(2) ' '
                   WS-NEW-LINK-ID(3) ' ' WS-NEW-LINK-ID(4)
           DISPLAY 'Enter each ID (blank = keep, 0 = clear).'

           MOVE 'Y' TO WS-LINKS-VALID
           PERFORM 6710-ACCEPT-ONE-LINK
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > 4
                  OR WS-LINKS-VALID NOT = 'Y'
           IF WS-LINKS-VALID NOT = 'Y'
               DISPLAY 'No change made.'
               GO TO 6700-EXIT
           END-IF

           INITIALIZE WS-OPMASTER-REQUEST
           MOVE 'L' TO WS-OPM-FUNCTION
           MOVE WS-TARGET-ID TO WS-OPM-ID
           MOVE WS-NEW-LINK-ID(1) TO WS-OPM-CUSTOMER-ID
           MOVE WS-NEW-LINK-ID(2) TO WS-OPM-RELATED-ID(1)
           MOVE WS-NEW-LINK-ID(3) TO WS-OPM-RELATED-ID(2)
           MOVE WS-NEW-LINK-ID(4) TO WS-OPM-RELATED-ID(3)
           CALL 'OPERATOR-MASTER' USING WS-OPMASTER-REQUEST

           IF WS-OPM-OK = 'Y'
               MOVE 'OP-CUSTLINK' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-SECOND-ID-USED
               MOVE SPACES TO WS-LINK-DETAIL
               STRING 'CUST='            DELIMITED BY SIZE
                      WS-NEW-LINK-ID(1)  DELIMITED BY SIZE
                      '/REL='            DELIMITED BY SIZE
                      WS-NEW-LINK-ID(2)  DELIMITED BY SIZE
                      '/'                DELIMITED BY SIZE
                      WS-NEW-LINK-ID(3)  DELIMITED BY SIZE
                      '/'                DELIMITED BY SIZE
                      WS-NEW-LINK-ID(4)  DELIMITED BY SIZE
                   INTO WS-LINK-DETAIL
               END-STRING
               PERFORM 7000-WRITE-ADMIN-AUDIT
               MOVE SPACES TO WS-LINK-DETAIL
               DISPLAY 'Customer links updated.'
           ELSE
               DISPLAY 'Customer links could not be updated.'
           END-IF
           .

       6700-EXIT.
           EXIT
           .

       6710-ACCEPT-ONE-LINK.
           IF WS-LINK-SUB = 1
               MOVE 'Own customer ID: ' TO WS-LINK-PROMPT
           ELSE
               MOVE 'Related customer ID: ' TO WS-LINK-PROMPT
           END-IF
           DISPLAY WS-LINK-PROMPT NO ADVANCING
           ACCEPT WS-INPUT-LINK-TEXT
           IF WS-INPUT-LINK-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-INPUT-LINK-TEXT) NOT = 0
               DISPLAY 'A customer ID is up to 10 digits.'
               MOVE 'N' TO WS-LINKS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-INPUT-LINK-TEXT)
               TO WS-NEW-LINK-ID(WS-LINK-SUB)
           IF WS-NEW-LINK-ID(WS-LINK-SUB) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-LINK-ID(WS-LINK-SUB) TO CSB-CUSTOMER-ID
           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'S3'   TO ACB-COMMAND-CODE
           MOVE 00012  TO ACB-FILE-NUMBER
           MOVE 100    TO ACB-FORMAT-BUFFER-LEN
           MOVE 500    TO ACB-RECORD-BUFFER-LEN
           MOVE 25     TO ACB-SEARCH-BUFFER-LEN
           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               CUSTOMER-FORMAT-BUFFER
                               RECORD-BUFFER
                               CUSTOMER-SEARCH-BUFFER
           IF ACB-RESPONSE-CODE = 000
               DISPLAY '  ' CSV-CUSTOMER-NAME
           ELSE
               DISPLAY 'Customer ' WS-NEW-LINK-ID(WS-LINK-SUB)
                       ' not on file.'
               MOVE 'N' TO WS-LINKS-VALID
           END-IF
           .

      *----------------------------------------------------------------
       7000-WRITE-ADMIN-AUDIT.
      *----------------------------------------------------------------
      *    Append a CSV record of this administration action to the
      *    audit trail: ISN,ACCOUNT,OLD-BAL,NEW-BAL,TXN-TYPE,ACTION,
      *    TIMESTAMP,TARGET,ADMIN[,SECOND][,DETAIL] - TXN-TYPE 'Z',
      *    ISN and account zero (an operator is not an account),
      *    balances zero, the action word where a posting carries
      *    its amount - the same shape LOCK-MANAGER's forced-release
      *    entry takes.  DETAIL is the new customer links on an
      *    OP-CUSTLINK entry.
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-LINE
               END-STRING
           END-IF

           IF WS-LINK-DETAIL NOT = SPACES
               COMPUTE WS-AUDIT-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-AUDIT-LINE TRAILING)) + 1
               STRING ','               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LINK-DETAIL)
                                        DELIMITED BY SIZE
                   INTO WS-AUDIT-LINE
                   WITH POINTER WS-AUDIT-PTR
               END-STRING
           END-IF

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ
           .
