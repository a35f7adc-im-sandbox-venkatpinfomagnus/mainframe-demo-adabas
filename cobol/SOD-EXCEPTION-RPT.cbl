       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-EXCEPTION-RPT.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: SOD-EXCEPTION-RPT
      * PURPOSE: Daily segregation-of-duties exception report.  Each
      *          operator may be linked in the operator master to
      *          their own customer record and up to three related
      *          customers (see EMPLOYEE-ACCOUNTS); the accounts those
      *          customers hold - their own or joint on the owner
      *          cross-reference - are collected once, then the day's
      *          audit log is read for the patterns one person should
      *          never complete alone:
      *            OWN-ACCT    any account entry (ACCOUNT-UPDATE,
      *                        APPROVAL-REVIEW, RESTRICTION-MAINT and
      *                        the rest) on a linked account, whether
      *                        the operator keyed it or queued it
      *                        (the MKR: maker on an approved item)
      *            OWN-CUST    CUSTOMER-MAINT name/address or identity
      *                        maintenance on a linked customer
      *            REACT-DEBIT a withdrawal, or the debit side of a
      *                        transfer or adjustment, by the operator
      *                        who reactivated that dormant account
      *                        earlier in the live log
      *            OWN-LIFT    a restriction order lifted by the
      *                        operator who placed it
      *            MUTUAL-APPR two supervisors each approving the
      *                        other's queued items on the same day
      *          followed by every attempt the posting screens refused
      *          on the business date.  The operator on an entry is
      *          its first tail column naming an operator on the
      *          master, as AUDIT-SEARCH reads it.
      * INPUT:   ../data/audit-log.txt, operator links via
      *          OPERATOR-MASTER, linked accounts via Adabas L4,
      *          ../data/employee-refusals.txt (1-8 DATE, 10-17 TIME,
      *          19-26 OPERATOR, 28-37 ACCOUNT, 39 RELATION,
      *          41-50 LINKED-ID, 52 TXN-CODE, 54-65 SOURCE)
      * OUTPUT:  Report on SYSOUT.  RETURN-CODE 4 when any exception
      *          or refused attempt is listed
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "../data/audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT REFUSAL-FILE ASSIGN TO
                   "../data/employee-refusals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUSAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                  PIC X(300).

       FD  REFUSAL-FILE.
       01  REFUSAL-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS        PIC XX.
       01  WS-REFUSAL-FILE-STATUS      PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.

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

       01  READ-FORMAT-BUFFER          PIC X(100) VALUE
           'ACCOUNT-NUMBER,CUSTOMER-NAME,ACCOUNT-TYPE,BALANCE,LAST-TXN-
      -    'DATE.'.

       01  CUSTOMER-SEARCH-BUFFER.
           05  FILLER                  PIC X(14) VALUE
               'CUSTOMER-ID,1,'.
           05  CSB-CUSTOMER-ID         PIC 9(10).
           05  FILLER                  PIC X VALUE '.'.

      *----------------------------------------------------------------
      * Customer Accounts (command L4) - every account a linked
      * customer holds, their own or joint.
      *----------------------------------------------------------------
       01  CUST-ACCT-RESULT.
           05  CAR-ENTRY OCCURS 5 TIMES.
               10  CAR-ACCOUNT-NUMBER  PIC 9(10).
               10  CAR-CUSTOMER-NAME   PIC X(50).
               10  CAR-ACCOUNT-TYPE    PIC X(15).
               10  CAR-BALANCE         PIC S9(08)V99.
               10  CAR-LAST-TXN-DATE   PIC 9(08).
               10  FILLER              PIC X(07).
       01  WS-ACCT-COUNT               PIC 9(02) VALUE 0.
       01  WS-ACCT-INDEX               PIC 9(02) VALUE 0.
       01  WS-L4-LOWER                 PIC 9(10) VALUE 1.
       01  WS-L4-DONE                  PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Operator Table - every operator on the master with their
      * customer links; link 1 is their own customer, 2-4 related.
      *----------------------------------------------------------------
       01  WS-OPERATOR-TABLE.
           05  WS-OPT-ENTRY            OCCURS 100 TIMES.
               10  WS-OPT-ID           PIC X(08).
               10  WS-OPT-LINK-ID      PIC 9(10) OCCURS 4 TIMES.
       01  WS-OPT-TOTAL                PIC 9(03) VALUE 0.
       01  WS-OPT-SUB                  PIC 9(03) VALUE 0.
       01  WS-OPT-MATCH                PIC 9(03) VALUE 0.
       01  WS-LINK-SUB                 PIC 9 VALUE 0.
       01  WS-LINKED-OPERATORS         PIC 9(03) VALUE 0.

       01  WS-OPMASTER-REQUEST.
           05  WS-OPM-FUNCTION         PIC X.
           05  WS-OPM-ID               PIC X(08).
           05  WS-OPM-FOUND            PIC X.
           05  WS-OPM-NAME             PIC X(30).
           05  WS-OPM-AUTHORITY        PIC 9.
           05  WS-OPM-PWD-HASH         PIC 9(08).
           05  WS-OPM-FORCE-CHG        PIC X.
           05  WS-OPM-LAST-CHANGE      PIC 9(08).
           05  WS-OPM-FAILED           PIC 9.
           05  WS-OPM-LOCKED           PIC X.
           05  WS-OPM-DISABLED         PIC X.
           05  WS-OPM-BRANCH           PIC X(03).
           05  WS-OPM-TRAINEE          PIC X.
           05  WS-OPM-OK               PIC X.
           05  WS-OPM-INDEX            PIC 9(03).
           05  WS-OPM-CUSTOMER-ID      PIC 9(10).
           05  WS-OPM-RELATED-ID       PIC 9(10) OCCURS 3 TIMES.

      *----------------------------------------------------------------
      * Employee Account Table - every account held by a customer an
      * operator is linked to, with the operator and the link.
      *----------------------------------------------------------------
       01  WS-EMP-ACCOUNT-TABLE.
           05  WS-EAT-ENTRY            OCCURS 1000 TIMES.
               10  WS-EAT-ACCOUNT      PIC 9(10).
               10  WS-EAT-OPERATOR     PIC X(08).
               10  WS-EAT-RELATION     PIC X.
               10  WS-EAT-LINKED-ID    PIC 9(10).
       01  WS-EAT-TOTAL                PIC 9(04) VALUE 0.
       01  WS-EAT-SUB                  PIC 9(04) VALUE 0.
       01  WS-EAT-MATCH                PIC 9(04) VALUE 0.
       01  WS-EAT-OVERFLOW             PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Reactivations in the live log - account and who did it (the
      * operator, and the maker when it was approved off the queue)
      *----------------------------------------------------------------
       01  WS-REACT-TABLE.
           05  WS-RCT-ENTRY            OCCURS 200 TIMES.
               10  WS-RCT-ACCOUNT      PIC 9(10).
               10  WS-RCT-OPERATOR     PIC X(08).
               10  WS-RCT-MAKER        PIC X(08).
               10  WS-RCT-DATE         PIC 9(08).
       01  WS-RCT-TOTAL                PIC 9(03) VALUE 0.
       01  WS-RCT-SUB                  PIC 9(03) VALUE 0.
       01  WS-RCT-MATCH                PIC 9(03) VALUE 0.

      *----------------------------------------------------------------
      * Approvals on the business date - approver and maker of each
      * item posted off the queue
      *----------------------------------------------------------------
       01  WS-APPROVAL-TABLE.
           05  WS-APR-ENTRY            OCCURS 200 TIMES.
               10  WS-APR-APPROVER     PIC X(08).
               10  WS-APR-MAKER        PIC X(08).
               10  WS-APR-ACCOUNT      PIC X(10).
               10  WS-APR-TYPE         PIC X.
               10  WS-APR-ACTION       PIC X(12).
               10  WS-APR-TIME         PIC X(06).
       01  WS-APR-TOTAL                PIC 9(03) VALUE 0.
       01  WS-APR-SUB                  PIC 9(03) VALUE 0.
       01  WS-APR-OTHER                PIC 9(03) VALUE 0.
       01  WS-APR-MATCH                PIC 9(03) VALUE 0.

      *----------------------------------------------------------------
      * Audit-Log Line Parsing - the tail after the timestamp varies
      * by entry type, so it is scanned column by column.  A tagged
      * column (MKR:, PLACED-BY:, RVSL-OF:, CHN= ...) is never an
      * operator.
      *----------------------------------------------------------------
       01  WS-LOG-ISN-TXT              PIC X(10).
       01  WS-LOG-ACCOUNT-TXT          PIC X(10).
       01  WS-LOG-OLD-BAL-TXT          PIC X(12).
       01  WS-LOG-NEW-BAL-TXT          PIC X(12).
       01  WS-LOG-TYPE                 PIC X.
       01  WS-LOG-AMOUNT-TXT           PIC X(12).
       01  WS-LOG-TIMESTAMP            PIC X(16).
       01  WS-LOG-TAIL.
           05  WS-LOG-TAIL-FLD         PIC X(30) OCCURS 8 TIMES.
       01  WS-TAIL-SUB                 PIC 9(02) VALUE 0.
       01  WS-TAG-COUNT                PIC 9(03) VALUE 0.

       01  WS-ENT-ISN                  PIC 9(10).
       01  WS-ENT-ACCOUNT              PIC 9(10).
       01  WS-ENT-DATE                 PIC 9(08).
       01  WS-ENT-OPERATOR             PIC X(08).
       01  WS-ENT-MAKER                PIC X(08).
       01  WS-ENT-PLACED-BY            PIC X(08).
       01  WS-ENT-DEBIT                PIC X.
       01  WS-ENT-OLD-BAL              PIC S9(09)V99.
       01  WS-ENT-NEW-BAL              PIC S9(09)V99.

      *----------------------------------------------------------------
      * Exception Being Printed
      *----------------------------------------------------------------
       01  WS-CHK-ACTOR                PIC X(08).
       01  WS-EXC-CODE                 PIC X(11).
       01  WS-EXC-DETAIL               PIC X(40).
       01  WS-EXC-RELATION-WORD        PIC X(08).

       01  WS-ENTRIES-READ             PIC 9(07) VALUE 0.
       01  WS-ENTRIES-TODAY            PIC 9(07) VALUE 0.
       01  WS-OWN-ACCT-COUNT           PIC 9(05) VALUE 0.
       01  WS-OWN-CUST-COUNT           PIC 9(05) VALUE 0.
       01  WS-REACT-DEBIT-COUNT        PIC 9(05) VALUE 0.
       01  WS-OWN-LIFT-COUNT           PIC 9(05) VALUE 0.
       01  WS-MUTUAL-COUNT             PIC 9(05) VALUE 0.
       01  WS-REFUSAL-COUNT            PIC 9(05) VALUE 0.
       01  WS-EXCEPTION-TOTAL          PIC 9(05) VALUE 0.

      *----------------------------------------------------------------
      * Business Date - stamped from the system control record via
      * BUSINESS-DATE, never from the wall clock.
      *----------------------------------------------------------------
       01  WS-BUSDATE-REQUEST.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       0000-MAIN-ROUTINE.
      *----------------------------------------------------------------
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-OPERATORS
           PERFORM 1200-LOAD-EMPLOYEE-ACCOUNTS
           PERFORM 2000-SCAN-AUDIT-LOG THRU 2000-EXIT
           PERFORM 3000-LIST-MUTUAL-APPROVALS
           PERFORM 4000-LIST-REFUSALS THRU 4000-EXIT
           PERFORM 5000-PRINT-SUMMARY
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'SEGREGATION-OF-DUTIES EXCEPTION REPORT'
           DISPLAY '=================================================='

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
           DISPLAY 'Business Date: ' WS-BUS-DATE
           DISPLAY ' '
           .

      *----------------------------------------------------------------
       1100-LOAD-OPERATORS.
      *----------------------------------------------------------------
           MOVE 0   TO WS-OPT-TOTAL
           MOVE 'Y' TO WS-OPM-FOUND
           PERFORM 1110-LOAD-ONE-OPERATOR
               UNTIL WS-OPM-FOUND NOT = 'Y'
                  OR WS-OPT-TOTAL NOT < 100
           .

       1110-LOAD-ONE-OPERATOR.
           INITIALIZE WS-OPMASTER-REQUEST
           COMPUTE WS-OPM-INDEX = WS-OPT-TOTAL + 1
           MOVE 'N' TO WS-OPM-FUNCTION
           CALL 'OPERATOR-MASTER' USING WS-OPMASTER-REQUEST
           IF WS-OPM-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-OPT-TOTAL
           MOVE WS-OPM-ID TO WS-OPT-ID(WS-OPT-TOTAL)

           MOVE 'K' TO WS-OPM-FUNCTION
           CALL 'OPERATOR-MASTER' USING WS-OPMASTER-REQUEST
           MOVE WS-OPM-CUSTOMER-ID
               TO WS-OPT-LINK-ID(WS-OPT-TOTAL, 1)
           MOVE WS-OPM-RELATED-ID(1)
               TO WS-OPT-LINK-ID(WS-OPT-TOTAL, 2)
           MOVE WS-OPM-RELATED-ID(2)
               TO WS-OPT-LINK-ID(WS-OPT-TOTAL, 3)
           MOVE WS-OPM-RELATED-ID(3)
               TO WS-OPT-LINK-ID(WS-OPT-TOTAL, 4)
           IF WS-OPM-CUSTOMER-ID > 0
               OR WS-OPM-RELATED-ID(1) > 0
               OR WS-OPM-RELATED-ID(2) > 0
               OR WS-OPM-RELATED-ID(3) > 0
               ADD 1 TO WS-LINKED-OPERATORS
           END-IF
      *    K answered with FOUND - keep the N walk going
           MOVE 'Y' TO WS-OPM-FOUND
           .

      *----------------------------------------------------------------
       1200-LOAD-EMPLOYEE-ACCOUNTS.
      *----------------------------------------------------------------
           MOVE 0   TO WS-EAT-TOTAL
           MOVE 'N' TO WS-EAT-OVERFLOW
           PERFORM 1210-LOAD-OPERATOR-LINKS
               VARYING WS-OPT-SUB FROM 1 BY 1
               UNTIL WS-OPT-SUB > WS-OPT-TOTAL

           DISPLAY 'Operators linked to customers: ' WS-LINKED-OPERATORS
           DISPLAY 'Linked accounts watched      : ' WS-EAT-TOTAL
           IF WS-EAT-OVERFLOW = 'Y'
               DISPLAY 'WARNING: linked-account table full - some'
                       ' linked accounts are not watched.'
           END-IF
           DISPLAY ' '
           .

       1210-LOAD-OPERATOR-LINKS.
           PERFORM 1220-LOAD-ONE-LINK
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > 4
           .

       1220-LOAD-ONE-LINK.
           IF WS-OPT-LINK-ID(WS-OPT-SUB, WS-LINK-SUB) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OPT-LINK-ID(WS-OPT-SUB, WS-LINK-SUB)
               TO CSB-CUSTOMER-ID
           MOVE 1   TO WS-L4-LOWER
           MOVE 'N' TO WS-L4-DONE
           PERFORM 1230-FETCH-ACCOUNT-BATCH
           IF ACB-RESPONSE-CODE NOT = 000
               EXIT PARAGRAPH
           END-IF
           PERFORM 1240-KEEP-ACCOUNT-BATCH
               UNTIL WS-L4-DONE = 'Y'
           .

       1230-FETCH-ACCOUNT-BATCH.
           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'L4'   TO ACB-COMMAND-CODE
           MOVE 00012  TO ACB-FILE-NUMBER
           MOVE 100    TO ACB-FORMAT-BUFFER-LEN
           MOVE 500    TO ACB-RECORD-BUFFER-LEN
           MOVE 24     TO ACB-SEARCH-BUFFER-LEN
           MOVE 5      TO ACB-ISN-QUANTITY
           MOVE WS-L4-LOWER TO ACB-ISN-LOWER-LIMIT
           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               READ-FORMAT-BUFFER
                               CUST-ACCT-RESULT
                               CUSTOMER-SEARCH-BUFFER
           .

       1240-KEEP-ACCOUNT-BATCH.
      *    L4 answers at most five accounts per call - resume past
      *    the last ISN answered until a short batch.
           MOVE ACB-ISN-QUANTITY TO WS-ACCT-COUNT
           COMPUTE WS-L4-LOWER = ACB-ISN + 1

           PERFORM 1250-KEEP-ONE-ACCOUNT
               VARYING WS-ACCT-INDEX FROM 1 BY 1
               UNTIL WS-ACCT-INDEX > WS-ACCT-COUNT

           IF WS-ACCT-COUNT < 5
               MOVE 'Y' TO WS-L4-DONE
           ELSE
               PERFORM 1230-FETCH-ACCOUNT-BATCH
               IF ACB-RESPONSE-CODE NOT = 000
                   MOVE 'Y' TO WS-L4-DONE
               END-IF
           END-IF
           .

       1250-KEEP-ONE-ACCOUNT.
           IF WS-EAT-TOTAL NOT < 1000
               MOVE 'Y' TO WS-EAT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EAT-TOTAL
           MOVE CAR-ACCOUNT-NUMBER(WS-ACCT-INDEX)
               TO WS-EAT-ACCOUNT(WS-EAT-TOTAL)
           MOVE WS-OPT-ID(WS-OPT-SUB) TO WS-EAT-OPERATOR(WS-EAT-TOTAL)
           IF WS-LINK-SUB = 1
               MOVE 'S' TO WS-EAT-RELATION(WS-EAT-TOTAL)
           ELSE
               MOVE 'R' TO WS-EAT-RELATION(WS-EAT-TOTAL)
           END-IF
           MOVE WS-OPT-LINK-ID(WS-OPT-SUB, WS-LINK-SUB)
               TO WS-EAT-LINKED-ID(WS-EAT-TOTAL)
           .

      *----------------------------------------------------------------
       2000-SCAN-AUDIT-LOG.
      *----------------------------------------------------------------
           DISPLAY 'EXCEPTIONS IN THE AUDIT LOG'
           DISPLAY 'Code        Operator Account    T Action       '
                   'Time   Detail'
           DISPLAY '--------------------------------------------------'
                   '---------------------------'

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY '(no audit log - no activity to examine)'
               GO TO 2000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 2100-READ-ONE-ENTRY UNTIL WS-EOF = 'Y'

           CLOSE AUDIT-FILE
           .

       2000-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2100-READ-ONE-ENTRY.
      *----------------------------------------------------------------
           READ AUDIT-FILE INTO AUDIT-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF AUDIT-LINE(1:10) IS NUMERIC
                       ADD 1 TO WS-ENTRIES-READ
                       PERFORM 2200-EXAMINE-ONE-ENTRY
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       2200-EXAMINE-ONE-ENTRY.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-LOG-TAIL
           UNSTRING AUDIT-LINE DELIMITED BY ','
               INTO WS-LOG-ISN-TXT
                    WS-LOG-ACCOUNT-TXT
                    WS-LOG-OLD-BAL-TXT
                    WS-LOG-NEW-BAL-TXT
                    WS-LOG-TYPE
                    WS-LOG-AMOUNT-TXT
                    WS-LOG-TIMESTAMP
                    WS-LOG-TAIL-FLD(1)
                    WS-LOG-TAIL-FLD(2)
                    WS-LOG-TAIL-FLD(3)
                    WS-LOG-TAIL-FLD(4)
                    WS-LOG-TAIL-FLD(5)
                    WS-LOG-TAIL-FLD(6)
                    WS-LOG-TAIL-FLD(7)
                    WS-LOG-TAIL-FLD(8)
           END-UNSTRING

           IF WS-LOG-TIMESTAMP(1:8) IS NUMERIC
               MOVE WS-LOG-TIMESTAMP(1:8) TO WS-ENT-DATE
           ELSE
               MOVE 0 TO WS-ENT-DATE
           END-IF
           IF WS-LOG-ISN-TXT IS NUMERIC
               MOVE WS-LOG-ISN-TXT TO WS-ENT-ISN
           ELSE
               MOVE 0 TO WS-ENT-ISN
           END-IF
           IF WS-LOG-ACCOUNT-TXT IS NUMERIC
               MOVE WS-LOG-ACCOUNT-TXT TO WS-ENT-ACCOUNT
           ELSE
               MOVE 0 TO WS-ENT-ACCOUNT
           END-IF

           MOVE SPACES TO WS-ENT-OPERATOR
           MOVE SPACES TO WS-ENT-MAKER
           MOVE SPACES TO WS-ENT-PLACED-BY
           PERFORM 2210-CLASSIFY-TAIL-FIELD
               VARYING WS-TAIL-SUB FROM 1 BY 1
               UNTIL WS-TAIL-SUB > 8

           IF WS-ENT-OPERATOR = SPACES AND WS-ENT-MAKER = SPACES
      *        Batch and channel activity - nobody at a terminal
               EXIT PARAGRAPH
           END-IF

      *    A reactivation is remembered from any day in the live log;
      *    every other pattern is judged on the business date only
           IF WS-LOG-TYPE = 'V' AND WS-ENT-ACCOUNT > 0
               PERFORM 2300-RECORD-REACTIVATION
           END-IF

           IF WS-ENT-DATE NOT = WS-BUS-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENTRIES-TODAY

      *    An account entry carries the record's ISN; a customer,
      *    operator or screening entry carries zero
           IF WS-ENT-ISN > 0 AND WS-ENT-ACCOUNT > 0
               MOVE WS-ENT-OPERATOR TO WS-CHK-ACTOR
               PERFORM 2400-CHECK-OWN-ACCOUNT
               MOVE WS-ENT-MAKER TO WS-CHK-ACTOR
               PERFORM 2400-CHECK-OWN-ACCOUNT
           END-IF

           IF WS-LOG-TYPE = 'M'
               AND (WS-LOG-AMOUNT-TXT = 'CUST-MAINT'
                    OR WS-LOG-AMOUNT-TXT = 'CUST-IDENT')
               MOVE WS-ENT-OPERATOR TO WS-CHK-ACTOR
               PERFORM 2500-CHECK-OWN-CUSTOMER
           END-IF

           PERFORM 2250-TEST-DEBIT
           IF WS-ENT-DEBIT = 'Y'
               MOVE WS-ENT-OPERATOR TO WS-CHK-ACTOR
               PERFORM 2600-CHECK-REACT-DEBIT
               MOVE WS-ENT-MAKER TO WS-CHK-ACTOR
               PERFORM 2600-CHECK-REACT-DEBIT
           END-IF

           IF WS-LOG-TYPE = 'P'
               AND WS-LOG-AMOUNT-TXT = 'LIFT'
               AND WS-ENT-PLACED-BY NOT = SPACES
               AND WS-ENT-PLACED-BY = WS-ENT-OPERATOR
               MOVE 'OWN-LIFT' TO WS-EXC-CODE
               MOVE WS-ENT-OPERATOR TO WS-CHK-ACTOR
               MOVE 'PLACED AND LIFTED BY SAME ID' TO WS-EXC-DETAIL
               ADD 1 TO WS-OWN-LIFT-COUNT
               PERFORM 2900-PRINT-EXCEPTION
           END-IF

           IF WS-ENT-MAKER NOT = SPACES
               AND WS-ENT-OPERATOR NOT = SPACES
               PERFORM 2700-RECORD-APPROVAL
           END-IF
           .

      *----------------------------------------------------------------
       2210-CLASSIFY-TAIL-FIELD.
      *----------------------------------------------------------------
           IF WS-LOG-TAIL-FLD(WS-TAIL-SUB) = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-LOG-TAIL-FLD(WS-TAIL-SUB)(1:4) = 'MKR:'
               MOVE WS-LOG-TAIL-FLD(WS-TAIL-SUB)(5:8) TO WS-ENT-MAKER
               EXIT PARAGRAPH
           END-IF
           IF WS-LOG-TAIL-FLD(WS-TAIL-SUB)(1:10) = 'PLACED-BY:'
               MOVE WS-LOG-TAIL-FLD(WS-TAIL-SUB)(11:8)
                   TO WS-ENT-PLACED-BY
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TAG-COUNT
           INSPECT WS-LOG-TAIL-FLD(WS-TAIL-SUB)
               TALLYING WS-TAG-COUNT FOR ALL ':' ALL '='
           IF WS-TAG-COUNT > 0
               EXIT PARAGRAPH
           END-IF

      *    The first column naming an operator on the master is the
      *    entry's operator
           IF WS-ENT-OPERATOR = SPACES
               AND WS-LOG-TAIL-FLD(WS-TAIL-SUB)(9:22) = SPACES
               MOVE 0 TO WS-OPT-MATCH
               PERFORM 2220-SCAN-ONE-OPERATOR
                   VARYING WS-OPT-SUB FROM 1 BY 1
                   UNTIL WS-OPT-SUB > WS-OPT-TOTAL
                      OR WS-OPT-MATCH > 0
               IF WS-OPT-MATCH > 0
                   MOVE WS-OPT-ID(WS-OPT-MATCH) TO WS-ENT-OPERATOR
               END-IF
           END-IF
           .

       2220-SCAN-ONE-OPERATOR.
           IF WS-OPT-ID(WS-OPT-SUB) = WS-LOG-TAIL-FLD(WS-TAIL-SUB)(1:8)
               MOVE WS-OPT-SUB TO WS-OPT-MATCH
           END-IF
           .

      *----------------------------------------------------------------
       2250-TEST-DEBIT.
      *----------------------------------------------------------------
      *    A withdrawal always takes money out; a transfer leg or an
      *    adjustment does when it leaves the balance lower.
           MOVE 'N' TO WS-ENT-DEBIT
           IF WS-ENT-ACCOUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LOG-TYPE = 'W'
               MOVE 'Y' TO WS-ENT-DEBIT
               EXIT PARAGRAPH
           END-IF
           IF WS-LOG-TYPE NOT = 'T' AND WS-LOG-TYPE NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-LOG-OLD-BAL-TXT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-LOG-NEW-BAL-TXT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LOG-OLD-BAL-TXT) TO WS-ENT-OLD-BAL
           MOVE FUNCTION NUMVAL(WS-LOG-NEW-BAL-TXT) TO WS-ENT-NEW-BAL
           IF WS-ENT-NEW-BAL < WS-ENT-OLD-BAL
               MOVE 'Y' TO WS-ENT-DEBIT
           END-IF
           .

      *----------------------------------------------------------------
       2300-RECORD-REACTIVATION.
      *----------------------------------------------------------------
           IF WS-RCT-TOTAL NOT < 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RCT-TOTAL
           MOVE WS-ENT-ACCOUNT  TO WS-RCT-ACCOUNT(WS-RCT-TOTAL)
           MOVE WS-ENT-OPERATOR TO WS-RCT-OPERATOR(WS-RCT-TOTAL)
           MOVE WS-ENT-MAKER    TO WS-RCT-MAKER(WS-RCT-TOTAL)
           MOVE WS-ENT-DATE     TO WS-RCT-DATE(WS-RCT-TOTAL)
           .

      *----------------------------------------------------------------
       2400-CHECK-OWN-ACCOUNT.
      *----------------------------------------------------------------
           IF WS-CHK-ACTOR = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EAT-MATCH
           PERFORM 2410-SCAN-ONE-EMP-ACCOUNT
               VARYING WS-EAT-SUB FROM 1 BY 1
               UNTIL WS-EAT-SUB > WS-EAT-TOTAL
                  OR WS-EAT-MATCH > 0
           IF WS-EAT-MATCH = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'OWN-ACCT' TO WS-EXC-CODE
           IF WS-EAT-RELATION(WS-EAT-MATCH) = 'S'
               MOVE 'OWN' TO WS-EXC-RELATION-WORD
           ELSE
               MOVE 'RELATED' TO WS-EXC-RELATION-WORD
           END-IF
           MOVE SPACES TO WS-EXC-DETAIL
           STRING WS-EXC-RELATION-WORD      DELIMITED BY SPACE
                  ' CUSTOMER '              DELIMITED BY SIZE
                  WS-EAT-LINKED-ID(WS-EAT-MATCH)
                                            DELIMITED BY SIZE
               INTO WS-EXC-DETAIL
           END-STRING
           IF WS-CHK-ACTOR = WS-ENT-MAKER
               AND WS-CHK-ACTOR NOT = WS-ENT-OPERATOR
               MOVE '(MAKER)' TO WS-EXC-DETAIL(29:7)
           END-IF
           ADD 1 TO WS-OWN-ACCT-COUNT
           PERFORM 2900-PRINT-EXCEPTION
           .

       2410-SCAN-ONE-EMP-ACCOUNT.
           IF WS-EAT-ACCOUNT(WS-EAT-SUB) = WS-ENT-ACCOUNT
               AND WS-EAT-OPERATOR(WS-EAT-SUB) = WS-CHK-ACTOR
               MOVE WS-EAT-SUB TO WS-EAT-MATCH
           END-IF
           .

      *----------------------------------------------------------------
       2500-CHECK-OWN-CUSTOMER.
      *----------------------------------------------------------------
      *    A customer maintenance entry carries the CUSTOMER-ID in
      *    its account column.
           IF WS-CHK-ACTOR = SPACES OR WS-ENT-ACCOUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-OPT-MATCH
           PERFORM 2520-FIND-ACTOR
               VARYING WS-OPT-SUB FROM 1 BY 1
               UNTIL WS-OPT-SUB > WS-OPT-TOTAL
                  OR WS-OPT-MATCH > 0
           IF WS-OPT-MATCH = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EAT-MATCH
           PERFORM 2510-TEST-ONE-LINK
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > 4
                  OR WS-EAT-MATCH > 0
           IF WS-EAT-MATCH = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'OWN-CUST' TO WS-EXC-CODE
           IF WS-EAT-MATCH = 1
               MOVE 'OWN CUSTOMER RECORD' TO WS-EXC-DETAIL
           ELSE
               MOVE 'RELATED CUSTOMER RECORD' TO WS-EXC-DETAIL
           END-IF
           ADD 1 TO WS-OWN-CUST-COUNT
           PERFORM 2900-PRINT-EXCEPTION
           .

       2510-TEST-ONE-LINK.
           IF WS-OPT-LINK-ID(WS-OPT-MATCH, WS-LINK-SUB) > 0
               AND WS-OPT-LINK-ID(WS-OPT-MATCH, WS-LINK-SUB)
                   = WS-ENT-ACCOUNT
               MOVE WS-LINK-SUB TO WS-EAT-MATCH
           END-IF
           .

       2520-FIND-ACTOR.
           IF WS-OPT-ID(WS-OPT-SUB) = WS-CHK-ACTOR
               MOVE WS-OPT-SUB TO WS-OPT-MATCH
           END-IF
           .

      *----------------------------------------------------------------
       2600-CHECK-REACT-DEBIT.
      *----------------------------------------------------------------
           IF WS-CHK-ACTOR = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-RCT-MATCH
           PERFORM 2610-SCAN-ONE-REACTIVATION
               VARYING WS-RCT-SUB FROM 1 BY 1
               UNTIL WS-RCT-SUB > WS-RCT-TOTAL
                  OR WS-RCT-MATCH > 0
           IF WS-RCT-MATCH = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'REACT-DEBIT' TO WS-EXC-CODE
           MOVE SPACES TO WS-EXC-DETAIL
           STRING 'REACTIVATED '            DELIMITED BY SIZE
                  WS-RCT-DATE(WS-RCT-MATCH) DELIMITED BY SIZE
                  ' BY SAME ID'             DELIMITED BY SIZE
               INTO WS-EXC-DETAIL
           END-STRING
           ADD 1 TO WS-REACT-DEBIT-COUNT
           PERFORM 2900-PRINT-EXCEPTION
           .

       2610-SCAN-ONE-REACTIVATION.
           IF WS-RCT-ACCOUNT(WS-RCT-SUB) = WS-ENT-ACCOUNT
               AND (WS-RCT-OPERATOR(WS-RCT-SUB) = WS-CHK-ACTOR
                    OR WS-RCT-MAKER(WS-RCT-SUB) = WS-CHK-ACTOR)
               MOVE WS-RCT-SUB TO WS-RCT-MATCH
           END-IF
           .

      *----------------------------------------------------------------
       2700-RECORD-APPROVAL.
      *----------------------------------------------------------------
           IF WS-APR-TOTAL NOT < 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APR-TOTAL
           MOVE WS-ENT-OPERATOR    TO WS-APR-APPROVER(WS-APR-TOTAL)
           MOVE WS-ENT-MAKER       TO WS-APR-MAKER(WS-APR-TOTAL)
           MOVE WS-LOG-ACCOUNT-TXT TO WS-APR-ACCOUNT(WS-APR-TOTAL)
           MOVE WS-LOG-TYPE        TO WS-APR-TYPE(WS-APR-TOTAL)
           MOVE WS-LOG-AMOUNT-TXT  TO WS-APR-ACTION(WS-APR-TOTAL)
           MOVE WS-LOG-TIMESTAMP(9:6)
               TO WS-APR-TIME(WS-APR-TOTAL)
           .

      *----------------------------------------------------------------
       2900-PRINT-EXCEPTION.
      *----------------------------------------------------------------
           ADD 1 TO WS-EXCEPTION-TOTAL
           DISPLAY WS-EXC-CODE ' '
                   WS-CHK-ACTOR ' '
                   WS-LOG-ACCOUNT-TXT ' '
                   WS-LOG-TYPE ' '
                   WS-LOG-AMOUNT-TXT ' '
                   WS-LOG-TIMESTAMP(9:6) ' '
                   WS-EXC-DETAIL
           .

      *----------------------------------------------------------------
       3000-LIST-MUTUAL-APPROVALS.
      *----------------------------------------------------------------
      *    Every item approved today whose maker, the same day,
      *    approved an item of its approver's - each side of the
      *    exchange is listed under its approver.
           PERFORM 3100-TEST-ONE-APPROVAL
               VARYING WS-APR-SUB FROM 1 BY 1
               UNTIL WS-APR-SUB > WS-APR-TOTAL

           IF WS-EXCEPTION-TOTAL = 0
               DISPLAY '(none)'
           END-IF
           .

       3100-TEST-ONE-APPROVAL.
           MOVE 0 TO WS-APR-MATCH
           PERFORM 3110-SCAN-ONE-OTHER
               VARYING WS-APR-OTHER FROM 1 BY 1
               UNTIL WS-APR-OTHER > WS-APR-TOTAL
                  OR WS-APR-MATCH > 0
           IF WS-APR-MATCH = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'MUTUAL-APPR' TO WS-EXC-CODE
           MOVE WS-APR-APPROVER(WS-APR-SUB) TO WS-CHK-ACTOR
           MOVE WS-APR-ACCOUNT(WS-APR-SUB)  TO WS-LOG-ACCOUNT-TXT
           MOVE WS-APR-TYPE(WS-APR-SUB)     TO WS-LOG-TYPE
           MOVE WS-APR-ACTION(WS-APR-SUB)   TO WS-LOG-AMOUNT-TXT
           MOVE SPACES TO WS-LOG-TIMESTAMP
           MOVE WS-APR-TIME(WS-APR-SUB)     TO WS-LOG-TIMESTAMP(9:6)
           MOVE SPACES TO WS-EXC-DETAIL
           STRING 'MAKER '                   DELIMITED BY SIZE
                  WS-APR-MAKER(WS-APR-SUB)   DELIMITED BY SPACE
                  ' APPROVES FOR THEM TOO'   DELIMITED BY SIZE
               INTO WS-EXC-DETAIL
           END-STRING
           ADD 1 TO WS-MUTUAL-COUNT
           PERFORM 2900-PRINT-EXCEPTION
           .

       3110-SCAN-ONE-OTHER.
           IF WS-APR-APPROVER(WS-APR-OTHER) = WS-APR-MAKER(WS-APR-SUB)
               AND WS-APR-MAKER(WS-APR-OTHER)
                   = WS-APR-APPROVER(WS-APR-SUB)
               MOVE WS-APR-OTHER TO WS-APR-MATCH
           END-IF
           .

      *----------------------------------------------------------------
       4000-LIST-REFUSALS.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'ATTEMPTS REFUSED TODAY'
           DISPLAY 'Operator Account    Rel Linked     Cd Source'
                   '       Time'
           DISPLAY '--------------------------------------------------'
                   '------------'

           OPEN INPUT REFUSAL-FILE
           IF WS-REFUSAL-FILE-STATUS NOT = '00'
               DISPLAY '(none)'
               GO TO 4000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 4100-LIST-ONE-REFUSAL UNTIL WS-EOF = 'Y'

           CLOSE REFUSAL-FILE

           IF WS-REFUSAL-COUNT = 0
               DISPLAY '(none)'
           END-IF
           .

       4000-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       4100-LIST-ONE-REFUSAL.
      *----------------------------------------------------------------
           READ REFUSAL-FILE INTO REFUSAL-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF REFUSAL-LINE(1:8) = WS-BUS-DATE
                       ADD 1 TO WS-REFUSAL-COUNT
                       DISPLAY REFUSAL-LINE(19:8) ' '
                               REFUSAL-LINE(28:10) ' '
                               REFUSAL-LINE(39:1) '   '
                               REFUSAL-LINE(41:10) ' '
                               REFUSAL-LINE(52:1) '  '
                               REFUSAL-LINE(54:12) ' '
                               REFUSAL-LINE(10:6)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       5000-PRINT-SUMMARY.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'Audit Entries Read    : ' WS-ENTRIES-READ
           DISPLAY 'Operator Entries Today: ' WS-ENTRIES-TODAY
           DISPLAY 'OWN-ACCT              : ' WS-OWN-ACCT-COUNT
           DISPLAY 'OWN-CUST              : ' WS-OWN-CUST-COUNT
           DISPLAY 'REACT-DEBIT           : ' WS-REACT-DEBIT-COUNT
           DISPLAY 'OWN-LIFT              : ' WS-OWN-LIFT-COUNT
           DISPLAY 'MUTUAL-APPR           : ' WS-MUTUAL-COUNT
           DISPLAY 'Refused Attempts      : ' WS-REFUSAL-COUNT
           DISPLAY '=================================================='

           IF WS-EXCEPTION-TOTAL > 0 OR WS-REFUSAL-COUNT > 0
               DISPLAY '*** EXCEPTIONS LISTED - REVIEW REQUIRED ***'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
