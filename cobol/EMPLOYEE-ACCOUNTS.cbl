       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-ACCOUNTS.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: EMPLOYEE-ACCOUNTS
      * PURPOSE: Single answer to "is this operator working their own
      *          money?".  Each operator may be linked in the operator
      *          master (OPERATOR-ADMIN, option L) to their own
      *          CUSTOMER-ID and up to three related customers - a
      *          family member, a business they control.  The posting
      *          screens ask here before applying anything and turn
      *          the item away when the account belongs to one of
      *          those customers; SOD-EXCEPTION-RPT reports the
      *          refusals next to the patterns it finds in the audit
      *          log.
      *          Functions:
      *            C - check: LK-EMP-RELATION comes back S (the
      *                operator's own customer), R (a related
      *                customer) or space, with LK-EMP-LINKED-ID the
      *                customer that matched.  LK-EMP-CUSTOMER is the
      *                account's own CUSTOMER-ID, or the customer being
      *                maintained when there is no account; with
      *                LK-EMP-ACCOUNT non-zero the linked customers'
      *                accounts are browsed too (L4), so a joint account
      *                on the owner cross-reference is caught as well.
      *            J - journal one refused attempt - DATE, OPERATOR,
      *                ACCOUNT, RELATION, LINKED-ID, TXN-CODE, SOURCE
      * INPUT:   Operator links via OPERATOR-MASTER; Adabas command L4
      * OUTPUT:  ../data/employee-refusals.txt, fixed format:
      *          1-8 DATE, 10-17 TIME, 19-26 OPERATOR, 28-37 ACCOUNT,
      *          39 RELATION (S/R), 41-50 LINKED-ID, 52 TXN-CODE,
      *          54-65 SOURCE
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUSAL-FILE ASSIGN TO DYNAMIC WS-REFUSAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUSAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFUSAL-FILE.
       01  REFUSAL-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File names - a training session opens the training copy
      * (see 0100-RESOLVE-FILE-NAMES)
      *----------------------------------------------------------------
       01  WS-REFUSAL-FILE-NAME        PIC X(60) VALUE
           '../data/employee-refusals.txt'.

      *----------------------------------------------------------------
      * Training Mode (see TRAINING-MODE)
      *----------------------------------------------------------------
       01  WS-TRAINING-REQUEST.
           05  WS-TRN-FUNCTION         PIC X.
           05  WS-TRN-TRAINEE          PIC X.
           05  WS-TRN-OPERATOR-ID      PIC X(08).
           05  WS-TRN-ACTIVE           PIC X.
           05  WS-TRN-OK               PIC X.
           05  WS-TRN-FILE-NAME        PIC X(60).

       01  WS-REFUSAL-FILE-STATUS      PIC XX.
       01  WS-REFUSAL-TIME             PIC 9(08).

      *----------------------------------------------------------------
      * Operator Master row and customer links (see OPERATOR-MASTER)
      *----------------------------------------------------------------
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

      *    The links in the order they are tried - own customer first
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY           OCCURS 4 TIMES.
               10  WS-LINK-ID          PIC 9(10).
               10  WS-LINK-RELATION    PIC X.
       01  WS-LINK-SUB                 PIC 9 VALUE 0.

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
      * customer holds, their own or joint on the owner
      * cross-reference.
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
       01  WS-OWNED                    PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  LK-EMPLOYEE-REQUEST.
           05  LK-EMP-FUNCTION         PIC X.
               88  LK-FUNC-CHECK       VALUE 'C'.
               88  LK-FUNC-JOURNAL     VALUE 'J'.
           05  LK-EMP-OPERATOR-ID      PIC X(08).
           05  LK-EMP-ACCOUNT          PIC 9(10).
           05  LK-EMP-CUSTOMER         PIC 9(10).
           05  LK-EMP-RELATION         PIC X.
           05  LK-EMP-LINKED-ID        PIC 9(10).
           05  LK-EMP-DATE             PIC 9(08).
           05  LK-EMP-TXN-CODE         PIC X.
           05  LK-EMP-SOURCE           PIC X(12).
           05  LK-EMP-OK               PIC X.

       PROCEDURE DIVISION USING LK-EMPLOYEE-REQUEST.

       0000-MAIN.
           PERFORM 0100-RESOLVE-FILE-NAMES

           MOVE 'N' TO LK-EMP-OK

           EVALUATE TRUE
               WHEN LK-FUNC-CHECK
                   PERFORM 2000-CHECK-EMPLOYEE THRU 2000-EXIT
               WHEN LK-FUNC-JOURNAL
                   PERFORM 6000-JOURNAL-REFUSAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           GOBACK
           .

      *----------------------------------------------------------------
       0100-RESOLVE-FILE-NAMES.
      *    Asked on every call - a trainee signing on part way
      *    through the run switches it to the training copy.
           MOVE 'R' TO WS-TRN-FUNCTION
           MOVE WS-REFUSAL-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-REFUSAL-FILE-NAME
           .

      *----------------------------------------------------------------
       2000-CHECK-EMPLOYEE.
      *----------------------------------------------------------------
      *    An operator with no links on file - or no operator at all,
      *    as in a batch - is never refused.
           MOVE SPACE TO LK-EMP-RELATION
           MOVE 0     TO LK-EMP-LINKED-ID
           MOVE 'Y'   TO LK-EMP-OK

           INITIALIZE WS-OPMASTER-REQUEST
           MOVE 'K' TO WS-OPM-FUNCTION
           MOVE LK-EMP-OPERATOR-ID TO WS-OPM-ID
           CALL 'OPERATOR-MASTER' USING WS-OPMASTER-REQUEST
           IF WS-OPM-FOUND NOT = 'Y'
               GO TO 2000-EXIT
           END-IF

           MOVE WS-OPM-CUSTOMER-ID   TO WS-LINK-ID(1)
           MOVE 'S'                  TO WS-LINK-RELATION(1)
           MOVE WS-OPM-RELATED-ID(1) TO WS-LINK-ID(2)
           MOVE WS-OPM-RELATED-ID(2) TO WS-LINK-ID(3)
           MOVE WS-OPM-RELATED-ID(3) TO WS-LINK-ID(4)
           MOVE 'R' TO WS-LINK-RELATION(2)
           MOVE 'R' TO WS-LINK-RELATION(3)
           MOVE 'R' TO WS-LINK-RELATION(4)

      *    The customer on the item settles it at once
           PERFORM 2100-TEST-ONE-CUSTOMER
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > 4
                  OR LK-EMP-RELATION NOT = SPACE
           IF LK-EMP-RELATION NOT = SPACE OR LK-EMP-ACCOUNT = 0
               GO TO 2000-EXIT
           END-IF

      *    Failing that, a joint account held with a linked customer
           PERFORM 2200-BROWSE-ONE-CUSTOMER
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > 4
                  OR LK-EMP-RELATION NOT = SPACE
           .

       2000-EXIT.
           EXIT
           .

       2100-TEST-ONE-CUSTOMER.
           IF WS-LINK-ID(WS-LINK-SUB) > 0
               AND WS-LINK-ID(WS-LINK-SUB) = LK-EMP-CUSTOMER
               MOVE WS-LINK-RELATION(WS-LINK-SUB) TO LK-EMP-RELATION
               MOVE WS-LINK-ID(WS-LINK-SUB) TO LK-EMP-LINKED-ID
           END-IF
           .

       2200-BROWSE-ONE-CUSTOMER.
           IF WS-LINK-ID(WS-LINK-SUB) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-OWNED
           MOVE WS-LINK-ID(WS-LINK-SUB) TO CSB-CUSTOMER-ID
           MOVE 1   TO WS-L4-LOWER
           MOVE 'N' TO WS-L4-DONE
           PERFORM 2300-FETCH-ACCOUNT-BATCH
           IF ACB-RESPONSE-CODE NOT = 000
               EXIT PARAGRAPH
           END-IF
           PERFORM 2400-SCAN-ACCOUNT-BATCH
               UNTIL WS-L4-DONE = 'Y'

           IF WS-OWNED = 'Y'
               MOVE WS-LINK-RELATION(WS-LINK-SUB) TO LK-EMP-RELATION
               MOVE WS-LINK-ID(WS-LINK-SUB) TO LK-EMP-LINKED-ID
           END-IF
           .

       2300-FETCH-ACCOUNT-BATCH.
           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'L4'   TO ACB-COMMAND-CODE
           MOVE 00012  TO ACB-FILE-NUMBER
           MOVE 100    TO ACB-FORMAT-BUFFER-LEN
           MOVE 500    TO ACB-RECORD-BUFFER-LEN
           MOVE 24     TO ACB-SEARCH-BUFFER-LEN
           MOVE 5      TO ACB-ISN-QUANTITY
           MOVE WS-L4-LOWER TO ACB-ISN-LOWER-LIMIT
           MOVE LK-EMP-OPERATOR-ID TO ACB-USER-ID
           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               READ-FORMAT-BUFFER
                               CUST-ACCT-RESULT
                               CUSTOMER-SEARCH-BUFFER
           .

       2400-SCAN-ACCOUNT-BATCH.
      *    L4 answers at most five accounts per call - resume past
      *    the last ISN answered until a short batch.
           MOVE ACB-ISN-QUANTITY TO WS-ACCT-COUNT
           COMPUTE WS-L4-LOWER = ACB-ISN + 1

           PERFORM 2410-TEST-ONE-ACCOUNT
               VARYING WS-ACCT-INDEX FROM 1 BY 1
               UNTIL WS-ACCT-INDEX > WS-ACCT-COUNT

           IF WS-ACCT-COUNT < 5 OR WS-OWNED = 'Y'
               MOVE 'Y' TO WS-L4-DONE
           ELSE
               PERFORM 2300-FETCH-ACCOUNT-BATCH
               IF ACB-RESPONSE-CODE NOT = 000
                   MOVE 'Y' TO WS-L4-DONE
               END-IF
           END-IF
           .

       2410-TEST-ONE-ACCOUNT.
           IF CAR-ACCOUNT-NUMBER(WS-ACCT-INDEX) = LK-EMP-ACCOUNT
               MOVE 'Y' TO WS-OWNED
           END-IF
           .

      *----------------------------------------------------------------
       6000-JOURNAL-REFUSAL.
      *----------------------------------------------------------------
      *    One dated row per attempt turned away, so the daily
      *    exception report shows who tried, not only what the audit
      *    log holds of what went through.
           ACCEPT WS-REFUSAL-TIME FROM TIME

           MOVE SPACES TO REFUSAL-LINE
           MOVE LK-EMP-DATE        TO REFUSAL-LINE(1:8)
           MOVE WS-REFUSAL-TIME    TO REFUSAL-LINE(10:8)
           MOVE LK-EMP-OPERATOR-ID TO REFUSAL-LINE(19:8)
           MOVE LK-EMP-ACCOUNT     TO REFUSAL-LINE(28:10)
           MOVE LK-EMP-RELATION    TO REFUSAL-LINE(39:1)
           MOVE LK-EMP-LINKED-ID   TO REFUSAL-LINE(41:10)
           MOVE LK-EMP-TXN-CODE    TO REFUSAL-LINE(52:1)
           MOVE LK-EMP-SOURCE      TO REFUSAL-LINE(54:12)

           OPEN EXTEND REFUSAL-FILE
           IF WS-REFUSAL-FILE-STATUS NOT = '00' AND
              WS-REFUSAL-FILE-STATUS NOT = '05'
      *        First entry ever written - file does not exist yet
               CLOSE REFUSAL-FILE
               OPEN OUTPUT REFUSAL-FILE
           END-IF

           IF WS-REFUSAL-FILE-STATUS = '00' OR
              WS-REFUSAL-FILE-STATUS = '05'
               WRITE REFUSAL-LINE
               CLOSE REFUSAL-FILE
               MOVE 'Y' TO LK-EMP-OK
           END-IF
           .
