       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-CONSOLIDATE.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: BRANCH-CONSOLIDATE
      * PURPOSE: Supervised branch consolidation.  When a branch is
      *          closed or merged, every account it holds, every
      *          operator homed there and every drawer those
      *          operators have open today move to the surviving
      *          branch in one run, instead of days of re-keying
      *          through ACCOUNT-UPDATE and OPERATOR-ADMIN.
      *          A supervisor signs on, names the closing and the
      *          surviving branch and the effective business date
      *          (which must be today's - the masters, the GL and
      *          the audit trail all change on the same day), sees
      *          the before counts, and a SECOND supervisor - a
      *          different person - signs on to confirm, the dual
      *          control OPERATOR-ADMIN applies to an authority
      *          change.  Then:
      *            - each account is re-keyed through the search-
      *              for-update hold and the branch correction on
      *              command A2 (the ACCOUNT-UPDATE maintenance
      *              path) and audited as a type 'M' BRANCH-MOVE
      *              entry - the balance does not move;
      *            - its balance is carried across the ledgers by a
      *              balanced inter-branch pair on each side (out
      *              of the closing branch's customer GL into the
      *              inter-branch clearing GL, and back out of
      *              clearing into the surviving branch's customer
      *              GL), mapped through the gl-account-map rows for
      *              code Q the way GL-JOURNAL-EXTRACT maps a
      *              posting, branch-specific row first;
      *            - each operator's home branch is updated through
      *              OPERATOR-MASTER and audited as a type 'Z'
      *              OP-BRANCH entry, and each drawer that operator
      *              has open today (opened, not yet closed - see
      *              TELLER-DRAWER) follows them, audited as a 'Z'
      *              DRAWER-MOVE entry, so DRAWER-PROOF and
      *              VAULT-CASH-PROOF prove it at the new branch.
      *          The same counts are then taken again, and the
      *          before/after control report proves the combined
      *          account count and balance unchanged, the closing
      *          branch empty and the journal balanced.  An account
      *          someone else is holding is left behind and
      *          reported; running the consolidation again picks up
      *          whatever is left, since only rows still on the
      *          closing branch are ever touched.  Vault cash is
      *          not moved here - it is physical cash, and ships to
      *          the surviving branch through VAULT-MAINT.
      * INPUT:   Account data via Adabas (L2, S1), operator master
      *          (via OPERATOR-MASTER), teller drawers (via
      *          TELLER-DRAWER), vault counts (via VAULT-CASH),
      *          ../data/gl-account-map.txt (code Q rows: DR-GL the
      *          inter-branch clearing account, CR-GL the customer
      *          GL; optional BRANCH 37-39)
      * OUTPUT:  ../data/seed-data.txt updated via Adabas (A2),
      *          ../data/operator-master.txt updated,
      *          ../data/branch-consol-journal.txt - one
      *          HDR,BRCONSOL,date / DTL,gl-acct,D|C,amount,account,
      *          Q,branch / TRL,count,total-dr,total-cr batch
      *          appended per run; audit-log entries; control report
      *          on the screen.
      *          RETURN-CODE 4 when anything was left behind, needed
      *          the * fallback mapping or failed to prove
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-FILE ASSIGN TO "../data/gl-account-map.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO
                   "../data/branch-consol-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAP-FILE.
       01  MAP-LINE                    PIC X(80).

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-MAP-FILE-STATUS          PIC XX.
       01  WS-JOURNAL-FILE-STATUS      PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.
       01  WS-PROCEED                  PIC X VALUE 'Y'.
       01  WS-CONFIRM                  PIC X.

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
      * Account Record Structure (returned by S1)
      *----------------------------------------------------------------
       01  ACCOUNT-RECORD.
           05  ACCOUNT-NUMBER          PIC 9(10).
           05  CUSTOMER-NAME           PIC X(50).
           05  ACCOUNT-TYPE            PIC X(15).
           05  BALANCE                 PIC S9(08)V99.
           05  LAST-TXN-DATE           PIC 9(08).
           05  CURRENCY-CODE           PIC X(03).
           05  CUSTOMER-ID             PIC 9(10).
           05  OPEN-DATE               PIC 9(08).
           05  TERM-MONTHS             PIC 9(03).
           05  MATURITY-DATE           PIC 9(08).
           05  CONTRACT-RATE           PIC 9V9(06).
           05  ACCOUNT-BRANCH          PIC X(03).

      *----------------------------------------------------------------
      * Browse Result Rows (matches ADABAS.cbl's BROWSE-WIDE-VIEW
      * layout - cursor-mode L2, one pass per count and one for the
      * move)
      *----------------------------------------------------------------
       01  BROWSE-RESULT.
           05  BR-ENTRY OCCURS 20 TIMES.
               10  BR-ACCOUNT-NUMBER   PIC 9(10).
               10  BR-CUSTOMER-NAME    PIC X(50).
               10  BR-ACCOUNT-TYPE     PIC X(15).
               10  BR-BALANCE          PIC S9(08)V99.
               10  BR-LAST-TXN-DATE    PIC 9(08).
               10  BR-CURRENCY-CODE    PIC X(03).
               10  BR-BRANCH           PIC X(03).
               10  FILLER              PIC X(01).
       01  WS-NEXT-ISN                 PIC 9(10) VALUE 1.
       01  WS-MORE-RECORDS             PIC X VALUE 'Y'.
       01  WS-ROW-INDEX                PIC 9(02) VALUE 0.
       01  WS-ROWS-RETURNED            PIC 9(02) VALUE 0.
       01  WS-BROWSE-PASS              PIC X.
           88  WS-PASS-COUNT           VALUE 'C'.
           88  WS-PASS-MOVE            VALUE 'M'.
       01  WS-ROW-BRANCH               PIC X(03).
       01  WS-SAVED-ISN                PIC 9(10).

      *----------------------------------------------------------------
      * Format and Search Buffers
      *----------------------------------------------------------------
       01  READ-FORMAT-BUFFER          PIC X(100) VALUE
           'ACCOUNT-NUMBER,CUSTOMER-NAME,ACCOUNT-TYPE,BALANCE,LAST-TXN-
      -    'DATE.'.

       01  MAINT-FORMAT-BUFFER         PIC X(50) VALUE
           'CUSTOMER-NAME,ACCOUNT-TYPE.'.

       01  BROWSE-SEARCH-BUFFER.
           05  FILLER                  PIC X(15) VALUE
               'ACCOUNT-TYPE,1,'.
           05  BSB-ACCOUNT-TYPE        PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X VALUE '.'.

       01  READ-SEARCH-BUFFER.
           05  FILLER                  PIC X(17) VALUE
               'ACCOUNT-NUMBER,1,'.
           05  RSB-ACCOUNT-NUMBER      PIC 9(10).
           05  FILLER                  PIC X VALUE '.'.

       01  RECORD-BUFFER               PIC X(2000).

      *    Branch correction on command A2 - name and type are sent
      *    back exactly as read, so only the branch changes (see
      *    ADABAS's MAINT-VIEW).
       01  MAINT-BUFFER.
           05  MB-CUSTOMER-NAME        PIC X(50).
           05  MB-ACCOUNT-TYPE         PIC X(15).
           05  MB-BRANCH               PIC X(03).

      *----------------------------------------------------------------
      * Operator Master row (see OPERATOR-MASTER) - function N walks
      * the file one row at a time.
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
       01  WS-OPER-SUB                 PIC 9(03) VALUE 0.
       01  WS-OPER-ID                  PIC X(08).
       01  WS-DRAWER-OPEN              PIC X.

      *----------------------------------------------------------------
      * Teller Drawer (see TELLER-DRAWER)
      *----------------------------------------------------------------
       01  WS-DRAWER-REQUEST.
           05  WS-DRW-FUNCTION         PIC X.
           05  WS-DRW-DATE             PIC 9(08).
           05  WS-DRW-OPERATOR         PIC X(08).
           05  WS-DRW-AMOUNT           PIC 9(09)V99.
           05  WS-DRW-FOUND            PIC X.
           05  WS-DRW-OPENING          PIC 9(09)V99.
           05  WS-DRW-OPEN-DECL        PIC X.
           05  WS-DRW-CLOSING          PIC 9(09)V99.
           05  WS-DRW-CLOSE-DECL       PIC X.
           05  WS-DRW-OK               PIC X.

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
      * Operator Sign-On - the running supervisor, and a second one
      * for the dual-control confirmation.
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
      * Run Parameters
      *----------------------------------------------------------------
       01  WS-OLD-BRANCH               PIC X(03).
       01  WS-NEW-BRANCH               PIC X(03).
       01  WS-INPUT-DATE               PIC X(08).
       01  WS-EFFECTIVE-DATE           PIC 9(08).

      *----------------------------------------------------------------
      * Before/After Control Counts - phase 1 before, 2 after;
      * side 1 the closing branch, 2 the surviving branch.
      *----------------------------------------------------------------
       01  WS-CONTROL-COUNTS.
           05  WS-CNT-PHASE            OCCURS 2 TIMES.
               10  WS-CNT-SIDE         OCCURS 2 TIMES.
                   15  WS-CNT-ACCOUNTS     PIC 9(05).
                   15  WS-CNT-BALANCE      PIC S9(11)V99.
                   15  WS-CNT-OPERATORS    PIC 9(03).
                   15  WS-CNT-DRAWERS      PIC 9(03).
       01  WS-PHASE                    PIC 9 VALUE 1.
       01  WS-SIDE                     PIC 9 VALUE 0.
       01  WS-COMBINED-BEFORE-CNT      PIC 9(05).
       01  WS-COMBINED-AFTER-CNT       PIC 9(05).
       01  WS-COMBINED-BEFORE-BAL      PIC S9(11)V99.
       01  WS-COMBINED-AFTER-BAL       PIC S9(11)V99.
       01  WS-COMBINED-BEFORE-OPS      PIC 9(03).
       01  WS-COMBINED-AFTER-OPS       PIC 9(03).

      *----------------------------------------------------------------
      * Move Counters
      *----------------------------------------------------------------
       01  WS-ACCOUNTS-MOVED           PIC 9(05) VALUE 0.
       01  WS-ACCOUNTS-LEFT            PIC 9(05) VALUE 0.
       01  WS-OPERATORS-MOVED          PIC 9(03) VALUE 0.
       01  WS-OPERATORS-LEFT           PIC 9(03) VALUE 0.
       01  WS-DRAWERS-MOVED            PIC 9(03) VALUE 0.
       01  WS-BALANCE-MOVED            PIC S9(11)V99 VALUE 0.
       01  WS-PROOF-BREAKS             PIC 9(03) VALUE 0.

      *----------------------------------------------------------------
      * GL Mapping Table (code Q rows only), loaded at initialization
      *----------------------------------------------------------------
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY            OCCURS 100 TIMES.
               10  WS-MAP-TYPE         PIC X(15).
               10  WS-MAP-DR-GL        PIC X(08).
               10  WS-MAP-CR-GL        PIC X(08).
               10  WS-MAP-BRANCH       PIC X(03).
       01  WS-MAP-TOTAL                PIC 9(03) VALUE 0.
       01  WS-MAP-SUBSCRIPT            PIC 9(03) VALUE 0.
       01  WS-MAP-FOUND                PIC X VALUE 'N'.
       01  WS-FALLBACK-COUNT           PIC 9(05) VALUE 0.
       01  WS-LOOKUP-TYPE              PIC X(15).
       01  WS-LOOKUP-BRANCH            PIC X(03).
       01  WS-MAPPED-DR-GL             PIC X(08).
       01  WS-MAPPED-CR-GL             PIC X(08).
       01  WS-SWAP-GL                  PIC X(08).

      *----------------------------------------------------------------
      * Journal Output
      *----------------------------------------------------------------
       01  WS-JRNL-AMOUNT              PIC 9(09)V99.
       01  WS-JRNL-AMOUNT-EDIT         PIC 9(09).99.
       01  WS-JRNL-LINE                PIC X(100).
       01  WS-JRNL-ACCOUNT             PIC 9(10).
       01  WS-TOTAL-DR                 PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-CR                 PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-DR-EDIT            PIC 9(12).99.
       01  WS-TOTAL-CR-EDIT            PIC 9(12).99.
       01  WS-DETAIL-COUNT             PIC 9(05) VALUE 0.

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
       01  WS-AUDIT-BAL-EDIT           PIC -9(08).99.
       01  WS-AUDIT-ACTION             PIC X(12).

      *----------------------------------------------------------------
      * Chained Audit Writer - entries reach the audit log through
      * AUDIT-LOGGER, which folds each entry onto the previous one's
      * chain value so the log is tamper-evident end to end.
      *----------------------------------------------------------------
       01  WS-AUDIT-WRITE-REQ.
           05  WS-AWR-LINE             PIC X(300).
           05  WS-AWR-OK               PIC X.

      *----------------------------------------------------------------
      * Report Formatting
      *----------------------------------------------------------------
       01  WS-FMT-BALANCE              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-FMT-BALANCE-2            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       0000-MAIN-ROUTINE.
      *----------------------------------------------------------------
           PERFORM 1000-INITIALIZE
           IF WS-PROCEED = 'Y'
               PERFORM 2000-GET-PARAMETERS THRU 2000-EXIT
           END-IF
           IF WS-PROCEED = 'Y'
               MOVE 1 TO WS-PHASE
               PERFORM 3000-TAKE-CONTROL-COUNTS
               PERFORM 3500-CONFIRM-CONSOLIDATION THRU 3500-EXIT
           END-IF
           IF WS-PROCEED = 'Y'
               PERFORM 4000-START-JOURNAL
               PERFORM 4100-MOVE-ACCOUNTS
               PERFORM 5000-MOVE-OPERATORS
               PERFORM 6000-FINISH-JOURNAL
               MOVE 2 TO WS-PHASE
               PERFORM 3000-TAKE-CONTROL-COUNTS
               PERFORM 7000-PRINT-CONTROL-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'BRANCH CONSOLIDATION'
           DISPLAY '=================================================='
           DISPLAY ' '

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
           INITIALIZE WS-CONTROL-COUNTS

           MOVE 2 TO WS-SIGN-MIN-AUTHORITY
           CALL 'OPERATOR-SIGNON' USING WS-SIGNON-REQUEST
           IF WS-SIGN-OK NOT = 'Y'
               MOVE 'N' TO WS-PROCEED
               EXIT PARAGRAPH
           END-IF

           PERFORM 1100-LOAD-MAP-FILE
           .

      *----------------------------------------------------------------
       1100-LOAD-MAP-FILE.
      *----------------------------------------------------------------
      *    Only the branch-transfer rows (code Q) are wanted here.
           MOVE 0 TO WS-MAP-TOTAL
           OPEN INPUT MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1110-LOAD-ONE-MAP-LINE UNTIL WS-EOF = 'Y'

           CLOSE MAP-FILE
           .

       1110-LOAD-ONE-MAP-LINE.
           READ MAP-FILE INTO MAP-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF MAP-LINE(1:15) NOT = SPACES
                       AND MAP-LINE(17:1) = 'Q'
                       AND WS-MAP-TOTAL < 100
                       ADD 1 TO WS-MAP-TOTAL
                       MOVE MAP-LINE(1:15)
                           TO WS-MAP-TYPE(WS-MAP-TOTAL)
                       MOVE MAP-LINE(19:8)
                           TO WS-MAP-DR-GL(WS-MAP-TOTAL)
                       MOVE MAP-LINE(28:8)
                           TO WS-MAP-CR-GL(WS-MAP-TOTAL)
                       MOVE MAP-LINE(37:3)
                           TO WS-MAP-BRANCH(WS-MAP-TOTAL)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       2000-GET-PARAMETERS.
      *----------------------------------------------------------------
           DISPLAY 'Closing branch   (3 digits): ' NO ADVANCING
           ACCEPT WS-OLD-BRANCH
           DISPLAY 'Surviving branch (3 digits): ' NO ADVANCING
           ACCEPT WS-NEW-BRANCH
           IF WS-OLD-BRANCH NOT NUMERIC
               OR WS-NEW-BRANCH NOT NUMERIC
               DISPLAY 'Branches must be 3 digits - nothing moved.'
               MOVE 'N' TO WS-PROCEED
               GO TO 2000-EXIT
           END-IF
           IF WS-OLD-BRANCH = WS-NEW-BRANCH
               DISPLAY 'The surviving branch must differ from the'
                       ' closing branch - nothing moved.'
               MOVE 'N' TO WS-PROCEED
               GO TO 2000-EXIT
           END-IF

      *    The effective date is the one the consolidation was
      *    approved for; it has to be today's business date, so the
      *    masters, the GL and the audit trail all turn on one day.
           DISPLAY 'Effective business date (YYYYMMDD, blank = '
                   WS-BUS-DATE '): ' NO ADVANCING
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE = SPACES
               MOVE WS-BUS-DATE TO WS-EFFECTIVE-DATE
           ELSE
               IF WS-INPUT-DATE NOT NUMERIC
                   DISPLAY 'Invalid date - nothing moved.'
                   MOVE 'N' TO WS-PROCEED
                   GO TO 2000-EXIT
               END-IF
               MOVE WS-INPUT-DATE TO WS-EFFECTIVE-DATE
           END-IF
           IF WS-EFFECTIVE-DATE NOT = WS-BUS-DATE
               DISPLAY 'The effective date is not today''s business'
                       ' date (' WS-BUS-DATE ') - run the'
                       ' consolidation on its effective date.'
               MOVE 'N' TO WS-PROCEED
               GO TO 2000-EXIT
           END-IF
           .

       2000-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       3000-TAKE-CONTROL-COUNTS.
      *----------------------------------------------------------------
      *    Accounts, balances, operators and open drawers on each
      *    side, for the phase in WS-PHASE.
           MOVE 'C' TO WS-BROWSE-PASS
           MOVE 1   TO WS-NEXT-ISN
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM 3100-BROWSE-ACCOUNTS UNTIL WS-MORE-RECORDS = 'N'

           MOVE 0   TO WS-OPER-SUB
           MOVE 'Y' TO WS-OPM-FOUND
           PERFORM 3300-COUNT-ONE-OPERATOR
               UNTIL WS-OPM-FOUND NOT = 'Y'
           .

      *----------------------------------------------------------------
       3100-BROWSE-ACCOUNTS.
      *----------------------------------------------------------------
           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'L2'   TO ACB-COMMAND-CODE
           IF WS-PASS-COUNT
               MOVE 'BRCN' TO ACB-COMMAND-ID
           ELSE
               MOVE 'BRMV' TO ACB-COMMAND-ID
           END-IF
           MOVE 00012  TO ACB-FILE-NUMBER
           MOVE WS-NEXT-ISN TO ACB-ISN-LOWER-LIMIT
           MOVE 20     TO ACB-ISN-QUANTITY
           MOVE 100    TO ACB-FORMAT-BUFFER-LEN
           MOVE 2000   TO ACB-RECORD-BUFFER-LEN
           MOVE 31     TO ACB-SEARCH-BUFFER-LEN

           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               READ-FORMAT-BUFFER
                               RECORD-BUFFER
                               BROWSE-SEARCH-BUFFER

           IF ACB-RESPONSE-CODE = 000
               MOVE RECORD-BUFFER TO BROWSE-RESULT
               MOVE ACB-ISN-QUANTITY TO WS-ROWS-RETURNED
               COMPUTE WS-NEXT-ISN = ACB-ISN + 1
               PERFORM 3200-TAKE-ONE-ACCOUNT
                   VARYING WS-ROW-INDEX FROM 1 BY 1
                   UNTIL WS-ROW-INDEX > WS-ROWS-RETURNED
           ELSE
               MOVE 'N' TO WS-MORE-RECORDS
           END-IF
           .

      *----------------------------------------------------------------
       3200-TAKE-ONE-ACCOUNT.
      *----------------------------------------------------------------
      *    A line predating the branch column belongs to the head
      *    office, as everywhere else.
           IF BR-BRANCH(WS-ROW-INDEX) IS NUMERIC
               MOVE BR-BRANCH(WS-ROW-INDEX) TO WS-ROW-BRANCH
           ELSE
               MOVE '001' TO WS-ROW-BRANCH
           END-IF

           EVALUATE WS-ROW-BRANCH
               WHEN WS-OLD-BRANCH
                   MOVE 1 TO WS-SIDE
               WHEN WS-NEW-BRANCH
                   MOVE 2 TO WS-SIDE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-PASS-MOVE
               IF WS-SIDE = 1
                   PERFORM 4200-MOVE-ONE-ACCOUNT THRU 4200-EXIT
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CNT-ACCOUNTS(WS-PHASE, WS-SIDE)
           ADD BR-BALANCE(WS-ROW-INDEX)
               TO WS-CNT-BALANCE(WS-PHASE, WS-SIDE)
           .

      *----------------------------------------------------------------
       3300-COUNT-ONE-OPERATOR.
      *----------------------------------------------------------------
           ADD 1 TO WS-OPER-SUB
           INITIALIZE WS-OPMASTER-REQUEST
           MOVE 'N' TO WS-OPM-FUNCTION
           MOVE WS-OPER-SUB TO WS-OPM-INDEX
           CALL 'OPERATOR-MASTER' USING WS-OPMASTER-REQUEST
           IF WS-OPM-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-OPM-BRANCH
               WHEN WS-OLD-BRANCH
                   MOVE 1 TO WS-SIDE
               WHEN WS-NEW-BRANCH
                   MOVE 2 TO WS-SIDE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           ADD 1 TO WS-CNT-OPERATORS(WS-PHASE, WS-SIDE)
           MOVE WS-OPM-ID TO WS-OPER-ID
           PERFORM 3400-CHECK-OPEN-DRAWER
           IF WS-DRAWER-OPEN = 'Y'
               ADD 1 TO WS-CNT-DRAWERS(WS-PHASE, WS-SIDE)
           END-IF
           .

      *----------------------------------------------------------------
       3400-CHECK-OPEN-DRAWER.
      *----------------------------------------------------------------
      *    Open today: an opening count on file and no closing count
      *    yet - a drawer already proved stays where it was proved.
           MOVE 'N' TO WS-DRAWER-OPEN
           INITIALIZE WS-DRAWER-REQUEST
           MOVE 'G' TO WS-DRW-FUNCTION
           MOVE WS-BUS-DATE TO WS-DRW-DATE
           MOVE WS-OPER-ID  TO WS-DRW-OPERATOR
           CALL 'TELLER-DRAWER' USING WS-DRAWER-REQUEST
           IF WS-DRW-FOUND = 'Y'
               AND WS-DRW-OPEN-DECL = 'Y'
               AND WS-DRW-CLOSE-DECL NOT = 'Y'
               MOVE 'Y' TO WS-DRAWER-OPEN
           END-IF
           .

      *----------------------------------------------------------------
       3500-CONFIRM-CONSOLIDATION.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'Branch ' WS-OLD-BRANCH ' (closing) today holds:'
           MOVE WS-CNT-BALANCE(1, 1) TO WS-FMT-BALANCE
           DISPLAY '  Accounts     : ' WS-CNT-ACCOUNTS(1, 1)
                   '   Balance: ' WS-FMT-BALANCE
           DISPLAY '  Operators    : ' WS-CNT-OPERATORS(1, 1)
                   '   Open drawers: ' WS-CNT-DRAWERS(1, 1)
           DISPLAY 'Branch ' WS-NEW-BRANCH ' (surviving) today holds:'
           MOVE WS-CNT-BALANCE(1, 2) TO WS-FMT-BALANCE
           DISPLAY '  Accounts     : ' WS-CNT-ACCOUNTS(1, 2)
                   '   Balance: ' WS-FMT-BALANCE
           DISPLAY '  Operators    : ' WS-CNT-OPERATORS(1, 2)
                   '   Open drawers: ' WS-CNT-DRAWERS(1, 2)

           IF WS-CNT-ACCOUNTS(1, 1) = 0
               AND WS-CNT-OPERATORS(1, 1) = 0
               DISPLAY ' '
               DISPLAY 'Nothing is left on branch ' WS-OLD-BRANCH
                       ' - nothing to move.'
               MOVE 'N' TO WS-PROCEED
               GO TO 3500-EXIT
           END-IF

           IF WS-MAP-TOTAL = 0
               DISPLAY ' '
               DISPLAY 'WARNING: no branch-transfer (code Q) GL'
                       ' mapping rows - the journal will post to'
                       ' suspense.'
           END-IF

           DISPLAY ' '
           DISPLAY 'Move everything on branch ' WS-OLD-BRANCH
                   ' to branch ' WS-NEW-BRANCH ' effective '
                   WS-EFFECTIVE-DATE '? (Y/N): ' NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'Consolidation cancelled - nothing moved.'
               MOVE 'N' TO WS-PROCEED
               GO TO 3500-EXIT
           END-IF

           DISPLAY ' '
           DISPLAY 'A second supervisor must confirm this'
                   ' consolidation.'
           MOVE 2 TO WS-SEC-MIN-AUTHORITY
           CALL 'OPERATOR-SIGNON' USING WS-SECOND-REQUEST
           IF WS-SEC-OK NOT = 'Y'
               DISPLAY 'No confirming supervisor - nothing moved.'
               MOVE 'N' TO WS-PROCEED
               GO TO 3500-EXIT
           END-IF
           IF WS-SEC-OPERATOR-ID = WS-SIGN-OPERATOR-ID
               DISPLAY 'The confirming supervisor must be a'
                       ' different person - nothing moved.'
               MOVE 'N' TO WS-PROCEED
               GO TO 3500-EXIT
           END-IF
           .

       3500-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       4000-START-JOURNAL.
      *----------------------------------------------------------------
      *    Each run appends its own balanced batch - a second run
      *    finishing off what a held account kept back must not
      *    overwrite the first run's entries before the GL loads
      *    them.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Unable to open branch consolidation'
                       ' journal'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-JRNL-LINE
           STRING 'HDR,BRCONSOL,'    DELIMITED BY SIZE
                  WS-EFFECTIVE-DATE  DELIMITED BY SIZE
               INTO WS-JRNL-LINE
           END-STRING
           MOVE WS-JRNL-LINE TO JOURNAL-LINE
           WRITE JOURNAL-LINE
           .

      *----------------------------------------------------------------
       4100-MOVE-ACCOUNTS.
      *----------------------------------------------------------------
           MOVE 'M' TO WS-BROWSE-PASS
           MOVE 1   TO WS-NEXT-ISN
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM 3100-BROWSE-ACCOUNTS UNTIL WS-MORE-RECORDS = 'N'
           .

      *----------------------------------------------------------------
       4200-MOVE-ONE-ACCOUNT.
      *----------------------------------------------------------------
      *    Search-for-update first, so a teller mid-posting on the
      *    account keeps it until they are done - the account is
      *    left behind, reported, and picked up by a later run.
           MOVE BR-ACCOUNT-NUMBER(WS-ROW-INDEX) TO RSB-ACCOUNT-NUMBER

           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'S1'   TO ACB-COMMAND-CODE
           MOVE 'HOLD' TO ACB-COMMAND-ID
           MOVE 00012  TO ACB-FILE-NUMBER
           MOVE 100    TO ACB-FORMAT-BUFFER-LEN
           MOVE 500    TO ACB-RECORD-BUFFER-LEN
           MOVE 30     TO ACB-SEARCH-BUFFER-LEN
           MOVE WS-SIGN-OPERATOR-ID TO ACB-USER-ID

           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               READ-FORMAT-BUFFER
                               RECORD-BUFFER
                               READ-SEARCH-BUFFER

           IF ACB-RESPONSE-CODE NOT = 000
               ADD 1 TO WS-ACCOUNTS-LEFT
               DISPLAY 'LEFT      ' RSB-ACCOUNT-NUMBER
                       ' - held or unreadable (response '
                       ACB-RESPONSE-CODE ')'
               GO TO 4200-EXIT
           END-IF

           MOVE RECORD-BUFFER(1:135) TO ACCOUNT-RECORD
           MOVE ACB-ISN TO WS-SAVED-ISN

           MOVE CUSTOMER-NAME TO MB-CUSTOMER-NAME
           MOVE ACCOUNT-TYPE  TO MB-ACCOUNT-TYPE
           MOVE WS-NEW-BRANCH TO MB-BRANCH

           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'A2'   TO ACB-COMMAND-CODE
           MOVE 00012  TO ACB-FILE-NUMBER
           MOVE WS-SAVED-ISN TO ACB-ISN
           MOVE 30     TO ACB-FORMAT-BUFFER-LEN
           MOVE 68     TO ACB-RECORD-BUFFER-LEN
           MOVE WS-SIGN-OPERATOR-ID TO ACB-USER-ID

           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               MAINT-FORMAT-BUFFER
                               MAINT-BUFFER
                               READ-SEARCH-BUFFER

           IF ACB-RESPONSE-CODE NOT = 000
               ADD 1 TO WS-ACCOUNTS-LEFT
               DISPLAY 'LEFT      ' ACCOUNT-NUMBER
                       ' - branch update rejected (response '
                       ACB-RESPONSE-CODE ')'
               GO TO 4200-EXIT
           END-IF

           ADD 1 TO WS-ACCOUNTS-MOVED
           ADD BALANCE TO WS-BALANCE-MOVED
           PERFORM 4300-WRITE-ACCOUNT-AUDIT
           IF BALANCE NOT = 0
               PERFORM 4400-JOURNAL-ONE-ACCOUNT
           END-IF
           .

       4200-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       4300-WRITE-ACCOUNT-AUDIT.
      *----------------------------------------------------------------
      *    ISN,ACCOUNT,OLD-BAL,NEW-BAL,TXN-TYPE,ACTION,TIMESTAMP,
      *    OLD-BRANCH,NEW-BRANCH,SUPERVISOR,SECOND - type 'M' with
      *    both balances the unchanged balance and the action word
      *    where a posting carries its amount, the shape of
      *    ACCOUNT-UPDATE's maintenance entry; the GL side of the
      *    move rides on the journal, not on this entry.
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE BALANCE TO WS-AUDIT-BAL-EDIT

           MOVE SPACES TO WS-AUDIT-LINE
           STRING WS-SAVED-ISN          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  ACCOUNT-NUMBER        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-BAL-EDIT     DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-BAL-EDIT     DELIMITED BY SIZE
                  ',M,BRANCH-MOVE,'     DELIMITED BY SIZE
                  WS-EFFECTIVE-DATE     DELIMITED BY SIZE
                  WS-AUDIT-TIME         DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-OLD-BRANCH         DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-NEW-BRANCH         DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-SIGN-OPERATOR-ID   DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-SEC-OPERATOR-ID    DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ
           .

      *----------------------------------------------------------------
       4400-JOURNAL-ONE-ACCOUNT.
      *----------------------------------------------------------------
      *    Each code Q row is stated, like every mapping row, for a
      *    balance INCREASE on the customer account: debit the
      *    clearing GL, credit the customer GL.  The surviving branch
      *    takes the balance on (the pair as stated); the closing
      *    branch gives it up (the pair reversed).  An overdrawn
      *    balance runs the other way round on both sides.
           MOVE ACCOUNT-NUMBER TO WS-JRNL-ACCOUNT
           MOVE ACCOUNT-TYPE   TO WS-LOOKUP-TYPE
           IF BALANCE > 0
               MOVE BALANCE TO WS-JRNL-AMOUNT
           ELSE
               COMPUTE WS-JRNL-AMOUNT = 0 - BALANCE
           END-IF

           MOVE WS-OLD-BRANCH TO WS-LOOKUP-BRANCH
           PERFORM 4500-LOOKUP-MAPPING
           IF BALANCE > 0
               PERFORM 4600-SWAP-MAPPED-PAIR
           END-IF
           PERFORM 4700-WRITE-JOURNAL-PAIR

           MOVE WS-NEW-BRANCH TO WS-LOOKUP-BRANCH
           PERFORM 4500-LOOKUP-MAPPING
           IF BALANCE < 0
               PERFORM 4600-SWAP-MAPPED-PAIR
           END-IF
           PERFORM 4700-WRITE-JOURNAL-PAIR
           .

      *----------------------------------------------------------------
       4500-LOOKUP-MAPPING.
      *----------------------------------------------------------------
      *    Branch-specific (type, branch) row first, then the
      *    any-branch row for the type, then the * fallback row -
      *    the order GL-JOURNAL-EXTRACT applies.  Fallback use
      *    turns the run into a warning; no row at all posts both
      *    sides to suspense so the batch still balances.
           MOVE 'N' TO WS-MAP-FOUND
           PERFORM 4510-SCAN-BRANCH-MAP
               VARYING WS-MAP-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-MAP-SUBSCRIPT > WS-MAP-TOTAL
                  OR WS-MAP-FOUND = 'Y'

           IF WS-MAP-FOUND = 'N'
               PERFORM 4520-SCAN-EXACT-MAP
                   VARYING WS-MAP-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-MAP-SUBSCRIPT > WS-MAP-TOTAL
                      OR WS-MAP-FOUND = 'Y'
           END-IF

           IF WS-MAP-FOUND = 'N'
               ADD 1 TO WS-FALLBACK-COUNT
               PERFORM 4530-SCAN-FALLBACK-MAP
                   VARYING WS-MAP-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-MAP-SUBSCRIPT > WS-MAP-TOTAL
                      OR WS-MAP-FOUND = 'Y'
           END-IF

           IF WS-MAP-FOUND = 'N'
               MOVE '99999999' TO WS-MAPPED-DR-GL
               MOVE '99999999' TO WS-MAPPED-CR-GL
           END-IF
           .

       4510-SCAN-BRANCH-MAP.
           IF WS-MAP-TYPE(WS-MAP-SUBSCRIPT) = WS-LOOKUP-TYPE
               AND WS-MAP-BRANCH(WS-MAP-SUBSCRIPT)
                   = WS-LOOKUP-BRANCH
               MOVE 'Y' TO WS-MAP-FOUND
               MOVE WS-MAP-DR-GL(WS-MAP-SUBSCRIPT) TO WS-MAPPED-DR-GL
               MOVE WS-MAP-CR-GL(WS-MAP-SUBSCRIPT) TO WS-MAPPED-CR-GL
           END-IF
           .

       4520-SCAN-EXACT-MAP.
           IF WS-MAP-TYPE(WS-MAP-SUBSCRIPT) = WS-LOOKUP-TYPE
               AND WS-MAP-BRANCH(WS-MAP-SUBSCRIPT) = SPACES
               MOVE 'Y' TO WS-MAP-FOUND
               MOVE WS-MAP-DR-GL(WS-MAP-SUBSCRIPT) TO WS-MAPPED-DR-GL
               MOVE WS-MAP-CR-GL(WS-MAP-SUBSCRIPT) TO WS-MAPPED-CR-GL
           END-IF
           .

       4530-SCAN-FALLBACK-MAP.
           IF WS-MAP-TYPE(WS-MAP-SUBSCRIPT) = '*'
               MOVE 'Y' TO WS-MAP-FOUND
               MOVE WS-MAP-DR-GL(WS-MAP-SUBSCRIPT) TO WS-MAPPED-DR-GL
               MOVE WS-MAP-CR-GL(WS-MAP-SUBSCRIPT) TO WS-MAPPED-CR-GL
           END-IF
           .

       4600-SWAP-MAPPED-PAIR.
           MOVE WS-MAPPED-DR-GL TO WS-SWAP-GL
           MOVE WS-MAPPED-CR-GL TO WS-MAPPED-DR-GL
           MOVE WS-SWAP-GL      TO WS-MAPPED-CR-GL
           .

      *----------------------------------------------------------------
       4700-WRITE-JOURNAL-PAIR.
      *----------------------------------------------------------------
           MOVE WS-JRNL-AMOUNT TO WS-JRNL-AMOUNT-EDIT

           MOVE SPACES TO WS-JRNL-LINE
           STRING 'DTL,'           DELIMITED BY SIZE
                  WS-MAPPED-DR-GL  DELIMITED BY SIZE
                  ',D,'            DELIMITED BY SIZE
                  WS-JRNL-AMOUNT-EDIT DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-JRNL-ACCOUNT  DELIMITED BY SIZE
                  ',Q,'            DELIMITED BY SIZE
                  WS-LOOKUP-BRANCH DELIMITED BY SIZE
               INTO WS-JRNL-LINE
           END-STRING
           MOVE WS-JRNL-LINE TO JOURNAL-LINE
           WRITE JOURNAL-LINE

           MOVE SPACES TO WS-JRNL-LINE
           STRING 'DTL,'           DELIMITED BY SIZE
                  WS-MAPPED-CR-GL  DELIMITED BY SIZE
                  ',C,'            DELIMITED BY SIZE
                  WS-JRNL-AMOUNT-EDIT DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-JRNL-ACCOUNT  DELIMITED BY SIZE
                  ',Q,'            DELIMITED BY SIZE
                  WS-LOOKUP-BRANCH DELIMITED BY SIZE
               INTO WS-JRNL-LINE
           END-STRING
           MOVE WS-JRNL-LINE TO JOURNAL-LINE
           WRITE JOURNAL-LINE

           ADD 2 TO WS-DETAIL-COUNT
           ADD WS-JRNL-AMOUNT TO WS-TOTAL-DR
           ADD WS-JRNL-AMOUNT TO WS-TOTAL-CR
           .

      *----------------------------------------------------------------
       5000-MOVE-OPERATORS.
      *----------------------------------------------------------------
      *    OPERATOR-MASTER rewrites in place, so the row order - and
      *    the N walk - is stable across the updates.
           MOVE 0   TO WS-OPER-SUB
           MOVE 'Y' TO WS-OPM-FOUND
           PERFORM 5100-MOVE-ONE-OPERATOR
               UNTIL WS-OPM-FOUND NOT = 'Y'
           .

      *----------------------------------------------------------------
       5100-MOVE-ONE-OPERATOR.
      *----------------------------------------------------------------
           ADD 1 TO WS-OPER-SUB
           INITIALIZE WS-OPMASTER-REQUEST
           MOVE 'N' TO WS-OPM-FUNCTION
           MOVE WS-OPER-SUB TO WS-OPM-INDEX
           CALL 'OPERATOR-MASTER' USING WS-OPMASTER-REQUEST
           IF WS-OPM-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-OPM-BRANCH NOT = WS-OLD-BRANCH
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OPM-ID     TO WS-OPER-ID
           MOVE WS-NEW-BRANCH TO WS-OPM-BRANCH
           MOVE 'U' TO WS-OPM-FUNCTION
           CALL 'OPERATOR-MASTER' USING WS-OPMASTER-REQUEST
      *    The walk goes on whatever the update did
           MOVE 'Y' TO WS-OPM-FOUND
           IF WS-OPM-OK NOT = 'Y'
               ADD 1 TO WS-OPERATORS-LEFT
               DISPLAY 'LEFT      operator ' WS-OPER-ID
                       ' - operator master not updated'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-OPERATORS-MOVED
           MOVE 'OP-BRANCH' TO WS-AUDIT-ACTION
           PERFORM 5200-WRITE-OPERATOR-AUDIT

      *    A drawer open today goes with its teller
           PERFORM 3400-CHECK-OPEN-DRAWER
           IF WS-DRAWER-OPEN = 'Y'
               ADD 1 TO WS-DRAWERS-MOVED
               MOVE 'DRAWER-MOVE' TO WS-AUDIT-ACTION
               PERFORM 5200-WRITE-OPERATOR-AUDIT
           END-IF
           .

      *----------------------------------------------------------------
       5200-WRITE-OPERATOR-AUDIT.
      *----------------------------------------------------------------
      *    ISN,ACCOUNT,OLD-BAL,NEW-BAL,TXN-TYPE,ACTION,TIMESTAMP,
      *    TARGET,SUPERVISOR,SECOND,OLD-BRANCH,NEW-BRANCH - type 'Z'
      *    with ISN, account and balances zero, the shape
      *    OPERATOR-ADMIN gives its administration entries.
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-LINE
           STRING '0000000000'          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  '0000000000'          DELIMITED BY SIZE
                  ', 00000000.00'       DELIMITED BY SIZE
                  ', 00000000.00'       DELIMITED BY SIZE
                  ',Z,'                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-ACTION)
                                        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-EFFECTIVE-DATE     DELIMITED BY SIZE
                  WS-AUDIT-TIME         DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-OPER-ID            DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-SIGN-OPERATOR-ID   DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-SEC-OPERATOR-ID    DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-OLD-BRANCH         DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-NEW-BRANCH         DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ
           .

      *----------------------------------------------------------------
       6000-FINISH-JOURNAL.
      *----------------------------------------------------------------
           MOVE WS-TOTAL-DR TO WS-TOTAL-DR-EDIT
           MOVE WS-TOTAL-CR TO WS-TOTAL-CR-EDIT

           MOVE SPACES TO WS-JRNL-LINE
           STRING 'TRL,'           DELIMITED BY SIZE
                  WS-DETAIL-COUNT  DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-TOTAL-DR-EDIT DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-TOTAL-CR-EDIT DELIMITED BY SIZE
               INTO WS-JRNL-LINE
           END-STRING
           MOVE WS-JRNL-LINE TO JOURNAL-LINE
           WRITE JOURNAL-LINE

           CLOSE JOURNAL-FILE
           .

      *----------------------------------------------------------------
       7000-PRINT-CONTROL-REPORT.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'BRANCH CONSOLIDATION CONTROL REPORT'
           DISPLAY '=================================================='
           DISPLAY 'Closing branch   : ' WS-OLD-BRANCH
           DISPLAY 'Surviving branch : ' WS-NEW-BRANCH
           DISPLAY 'Effective date   : ' WS-EFFECTIVE-DATE
           DISPLAY 'Run by           : ' WS-SIGN-OPERATOR-ID
                   '  confirmed by ' WS-SEC-OPERATOR-ID
           DISPLAY ' '
           DISPLAY '               Accounts              Balance'
                   '  Operators  Drawers'
           DISPLAY '--------------------------------------------------'
                   '------------------'
           PERFORM 7100-PRINT-ONE-PHASE
               VARYING WS-PHASE FROM 1 BY 1 UNTIL WS-PHASE > 2
           DISPLAY '--------------------------------------------------'
                   '------------------'

           MOVE WS-BALANCE-MOVED TO WS-FMT-BALANCE
           DISPLAY 'Accounts moved   : ' WS-ACCOUNTS-MOVED
                   '   Balance moved: ' WS-FMT-BALANCE
           DISPLAY 'Accounts left    : ' WS-ACCOUNTS-LEFT
           DISPLAY 'Operators moved  : ' WS-OPERATORS-MOVED
                   '   left: ' WS-OPERATORS-LEFT
           DISPLAY 'Drawers moved    : ' WS-DRAWERS-MOVED
           MOVE WS-TOTAL-DR TO WS-TOTAL-DR-EDIT
           MOVE WS-TOTAL-CR TO WS-TOTAL-CR-EDIT
           DISPLAY 'Journal lines    : ' WS-DETAIL-COUNT
           DISPLAY 'Journal debits   : ' WS-TOTAL-DR-EDIT
           DISPLAY 'Journal credits  : ' WS-TOTAL-CR-EDIT
           DISPLAY 'Fallback mappings: ' WS-FALLBACK-COUNT
           DISPLAY ' '

           PERFORM 7200-PROVE-CONSOLIDATION
           PERFORM 7300-CHECK-VAULT

           IF WS-PROOF-BREAKS = 0
               DISPLAY 'CONSOLIDATION PROVED - NOTHING LOST'
           ELSE
               DISPLAY WS-PROOF-BREAKS
                       ' PROOF CHECK(S) FAILED - SEE ABOVE'
           END-IF
           DISPLAY '=================================================='

           IF WS-PROOF-BREAKS > 0 OR WS-FALLBACK-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .

       7100-PRINT-ONE-PHASE.
           PERFORM 7110-PRINT-ONE-SIDE
               VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
           .

       7110-PRINT-ONE-SIDE.
           MOVE WS-CNT-BALANCE(WS-PHASE, WS-SIDE) TO WS-FMT-BALANCE
           IF WS-PHASE = 1
               IF WS-SIDE = 1
                   DISPLAY 'BEFORE  ' WS-OLD-BRANCH '     '
                       WS-CNT-ACCOUNTS(WS-PHASE, WS-SIDE) '  '
                       WS-FMT-BALANCE '        '
                       WS-CNT-OPERATORS(WS-PHASE, WS-SIDE) '      '
                       WS-CNT-DRAWERS(WS-PHASE, WS-SIDE)
               ELSE
                   DISPLAY '        ' WS-NEW-BRANCH '     '
                       WS-CNT-ACCOUNTS(WS-PHASE, WS-SIDE) '  '
                       WS-FMT-BALANCE '        '
                       WS-CNT-OPERATORS(WS-PHASE, WS-SIDE) '      '
                       WS-CNT-DRAWERS(WS-PHASE, WS-SIDE)
               END-IF
           ELSE
               IF WS-SIDE = 1
                   DISPLAY 'AFTER   ' WS-OLD-BRANCH '     '
                       WS-CNT-ACCOUNTS(WS-PHASE, WS-SIDE) '  '
                       WS-FMT-BALANCE '        '
                       WS-CNT-OPERATORS(WS-PHASE, WS-SIDE) '      '
                       WS-CNT-DRAWERS(WS-PHASE, WS-SIDE)
               ELSE
                   DISPLAY '        ' WS-NEW-BRANCH '     '
                       WS-CNT-ACCOUNTS(WS-PHASE, WS-SIDE) '  '
                       WS-FMT-BALANCE '        '
                       WS-CNT-OPERATORS(WS-PHASE, WS-SIDE) '      '
                       WS-CNT-DRAWERS(WS-PHASE, WS-SIDE)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
       7200-PROVE-CONSOLIDATION.
      *----------------------------------------------------------------
      *    Nothing lost: the two branches together hold the same
      *    accounts, money and operators after as before; nothing is
      *    left on the closing branch; everything that left it
      *    arrived; and the journal balances.
           COMPUTE WS-COMBINED-BEFORE-CNT =
               WS-CNT-ACCOUNTS(1, 1) + WS-CNT-ACCOUNTS(1, 2)
           COMPUTE WS-COMBINED-AFTER-CNT =
               WS-CNT-ACCOUNTS(2, 1) + WS-CNT-ACCOUNTS(2, 2)
           COMPUTE WS-COMBINED-BEFORE-BAL =
               WS-CNT-BALANCE(1, 1) + WS-CNT-BALANCE(1, 2)
           COMPUTE WS-COMBINED-AFTER-BAL =
               WS-CNT-BALANCE(2, 1) + WS-CNT-BALANCE(2, 2)
           COMPUTE WS-COMBINED-BEFORE-OPS =
               WS-CNT-OPERATORS(1, 1) + WS-CNT-OPERATORS(1, 2)
           COMPUTE WS-COMBINED-AFTER-OPS =
               WS-CNT-OPERATORS(2, 1) + WS-CNT-OPERATORS(2, 2)

           IF WS-COMBINED-AFTER-CNT NOT = WS-COMBINED-BEFORE-CNT
               DISPLAY '*** Combined account count changed: '
                       WS-COMBINED-BEFORE-CNT ' before, '
                       WS-COMBINED-AFTER-CNT ' after'
               ADD 1 TO WS-PROOF-BREAKS
           END-IF
           IF WS-COMBINED-AFTER-BAL NOT = WS-COMBINED-BEFORE-BAL
               MOVE WS-COMBINED-BEFORE-BAL TO WS-FMT-BALANCE
               MOVE WS-COMBINED-AFTER-BAL  TO WS-FMT-BALANCE-2
               DISPLAY '*** Combined balance changed: '
                       WS-FMT-BALANCE ' before, '
                       WS-FMT-BALANCE-2 ' after'
               DISPLAY '    (postings made during the run also'
                       ' show here)'
               ADD 1 TO WS-PROOF-BREAKS
           END-IF
           IF WS-COMBINED-AFTER-OPS NOT = WS-COMBINED-BEFORE-OPS
               DISPLAY '*** Combined operator count changed'
               ADD 1 TO WS-PROOF-BREAKS
           END-IF
           IF WS-CNT-ACCOUNTS(2, 1) > 0
               OR WS-CNT-OPERATORS(2, 1) > 0
               DISPLAY '*** Branch ' WS-OLD-BRANCH ' still holds '
                       WS-CNT-ACCOUNTS(2, 1) ' account(s) and '
                       WS-CNT-OPERATORS(2, 1) ' operator(s) - run'
                       ' again once they are free'
               ADD 1 TO WS-PROOF-BREAKS
           END-IF
           IF WS-CNT-ACCOUNTS(1, 1) NOT =
                   WS-ACCOUNTS-MOVED + WS-ACCOUNTS-LEFT
               DISPLAY '*** Accounts moved plus left does not equal'
                       ' the closing branch''s starting count'
               ADD 1 TO WS-PROOF-BREAKS
           END-IF
           IF WS-TOTAL-DR NOT = WS-TOTAL-CR
               DISPLAY '*** Journal out of balance'
               ADD 1 TO WS-PROOF-BREAKS
           END-IF
           .

      *----------------------------------------------------------------
       7300-CHECK-VAULT.
      *----------------------------------------------------------------
      *    Vault cash is physical and moves by shipment, not here -
      *    a vault still counted at the closing branch today is
      *    flagged so it is shipped out through VAULT-MAINT.
           INITIALIZE WS-VAULT-REQUEST
           MOVE 'G' TO WS-VLT-FUNCTION
           MOVE WS-BUS-DATE   TO WS-VLT-DATE
           MOVE WS-OLD-BRANCH TO WS-VLT-BRANCH
           CALL 'VAULT-CASH' USING WS-VAULT-REQUEST
           IF WS-VLT-FOUND = 'Y'
               DISPLAY 'NOTE: branch ' WS-OLD-BRANCH ' has a vault'
                       ' count on file today - ship its cash to'
                       ' branch ' WS-NEW-BRANCH ' through VAULT-MAINT.'
               DISPLAY ' '
           END-IF
           .

      *----------------------------------------------------------------
       9000-TERMINATE.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'BRANCH CONSOLIDATION SESSION ENDED'
           .
