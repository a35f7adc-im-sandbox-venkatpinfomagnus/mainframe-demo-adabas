       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATE-MAINT.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: ESTATE-MAINT
      * PURPOSE: Deceased-customer estate screen.  Opening an estate
      *          against the deceased's CUSTOMER-ID does in one pass
      *          what the branch used to do by hand from the
      *          executor's paperwork:
      *            - every account the customer owns or co-owns (the
      *              account's own CUSTOMER-ID or the owner cross-
      *              reference, via command L4) is frozen with an
      *              all-activity restriction order (see
      *              RESTRICTION-STATUS)
      *            - the standing orders paid from those accounts are
      *              cancelled, each order line kept on the estate
      *            - the overdraft links on them are cancelled, both
      *              ways round (protected by, and standing behind,
      *              an estate account - see OVERDRAFT-LINKS)
      *            - each account is valued as at the date of death:
      *              the balance the history file shows on that day
      *              (the old balance of the first posting after it;
      *              failing one, today's balance), and the interest
      *              accrued to that day - SAVINGS at the product
      *              rate in effect, pro rata for the days of the
      *              month, TERM-DEPOSIT at the contract rate, pro
      *              rata since the deposit opened
      *          and the estate valuation letter goes to the executor.
      *          A supervisor then registers the payees - a surviving
      *          joint owner takes a joint account, named payees
      *          share the sole accounts by percentage - and pays the
      *          proceeds out: each payment is a transfer pair off
      *          the frozen account onto the payee's account, under
      *          the supervisor's ID.  A paid-out account is then
      *          closed at ACCOUNT-CLOSE under the ESTATE reason
      *          code, which is only accepted for a paid-out estate
      *          account; the estate is settled when the last one
      *          closes.  A supervisor may not pay out a holding
      *          that is, or pays to, their own or a related
      *          customer's account (see EMPLOYEE-ACCOUNTS); the
      *          holding stays frozen and the attempt is journaled.
      *          The screen is not available while the
      *          batch cycle has the system QUIESCED.
      * INPUT:   Customer ID, date of death, executor, payees and
      *          confirmations from the operator;
      *          ../data/account-owners.txt (ACCOUNT 1-10, CUSTOMER
      *          12-21, ROLE 23); ../data/standing-orders.txt;
      *          Adabas commands S1/S3/S4/L4
      * OUTPUT:  ../data/estate-master.txt (via ESTATE-MASTER),
      *          restriction orders (RESTRICTION-STATUS), standing-
      *          order file rewritten without the cancelled orders,
      *          overdraft links removed (OVERDRAFT-LINKS),
      *          ../data/estate-letters.txt (valuation letters,
      *          appended), audit-log entries type 'P' (action
      *          ESTATE-OPEN, ESTATE-PAYEE, ESTATE-UNPAY) and
      *          transfer pairs type 'T' for the pay-out, tagged
      *          ESTATE=<estate id>; refused pay-outs journaled
      *          (EMPLOYEE-ACCOUNTS)
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNER-FILE ASSIGN TO "../data/account-owners.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-FILE-STATUS.

           SELECT ORDER-FILE ASSIGN TO "../data/standing-orders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO "../data/estate-letters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OWNER-FILE.
       01  OWNER-LINE                  PIC X(30).

       FD  ORDER-FILE.
       01  ORDER-LINE                  PIC X(80).

       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(100).

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
      * Account Record Structure (with the term-deposit columns)
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

      *----------------------------------------------------------------
      * Customer Accounts (command L4) - everything the deceased
      * holds, own CUSTOMER-ID or joint owner on the cross-reference.
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
      * Customer Master (command S3) - the deceased's name and last
      * address for the letter, and a joint owner's name as payee.
      *----------------------------------------------------------------
       01  CUSTOMER-DETAILS.
           05  CD-CUSTOMER-ID          PIC 9(10).
           05  CD-CUSTOMER-NAME        PIC X(30).
           05  CD-ADDRESS-LINE-1       PIC X(30).
           05  CD-CITY                 PIC X(20).
           05  CD-STATE                PIC X(02).
           05  CD-ZIP-CODE             PIC X(10).

      *----------------------------------------------------------------
      * History rows returned by command S4 (matches ADABAS.cbl's
      * HISTORY-VIEW layout)
      *----------------------------------------------------------------
       01  HISTORY-BUFFER              PIC X(2000).
       01  HISTORY-VIEW REDEFINES HISTORY-BUFFER.
           05  HV-ENTRY OCCURS 20 TIMES.
               10  HV-ACCOUNT          PIC X(10).
               10  HV-DATE             PIC X(08).
               10  HV-TIME             PIC X(08).
               10  HV-TYPE             PIC X.
               10  HV-AMOUNT-TXT       PIC X(12).
               10  HV-OLD-BAL-TXT      PIC X(12).
               10  HV-NEW-BAL-TXT      PIC X(12).
               10  FILLER              PIC X(07).
       01  WS-NEXT-ORDINAL             PIC 9(06) VALUE 1.
       01  WS-HV-INDEX                 PIC 9(02) VALUE 0.
       01  WS-HV-ROWS                  PIC 9(02) VALUE 0.
       01  WS-MORE-HISTORY             PIC X VALUE 'Y'.

      *----------------------------------------------------------------
      * Working Variables
      *----------------------------------------------------------------
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CHOICE                   PIC X.
       01  WS-CONFIRM                  PIC X.
       01  WS-INPUT-CUSTOMER           PIC 9(10).
       01  WS-INPUT-ESTATE             PIC 9(08).
       01  WS-INPUT-DEATH-DATE         PIC 9(08).
       01  WS-INPUT-EXECUTOR           PIC X(30).
       01  WS-INPUT-ACCOUNT            PIC 9(10).
       01  WS-INPUT-SEQ                PIC 9(02).
       01  WS-INPUT-SHARE              PIC 9(03)V99.
       01  WS-INPUT-PAYEE-TYPE         PIC X.
       01  WS-INPUT-PAYEE-NAME         PIC X(30).
       01  WS-ESTATE-READY             PIC X VALUE 'N'.
       01  WS-LIST-INDEX               PIC 9(03) VALUE 0.
       01  WS-MORE-ROWS                PIC X VALUE 'Y'.
       01  WS-FORMATTED-BALANCE        PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-INTEREST       PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-TOTAL          PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-SHARE          PIC ZZ9.99.
       01  WS-ROLE-WORD                PIC X(08).
       01  WS-STATUS-WORD              PIC X(10).

      *----------------------------------------------------------------
      * Holdings Collected at Opening - one row per account the
      * deceased owns or co-owns.
      *----------------------------------------------------------------
       01  WS-HOLDING-TABLE.
           05  WS-HD-ENTRY             OCCURS 50 TIMES.
               10  WS-HD-ACCOUNT       PIC 9(10).
               10  WS-HD-TYPE          PIC X(15).
               10  WS-HD-BALANCE       PIC S9(08)V99.
       01  WS-HOLDING-TOTAL            PIC 9(02) VALUE 0.
       01  WS-HOLDING-SUB              PIC 9(02) VALUE 0.
       01  WS-HOLDING-OVERFLOW         PIC X VALUE 'N'.
       01  WS-IS-HOLDING               PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Valuation of one holding as at the date of death
      *----------------------------------------------------------------
       01  WS-VAL-ROLE                 PIC X.
       01  WS-VAL-DOD-BALANCE          PIC S9(08)V99.
       01  WS-VAL-ACCRUED              PIC S9(08)V99.
       01  WS-VAL-CAP                  PIC S9(08)V99.
       01  WS-VAL-FOUND-AFTER          PIC X VALUE 'N'.
       01  WS-VAL-DAY                  PIC 9(02).
       01  WS-VAL-MONTH-START          PIC 9(08).
       01  WS-VAL-NEXT-MONTH           PIC 9(08).
       01  WS-VAL-DAYS-IN-MONTH        PIC 9(02).
       01  WS-VAL-ELAPSED-DAYS         PIC S9(06).
       01  WS-VAL-MONTHLY-RATE         PIC 9V9(06).
       01  WS-DEATH-DATE-PARTS.
           05  WS-DEATH-YEAR           PIC 9(04).
           05  WS-DEATH-MONTH          PIC 9(02).
           05  WS-DEATH-DAY            PIC 9(02).

      *----------------------------------------------------------------
      * Owners of one account - its own CUSTOMER-ID plus every owner
      * cross-reference row - and how many of them survive.
      *----------------------------------------------------------------
       01  WS-OWNER-FILE-STATUS        PIC XX.
       01  WS-OWN-ACCOUNT              PIC 9(10).
       01  WS-OWN-PRIMARY              PIC 9(10).
       01  WS-OWN-TABLE.
           05  WS-OWN-CUSTOMER         PIC 9(10) OCCURS 20 TIMES.
       01  WS-OWN-TOTAL                PIC 9(02) VALUE 0.
       01  WS-OWN-SUB                  PIC 9(02) VALUE 0.
       01  WS-OWN-SURVIVORS            PIC 9(02) VALUE 0.
       01  WS-OWN-WANTED               PIC 9(10).
       01  WS-OWN-WANTED-FOUND         PIC X VALUE 'N'.
       01  WS-OWN-EOF                  PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Standing Orders - loaded whole, the estate accounts' orders
      * dropped, and spilled back out over the same file, the idiom
      * STANDING-ORDER-GEN uses for it.
      *----------------------------------------------------------------
       01  WS-ORDER-FILE-STATUS        PIC XX.
       01  WS-ORDER-TABLE.
           05  WS-ORDER-ENTRY          OCCURS 200 TIMES
                                        PIC X(80).
       01  WS-ORDER-TOTAL              PIC 9(03) VALUE 0.
       01  WS-ORDER-SUB                PIC 9(03) VALUE 0.
       01  WS-ORDER-KEPT               PIC 9(03) VALUE 0.
       01  WS-ORDER-EOF                PIC X VALUE 'N'.
       01  WS-ORDER-OVERFLOW           PIC X VALUE 'N'.
       01  WS-ORDERS-CANCELLED         PIC 9(03) VALUE 0.
       01  WS-LINKS-CANCELLED          PIC 9(03) VALUE 0.

      *----------------------------------------------------------------
      * Estate Master - the single-home subprogram that owns the
      * estate file (see ESTATE-MASTER).
      *----------------------------------------------------------------
       01  WS-ESTATE-REQUEST.
           05  WS-EST-FUNCTION         PIC X.
           05  WS-EST-ESTATE-ID        PIC 9(08).
           05  WS-EST-INDEX            PIC 9(03).
           05  WS-EST-ROW-TYPE         PIC X.
           05  WS-EST-CUSTOMER         PIC 9(10).
           05  WS-EST-DEATH-DATE       PIC 9(08).
           05  WS-EST-EXECUTOR         PIC X(30).
           05  WS-EST-STATUS           PIC X.
           05  WS-EST-OPENED-BY        PIC X(08).
           05  WS-EST-OPENED-DATE      PIC 9(08).
           05  WS-EST-LETTER-DATE      PIC 9(08).
           05  WS-EST-SETTLED-DATE     PIC 9(08).
           05  WS-EST-ACCOUNT          PIC 9(10).
           05  WS-EST-ACCOUNT-TYPE     PIC X(15).
           05  WS-EST-CURRENCY         PIC X(03).
           05  WS-EST-ROLE             PIC X.
           05  WS-EST-DOD-BALANCE      PIC S9(08)V99.
           05  WS-EST-ACCRUED          PIC S9(08)V99.
           05  WS-EST-HOLDING-STATUS   PIC X.
           05  WS-EST-ACTION-DATE      PIC 9(08).
           05  WS-EST-ACTION-BY        PIC X(08).
           05  WS-EST-PAYEE-TYPE       PIC X.
           05  WS-EST-PAYEE-CUSTOMER   PIC 9(10).
           05  WS-EST-PAYEE-NAME       PIC X(30).
           05  WS-EST-DEST-ACCOUNT     PIC 9(10).
           05  WS-EST-SHARE-PCT        PIC 9(03)V99.
           05  WS-EST-TEXT             PIC X(80).
           05  WS-EST-FOUND            PIC X.
           05  WS-EST-OK               PIC X.

      *----------------------------------------------------------------
      * The estate being worked - header as ESTATE-MASTER returned it
      *----------------------------------------------------------------
       01  WS-CUR-ESTATE-ID            PIC 9(08).
       01  WS-CUR-CUSTOMER             PIC 9(10).
       01  WS-CUR-DEATH-DATE           PIC 9(08).
       01  WS-CUR-EXECUTOR             PIC X(30).
       01  WS-CUR-STATUS               PIC X.
       01  WS-SAVED-ESTATE-REQUEST     PIC X(400).

      *----------------------------------------------------------------
      * Payees of the estate being paid out, and the payees that
      * take one holding
      *----------------------------------------------------------------
       01  WS-PAYEE-TABLE.
           05  WS-PY-ENTRY             OCCURS 99 TIMES.
               10  WS-PY-SEQ           PIC 9(02).
               10  WS-PY-TYPE          PIC X.
               10  WS-PY-HOLDING       PIC 9(10).
               10  WS-PY-NAME          PIC X(30).
               10  WS-PY-DEST          PIC 9(10).
               10  WS-PY-SHARE         PIC 9(03)V99.
       01  WS-PAYEE-TOTAL              PIC 9(02) VALUE 0.
       01  WS-PAYEE-SUB                PIC 9(02) VALUE 0.
       01  WS-NAMED-SHARE-TOTAL        PIC 9(05)V99 VALUE 0.
       01  WS-TAKER-TABLE.
           05  WS-TK-PAYEE             PIC 9(02) OCCURS 99 TIMES.
       01  WS-TAKER-TOTAL              PIC 9(02) VALUE 0.
       01  WS-TAKER-SUB                PIC 9(02) VALUE 0.
       01  WS-TAKER-OK                 PIC X VALUE 'Y'.

      *----------------------------------------------------------------
      * Pay-out of one holding - each payee leg is a transfer pair
      * posted the ACCOUNT-UPDATE way: both records held, the estate
      * leg A1'd first, the payee leg second, and the estate leg put
      * back if the payee leg cannot post.
      *----------------------------------------------------------------
       01  WS-PAY-HOLDING              PIC 9(10).
       01  WS-PAY-CURRENCY             PIC X(03).
       01  WS-PAY-ROLE                 PIC X.
       01  WS-PAY-AVAILABLE            PIC S9(08)V99.
       01  WS-PAY-REMAINING            PIC S9(08)V99.
       01  WS-PAY-AMOUNT               PIC S9(08)V99.
       01  WS-PAY-DEST                 PIC 9(10).
       01  WS-PAY-OK                   PIC X VALUE 'Y'.
       01  WS-PAID-HOLDINGS            PIC 9(02) VALUE 0.
       01  WS-FROM-ISN                 PIC 9(10).
       01  WS-FROM-OLD-BALANCE         PIC S9(08)V99.
       01  WS-FROM-NEW-BALANCE         PIC S9(08)V99.
       01  WS-TO-ISN                   PIC 9(10).
       01  WS-TO-OLD-BALANCE           PIC S9(08)V99.
       01  WS-TO-NEW-BALANCE           PIC S9(08)V99.
       01  WS-LEG-FAIL-RESPONSE        PIC 9(03).

      *----------------------------------------------------------------
      * Transfer Audit Staging - one leg at a time
      *----------------------------------------------------------------
       01  WS-XFR-AUDIT-ISN            PIC 9(10).
       01  WS-XFR-AUDIT-ACCOUNT        PIC 9(10).
       01  WS-XFR-AUDIT-OLD-BAL        PIC S9(08)V99.
       01  WS-XFR-AUDIT-NEW-BAL        PIC S9(08)V99.
       01  WS-XFR-AUDIT-XREF-ACCT      PIC 9(10).

      *----------------------------------------------------------------
      * Valuation Letter
      *----------------------------------------------------------------
       01  WS-LETTER-FILE-STATUS       PIC XX.
       01  WS-PRINT-LINE               PIC X(100).
       01  WS-DATE-IN.
           05  WS-DATE-IN-YEAR         PIC 9(04).
           05  WS-DATE-IN-MONTH        PIC 9(02).
           05  WS-DATE-IN-DAY          PIC 9(02).
       01  WS-DATE-TEXT                PIC X(10).
       01  WS-LETTER-TOTAL             PIC S9(09)V99 VALUE 0.
       01  WS-LETTER-CURRENCY          PIC X(03).
       01  WS-LETTER-MIXED             PIC X VALUE 'N'.
       01  WS-LETTER-ADDRESSED         PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Restriction Status - the single-home subprogram that owns
      * the restriction file (see RESTRICTION-STATUS).
      *----------------------------------------------------------------
       01  WS-RESTRICTION-REQUEST.
           05  WS-RSTR-FUNCTION        PIC X.
           05  WS-RSTR-ACCOUNT         PIC 9(10).
           05  WS-RSTR-TYPE            PIC X.
           05  WS-RSTR-REASON          PIC X(20).
           05  WS-RSTR-PLACED-BY       PIC X(08).
           05  WS-RSTR-EXPIRY          PIC 9(08).
           05  WS-RSTR-ASOF-DATE       PIC 9(08).
           05  WS-RSTR-TXN-CODE        PIC X.
           05  WS-RSTR-SOURCE          PIC X(08).
           05  WS-RSTR-OK              PIC X.

      *----------------------------------------------------------------
      * Employee Accounts (see EMPLOYEE-ACCOUNTS)
      *----------------------------------------------------------------
       01  WS-EMPLOYEE-REQUEST.
           05  WS-EMP-FUNCTION         PIC X.
           05  WS-EMP-OPERATOR-ID      PIC X(08).
           05  WS-EMP-ACCOUNT          PIC 9(10).
           05  WS-EMP-CUSTOMER         PIC 9(10).
           05  WS-EMP-RELATION         PIC X.
           05  WS-EMP-LINKED-ID        PIC 9(10).
           05  WS-EMP-DATE             PIC 9(08).
           05  WS-EMP-TXN-CODE         PIC X.
           05  WS-EMP-SOURCE           PIC X(12).
           05  WS-EMP-OK               PIC X.

      *----------------------------------------------------------------
      * Overdraft Links - the single-home subprogram that owns the
      * overdraft-protection link file (see OVERDRAFT-LINKS).
      *----------------------------------------------------------------
       01  WS-LINK-REQUEST.
           05  WS-LINK-FUNCTION        PIC X.
           05  WS-LINK-ACCOUNT         PIC 9(10).
           05  WS-LINK-FUNDING         PIC 9(10).
           05  WS-LINK-FOUND           PIC X.
           05  WS-LINK-DATE            PIC 9(08).
           05  WS-LINK-AMOUNT          PIC 9(09)V99.
           05  WS-LINK-SOURCE          PIC X(08).
           05  WS-LINK-OK              PIC X.
       01  WS-LINK-PROTECTED           PIC 9(10).

      *----------------------------------------------------------------
      * Product Master - the SAVINGS rate in effect on the date of
      * death (see PRODUCT-MASTER).
      *----------------------------------------------------------------
       01  WS-PRODUCT-REQUEST.
           05  WS-PROD-ACCOUNT-TYPE    PIC X(15).
           05  WS-PROD-AS-OF-DATE      PIC 9(08).
           05  WS-PROD-FOUND           PIC X.
           05  WS-PROD-INTEREST-RATE   PIC 9V9(06).
           05  WS-PROD-FEE-AMOUNT      PIC 9(09)V99.
           05  WS-PROD-MIN-BALANCE     PIC 9(09)V99.
           05  WS-PROD-OD-LIMIT        PIC 9(09)V99.
           05  WS-PROD-OD-RATE         PIC 9V9(06).

      *----------------------------------------------------------------
      * Operator Sign-On - who is at the keyboard, proved against
      * the operator master by OPERATOR-SIGNON (see ACCOUNT-UPDATE
      * for the convention).  Opening an estate is teller work;
      * registering payees and paying out take a supervisor.
      *----------------------------------------------------------------
       01  WS-SIGNON-REQUEST.
           05  WS-SIGN-MIN-AUTHORITY   PIC 9.
           05  WS-SIGN-OK              PIC X.
           05  WS-SIGN-OPERATOR-ID     PIC X(08).
           05  WS-SIGN-OPERATOR-NAME   PIC X(30).
           05  WS-SIGN-AUTHORITY       PIC 9.
           05  WS-SIGN-BRANCH          PIC X(03).

      *----------------------------------------------------------------
      * Business Date - stamped from the system control record via
      * BUSINESS-DATE, never from the wall clock.
      *----------------------------------------------------------------
       01  WS-BUSDATE-REQUEST.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.

      *----------------------------------------------------------------
      * System Status - no account maintenance while the batch
      * cycle has the system QUIESCED (see ACCOUNT-CLOSE).
      *----------------------------------------------------------------
       01  WS-SYSTEM-STATUS-REQUEST.
           05  WS-SYS-FUNCTION         PIC X.
           05  WS-SYS-STATUS           PIC X(08).
           05  WS-SYS-DATE             PIC 9(08).
           05  WS-SYS-OPERATOR         PIC X(08).
           05  WS-SYS-OK               PIC X.

      *----------------------------------------------------------------
      * Audit Trail
      *----------------------------------------------------------------
       01  WS-AUDIT-LINE               PIC X(150).
       01  WS-AUDIT-TIME               PIC 9(08).
       01  WS-AUDIT-BAL-EDIT           PIC -9(08).99.
       01  WS-AUDIT-OLD-BAL-EDIT       PIC -9(08).99.
       01  WS-AUDIT-NEW-BAL-EDIT       PIC -9(08).99.
       01  WS-AUDIT-AMOUNT-EDIT        PIC 9(08).99.
       01  WS-AUDIT-ACTION             PIC X(12).
       01  WS-AUDIT-ISN                PIC 9(10).
       01  WS-AUDIT-ACCOUNT            PIC 9(10).
       01  WS-AUDIT-BALANCE            PIC S9(08)V99.
       01  WS-AUDIT-PTR                PIC 9(03).

      *----------------------------------------------------------------
      * Per-Account History (see TXN-HISTORY)
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
      * Format and Search Buffers
      *----------------------------------------------------------------
       01  READ-FORMAT-BUFFER          PIC X(100) VALUE
           'ACCOUNT-NUMBER,CUSTOMER-NAME,ACCOUNT-TYPE,BALANCE,LAST-TXN-
      -    'DATE.'.

       01  CUSTOMER-FORMAT-BUFFER      PIC X(100) VALUE
           'CUSTOMER-ID,CUSTOMER-NAME,ADDRESS-LINE-1,CITY,STATE,ZIP-
      -    'CODE.'.

       01  UPDATE-FORMAT-BUFFER        PIC X(50) VALUE
           'BALANCE,LAST-TXN-DATE.'.

       01  SEARCH-BUFFER.
           05  FILLER                  PIC X(17) VALUE
               'ACCOUNT-NUMBER,1,'.
           05  SB-ACCOUNT-NUMBER       PIC 9(10).
           05  FILLER                  PIC X VALUE '.'.

       01  CUSTOMER-SEARCH-BUFFER.
           05  FILLER                  PIC X(14) VALUE
               'CUSTOMER-ID,1,'.
           05  CSB-CUSTOMER-ID         PIC 9(10).
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

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       0000-MAIN-ROUTINE.
      *----------------------------------------------------------------
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MENU
               UNTIL WS-CONTINUE = 'N' OR WS-CONTINUE = 'n'
           PERFORM 3000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'DECEASED CUSTOMER ESTATES'
           DISPLAY '=================================================='
           DISPLAY ' '

           MOVE 00012 TO ACB-FILE-NUMBER

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST

           INITIALIZE WS-SYSTEM-STATUS-REQUEST
           MOVE 'C' TO WS-SYS-FUNCTION
           CALL 'SYSTEM-STATUS' USING WS-SYSTEM-STATUS-REQUEST
           IF WS-SYS-STATUS = 'QUIESCED'
               DISPLAY '*** SYSTEM QUIESCED - end-of-day cycle in'
                       ' progress.  Estate maintenance is not'
                       ' available until the cycle completes. ***'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 1 TO WS-SIGN-MIN-AUTHORITY
           CALL 'OPERATOR-SIGNON' USING WS-SIGNON-REQUEST
           IF WS-SIGN-OK NOT = 'Y'
               MOVE 'N' TO WS-CONTINUE
           END-IF
           .

      *----------------------------------------------------------------
       2000-PROCESS-MENU.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'O - Open Estate (record a death)'
           DISPLAY 'V - View Estate'
           DISPLAY 'L - Reprint Valuation Letter'
           DISPLAY 'A - Add Payee          R - Remove Payee'
           DISPLAY 'P - Pay Out Proceeds'
           DISPLAY 'X - Exit'
           DISPLAY 'Enter Choice: ' NO ADVANCING
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN 'O'
               WHEN 'o'
                   PERFORM 2100-OPEN-ESTATE THRU 2100-EXIT
               WHEN 'V'
               WHEN 'v'
                   PERFORM 2050-LOCATE-ESTATE THRU 2050-EXIT
                   IF WS-ESTATE-READY = 'Y'
                       PERFORM 2600-SHOW-ESTATE
                   END-IF
               WHEN 'L'
               WHEN 'l'
                   PERFORM 2050-LOCATE-ESTATE THRU 2050-EXIT
                   IF WS-ESTATE-READY = 'Y'
                       PERFORM 2500-WRITE-VALUATION-LETTER
                           THRU 2500-EXIT
                   END-IF
               WHEN 'A'
               WHEN 'a'
                   PERFORM 2700-ADD-PAYEE THRU 2700-EXIT
               WHEN 'R'
               WHEN 'r'
                   PERFORM 2750-REMOVE-PAYEE THRU 2750-EXIT
               WHEN 'P'
               WHEN 'p'
                   PERFORM 2800-PAY-OUT THRU 2800-EXIT
               WHEN 'X'
               WHEN 'x'
                   MOVE 'N' TO WS-CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice.'
           END-EVALUATE
           .

      *----------------------------------------------------------------
       2050-LOCATE-ESTATE.
      *----------------------------------------------------------------
      *    By estate number, or failing that the deceased's latest
      *    estate by customer ID.
           MOVE 'N' TO WS-ESTATE-READY
           DISPLAY 'Estate Number (0 = find by customer): '
               NO ADVANCING
           ACCEPT WS-INPUT-ESTATE

           INITIALIZE WS-ESTATE-REQUEST
           IF WS-INPUT-ESTATE = 0
               DISPLAY 'Customer ID: ' NO ADVANCING
               ACCEPT WS-INPUT-CUSTOMER
               MOVE 'F' TO WS-EST-FUNCTION
               MOVE WS-INPUT-CUSTOMER TO WS-EST-CUSTOMER
           ELSE
               MOVE 'G' TO WS-EST-FUNCTION
               MOVE WS-INPUT-ESTATE TO WS-EST-ESTATE-ID
           END-IF
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST

           IF WS-EST-FOUND NOT = 'Y'
               DISPLAY 'No such estate.'
               GO TO 2050-EXIT
           END-IF

           MOVE WS-EST-ESTATE-ID  TO WS-CUR-ESTATE-ID
           MOVE WS-EST-CUSTOMER   TO WS-CUR-CUSTOMER
           MOVE WS-EST-DEATH-DATE TO WS-CUR-DEATH-DATE
           MOVE WS-EST-EXECUTOR   TO WS-CUR-EXECUTOR
           MOVE WS-EST-STATUS     TO WS-CUR-STATUS
           MOVE 'Y' TO WS-ESTATE-READY
           .

       2050-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2100-OPEN-ESTATE.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'Deceased Customer ID: ' NO ADVANCING
           ACCEPT WS-INPUT-CUSTOMER
           MOVE WS-INPUT-CUSTOMER TO CSB-CUSTOMER-ID
           PERFORM 2900-READ-CUSTOMER
           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY 'Customer not found on the customer master.'
               GO TO 2100-EXIT
           END-IF
           DISPLAY 'Customer: ' CD-CUSTOMER-NAME

           INITIALIZE WS-ESTATE-REQUEST
           MOVE 'F' TO WS-EST-FUNCTION
           MOVE WS-INPUT-CUSTOMER TO WS-EST-CUSTOMER
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST
           IF WS-EST-FOUND = 'Y' AND WS-EST-STATUS = 'O'
               DISPLAY 'An estate is already open for this customer'
                       ' - estate ' WS-EST-ESTATE-ID
               GO TO 2100-EXIT
           END-IF

           DISPLAY 'Date of Death (YYYYMMDD): ' NO ADVANCING
           ACCEPT WS-INPUT-DEATH-DATE
           IF WS-INPUT-DEATH-DATE = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-INPUT-DEATH-DATE)
                   NOT = 0
               OR WS-INPUT-DEATH-DATE > WS-BUS-DATE
               DISPLAY 'Not a valid past date - estate not opened.'
               GO TO 2100-EXIT
           END-IF

           DISPLAY 'Executor Name: ' NO ADVANCING
           ACCEPT WS-INPUT-EXECUTOR
           IF WS-INPUT-EXECUTOR = SPACES
               DISPLAY 'The executor is required - estate not'
                       ' opened.'
               GO TO 2100-EXIT
           END-IF

           PERFORM 2150-COLLECT-HOLDINGS THRU 2150-EXIT
           IF WS-HOLDING-OVERFLOW = 'Y'
               DISPLAY 'More accounts than one estate can carry -'
                       ' estate not opened; refer to operations.'
               GO TO 2100-EXIT
           END-IF
           IF WS-HOLDING-TOTAL = 0
               DISPLAY 'The customer holds no open accounts -'
                       ' estate not opened.'
               GO TO 2100-EXIT
           END-IF

           DISPLAY ' '
           DISPLAY 'Accounts to be frozen:'
           PERFORM 2160-SHOW-ONE-COLLECTED
               VARYING WS-HOLDING-SUB FROM 1 BY 1
               UNTIL WS-HOLDING-SUB > WS-HOLDING-TOTAL
           DISPLAY ' '
           DISPLAY 'Open the estate, freeze these accounts and cancel'
                   ' their standing orders and overdraft links?'
                   ' (Y/N): ' NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'Estate not opened.'
               GO TO 2100-EXIT
           END-IF

           INITIALIZE WS-ESTATE-REQUEST
           MOVE 'O' TO WS-EST-FUNCTION
           MOVE WS-INPUT-CUSTOMER   TO WS-EST-CUSTOMER
           MOVE WS-INPUT-DEATH-DATE TO WS-EST-DEATH-DATE
           MOVE WS-INPUT-EXECUTOR   TO WS-EST-EXECUTOR
           MOVE WS-BUS-DATE         TO WS-EST-ACTION-DATE
           MOVE WS-SIGN-OPERATOR-ID TO WS-EST-ACTION-BY
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST
           IF WS-EST-OK NOT = 'Y'
               DISPLAY 'ERROR: estate file not writable - estate'
                       ' not opened.'
               GO TO 2100-EXIT
           END-IF

           MOVE WS-EST-ESTATE-ID  TO WS-CUR-ESTATE-ID
           MOVE WS-EST-CUSTOMER   TO WS-CUR-CUSTOMER
           MOVE WS-EST-DEATH-DATE TO WS-CUR-DEATH-DATE
           MOVE WS-EST-EXECUTOR   TO WS-CUR-EXECUTOR
           MOVE WS-EST-STATUS     TO WS-CUR-STATUS
           MOVE WS-CUR-DEATH-DATE TO WS-DEATH-DATE-PARTS

           PERFORM 2200-FREEZE-AND-VALUE
               VARYING WS-HOLDING-SUB FROM 1 BY 1
               UNTIL WS-HOLDING-SUB > WS-HOLDING-TOTAL

           PERFORM 2300-CANCEL-STANDING-ORDERS THRU 2300-EXIT

           MOVE 0 TO WS-LINKS-CANCELLED
           PERFORM 2400-CANCEL-OVERDRAFT-LINKS
               VARYING WS-HOLDING-SUB FROM 1 BY 1
               UNTIL WS-HOLDING-SUB > WS-HOLDING-TOTAL

           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'ESTATE ' WS-CUR-ESTATE-ID ' OPENED'
           DISPLAY '=================================================='
           DISPLAY 'Accounts frozen          : ' WS-HOLDING-TOTAL
           DISPLAY 'Standing orders cancelled: ' WS-ORDERS-CANCELLED
           DISPLAY 'Overdraft links cancelled: ' WS-LINKS-CANCELLED

           PERFORM 2500-WRITE-VALUATION-LETTER THRU 2500-EXIT
           PERFORM 2600-SHOW-ESTATE
           .

       2100-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2150-COLLECT-HOLDINGS.
      *----------------------------------------------------------------
      *    L4 answers at most five accounts per call - resume past
      *    the last ISN answered until a short batch.
           MOVE 0   TO WS-HOLDING-TOTAL
           MOVE 'N' TO WS-HOLDING-OVERFLOW
           MOVE WS-INPUT-CUSTOMER TO CSB-CUSTOMER-ID
           MOVE 1   TO WS-L4-LOWER
           MOVE 'N' TO WS-L4-DONE
           PERFORM 2170-FETCH-ACCOUNT-BATCH
           IF ACB-RESPONSE-CODE NOT = 000
               GO TO 2150-EXIT
           END-IF
           PERFORM 2180-TAKE-ACCOUNT-BATCH
               UNTIL WS-L4-DONE = 'Y'
           .

       2150-EXIT.
           EXIT
           .

       2160-SHOW-ONE-COLLECTED.
           MOVE WS-HD-BALANCE(WS-HOLDING-SUB) TO WS-FORMATTED-BALANCE
           DISPLAY '  ' WS-HD-ACCOUNT(WS-HOLDING-SUB)
                   '  ' WS-HD-TYPE(WS-HOLDING-SUB)
                   ' ' WS-FORMATTED-BALANCE
           .

       2170-FETCH-ACCOUNT-BATCH.
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

       2180-TAKE-ACCOUNT-BATCH.
           MOVE ACB-ISN-QUANTITY TO WS-ACCT-COUNT
           COMPUTE WS-L4-LOWER = ACB-ISN + 1

           PERFORM 2190-TAKE-ONE-ACCOUNT
               VARYING WS-ACCT-INDEX FROM 1 BY 1
               UNTIL WS-ACCT-INDEX > WS-ACCT-COUNT

           IF WS-ACCT-COUNT < 5
               MOVE 'Y' TO WS-L4-DONE
           ELSE
               PERFORM 2170-FETCH-ACCOUNT-BATCH
               IF ACB-RESPONSE-CODE NOT = 000
                   MOVE 'Y' TO WS-L4-DONE
               END-IF
           END-IF
           .

       2190-TAKE-ONE-ACCOUNT.
           IF WS-HOLDING-TOTAL NOT < 50
               MOVE 'Y' TO WS-HOLDING-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOLDING-TOTAL
           MOVE CAR-ACCOUNT-NUMBER(WS-ACCT-INDEX)
               TO WS-HD-ACCOUNT(WS-HOLDING-TOTAL)
           MOVE CAR-ACCOUNT-TYPE(WS-ACCT-INDEX)
               TO WS-HD-TYPE(WS-HOLDING-TOTAL)
           MOVE CAR-BALANCE(WS-ACCT-INDEX)
               TO WS-HD-BALANCE(WS-HOLDING-TOTAL)
           .

      *----------------------------------------------------------------
       2200-FREEZE-AND-VALUE.
      *----------------------------------------------------------------
           MOVE WS-HD-ACCOUNT(WS-HOLDING-SUB) TO SB-ACCOUNT-NUMBER
           PERFORM 2950-READ-ACCOUNT
           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY 'WARNING: account ' WS-HD-ACCOUNT(WS-HOLDING-SUB)
                       ' could not be read - freeze and value it'
                       ' by hand.'
               EXIT PARAGRAPH
           END-IF
           MOVE ACB-ISN TO WS-AUDIT-ISN

      *    Sole, or held jointly with someone who survives?
           MOVE ACCOUNT-NUMBER TO WS-OWN-ACCOUNT
           MOVE CUSTOMER-ID    TO WS-OWN-PRIMARY
           PERFORM 2970-LOAD-ACCOUNT-OWNERS THRU 2970-EXIT
           IF WS-OWN-SURVIVORS > 0
               MOVE 'J' TO WS-VAL-ROLE
           ELSE
               MOVE 'S' TO WS-VAL-ROLE
           END-IF

           INITIALIZE WS-RESTRICTION-REQUEST
           MOVE 'C' TO WS-RSTR-FUNCTION
           MOVE ACCOUNT-NUMBER TO WS-RSTR-ACCOUNT
           MOVE WS-BUS-DATE    TO WS-RSTR-ASOF-DATE
           CALL 'RESTRICTION-STATUS' USING WS-RESTRICTION-REQUEST
           IF WS-RSTR-TYPE NOT = SPACE
               DISPLAY 'Account ' ACCOUNT-NUMBER ' order '
                       WS-RSTR-TYPE ' ' WS-RSTR-REASON
                       ' replaced by the estate freeze.'
           END-IF

           INITIALIZE WS-RESTRICTION-REQUEST
           MOVE 'A' TO WS-RSTR-FUNCTION
           MOVE ACCOUNT-NUMBER      TO WS-RSTR-ACCOUNT
           MOVE 'A'                 TO WS-RSTR-TYPE
           MOVE 'DECEASED ESTATE'   TO WS-RSTR-REASON
           MOVE WS-SIGN-OPERATOR-ID TO WS-RSTR-PLACED-BY
           MOVE 99999999            TO WS-RSTR-EXPIRY
           CALL 'RESTRICTION-STATUS' USING WS-RESTRICTION-REQUEST
           IF WS-RSTR-OK NOT = 'Y'
               DISPLAY 'WARNING: account ' ACCOUNT-NUMBER
                       ' could not be frozen - place the order at'
                       ' RESTRICTION-MAINT.'
           END-IF

           PERFORM 2220-BALANCE-AT-DEATH
           PERFORM 2250-INTEREST-TO-DEATH

           INITIALIZE WS-ESTATE-REQUEST
           MOVE 'H' TO WS-EST-FUNCTION
           MOVE WS-CUR-ESTATE-ID    TO WS-EST-ESTATE-ID
           MOVE ACCOUNT-NUMBER      TO WS-EST-ACCOUNT
           MOVE ACCOUNT-TYPE        TO WS-EST-ACCOUNT-TYPE
           MOVE CURRENCY-CODE       TO WS-EST-CURRENCY
           IF WS-EST-CURRENCY = SPACES
               MOVE 'USD' TO WS-EST-CURRENCY
           END-IF
           MOVE WS-VAL-ROLE         TO WS-EST-ROLE
           MOVE WS-VAL-DOD-BALANCE  TO WS-EST-DOD-BALANCE
           MOVE WS-VAL-ACCRUED      TO WS-EST-ACCRUED
           MOVE WS-BUS-DATE         TO WS-EST-ACTION-DATE
           MOVE WS-SIGN-OPERATOR-ID TO WS-EST-ACTION-BY
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST
           IF WS-EST-OK NOT = 'Y'
               DISPLAY 'WARNING: account ' ACCOUNT-NUMBER
                       ' could not be recorded on the estate.'
           END-IF

           MOVE ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
           MOVE BALANCE        TO WS-AUDIT-BALANCE
           MOVE 'ESTATE-OPEN'  TO WS-AUDIT-ACTION
           PERFORM 2980-WRITE-ESTATE-AUDIT
           .

      *----------------------------------------------------------------
       2220-BALANCE-AT-DEATH.
      *----------------------------------------------------------------
      *    The history file is in posting order: the first posting
      *    dated after the death carries the death-day balance as its
      *    old balance.  No posting since means today's balance is
      *    still the death-day balance.
           MOVE BALANCE TO WS-VAL-DOD-BALANCE
           MOVE 'N' TO WS-VAL-FOUND-AFTER
           MOVE 1   TO WS-NEXT-ORDINAL
           MOVE 'Y' TO WS-MORE-HISTORY
           PERFORM 2230-FETCH-HISTORY-SLICE
               UNTIL WS-MORE-HISTORY = 'N'
           .

       2230-FETCH-HISTORY-SLICE.
           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'S4'   TO ACB-COMMAND-CODE
           MOVE 00014  TO ACB-FILE-NUMBER
           MOVE WS-NEXT-ORDINAL TO ACB-ISN-LOWER-LIMIT
           MOVE 100    TO ACB-FORMAT-BUFFER-LEN
           MOVE 2000   TO ACB-RECORD-BUFFER-LEN
           MOVE 30     TO ACB-SEARCH-BUFFER-LEN

           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               READ-FORMAT-BUFFER
                               HISTORY-BUFFER
                               SEARCH-BUFFER

           IF ACB-RESPONSE-CODE NOT = 000
               MOVE 'N' TO WS-MORE-HISTORY
               EXIT PARAGRAPH
           END-IF

           MOVE ACB-ISN-QUANTITY TO WS-HV-ROWS
           COMPUTE WS-NEXT-ORDINAL = ACB-ISN + 1

           PERFORM 2240-TEST-ONE-HISTORY-ROW
               VARYING WS-HV-INDEX FROM 1 BY 1
               UNTIL WS-HV-INDEX > WS-HV-ROWS
                  OR WS-VAL-FOUND-AFTER = 'Y'
           IF WS-VAL-FOUND-AFTER = 'Y'
               MOVE 'N' TO WS-MORE-HISTORY
           END-IF
           .

       2240-TEST-ONE-HISTORY-ROW.
           IF HV-DATE(WS-HV-INDEX) IS NUMERIC
               IF HV-DATE(WS-HV-INDEX) > WS-CUR-DEATH-DATE
                   MOVE FUNCTION NUMVAL(HV-OLD-BAL-TXT(WS-HV-INDEX))
                       TO WS-VAL-DOD-BALANCE
                   MOVE 'Y' TO WS-VAL-FOUND-AFTER
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
       2250-INTEREST-TO-DEATH.
      *----------------------------------------------------------------
      *    Interest earned but not yet credited on the date of death.
      *    SAVINGS credits a month's interest at the product rate on
      *    the month-end run, so the days of the death month so far
      *    are owed pro rata; a term deposit earns its contract rate
      *    from the day it opened, never past its term.
           MOVE 0 TO WS-VAL-ACCRUED
           IF WS-VAL-DOD-BALANCE NOT > 0
               EXIT PARAGRAPH
           END-IF

           EVALUATE ACCOUNT-TYPE
               WHEN 'SAVINGS'
                   PERFORM 2260-SAVINGS-ACCRUAL
               WHEN 'TERM-DEPOSIT'
                   PERFORM 2270-TERM-DEPOSIT-ACCRUAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       2260-SAVINGS-ACCRUAL.
           MOVE 'SAVINGS'         TO WS-PROD-ACCOUNT-TYPE
           MOVE WS-CUR-DEATH-DATE TO WS-PROD-AS-OF-DATE
           CALL 'PRODUCT-MASTER' USING WS-PRODUCT-REQUEST
           IF WS-PROD-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROD-INTEREST-RATE TO WS-VAL-MONTHLY-RATE

           COMPUTE WS-VAL-MONTH-START =
               WS-DEATH-YEAR * 10000 + WS-DEATH-MONTH * 100 + 1
           IF WS-DEATH-MONTH = 12
               COMPUTE WS-VAL-NEXT-MONTH =
                   (WS-DEATH-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-VAL-NEXT-MONTH = WS-VAL-MONTH-START + 100
           END-IF
           COMPUTE WS-VAL-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-VAL-NEXT-MONTH)
               - FUNCTION INTEGER-OF-DATE(WS-VAL-MONTH-START)
           MOVE WS-DEATH-DAY TO WS-VAL-DAY

           COMPUTE WS-VAL-ACCRUED ROUNDED =
               WS-VAL-DOD-BALANCE * WS-VAL-MONTHLY-RATE
               * WS-VAL-DAY / WS-VAL-DAYS-IN-MONTH
           .

       2270-TERM-DEPOSIT-ACCRUAL.
           IF OPEN-DATE NOT NUMERIC OR OPEN-DATE = 0
               OR CONTRACT-RATE NOT NUMERIC
               OR TERM-MONTHS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VAL-ELAPSED-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CUR-DEATH-DATE)
               - FUNCTION INTEGER-OF-DATE(OPEN-DATE)
           IF WS-VAL-ELAPSED-DAYS NOT > 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-VAL-ACCRUED ROUNDED =
               WS-VAL-DOD-BALANCE * CONTRACT-RATE
               * WS-VAL-ELAPSED-DAYS * 12 / 365
           COMPUTE WS-VAL-CAP ROUNDED =
               WS-VAL-DOD-BALANCE * CONTRACT-RATE * TERM-MONTHS
           IF WS-VAL-ACCRUED > WS-VAL-CAP
               MOVE WS-VAL-CAP TO WS-VAL-ACCRUED
           END-IF
           .

      *----------------------------------------------------------------
       2300-CANCEL-STANDING-ORDERS.
      *----------------------------------------------------------------
      *    Every order paid from an estate account is dropped from the
      *    order file; its line is kept on the estate as it stood.
           MOVE 0 TO WS-ORDERS-CANCELLED
           MOVE 0 TO WS-ORDER-TOTAL
           MOVE 'N' TO WS-ORDER-OVERFLOW

           OPEN INPUT ORDER-FILE
           IF WS-ORDER-FILE-STATUS NOT = '00'
               GO TO 2300-EXIT
           END-IF
           MOVE 'N' TO WS-ORDER-EOF
           PERFORM 2310-LOAD-ONE-ORDER UNTIL WS-ORDER-EOF = 'Y'
           CLOSE ORDER-FILE

           IF WS-ORDER-OVERFLOW = 'Y'
      *        A part-loaded file spilled back out would lose orders
               DISPLAY 'WARNING: standing-order file too large -'
                       ' no orders cancelled; cancel them by hand.'
               GO TO 2300-EXIT
           END-IF

           MOVE 0 TO WS-ORDER-KEPT
           PERFORM 2320-SIFT-ONE-ORDER
               VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-ORDER-TOTAL

           IF WS-ORDERS-CANCELLED = 0
               GO TO 2300-EXIT
           END-IF

           OPEN OUTPUT ORDER-FILE
           IF WS-ORDER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: standing-order file not writable -'
                       ' cancel the orders by hand.'
               GO TO 2300-EXIT
           END-IF
           PERFORM 2340-WRITE-ONE-ORDER
               VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-ORDER-KEPT
           CLOSE ORDER-FILE
           .

       2300-EXIT.
           EXIT
           .

       2310-LOAD-ONE-ORDER.
           READ ORDER-FILE INTO ORDER-LINE
               AT END
                   MOVE 'Y' TO WS-ORDER-EOF
               NOT AT END
                   IF WS-ORDER-TOTAL < 200
                       ADD 1 TO WS-ORDER-TOTAL
                       MOVE ORDER-LINE
                           TO WS-ORDER-ENTRY(WS-ORDER-TOTAL)
                   ELSE
                       MOVE 'Y' TO WS-ORDER-OVERFLOW
                       MOVE 'Y' TO WS-ORDER-EOF
                   END-IF
           END-READ
           .

       2320-SIFT-ONE-ORDER.
      *    Kept orders close up in place - the kept count never runs
      *    ahead of the one being looked at.
           MOVE 'N' TO WS-IS-HOLDING
           IF WS-ORDER-ENTRY(WS-ORDER-SUB)(1:10) IS NUMERIC
               MOVE WS-ORDER-ENTRY(WS-ORDER-SUB)(1:10)
                   TO WS-INPUT-ACCOUNT
               PERFORM 2330-TEST-ONE-HOLDING
                   VARYING WS-HOLDING-SUB FROM 1 BY 1
                   UNTIL WS-HOLDING-SUB > WS-HOLDING-TOTAL
           END-IF

           IF WS-IS-HOLDING = 'Y'
               ADD 1 TO WS-ORDERS-CANCELLED
               INITIALIZE WS-ESTATE-REQUEST
               MOVE 'X' TO WS-EST-FUNCTION
               MOVE WS-CUR-ESTATE-ID TO WS-EST-ESTATE-ID
               MOVE 'O' TO WS-EST-ROW-TYPE
               MOVE WS-ORDER-ENTRY(WS-ORDER-SUB) TO WS-EST-TEXT
               CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST
               DISPLAY 'Standing order cancelled: '
                       WS-ORDER-ENTRY(WS-ORDER-SUB)(1:54)
           ELSE
               ADD 1 TO WS-ORDER-KEPT
               MOVE WS-ORDER-ENTRY(WS-ORDER-SUB)
                   TO WS-ORDER-ENTRY(WS-ORDER-KEPT)
           END-IF
           .

       2330-TEST-ONE-HOLDING.
           IF WS-HD-ACCOUNT(WS-HOLDING-SUB) = WS-INPUT-ACCOUNT
               MOVE 'Y' TO WS-IS-HOLDING
           END-IF
           .

       2340-WRITE-ONE-ORDER.
           MOVE WS-ORDER-ENTRY(WS-ORDER-SUB) TO ORDER-LINE
           WRITE ORDER-LINE
           .

      *----------------------------------------------------------------
       2400-CANCEL-OVERDRAFT-LINKS.
      *----------------------------------------------------------------
      *    Both ways round: the link protecting the estate account,
      *    and every link the estate account stands behind - the
      *    deceased's money must not fund anyone's overdraft.
           INITIALIZE WS-LINK-REQUEST
           MOVE 'C' TO WS-LINK-FUNCTION
           MOVE WS-HD-ACCOUNT(WS-HOLDING-SUB) TO WS-LINK-ACCOUNT
           CALL 'OVERDRAFT-LINKS' USING WS-LINK-REQUEST
           IF WS-LINK-FOUND = 'Y'
               MOVE WS-HD-ACCOUNT(WS-HOLDING-SUB)
                   TO WS-LINK-PROTECTED
               PERFORM 2420-REMOVE-ONE-LINK
           END-IF

           MOVE 'Y' TO WS-MORE-ROWS
           PERFORM 2410-FIND-ONE-FUNDED-LINK
               UNTIL WS-MORE-ROWS = 'N'
           .

       2410-FIND-ONE-FUNDED-LINK.
           INITIALIZE WS-LINK-REQUEST
           MOVE 'F' TO WS-LINK-FUNCTION
           MOVE WS-HD-ACCOUNT(WS-HOLDING-SUB) TO WS-LINK-FUNDING
           CALL 'OVERDRAFT-LINKS' USING WS-LINK-REQUEST
           IF WS-LINK-FOUND NOT = 'Y'
               MOVE 'N' TO WS-MORE-ROWS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINK-ACCOUNT TO WS-LINK-PROTECTED
           PERFORM 2420-REMOVE-ONE-LINK
           IF WS-LINK-OK NOT = 'Y'
               MOVE 'N' TO WS-MORE-ROWS
           END-IF
           .

       2420-REMOVE-ONE-LINK.
      *    WS-LINK-FUNDING still names the funding account the C or
      *    F call answered with.
           MOVE SPACES TO WS-EST-TEXT
           STRING WS-LINK-PROTECTED  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-LINK-FUNDING    DELIMITED BY SIZE
               INTO WS-EST-TEXT
           END-STRING

           INITIALIZE WS-LINK-REQUEST
           MOVE 'R' TO WS-LINK-FUNCTION
           MOVE WS-LINK-PROTECTED TO WS-LINK-ACCOUNT
           CALL 'OVERDRAFT-LINKS' USING WS-LINK-REQUEST
           IF WS-LINK-OK NOT = 'Y'
               DISPLAY 'WARNING: overdraft link ' WS-EST-TEXT(1:21)
                       ' could not be removed.'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LINKS-CANCELLED
           MOVE 'X' TO WS-EST-FUNCTION
           MOVE WS-CUR-ESTATE-ID TO WS-EST-ESTATE-ID
           MOVE 'L' TO WS-EST-ROW-TYPE
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST
           DISPLAY 'Overdraft link cancelled: ' WS-EST-TEXT(1:21)
           .

      *----------------------------------------------------------------
       2500-WRITE-VALUATION-LETTER.
      *----------------------------------------------------------------
      *    Written from the holdings as valued on the estate, so a
      *    reprint says exactly what the first letter said.
           MOVE WS-CUR-CUSTOMER TO CSB-CUSTOMER-ID
           PERFORM 2900-READ-CUSTOMER
           IF ACB-RESPONSE-CODE = 000
               MOVE 'Y' TO WS-LETTER-ADDRESSED
           ELSE
               MOVE 'N' TO WS-LETTER-ADDRESSED
               MOVE SPACES TO CUSTOMER-DETAILS
           END-IF

           OPEN EXTEND LETTER-FILE
           IF WS-LETTER-FILE-STATUS NOT = '00' AND
              WS-LETTER-FILE-STATUS NOT = '05'
      *        First letter ever written - file does not exist yet
               CLOSE LETTER-FILE
               OPEN OUTPUT LETTER-FILE
           END-IF
           IF WS-LETTER-FILE-STATUS NOT = '00' AND
              WS-LETTER-FILE-STATUS NOT = '05'
               DISPLAY 'ERROR: letter file not writable - no'
                       ' valuation letter written.'
               GO TO 2500-EXIT
           END-IF

           MOVE ALL '=' TO WS-PRINT-LINE
           PERFORM 2590-WRITE-PRINT-LINE
           MOVE WS-BUS-DATE TO WS-DATE-IN
           PERFORM 2595-FORMAT-DATE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ESTATE VALUATION LETTER    ESTATE NO. '
                                    DELIMITED BY SIZE
                  WS-CUR-ESTATE-ID  DELIMITED BY SIZE
                  '    DATE '       DELIMITED BY SIZE
                  WS-DATE-TEXT      DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 2590-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 2590-WRITE-PRINT-LINE

           MOVE WS-CUR-EXECUTOR TO WS-PRINT-LINE
           PERFORM 2590-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'EXECUTOR OF THE ESTATE OF ' DELIMITED BY SIZE
                  FUNCTION TRIM(CD-CUSTOMER-NAME)
                                               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 2590-WRITE-PRINT-LINE
           IF WS-LETTER-ADDRESSED = 'Y'
               MOVE CD-ADDRESS-LINE-1 TO WS-PRINT-LINE
               PERFORM 2590-WRITE-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING FUNCTION TRIM(CD-CITY) DELIMITED BY SIZE
                      ' '                    DELIMITED BY SIZE
                      CD-STATE               DELIMITED BY SIZE
                      '  '                   DELIMITED BY SIZE
                      CD-ZIP-CODE            DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 2590-WRITE-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 2590-WRITE-PRINT-LINE

           MOVE WS-CUR-DEATH-DATE TO WS-DATE-IN
           PERFORM 2595-FORMAT-DATE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CUSTOMER ' DELIMITED BY SIZE
                  WS-CUR-CUSTOMER DELIMITED BY SIZE
                  ' - DATE OF DEATH ' DELIMITED BY SIZE
                  WS-DATE-TEXT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 2590-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 2590-WRITE-PRINT-LINE
           MOVE 'WE WERE SORRY TO LEARN OF THE DEATH OF OUR CUSTOMER.'
               TO WS-PRINT-LINE
           PERFORM 2590-WRITE-PRINT-LINE
           MOVE 'THE ACCOUNTS BELOW WERE HELD IN THE DECEASED''S NAME,'
               TO WS-PRINT-LINE
           PERFORM 2590-WRITE-PRINT-LINE
           MOVE 'SOLELY OR JOINTLY, AND HAVE BEEN FROZEN; ANY STANDING'
               TO WS-PRINT-LINE
           PERFORM 2590-WRITE-PRINT-LINE
           MOVE 'ORDERS AND OVERDRAFT LINKS ON THEM ARE CANCELLED.'
               TO WS-PRINT-LINE
           PERFORM 2590-WRITE-PRINT-LINE
           MOVE 'BALANCES AND ACCRUED INTEREST ARE AS AT THE DATE OF'
               TO WS-PRINT-LINE
           PERFORM 2590-WRITE-PRINT-LINE
           MOVE 'DEATH, IN THE CURRENCY OF EACH ACCOUNT.'
               TO WS-PRINT-LINE
           PERFORM 2590-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 2590-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ACCOUNT    TYPE            HELD     CCY'
                                        DELIMITED BY SIZE
                  '        BALANCE       INTEREST          TOTAL'
                                        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 2590-WRITE-PRINT-LINE

           MOVE 0      TO WS-LETTER-TOTAL
           MOVE SPACES TO WS-LETTER-CURRENCY
           MOVE 'N'    TO WS-LETTER-MIXED
           MOVE 'Y'    TO WS-MORE-ROWS
           PERFORM 2510-LETTER-ONE-HOLDING
               VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-MORE-ROWS = 'N'

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 2590-WRITE-PRINT-LINE
           IF WS-LETTER-MIXED = 'N'
               MOVE WS-LETTER-TOTAL TO WS-FORMATTED-TOTAL
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'TOTAL VALUE AT DATE OF DEATH ' DELIMITED BY SIZE
                      WS-LETTER-CURRENCY DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WS-FORMATTED-TOTAL DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'THE ACCOUNTS ARE HELD IN MORE THAN ONE'
                                        DELIMITED BY SIZE
                      ' CURRENCY - NO TOTAL IS GIVEN.'
                                        DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
           PERFORM 2590-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 2590-WRITE-PRINT-LINE
           MOVE 'A JOINT ACCOUNT PASSES TO THE SURVIVING JOINT OWNER.'
               TO WS-PRINT-LINE
           PERFORM 2590-WRITE-PRINT-LINE
           MOVE 'THE OTHER BALANCES WILL BE PAID AS THE EXECUTOR'
               TO WS-PRINT-LINE
           PERFORM 2590-WRITE-PRINT-LINE
           MOVE 'DIRECTS ONCE THE GRANT OF PROBATE HAS BEEN PRODUCED.'
               TO WS-PRINT-LINE
           PERFORM 2590-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 2590-WRITE-PRINT-LINE
           MOVE 'QUESTIONS? CONTACT YOUR BRANCH QUOTING THE ESTATE NO.'
               TO WS-PRINT-LINE
           PERFORM 2590-WRITE-PRINT-LINE
           CLOSE LETTER-FILE

           INITIALIZE WS-ESTATE-REQUEST
           MOVE 'L' TO WS-EST-FUNCTION
           MOVE WS-CUR-ESTATE-ID TO WS-EST-ESTATE-ID
           MOVE WS-BUS-DATE      TO WS-EST-ACTION-DATE
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST
           DISPLAY 'Valuation letter written for estate '
                   WS-CUR-ESTATE-ID '.'
           .

       2500-EXIT.
           EXIT
           .

       2510-LETTER-ONE-HOLDING.
           INITIALIZE WS-ESTATE-REQUEST
           MOVE 'N' TO WS-EST-FUNCTION
           MOVE WS-CUR-ESTATE-ID TO WS-EST-ESTATE-ID
           MOVE 'H' TO WS-EST-ROW-TYPE
           MOVE WS-LIST-INDEX TO WS-EST-INDEX
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST
           IF WS-EST-FOUND NOT = 'Y'
               MOVE 'N' TO WS-MORE-ROWS
               EXIT PARAGRAPH
           END-IF

           IF WS-LETTER-CURRENCY = SPACES
               MOVE WS-EST-CURRENCY TO WS-LETTER-CURRENCY
           END-IF
           IF WS-EST-CURRENCY NOT = WS-LETTER-CURRENCY
               MOVE 'Y' TO WS-LETTER-MIXED
           END-IF
           ADD WS-EST-DOD-BALANCE WS-EST-ACCRUED TO WS-LETTER-TOTAL

           PERFORM 2960-DESCRIBE-ROLE
           MOVE WS-EST-DOD-BALANCE TO WS-FORMATTED-BALANCE
           MOVE WS-EST-ACCRUED     TO WS-FORMATTED-INTEREST
           COMPUTE WS-FORMATTED-TOTAL =
               WS-EST-DOD-BALANCE + WS-EST-ACCRUED
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-EST-ACCOUNT        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-EST-ACCOUNT-TYPE   DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-ROLE-WORD          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-EST-CURRENCY       DELIMITED BY SIZE
                  WS-FORMATTED-BALANCE  DELIMITED BY SIZE
                  WS-FORMATTED-INTEREST DELIMITED BY SIZE
                  WS-FORMATTED-TOTAL    DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 2590-WRITE-PRINT-LINE
           .

       2590-WRITE-PRINT-LINE.
           MOVE WS-PRINT-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           .

       2595-FORMAT-DATE.
      *    YYYYMMDD in WS-DATE-IN to MM/DD/YYYY for the letter text.
           MOVE SPACES TO WS-DATE-TEXT
           STRING WS-DATE-IN-MONTH DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  WS-DATE-IN-DAY   DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  WS-DATE-IN-YEAR  DELIMITED BY SIZE
               INTO WS-DATE-TEXT
           END-STRING
           .

      *----------------------------------------------------------------
       2600-SHOW-ESTATE.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'ESTATE ' WS-CUR-ESTATE-ID
           DISPLAY '=================================================='
           DISPLAY 'Customer       : ' WS-CUR-CUSTOMER
           DISPLAY 'Date of Death  : ' WS-CUR-DEATH-DATE
           DISPLAY 'Executor       : ' WS-CUR-EXECUTOR
           IF WS-CUR-STATUS = 'S'
               DISPLAY 'Status         : SETTLED'
           ELSE
               DISPLAY 'Status         : OPEN'
           END-IF

           DISPLAY ' '
           DISPLAY 'Holdings (balance and interest at date of death):'
           MOVE 'Y' TO WS-MORE-ROWS
           PERFORM 2610-SHOW-ONE-HOLDING
               VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-MORE-ROWS = 'N'

           DISPLAY ' '
           DISPLAY 'Cancelled standing orders:'
           MOVE 'O' TO WS-EST-ROW-TYPE
           MOVE 'Y' TO WS-MORE-ROWS
           PERFORM 2620-SHOW-ONE-CANCELLED
               VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-MORE-ROWS = 'N'

           DISPLAY 'Cancelled overdraft links (protected, funding):'
           MOVE 'Y' TO WS-MORE-ROWS
           PERFORM 2625-SHOW-ONE-LINK
               VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-MORE-ROWS = 'N'

           DISPLAY ' '
           DISPLAY 'Payees:'
           MOVE 'Y' TO WS-MORE-ROWS
           PERFORM 2630-SHOW-ONE-PAYEE
               VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-MORE-ROWS = 'N'
           DISPLAY '=================================================='
           .

       2610-SHOW-ONE-HOLDING.
           INITIALIZE WS-ESTATE-REQUEST
           MOVE 'N' TO WS-EST-FUNCTION
           MOVE WS-CUR-ESTATE-ID TO WS-EST-ESTATE-ID
           MOVE 'H' TO WS-EST-ROW-TYPE
           MOVE WS-LIST-INDEX TO WS-EST-INDEX
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST
           IF WS-EST-FOUND NOT = 'Y'
               MOVE 'N' TO WS-MORE-ROWS
               EXIT PARAGRAPH
           END-IF

           PERFORM 2960-DESCRIBE-ROLE
           EVALUATE WS-EST-HOLDING-STATUS
               WHEN 'P'
                   MOVE 'PAID OUT' TO WS-STATUS-WORD
               WHEN 'C'
                   MOVE 'CLOSED' TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE 'FROZEN' TO WS-STATUS-WORD
           END-EVALUATE
           MOVE WS-EST-DOD-BALANCE TO WS-FORMATTED-BALANCE
           MOVE WS-EST-ACCRUED     TO WS-FORMATTED-INTEREST
           DISPLAY '  ' WS-EST-ACCOUNT ' ' WS-EST-ACCOUNT-TYPE
                   ' ' WS-ROLE-WORD ' ' WS-EST-CURRENCY
                   WS-FORMATTED-BALANCE WS-FORMATTED-INTEREST
                   '  ' WS-STATUS-WORD
           .

       2620-SHOW-ONE-CANCELLED.
           INITIALIZE WS-ESTATE-REQUEST
           MOVE 'N' TO WS-EST-FUNCTION
           MOVE WS-CUR-ESTATE-ID TO WS-EST-ESTATE-ID
           MOVE 'O' TO WS-EST-ROW-TYPE
           MOVE WS-LIST-INDEX TO WS-EST-INDEX
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST
           IF WS-EST-FOUND NOT = 'Y'
               MOVE 'N' TO WS-MORE-ROWS
               EXIT PARAGRAPH
           END-IF
           DISPLAY '  ' WS-EST-TEXT(1:54)
           .

       2625-SHOW-ONE-LINK.
           INITIALIZE WS-ESTATE-REQUEST
           MOVE 'N' TO WS-EST-FUNCTION
           MOVE WS-CUR-ESTATE-ID TO WS-EST-ESTATE-ID
           MOVE 'L' TO WS-EST-ROW-TYPE
           MOVE WS-LIST-INDEX TO WS-EST-INDEX
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST
           IF WS-EST-FOUND NOT = 'Y'
               MOVE 'N' TO WS-MORE-ROWS
               EXIT PARAGRAPH
           END-IF
           DISPLAY '  ' WS-EST-TEXT(1:21)
           .

       2630-SHOW-ONE-PAYEE.
           INITIALIZE WS-ESTATE-REQUEST
           MOVE 'N' TO WS-EST-FUNCTION
           MOVE WS-CUR-ESTATE-ID TO WS-EST-ESTATE-ID
           MOVE 'P' TO WS-EST-ROW-TYPE
           MOVE WS-LIST-INDEX TO WS-EST-INDEX
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST
           IF WS-EST-FOUND NOT = 'Y'
               MOVE 'N' TO WS-MORE-ROWS
               EXIT PARAGRAPH
           END-IF
           IF WS-EST-PAYEE-TYPE = 'J'
               DISPLAY '  ' WS-EST-INDEX(2:2) ' JOINT OWNER '
                       WS-EST-PAYEE-NAME ' takes ' WS-EST-ACCOUNT
                       ' to ' WS-EST-DEST-ACCOUNT
           ELSE
               MOVE WS-EST-SHARE-PCT TO WS-FORMATTED-SHARE
               DISPLAY '  ' WS-EST-INDEX(2:2) ' NAMED PAYEE '
                       WS-EST-PAYEE-NAME ' ' WS-FORMATTED-SHARE
                       '% to ' WS-EST-DEST-ACCOUNT
           END-IF
           .

      *----------------------------------------------------------------
       2700-ADD-PAYEE.
      *----------------------------------------------------------------
      *    A surviving joint owner takes a joint account whole; named
      *    payees share the sole accounts by percentage.  Who gets the
      *    deceased's money is a supervisor's decision.
           IF WS-SIGN-AUTHORITY < 2
               DISPLAY 'Payees require supervisor authority.'
               GO TO 2700-EXIT
           END-IF
           PERFORM 2050-LOCATE-ESTATE THRU 2050-EXIT
           IF WS-ESTATE-READY NOT = 'Y'
               GO TO 2700-EXIT
           END-IF
           IF WS-CUR-STATUS NOT = 'O'
               DISPLAY 'The estate is settled.'
               GO TO 2700-EXIT
           END-IF

           INITIALIZE WS-ESTATE-REQUEST
           DISPLAY 'Payee Type (J = surviving joint owner,'
                   ' N = named payee): ' NO ADVANCING
           ACCEPT WS-INPUT-PAYEE-TYPE
           EVALUATE WS-INPUT-PAYEE-TYPE
               WHEN 'J'
               WHEN 'j'
                   MOVE 'J' TO WS-INPUT-PAYEE-TYPE
                   PERFORM 2710-GET-JOINT-PAYEE THRU 2710-EXIT
               WHEN 'N'
               WHEN 'n'
                   MOVE 'N' TO WS-INPUT-PAYEE-TYPE
                   PERFORM 2720-GET-NAMED-PAYEE THRU 2720-EXIT
               WHEN OTHER
                   DISPLAY 'Invalid payee type.'
                   GO TO 2700-EXIT
           END-EVALUATE
           IF WS-TAKER-OK NOT = 'Y'
               GO TO 2700-EXIT
           END-IF

           DISPLAY 'Pay to Account Number: ' NO ADVANCING
           ACCEPT WS-INPUT-ACCOUNT
           PERFORM 2730-CHECK-DESTINATION THRU 2730-EXIT
           IF WS-TAKER-OK NOT = 'Y'
               GO TO 2700-EXIT
           END-IF

           MOVE 'Y' TO WS-EST-FUNCTION
           MOVE WS-CUR-ESTATE-ID    TO WS-EST-ESTATE-ID
           MOVE WS-INPUT-PAYEE-TYPE TO WS-EST-PAYEE-TYPE
           MOVE WS-INPUT-ACCOUNT    TO WS-EST-DEST-ACCOUNT
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST
           IF WS-EST-OK NOT = 'Y'
               DISPLAY 'Payee could not be recorded.'
               GO TO 2700-EXIT
           END-IF

           MOVE ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
           MOVE BALANCE        TO WS-AUDIT-BALANCE
           MOVE 'ESTATE-PAYEE' TO WS-AUDIT-ACTION
           PERFORM 2980-WRITE-ESTATE-AUDIT
           DISPLAY 'Payee ' WS-EST-INDEX(2:2) ' recorded.'
           .

       2700-EXIT.
           EXIT
           .

       2710-GET-JOINT-PAYEE.
      *    The payee must be an owner of that joint account other
      *    than the deceased; the name comes off the customer master.
           MOVE 'N' TO WS-TAKER-OK
           DISPLAY 'Joint Account Number: ' NO ADVANCING
           ACCEPT WS-EST-ACCOUNT
           MOVE WS-EST-ACCOUNT TO WS-INPUT-ACCOUNT
           PERFORM 2740-FIND-ESTATE-HOLDING
           IF WS-IS-HOLDING NOT = 'Y'
               DISPLAY 'That account is not held by this estate.'
               GO TO 2710-EXIT
           END-IF

           MOVE WS-INPUT-ACCOUNT TO SB-ACCOUNT-NUMBER
           PERFORM 2950-READ-ACCOUNT
           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY 'Account not found.'
               GO TO 2710-EXIT
           END-IF
           MOVE ACCOUNT-NUMBER TO WS-OWN-ACCOUNT
           MOVE CUSTOMER-ID    TO WS-OWN-PRIMARY
           PERFORM 2970-LOAD-ACCOUNT-OWNERS THRU 2970-EXIT
           IF WS-OWN-SURVIVORS = 0
               DISPLAY 'The deceased held that account alone - pay it'
                       ' to the named payees.'
               GO TO 2710-EXIT
           END-IF

           DISPLAY 'Surviving Owner Customer ID: ' NO ADVANCING
           ACCEPT WS-OWN-WANTED
           MOVE 'N' TO WS-OWN-WANTED-FOUND
           PERFORM 2975-TEST-ONE-OWNER
               VARYING WS-OWN-SUB FROM 1 BY 1
               UNTIL WS-OWN-SUB > WS-OWN-TOTAL
           IF WS-OWN-WANTED-FOUND NOT = 'Y'
               DISPLAY 'That customer is not a surviving owner of'
                       ' the account.'
               GO TO 2710-EXIT
           END-IF

           MOVE WS-OWN-WANTED TO CSB-CUSTOMER-ID
           PERFORM 2900-READ-CUSTOMER
           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY 'Customer not found on the customer master.'
               GO TO 2710-EXIT
           END-IF
           MOVE WS-INPUT-ACCOUNT TO WS-EST-ACCOUNT
           MOVE WS-OWN-WANTED    TO WS-EST-PAYEE-CUSTOMER
           MOVE CD-CUSTOMER-NAME TO WS-EST-PAYEE-NAME
           MOVE 0                TO WS-EST-SHARE-PCT
           MOVE 'Y' TO WS-TAKER-OK
           .

       2710-EXIT.
           EXIT
           .

       2720-GET-NAMED-PAYEE.
           MOVE 'N' TO WS-TAKER-OK
           DISPLAY 'Payee Name: ' NO ADVANCING
           ACCEPT WS-INPUT-PAYEE-NAME
           IF WS-INPUT-PAYEE-NAME = SPACES
               DISPLAY 'A payee name is required.'
               GO TO 2720-EXIT
           END-IF
           DISPLAY 'Share of the sole accounts (percent, e.g.'
                   ' 050.00): ' NO ADVANCING
           ACCEPT WS-INPUT-SHARE
           IF WS-INPUT-SHARE = 0 OR WS-INPUT-SHARE > 100
               DISPLAY 'The share must be more than 0 and at most'
                       ' 100 percent.'
               GO TO 2720-EXIT
           END-IF
           MOVE 0                   TO WS-EST-ACCOUNT
           MOVE 0                   TO WS-EST-PAYEE-CUSTOMER
           MOVE WS-INPUT-PAYEE-NAME TO WS-EST-PAYEE-NAME
           MOVE WS-INPUT-SHARE      TO WS-EST-SHARE-PCT
           MOVE 'Y' TO WS-TAKER-OK
           .

       2720-EXIT.
           EXIT
           .

       2730-CHECK-DESTINATION.
      *    An open account of ours that is not itself frozen in an
      *    estate.
           MOVE 'N' TO WS-TAKER-OK
           MOVE WS-INPUT-ACCOUNT TO SB-ACCOUNT-NUMBER
           PERFORM 2950-READ-ACCOUNT
           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY 'Pay-to account not found.'
               GO TO 2730-EXIT
           END-IF
           MOVE ACB-ISN TO WS-AUDIT-ISN

           PERFORM 2740-FIND-ESTATE-HOLDING
           IF WS-IS-HOLDING = 'Y'
               DISPLAY 'The pay-to account is itself held by this'
                       ' estate.'
               GO TO 2730-EXIT
           END-IF
           MOVE WS-ESTATE-REQUEST TO WS-SAVED-ESTATE-REQUEST
           INITIALIZE WS-ESTATE-REQUEST
           MOVE 'A' TO WS-EST-FUNCTION
           MOVE WS-INPUT-ACCOUNT TO WS-EST-ACCOUNT
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST
           IF WS-EST-FOUND = 'Y'
               DISPLAY 'The pay-to account is frozen in estate '
                       WS-EST-ESTATE-ID '.'
               GO TO 2730-EXIT
           END-IF
           MOVE WS-SAVED-ESTATE-REQUEST TO WS-ESTATE-REQUEST
           MOVE 'Y' TO WS-TAKER-OK
           .

       2730-EXIT.
           EXIT
           .

       2740-FIND-ESTATE-HOLDING.
      *    Is WS-INPUT-ACCOUNT a holding of the current estate?
           MOVE 'N' TO WS-IS-HOLDING
           MOVE 'Y' TO WS-MORE-ROWS
           PERFORM 2745-TEST-ONE-ESTATE-HOLDING
               VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-MORE-ROWS = 'N'
           .

       2745-TEST-ONE-ESTATE-HOLDING.
      *    Looked up with a request of its own, so a caller part way
      *    through building WS-ESTATE-REQUEST keeps what it built.
           MOVE WS-ESTATE-REQUEST TO WS-SAVED-ESTATE-REQUEST
           INITIALIZE WS-ESTATE-REQUEST
           MOVE 'N' TO WS-EST-FUNCTION
           MOVE WS-CUR-ESTATE-ID TO WS-EST-ESTATE-ID
           MOVE 'H' TO WS-EST-ROW-TYPE
           MOVE WS-LIST-INDEX TO WS-EST-INDEX
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST
           IF WS-EST-FOUND NOT = 'Y'
               MOVE 'N' TO WS-MORE-ROWS
           ELSE
               IF WS-EST-ACCOUNT = WS-INPUT-ACCOUNT
                   MOVE 'Y' TO WS-IS-HOLDING
                   MOVE 'N' TO WS-MORE-ROWS
               END-IF
           END-IF
           MOVE WS-SAVED-ESTATE-REQUEST TO WS-ESTATE-REQUEST
           .

      *----------------------------------------------------------------
       2750-REMOVE-PAYEE.
      *----------------------------------------------------------------
           IF WS-SIGN-AUTHORITY < 2
               DISPLAY 'Payees require supervisor authority.'
               GO TO 2750-EXIT
           END-IF
           PERFORM 2050-LOCATE-ESTATE THRU 2050-EXIT
           IF WS-ESTATE-READY NOT = 'Y'
               GO TO 2750-EXIT
           END-IF
           IF WS-CUR-STATUS NOT = 'O'
               DISPLAY 'The estate is settled.'
               GO TO 2750-EXIT
           END-IF

           DISPLAY 'Payee Number to remove: ' NO ADVANCING
           ACCEPT WS-INPUT-SEQ

           MOVE 0 TO WS-INPUT-ACCOUNT
           MOVE 'Y' TO WS-MORE-ROWS
           PERFORM 2760-FIND-PAYEE-DEST
               VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-MORE-ROWS = 'N'

           INITIALIZE WS-ESTATE-REQUEST
           MOVE 'Q' TO WS-EST-FUNCTION
           MOVE WS-CUR-ESTATE-ID TO WS-EST-ESTATE-ID
           MOVE WS-INPUT-SEQ     TO WS-EST-INDEX
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST
           IF WS-EST-FOUND NOT = 'Y'
               DISPLAY 'No such payee on this estate.'
               GO TO 2750-EXIT
           END-IF

           MOVE WS-INPUT-ACCOUNT TO SB-ACCOUNT-NUMBER
           PERFORM 2950-READ-ACCOUNT
           IF ACB-RESPONSE-CODE = 000
               MOVE ACB-ISN        TO WS-AUDIT-ISN
               MOVE ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
               MOVE BALANCE        TO WS-AUDIT-BALANCE
               MOVE 'ESTATE-UNPAY' TO WS-AUDIT-ACTION
               PERFORM 2980-WRITE-ESTATE-AUDIT
           END-IF
           DISPLAY 'Payee removed.'
           .

       2750-EXIT.
           EXIT
           .

       2760-FIND-PAYEE-DEST.
           INITIALIZE WS-ESTATE-REQUEST
           MOVE 'N' TO WS-EST-FUNCTION
           MOVE WS-CUR-ESTATE-ID TO WS-EST-ESTATE-ID
           MOVE 'P' TO WS-EST-ROW-TYPE
           MOVE WS-LIST-INDEX TO WS-EST-INDEX
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST
           IF WS-EST-FOUND NOT = 'Y'
               MOVE 'N' TO WS-MORE-ROWS
               EXIT PARAGRAPH
           END-IF
           IF WS-EST-INDEX = WS-INPUT-SEQ
               MOVE WS-EST-DEST-ACCOUNT TO WS-INPUT-ACCOUNT
               MOVE 'N' TO WS-MORE-ROWS
           END-IF
           .

      *----------------------------------------------------------------
       2800-PAY-OUT.
      *----------------------------------------------------------------
      *    Supervised: every frozen holding is paid to its payees at
      *    today's balance.  A joint account goes to its surviving
      *    joint owner payees in equal parts; a sole account goes to
      *    the named payees by share, and the shares must make 100.
      *    A holding that cannot be paid in full is left frozen and
      *    says why.
           IF WS-SIGN-AUTHORITY < 2
               DISPLAY 'Pay-out requires supervisor authority.'
               GO TO 2800-EXIT
           END-IF
           PERFORM 2050-LOCATE-ESTATE THRU 2050-EXIT
           IF WS-ESTATE-READY NOT = 'Y'
               GO TO 2800-EXIT
           END-IF
           IF WS-CUR-STATUS NOT = 'O'
               DISPLAY 'The estate is settled.'
               GO TO 2800-EXIT
           END-IF

           MOVE 0 TO WS-PAYEE-TOTAL
           MOVE 0 TO WS-NAMED-SHARE-TOTAL
           MOVE 'Y' TO WS-MORE-ROWS
           PERFORM 2810-LOAD-ONE-PAYEE
               VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-MORE-ROWS = 'N'

           PERFORM 2600-SHOW-ESTATE
           IF WS-NAMED-SHARE-TOTAL NOT = 0
               AND WS-NAMED-SHARE-TOTAL NOT = 100
               DISPLAY 'WARNING: named payee shares total '
                       WS-NAMED-SHARE-TOTAL ' percent, not 100 -'
                       ' sole accounts will not be paid.'
           END-IF
           DISPLAY ' '
           DISPLAY 'Pay out every frozen holding now? (Y/N): '
               NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'Pay-out cancelled.'
               GO TO 2800-EXIT
           END-IF

           MOVE 0 TO WS-PAID-HOLDINGS
           MOVE 'Y' TO WS-MORE-ROWS
           PERFORM 2820-PAY-ONE-HOLDING THRU 2820-EXIT
               VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-MORE-ROWS = 'N'

           DISPLAY ' '
           DISPLAY 'Holdings paid out: ' WS-PAID-HOLDINGS
           DISPLAY 'Close each paid-out account at ACCOUNT-CLOSE'
                   ' with reason code ESTATE.'
           .

       2800-EXIT.
           EXIT
           .

       2810-LOAD-ONE-PAYEE.
           INITIALIZE WS-ESTATE-REQUEST
           MOVE 'N' TO WS-EST-FUNCTION
           MOVE WS-CUR-ESTATE-ID TO WS-EST-ESTATE-ID
           MOVE 'P' TO WS-EST-ROW-TYPE
           MOVE WS-LIST-INDEX TO WS-EST-INDEX
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST
           IF WS-EST-FOUND NOT = 'Y' OR WS-PAYEE-TOTAL NOT < 99
               MOVE 'N' TO WS-MORE-ROWS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAYEE-TOTAL
           MOVE WS-EST-INDEX        TO WS-PY-SEQ(WS-PAYEE-TOTAL)
           MOVE WS-EST-PAYEE-TYPE   TO WS-PY-TYPE(WS-PAYEE-TOTAL)
           MOVE WS-EST-ACCOUNT      TO WS-PY-HOLDING(WS-PAYEE-TOTAL)
           MOVE WS-EST-PAYEE-NAME   TO WS-PY-NAME(WS-PAYEE-TOTAL)
           MOVE WS-EST-DEST-ACCOUNT TO WS-PY-DEST(WS-PAYEE-TOTAL)
           MOVE WS-EST-SHARE-PCT    TO WS-PY-SHARE(WS-PAYEE-TOTAL)
           IF WS-EST-PAYEE-TYPE = 'N'
               ADD WS-EST-SHARE-PCT TO WS-NAMED-SHARE-TOTAL
           END-IF
           .

       2820-PAY-ONE-HOLDING.
           INITIALIZE WS-ESTATE-REQUEST
           MOVE 'N' TO WS-EST-FUNCTION
           MOVE WS-CUR-ESTATE-ID TO WS-EST-ESTATE-ID
           MOVE 'H' TO WS-EST-ROW-TYPE
           MOVE WS-LIST-INDEX TO WS-EST-INDEX
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST
           IF WS-EST-FOUND NOT = 'Y'
               MOVE 'N' TO WS-MORE-ROWS
               GO TO 2820-EXIT
           END-IF
           IF WS-EST-HOLDING-STATUS NOT = 'F'
               GO TO 2820-EXIT
           END-IF
           MOVE WS-EST-ACCOUNT  TO WS-PAY-HOLDING
           MOVE WS-EST-CURRENCY TO WS-PAY-CURRENCY
           MOVE WS-EST-ROLE     TO WS-PAY-ROLE

           MOVE WS-PAY-HOLDING TO SB-ACCOUNT-NUMBER
           PERFORM 2950-READ-ACCOUNT
           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY WS-PAY-HOLDING ' NOT PAID - account could not'
                       ' be read.'
               GO TO 2820-EXIT
           END-IF
      *    The pay-out is a posting like any other - no supervisor
      *    pays out an estate they are tied to, nor pays one to an
      *    account of their own or a relative's (2840).
           PERFORM 2990-CHECK-EMPLOYEE-ACCOUNT
           IF WS-EMP-RELATION NOT = SPACE
               GO TO 2820-EXIT
           END-IF
           MOVE BALANCE TO WS-PAY-AVAILABLE
           IF WS-PAY-AVAILABLE < 0
               DISPLAY WS-PAY-HOLDING ' NOT PAID - the account is'
                       ' overdrawn; recover the debt from the estate'
                       ' first.'
               GO TO 2820-EXIT
           END-IF

      *    Who takes this holding: its own joint owner payees, else
      *    (a sole account only) the named payees.
           MOVE 0 TO WS-TAKER-TOTAL
           PERFORM 2830-TAKE-JOINT-PAYEE
               VARYING WS-PAYEE-SUB FROM 1 BY 1
               UNTIL WS-PAYEE-SUB > WS-PAYEE-TOTAL
           IF WS-TAKER-TOTAL = 0
               IF WS-PAY-ROLE = 'J'
                   DISPLAY WS-PAY-HOLDING ' NOT PAID - register the'
                           ' surviving joint owner as payee.'
                   GO TO 2820-EXIT
               END-IF
               IF WS-NAMED-SHARE-TOTAL NOT = 100
                   DISPLAY WS-PAY-HOLDING ' NOT PAID - named payee'
                           ' shares do not total 100 percent.'
                   GO TO 2820-EXIT
               END-IF
               PERFORM 2835-TAKE-NAMED-PAYEE
                   VARYING WS-PAYEE-SUB FROM 1 BY 1
                   UNTIL WS-PAYEE-SUB > WS-PAYEE-TOTAL
           END-IF

           IF WS-PAY-AVAILABLE > 0
               MOVE 'Y' TO WS-TAKER-OK
               PERFORM 2840-CHECK-ONE-TAKER
                   VARYING WS-TAKER-SUB FROM 1 BY 1
                   UNTIL WS-TAKER-SUB > WS-TAKER-TOTAL
               IF WS-TAKER-OK NOT = 'Y'
                   GO TO 2820-EXIT
               END-IF

               MOVE WS-PAY-AVAILABLE TO WS-PAY-REMAINING
               MOVE 'Y' TO WS-PAY-OK
               PERFORM 2850-PAY-ONE-TAKER
                   VARYING WS-TAKER-SUB FROM 1 BY 1
                   UNTIL WS-TAKER-SUB > WS-TAKER-TOTAL
                      OR WS-PAY-OK NOT = 'Y'
               IF WS-PAY-OK NOT = 'Y'
                   DISPLAY WS-PAY-HOLDING ' PAY-OUT INTERRUPTED -'
                           ' the payments shown above were made;'
                           ' review the account before paying again.'
                   GO TO 2820-EXIT
               END-IF
           END-IF

           INITIALIZE WS-ESTATE-REQUEST
           MOVE 'M' TO WS-EST-FUNCTION
           MOVE WS-CUR-ESTATE-ID    TO WS-EST-ESTATE-ID
           MOVE WS-PAY-HOLDING      TO WS-EST-ACCOUNT
           MOVE 'P'                 TO WS-EST-HOLDING-STATUS
           MOVE WS-BUS-DATE         TO WS-EST-ACTION-DATE
           MOVE WS-SIGN-OPERATOR-ID TO WS-EST-ACTION-BY
           CALL 'ESTATE-MASTER' USING WS-ESTATE-REQUEST
           ADD 1 TO WS-PAID-HOLDINGS
           MOVE WS-PAY-AVAILABLE TO WS-FORMATTED-BALANCE
           DISPLAY WS-PAY-HOLDING ' PAID OUT ' WS-PAY-CURRENCY
                   WS-FORMATTED-BALANCE
           .

       2820-EXIT.
           EXIT
           .

       2830-TAKE-JOINT-PAYEE.
           IF WS-PY-TYPE(WS-PAYEE-SUB) = 'J'
               AND WS-PY-HOLDING(WS-PAYEE-SUB) = WS-PAY-HOLDING
               ADD 1 TO WS-TAKER-TOTAL
               MOVE WS-PAYEE-SUB TO WS-TK-PAYEE(WS-TAKER-TOTAL)
           END-IF
           .

       2835-TAKE-NAMED-PAYEE.
           IF WS-PY-TYPE(WS-PAYEE-SUB) = 'N'
               ADD 1 TO WS-TAKER-TOTAL
               MOVE WS-PAYEE-SUB TO WS-TK-PAYEE(WS-TAKER-TOTAL)
           END-IF
           .

       2840-CHECK-ONE-TAKER.
      *    Same currency as the estate account (an estate is paid in
      *    the currency it is held in), and not blocked for credits.
           MOVE WS-TK-PAYEE(WS-TAKER-SUB) TO WS-PAYEE-SUB
           MOVE WS-PY-DEST(WS-PAYEE-SUB) TO SB-ACCOUNT-NUMBER
           PERFORM 2950-READ-ACCOUNT
           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY WS-PAY-HOLDING ' NOT PAID - pay-to account '
                       WS-PY-DEST(WS-PAYEE-SUB) ' not found.'
               MOVE 'N' TO WS-TAKER-OK
               EXIT PARAGRAPH
           END-IF
           IF CURRENCY-CODE = SPACES
               MOVE 'USD' TO CURRENCY-CODE
           END-IF
           IF CURRENCY-CODE NOT = WS-PAY-CURRENCY
               DISPLAY WS-PAY-HOLDING ' NOT PAID - pay-to account '
                       WS-PY-DEST(WS-PAYEE-SUB) ' is held in '
                       CURRENCY-CODE ', not ' WS-PAY-CURRENCY '.'
               MOVE 'N' TO WS-TAKER-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 2990-CHECK-EMPLOYEE-ACCOUNT
           IF WS-EMP-RELATION NOT = SPACE
               MOVE 'N' TO WS-TAKER-OK
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-RESTRICTION-REQUEST
           MOVE 'C' TO WS-RSTR-FUNCTION
           MOVE WS-PY-DEST(WS-PAYEE-SUB) TO WS-RSTR-ACCOUNT
           MOVE WS-BUS-DATE TO WS-RSTR-ASOF-DATE
           CALL 'RESTRICTION-STATUS' USING WS-RESTRICTION-REQUEST
           IF WS-RSTR-TYPE = 'C' OR WS-RSTR-TYPE = 'A'
               DISPLAY WS-PAY-HOLDING ' NOT PAID - pay-to account '
                       WS-PY-DEST(WS-PAYEE-SUB) ' is restricted ('
                       FUNCTION TRIM(WS-RSTR-REASON) ').'
               MOVE 'N' TO WS-TAKER-OK
           END-IF
           .

       2850-PAY-ONE-TAKER.
      *    Joint owners share equally, named payees by share; the last
      *    payee takes what is left so no cent stays behind.
           MOVE WS-TK-PAYEE(WS-TAKER-SUB) TO WS-PAYEE-SUB
           IF WS-TAKER-SUB = WS-TAKER-TOTAL
               MOVE WS-PAY-REMAINING TO WS-PAY-AMOUNT
           ELSE
               IF WS-PY-TYPE(WS-PAYEE-SUB) = 'J'
                   COMPUTE WS-PAY-AMOUNT ROUNDED =
                       WS-PAY-AVAILABLE / WS-TAKER-TOTAL
               ELSE
                   COMPUTE WS-PAY-AMOUNT ROUNDED =
                       WS-PAY-AVAILABLE * WS-PY-SHARE(WS-PAYEE-SUB)
                       / 100
               END-IF
           END-IF
           IF WS-PAY-AMOUNT > WS-PAY-REMAINING
               MOVE WS-PAY-REMAINING TO WS-PAY-AMOUNT
           END-IF
           IF WS-PAY-AMOUNT NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PY-DEST(WS-PAYEE-SUB) TO WS-PAY-DEST

           PERFORM 2860-POST-PAYMENT-PAIR THRU 2860-EXIT
           IF WS-PAY-OK = 'Y'
               SUBTRACT WS-PAY-AMOUNT FROM WS-PAY-REMAINING
               MOVE WS-PAY-AMOUNT TO WS-FORMATTED-BALANCE
               DISPLAY '  paid ' WS-FORMATTED-BALANCE ' to '
                       WS-PAY-DEST ' ' WS-PY-NAME(WS-PAYEE-SUB)
           END-IF
           .

      *----------------------------------------------------------------
       2860-POST-PAYMENT-PAIR.
      *----------------------------------------------------------------
           MOVE 'N' TO WS-PAY-OK

           MOVE WS-PAY-HOLDING TO SB-ACCOUNT-NUMBER
           PERFORM 2955-READ-AND-HOLD
           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY '  estate account unavailable, response '
                       ACB-RESPONSE-CODE
               GO TO 2860-EXIT
           END-IF
           MOVE ACB-ISN TO WS-FROM-ISN
           MOVE BALANCE TO WS-FROM-OLD-BALANCE
           COMPUTE WS-FROM-NEW-BALANCE =
               WS-FROM-OLD-BALANCE - WS-PAY-AMOUNT

           MOVE WS-PAY-DEST TO SB-ACCOUNT-NUMBER
           PERFORM 2955-READ-AND-HOLD
           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY '  pay-to account unavailable, response '
                       ACB-RESPONSE-CODE
               MOVE WS-FROM-ISN TO ACB-ISN
               PERFORM 2958-RELEASE-HOLD
               GO TO 2860-EXIT
           END-IF
           MOVE ACB-ISN TO WS-TO-ISN
           MOVE BALANCE TO WS-TO-OLD-BALANCE
           COMPUTE WS-TO-NEW-BALANCE =
               WS-TO-OLD-BALANCE + WS-PAY-AMOUNT

           MOVE WS-FROM-ISN         TO WS-AUDIT-ISN
           MOVE WS-FROM-NEW-BALANCE TO UB-BALANCE
           PERFORM 2870-UPDATE-BALANCE
           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY '  estate account debit rejected, response '
                       ACB-RESPONSE-CODE
               MOVE WS-TO-ISN TO ACB-ISN
               PERFORM 2958-RELEASE-HOLD
               GO TO 2860-EXIT
           END-IF

           MOVE WS-TO-ISN         TO WS-AUDIT-ISN
           MOVE WS-TO-NEW-BALANCE TO UB-BALANCE
           PERFORM 2870-UPDATE-BALANCE
           IF ACB-RESPONSE-CODE NOT = 000
      *        The estate leg has already posted - put its balance
      *        back so the money is not left in limbo.
               MOVE ACB-RESPONSE-CODE TO WS-LEG-FAIL-RESPONSE
               MOVE WS-FROM-ISN         TO WS-AUDIT-ISN
               MOVE WS-FROM-OLD-BALANCE TO UB-BALANCE
               PERFORM 2870-UPDATE-BALANCE
               IF ACB-RESPONSE-CODE NOT = 000
                   DISPLAY 'WARNING: pay-out backout failed -'
                           ' balance requires manual correction'
               END-IF
               DISPLAY '  pay-to account credit rejected, response '
                       WS-LEG-FAIL-RESPONSE
               GO TO 2860-EXIT
           END-IF

           MOVE WS-FROM-ISN         TO WS-XFR-AUDIT-ISN
           MOVE WS-PAY-HOLDING      TO WS-XFR-AUDIT-ACCOUNT
           MOVE WS-FROM-OLD-BALANCE TO WS-XFR-AUDIT-OLD-BAL
           MOVE WS-FROM-NEW-BALANCE TO WS-XFR-AUDIT-NEW-BAL
           MOVE WS-PAY-DEST         TO WS-XFR-AUDIT-XREF-ACCT
           PERFORM 2880-WRITE-PAYMENT-AUDIT

           MOVE WS-TO-ISN           TO WS-XFR-AUDIT-ISN
           MOVE WS-PAY-DEST         TO WS-XFR-AUDIT-ACCOUNT
           MOVE WS-TO-OLD-BALANCE   TO WS-XFR-AUDIT-OLD-BAL
           MOVE WS-TO-NEW-BALANCE   TO WS-XFR-AUDIT-NEW-BAL
           MOVE WS-PAY-HOLDING      TO WS-XFR-AUDIT-XREF-ACCT
           PERFORM 2880-WRITE-PAYMENT-AUDIT

           MOVE 'Y' TO WS-PAY-OK
           .

       2860-EXIT.
           EXIT
           .

       2870-UPDATE-BALANCE.
           MOVE WS-BUS-DATE TO UB-LAST-TXN-DATE

           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'A1'   TO ACB-COMMAND-CODE
           MOVE 00012  TO ACB-FILE-NUMBER
           MOVE WS-AUDIT-ISN TO ACB-ISN
           MOVE 50     TO ACB-FORMAT-BUFFER-LEN
           MOVE 20     TO ACB-RECORD-BUFFER-LEN

           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               UPDATE-FORMAT-BUFFER
                               UPDATE-BUFFER
           .

       2880-WRITE-PAYMENT-AUDIT.
      *    One transfer leg, in the ACCOUNT-UPDATE transfer layout:
      *    ISN,ACCOUNT,OLD-BAL,NEW-BAL,T,AMOUNT,TIMESTAMP,XREF-ACCOUNT,
      *    OPERATOR - with the estate number as an additive column
      *    the way a converted leg carries its rate.
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-LINE
           MOVE WS-XFR-AUDIT-OLD-BAL TO WS-AUDIT-OLD-BAL-EDIT
           MOVE WS-XFR-AUDIT-NEW-BAL TO WS-AUDIT-NEW-BAL-EDIT
           MOVE WS-PAY-AMOUNT        TO WS-AUDIT-AMOUNT-EDIT

           STRING WS-XFR-AUDIT-ISN      DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-XFR-AUDIT-ACCOUNT  DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-OLD-BAL-EDIT DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-NEW-BAL-EDIT DELIMITED BY SIZE
                  ',T,'                 DELIMITED BY SIZE
                  WS-AUDIT-AMOUNT-EDIT  DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-BUS-DATE           DELIMITED BY SIZE
                  WS-AUDIT-TIME         DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-XFR-AUDIT-XREF-ACCT DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-SIGN-OPERATOR-ID   DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING
           COMPUTE WS-AUDIT-PTR = FUNCTION LENGTH(
               FUNCTION TRIM(WS-AUDIT-LINE TRAILING)) + 1
           STRING ',ESTATE='            DELIMITED BY SIZE
                  WS-CUR-ESTATE-ID      DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
               WITH POINTER WS-AUDIT-PTR
           END-STRING

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ

           MOVE WS-XFR-AUDIT-ACCOUNT TO WS-HIST-ACCOUNT
           MOVE WS-BUS-DATE          TO WS-HIST-DATE
           MOVE WS-AUDIT-TIME        TO WS-HIST-TIME
           MOVE 'T'                  TO WS-HIST-TYPE
           MOVE WS-AUDIT-AMOUNT-EDIT TO WS-HIST-AMOUNT
           MOVE WS-XFR-AUDIT-OLD-BAL TO WS-HIST-OLD-BAL
           MOVE WS-XFR-AUDIT-NEW-BAL TO WS-HIST-NEW-BAL
           MOVE SPACES               TO WS-HIST-XREF
           CALL 'TXN-HISTORY' USING WS-HISTORY-REQUEST
           .

      *----------------------------------------------------------------
       2900-READ-CUSTOMER.
      *----------------------------------------------------------------
           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'S3'   TO ACB-COMMAND-CODE
           MOVE 00013  TO ACB-FILE-NUMBER
           MOVE 100    TO ACB-FORMAT-BUFFER-LEN
           MOVE 500    TO ACB-RECORD-BUFFER-LEN
           MOVE 25     TO ACB-SEARCH-BUFFER-LEN
           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               CUSTOMER-FORMAT-BUFFER
                               RECORD-BUFFER
                               CUSTOMER-SEARCH-BUFFER
           IF ACB-RESPONSE-CODE = 000
               MOVE RECORD-BUFFER TO CUSTOMER-DETAILS
           END-IF
           .

      *----------------------------------------------------------------
       2950-READ-ACCOUNT.
      *----------------------------------------------------------------
      *    Read-only - no hold.
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

           IF ACB-RESPONSE-CODE = 000
               MOVE RECORD-BUFFER(1:132) TO ACCOUNT-RECORD
               IF CUSTOMER-ID NOT NUMERIC
                   MOVE 0 TO CUSTOMER-ID
               END-IF
           END-IF
           .

       2955-READ-AND-HOLD.
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
                               SEARCH-BUFFER

           IF ACB-RESPONSE-CODE = 000
               MOVE RECORD-BUFFER(1:132) TO ACCOUNT-RECORD
           END-IF
           .

       2958-RELEASE-HOLD.
      *    ACB-ISN names the record whose hold is given back.
           MOVE ACB-ISN TO WS-AUDIT-ISN
           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'U1'         TO ACB-COMMAND-CODE
           MOVE 00012        TO ACB-FILE-NUMBER
           MOVE WS-AUDIT-ISN TO ACB-ISN

           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               READ-FORMAT-BUFFER
                               RECORD-BUFFER
                               SEARCH-BUFFER
           .

       2960-DESCRIBE-ROLE.
           IF WS-EST-ROLE = 'J'
               MOVE 'JOINT' TO WS-ROLE-WORD
           ELSE
               MOVE 'SOLE' TO WS-ROLE-WORD
           END-IF
           .

      *----------------------------------------------------------------
       2970-LOAD-ACCOUNT-OWNERS.
      *----------------------------------------------------------------
      *    Every owner of WS-OWN-ACCOUNT - the account's own
      *    CUSTOMER-ID, then each cross-reference row - and how many
      *    of them are not the deceased.
           MOVE 0 TO WS-OWN-TOTAL
           MOVE 0 TO WS-OWN-SURVIVORS
           IF WS-OWN-PRIMARY NOT = 0
               ADD 1 TO WS-OWN-TOTAL
               MOVE WS-OWN-PRIMARY TO WS-OWN-CUSTOMER(WS-OWN-TOTAL)
               IF WS-OWN-PRIMARY NOT = WS-CUR-CUSTOMER
                   ADD 1 TO WS-OWN-SURVIVORS
               END-IF
           END-IF

           OPEN INPUT OWNER-FILE
           IF WS-OWNER-FILE-STATUS NOT = '00'
               GO TO 2970-EXIT
           END-IF
           MOVE 'N' TO WS-OWN-EOF
           PERFORM 2971-READ-ONE-OWNER UNTIL WS-OWN-EOF = 'Y'
           CLOSE OWNER-FILE
           .

       2970-EXIT.
           EXIT
           .

       2971-READ-ONE-OWNER.
           READ OWNER-FILE INTO OWNER-LINE
               AT END
                   MOVE 'Y' TO WS-OWN-EOF
               NOT AT END
                   IF OWNER-LINE(1:10) = WS-OWN-ACCOUNT
                       AND OWNER-LINE(12:10) IS NUMERIC
                       AND OWNER-LINE(12:10) NOT = WS-OWN-PRIMARY
                       AND WS-OWN-TOTAL < 20
                       ADD 1 TO WS-OWN-TOTAL
                       MOVE OWNER-LINE(12:10)
                           TO WS-OWN-CUSTOMER(WS-OWN-TOTAL)
                       IF OWNER-LINE(12:10) NOT = WS-CUR-CUSTOMER
                           ADD 1 TO WS-OWN-SURVIVORS
                       END-IF
                   END-IF
           END-READ
           .

       2975-TEST-ONE-OWNER.
           IF WS-OWN-CUSTOMER(WS-OWN-SUB) = WS-OWN-WANTED
               AND WS-OWN-WANTED NOT = WS-CUR-CUSTOMER
               MOVE 'Y' TO WS-OWN-WANTED-FOUND
           END-IF
           .

      *----------------------------------------------------------------
       2980-WRITE-ESTATE-AUDIT.
      *----------------------------------------------------------------
      *    Append a CSV record of this estate action to the audit
      *    trail: ISN,ACCOUNT,OLD-BAL,NEW-BAL,TXN-TYPE,AMOUNT,
      *    TIMESTAMP,OPERATOR,ESTATE=<estate id> - TXN-TYPE 'P'
      *    (account maintenance order, as RESTRICTION-MAINT writes),
      *    both balances the unchanged current balance, AMOUNT the
      *    action word.
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-LINE
           MOVE WS-AUDIT-BALANCE TO WS-AUDIT-BAL-EDIT

           STRING WS-AUDIT-ISN          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-ACCOUNT      DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-BAL-EDIT     DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-BAL-EDIT     DELIMITED BY SIZE
                  ',P,'                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-ACTION)
                                        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-BUS-DATE           DELIMITED BY SIZE
                  WS-AUDIT-TIME         DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-SIGN-OPERATOR-ID   DELIMITED BY SIZE
                  ',ESTATE='            DELIMITED BY SIZE
                  WS-CUR-ESTATE-ID      DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ
           .

       2990-CHECK-EMPLOYEE-ACCOUNT.
      *    Works on the account ACCOUNT-RECORD holds - the estate
      *    holding or a pay-to account; a refusal leaves the holding
      *    unpaid and frozen, is shown and journaled, and
      *    WS-EMP-RELATION comes back non-blank.
           INITIALIZE WS-EMPLOYEE-REQUEST
           MOVE 'C' TO WS-EMP-FUNCTION
           MOVE WS-SIGN-OPERATOR-ID TO WS-EMP-OPERATOR-ID
           MOVE ACCOUNT-NUMBER      TO WS-EMP-ACCOUNT
           MOVE CUSTOMER-ID         TO WS-EMP-CUSTOMER
           CALL 'EMPLOYEE-ACCOUNTS' USING WS-EMPLOYEE-REQUEST

           IF WS-EMP-RELATION = SPACE
               EXIT PARAGRAPH
           END-IF

           IF WS-EMP-RELATION = 'S'
               DISPLAY WS-PAY-HOLDING ' NOT PAID - REFUSED: account '
                       ACCOUNT-NUMBER ' belongs to your own customer'
                       ' record.'
           ELSE
               DISPLAY WS-PAY-HOLDING ' NOT PAID - REFUSED: account '
                       ACCOUNT-NUMBER ' belongs to a customer related'
                       ' to you (' WS-EMP-LINKED-ID ').'
           END-IF
           DISPLAY 'Another supervisor must pay out this holding.'

           MOVE 'J' TO WS-EMP-FUNCTION
           MOVE WS-BUS-DATE    TO WS-EMP-DATE
           MOVE 'T'            TO WS-EMP-TXN-CODE
           MOVE 'ESTATE-MAINT' TO WS-EMP-SOURCE
           CALL 'EMPLOYEE-ACCOUNTS' USING WS-EMPLOYEE-REQUEST
           .

      *----------------------------------------------------------------
       3000-TERMINATE.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'ESTATE MAINTENANCE SESSION ENDED'
           DISPLAY '=================================================='
           .
