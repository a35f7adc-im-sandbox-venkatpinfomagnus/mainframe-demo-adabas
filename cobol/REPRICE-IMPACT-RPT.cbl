       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRICE-IMPACT-RPT.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: REPRICE-IMPACT-RPT
      * PURPOSE: Repricing what-if.  Before a rate or fee change
      *          takes effect, show the product desk what it would
      *          have cost: the last N closed months of every
      *          account's balances are replayed day by day under
      *          both the parameters in effect today and the
      *          proposed ones, pricing each day the way the posting
      *          programs do -
      *            - interest expense: SAVINGS month-end balance at
      *              the monthly rate, when positive
      *              (ACCOUNT-INTEREST)
      *            - fee income: CHECKING month-end balance under the
      *              minimum draws the maintenance fee
      *              (ACCOUNT-FEE-ASSESS)
      *            - overdraft income: every night an account other
      *              than a LOAN closes negative, the overdrawn amount
      *              at the daily OD rate (OVERDRAFT-INTEREST)
      *          TERM-DEPOSIT and LOAN rates are fixed per contract
      *          when the account opens, so a reprice does not touch
      *          the book already written.
      *          The proposed parameters are the separate proposal
      *          file when the desk has staged one (a type it does
      *          not name keeps today's parameters); otherwise they
      *          are the product master with every pending future-
      *          dated row taken into effect.  Daily balances are
      *          walked from the balances each audit entry carries;
      *          both scenarios price the same balances, so the
      *          difference is the repricing alone.  The change in
      *          interest expense, fee income and overdraft income
      *          is reported by ACCOUNT-TYPE and branch in USD at
      *          the posted rates, followed by the customers most
      *          affected (each account's change split evenly across
      *          its owners, as the profitability report splits it).
      * INPUT:   ../data/audit-archive.YYYYMM.txt for each replayed
      *          month, ../data/audit-log.txt, product master (via
      *          PRODUCT-MASTER), ../data/product-proposal.txt
      *          (optional, product-master layout),
      *          ../data/reprice-months.txt (months to replay, 1-12;
      *          absence leaves the shipped default standing),
      *          ../data/account-owners.txt, account data via Adabas
      *          (L2/S1/S3), posted rates via FX-RATE-LOOKUP
      * OUTPUT:  Repricing impact report on SYSOUT.  RETURN-CODE 4
      *          when an amount was converted with no posted rate or
      *          a table filled and some activity went unreported
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "../data/audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT OWNER-FILE ASSIGN TO "../data/account-owners.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-FILE-STATUS.

           SELECT PROPOSAL-FILE ASSIGN TO
                   "../data/product-proposal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-FILE-STATUS.

           SELECT MONTHS-FILE ASSIGN TO "../data/reprice-months.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTHS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                  PIC X(300).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE                PIC X(300).

       FD  OWNER-FILE.
       01  OWNER-LINE                  PIC X(30).

       FD  PROPOSAL-FILE.
       01  PROPOSAL-LINE               PIC X(100).

       FD  MONTHS-FILE.
       01  MONTHS-LINE                 PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS        PIC XX.
       01  WS-ARCHIVE-FILE-STATUS      PIC XX.
       01  WS-OWNER-FILE-STATUS        PIC XX.
       01  WS-PROPOSAL-FILE-STATUS     PIC XX.
       01  WS-MONTHS-FILE-STATUS       PIC XX.
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
           05  FILLER                  PIC X(40).

      *----------------------------------------------------------------
      * Browse Result Rows (matches ADABAS.cbl's BROWSE-WIDE-VIEW
      * layout - cursor-mode L2 under this program's own
      * ACB-COMMAND-ID, one pass over the account file)
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

      *----------------------------------------------------------------
      * Account Record Structure (command S1, for the embedded
      * CUSTOMER-ID of an account with no cross-reference rows)
      *----------------------------------------------------------------
       01  ACCOUNT-RECORD.
           05  ACCOUNT-NUMBER          PIC 9(10).
           05  CUSTOMER-NAME           PIC X(50).
           05  ACCOUNT-TYPE            PIC X(15).
           05  BALANCE                 PIC S9(08)V99.
           05  LAST-TXN-DATE           PIC 9(08).
           05  CURRENCY-CODE           PIC X(03).
           05  CUSTOMER-ID             PIC 9(10).

      *----------------------------------------------------------------
      * Customer Details (command S3)
      *----------------------------------------------------------------
       01  CUSTOMER-DETAILS.
           05  CD-CUSTOMER-ID          PIC 9(10).
           05  CD-CUSTOMER-NAME        PIC X(30).
           05  CD-ADDRESS-LINE-1       PIC X(30).
           05  CD-CITY                 PIC X(20).
           05  CD-STATE                PIC X(02).
           05  CD-ZIP-CODE             PIC X(10).

      *----------------------------------------------------------------
      * Product Parameters per Account Type - today's (as of the
      * business date) against the proposed
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

       01  WS-PRICE-TABLE.
           05  WS-PT-ENTRY             OCCURS 20 TIMES.
               10  WS-PT-TYPE          PIC X(15).
               10  WS-PT-CUR-RATE      PIC 9V9(06).
               10  WS-PT-CUR-FEE       PIC 9(09)V99.
               10  WS-PT-CUR-MIN       PIC 9(09)V99.
               10  WS-PT-CUR-OD-RATE   PIC 9V9(06).
               10  WS-PT-PRO-RATE      PIC 9V9(06).
               10  WS-PT-PRO-FEE       PIC 9(09)V99.
               10  WS-PT-PRO-MIN       PIC 9(09)V99.
               10  WS-PT-PRO-OD-RATE   PIC 9V9(06).
               10  WS-PT-CHANGED       PIC X.
       01  WS-PT-ENTRIES-USED          PIC 9(02) VALUE 0.
       01  WS-PT-SUB                   PIC 9(02) VALUE 0.
       01  WS-PT-MATCH                 PIC 9(02) VALUE 0.
       01  WS-FAR-FUTURE-DATE          PIC 9(08) VALUE 99991231.

      *----------------------------------------------------------------
      * Staged Proposal - the desk's proposal file, when present,
      * in the product-master layout (1-15 ACCOUNT-TYPE, 26-33
      * rate, 35-46 fee, 48-59 minimum balance, 74-81 OD rate).
      * The last row for a type wins.
      *----------------------------------------------------------------
       01  WS-PROPOSAL-TABLE.
           05  WS-PP-ENTRY             OCCURS 20 TIMES.
               10  WS-PP-TYPE          PIC X(15).
               10  WS-PP-RATE          PIC 9V9(06).
               10  WS-PP-FEE           PIC 9(09)V99.
               10  WS-PP-MIN           PIC 9(09)V99.
               10  WS-PP-OD-RATE       PIC 9V9(06).
       01  WS-PP-ENTRIES-USED          PIC 9(02) VALUE 0.
       01  WS-PP-SUB                   PIC 9(02) VALUE 0.
       01  WS-PP-MATCH                 PIC 9(02) VALUE 0.
       01  WS-PROPOSAL-STAGED          PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Account Owners, loaded once from account-owners.txt
      * (ACCOUNT 1-10, CUSTOMER 12-21, ROLE 23)
      *----------------------------------------------------------------
       01  WS-OWNER-TABLE.
           05  WS-OWN-ENTRY            OCCURS 500 TIMES.
               10  WS-OWN-ACCOUNT      PIC 9(10).
               10  WS-OWN-CUSTOMER     PIC 9(10).
       01  WS-OWNER-TOTAL              PIC 9(03) VALUE 0.
       01  WS-OWN-SUB                  PIC 9(03) VALUE 0.
       01  WS-OWN-COUNT                PIC 9(03) VALUE 0.
       01  WS-OWN-SEEN                 PIC 9(03) VALUE 0.

      *----------------------------------------------------------------
      * Per-Account Replay - one row per account on the file.  The
      * balance in force (RUN-BAL) has been priced up to the day
      * before POS-DAY (an integer date); money stays in the
      * account's own currency until close-out converts it.
      *----------------------------------------------------------------
       01  WS-ACCT-TABLE.
           05  WS-AT-ENTRY             OCCURS 500 TIMES.
               10  WS-AT-ACCOUNT       PIC 9(10).
               10  WS-AT-TYPE          PIC X(15).
               10  WS-AT-CCY           PIC X(03).
               10  WS-AT-BRANCH        PIC X(03).
               10  WS-AT-RATE          PIC 9(03)V9(06).
               10  WS-AT-PRICE         PIC 9(02).
               10  WS-AT-CUR-BAL       PIC S9(09)V99.
               10  WS-AT-STARTED       PIC X.
               10  WS-AT-RUN-BAL       PIC S9(09)V99.
               10  WS-AT-POS-DAY       PIC 9(07).
               10  WS-AT-END-SET       PIC X.
               10  WS-AT-END-BAL       PIC S9(09)V99.
               10  WS-AT-INT-CUR       PIC S9(09)V99.
               10  WS-AT-INT-PRO       PIC S9(09)V99.
               10  WS-AT-FEE-CUR       PIC S9(09)V99.
               10  WS-AT-FEE-PRO       PIC S9(09)V99.
               10  WS-AT-OD-CUR        PIC S9(09)V99.
               10  WS-AT-OD-PRO        PIC S9(09)V99.
       01  WS-ACCT-TOTAL               PIC 9(03) VALUE 0.
       01  WS-AT-SUB                   PIC 9(03) VALUE 0.
       01  WS-AT-MATCH                 PIC 9(03) VALUE 0.

      *----------------------------------------------------------------
      * One Account's Replay, Stated in USD (built at close-out)
      *----------------------------------------------------------------
       01  WS-ACCOUNT-FIGURES.
           05  WS-AF-INT-CUR           PIC S9(11)V99.
           05  WS-AF-INT-PRO           PIC S9(11)V99.
           05  WS-AF-FEE-CUR           PIC S9(11)V99.
           05  WS-AF-FEE-PRO           PIC S9(11)V99.
           05  WS-AF-OD-CUR            PIC S9(11)V99.
           05  WS-AF-OD-PRO            PIC S9(11)V99.
       01  WS-AF-INT-CHG               PIC S9(11)V99.
       01  WS-AF-FEE-CHG               PIC S9(11)V99.
       01  WS-AF-OD-CHG                PIC S9(11)V99.
       01  WS-AF-NET-CHG               PIC S9(11)V99.
       01  WS-SHARE-FIGURES.
           05  WS-SH-INT-CHG           PIC S9(11)V99.
           05  WS-SH-FEE-CHG           PIC S9(11)V99.
           05  WS-SH-OD-CHG            PIC S9(11)V99.
           05  WS-SH-NET-CHG           PIC S9(11)V99.
       01  WS-ALLOCATED-FIGURES.
           05  WS-AL-INT-CHG           PIC S9(11)V99.
           05  WS-AL-FEE-CHG           PIC S9(11)V99.
           05  WS-AL-OD-CHG            PIC S9(11)V99.
       01  WS-SHARE-CUSTOMER           PIC 9(10).

      *----------------------------------------------------------------
      * Impact by Account Type and Branch, in USD
      *----------------------------------------------------------------
       01  WS-GROUP-TABLE.
           05  WS-GP-ENTRY             OCCURS 60 TIMES.
               10  WS-GP-KEY.
                   15  WS-GP-TYPE      PIC X(15).
                   15  WS-GP-BRANCH    PIC X(03).
               10  WS-GP-ACCOUNTS      PIC 9(05).
               10  WS-GP-INT-CUR       PIC S9(11)V99.
               10  WS-GP-INT-PRO       PIC S9(11)V99.
               10  WS-GP-FEE-CUR       PIC S9(11)V99.
               10  WS-GP-FEE-PRO       PIC S9(11)V99.
               10  WS-GP-OD-CUR        PIC S9(11)V99.
               10  WS-GP-OD-PRO        PIC S9(11)V99.
       01  WS-GP-SWAP                  PIC X(101).
       01  WS-GP-ENTRIES-USED          PIC 9(02) VALUE 0.
       01  WS-GP-SUB                   PIC 9(02) VALUE 0.
       01  WS-GP-MATCH                 PIC 9(02) VALUE 0.
       01  WS-GP-RANK                  PIC 9(02) VALUE 0.
       01  WS-GP-BEST                  PIC 9(02) VALUE 0.
       01  WS-GP-KEY-WORK.
           05  WS-GK-TYPE              PIC X(15).
           05  WS-GK-BRANCH            PIC X(03).

      *----------------------------------------------------------------
      * Subtotal and Grand-Total Accumulators (one layout, reused)
      *----------------------------------------------------------------
       01  WS-SUBTOTAL-FIGURES.
           05  WS-ST-ACCOUNTS          PIC 9(05).
           05  WS-ST-INT-CUR           PIC S9(13)V99.
           05  WS-ST-INT-PRO           PIC S9(13)V99.
           05  WS-ST-FEE-CUR           PIC S9(13)V99.
           05  WS-ST-FEE-PRO           PIC S9(13)V99.
           05  WS-ST-OD-CUR            PIC S9(13)V99.
           05  WS-ST-OD-PRO            PIC S9(13)V99.
       01  WS-GRAND-FIGURES.
           05  WS-GR-ACCOUNTS          PIC 9(05) VALUE 0.
           05  WS-GR-INT-CUR           PIC S9(13)V99 VALUE 0.
           05  WS-GR-INT-PRO           PIC S9(13)V99 VALUE 0.
           05  WS-GR-FEE-CUR           PIC S9(13)V99 VALUE 0.
           05  WS-GR-FEE-PRO           PIC S9(13)V99 VALUE 0.
           05  WS-GR-OD-CUR            PIC S9(13)V99 VALUE 0.
           05  WS-GR-OD-PRO            PIC S9(13)V99 VALUE 0.
       01  WS-PRINT-FIGURES.
           05  WS-PF-ACCOUNTS          PIC 9(05).
           05  WS-PF-INT-CUR           PIC S9(13)V99.
           05  WS-PF-INT-PRO           PIC S9(13)V99.
           05  WS-PF-FEE-CUR           PIC S9(13)V99.
           05  WS-PF-FEE-PRO           PIC S9(13)V99.
           05  WS-PF-OD-CUR            PIC S9(13)V99.
           05  WS-PF-OD-PRO            PIC S9(13)V99.
       01  WS-PF-CHANGE                PIC S9(13)V99.
       01  WS-PF-NET                   PIC S9(13)V99.
       01  WS-PF-LABEL                 PIC X(22).

      *----------------------------------------------------------------
      * Per-Customer Impact, ranked by the size of the change to the
      * bank either way
      *----------------------------------------------------------------
       01  WS-CUST-TABLE.
           05  WS-CT-ENTRY             OCCURS 500 TIMES.
               10  WS-CT-CUSTOMER      PIC 9(10).
               10  WS-CT-ACCOUNTS      PIC 9(03).
               10  WS-CT-INT-CHG       PIC S9(11)V99.
               10  WS-CT-FEE-CHG       PIC S9(11)V99.
               10  WS-CT-OD-CHG        PIC S9(11)V99.
               10  WS-CT-NET-CHG       PIC S9(11)V99.
       01  WS-CT-SWAP                  PIC X(65).
       01  WS-CUST-TOTAL               PIC 9(03) VALUE 0.
       01  WS-CT-SUB                   PIC 9(03) VALUE 0.
       01  WS-CT-MATCH                 PIC 9(03) VALUE 0.
       01  WS-RANK                     PIC 9(03) VALUE 0.
       01  WS-BEST                     PIC 9(03) VALUE 0.
       01  WS-RANK-LIMIT               PIC 9(03) VALUE 20.
       01  WS-RANKED                   PIC 9(03) VALUE 0.
       01  WS-ABS-CANDIDATE            PIC 9(11)V99.
       01  WS-ABS-BEST                 PIC 9(11)V99.

      *----------------------------------------------------------------
      * Audit-Log Line Parsing
      *----------------------------------------------------------------
       01  WS-LOG-ISN-TXT              PIC X(10).
       01  WS-LOG-ACCOUNT-TXT          PIC X(10).
       01  WS-LOG-ACCOUNT              PIC 9(10).
       01  WS-LOG-OLD-BAL-TXT          PIC X(12).
       01  WS-LOG-NEW-BAL-TXT          PIC X(12).
       01  WS-LOG-TYPE                 PIC X.
       01  WS-LOG-AMOUNT-TXT           PIC X(12).
       01  WS-LOG-TIMESTAMP            PIC X(16).
       01  WS-LOG-DATE                 PIC 9(08).
       01  WS-LOG-DAY                  PIC 9(07).
       01  WS-LOG-OLD-BAL              PIC S9(09)V99.
       01  WS-LOG-NEW-BAL              PIC S9(09)V99.
       01  WS-WORK-LINE                PIC X(300).

      *----------------------------------------------------------------
      * Replay Window - the N closed months before the business
      * date's month, held as integer dates
      *----------------------------------------------------------------
       01  WS-REPLAY-MONTHS            PIC 9(02) VALUE 03.
       01  WS-ARCHIVE-FILE-NAME        PIC X(40).
       01  WS-CUT-PERIOD.
           05  WS-CP-YEAR              PIC 9(04).
           05  WS-CP-MONTH             PIC 9(02).
       01  WS-CUT-PERIOD-NUM REDEFINES WS-CUT-PERIOD PIC 9(06).
       01  WS-CUT-INDEX                PIC 9(02).
       01  WS-MONTH-COUNT              PIC 9(06).
       01  WS-MONTH-REM                PIC 9(02).
       01  WS-START-MONTH-COUNT        PIC 9(06).
       01  WS-START-DATE               PIC 9(08).
       01  WS-END-DATE                 PIC 9(08).
       01  WS-BUS-MONTH-START          PIC 9(08).
       01  WS-WINDOW-START             PIC 9(07).
       01  WS-WINDOW-END               PIC 9(07).
       01  WS-PRICE-UNTIL              PIC 9(07).
       01  WS-DAY-INT                  PIC 9(07).
       01  WS-NEXT-DAY-DATE            PIC 9(08).
       01  WS-NEXT-DAY-X REDEFINES WS-NEXT-DAY-DATE.
           05  FILLER                  PIC X(06).
           05  WS-NEXT-DAY-DD          PIC 9(02).
       01  WS-DAY-CHARGE               PIC S9(09)V99.
       01  WS-OVERDRAWN-AMOUNT         PIC S9(09)V99.

      *----------------------------------------------------------------
      * Posted Rates
      *----------------------------------------------------------------
       01  WS-FX-REQUEST.
           05  WS-FX-CURRENCY          PIC X(03).
           05  WS-FX-FOUND             PIC X.
           05  WS-FX-RATE              PIC 9(03)V9(06).
           05  WS-FX-SPREAD            PIC 9V9(06).
       01  WS-FX-MISSING-COUNT         PIC 9(03) VALUE 0.
       01  WS-OVERFLOW-COUNT           PIC 9(05) VALUE 0.
       01  WS-TOTAL-ENTRIES            PIC 9(07) VALUE 0.

      *----------------------------------------------------------------
      * Business Date - stamped from the system control record via
      * BUSINESS-DATE, never from the wall clock.
      *----------------------------------------------------------------
       01  WS-BUSDATE-REQUEST.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.

      *----------------------------------------------------------------
      * Print Lines
      *----------------------------------------------------------------
       01  WS-PRINT-LINE               PIC X(150).
       01  WS-MONEY-EDIT               PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-RATE-EDIT                PIC 9.999999.
       01  WS-FEE-EDIT                 PIC ZZZ,ZZ9.99.
       01  WS-RANK-EDIT                PIC ZZ9.

      *----------------------------------------------------------------
      * Format and Search Buffers
      *----------------------------------------------------------------
       01  READ-FORMAT-BUFFER          PIC X(100) VALUE
           'ACCOUNT-NUMBER,CUSTOMER-NAME,ACCOUNT-TYPE,BALANCE,LAST-TXN-
      -    'DATE.'.

       01  BROWSE-SEARCH-BUFFER.
           05  FILLER                  PIC X(15) VALUE
               'ACCOUNT-TYPE,1,'.
           05  BSB-ACCOUNT-TYPE        PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X VALUE '.'.

       01  SEARCH-BUFFER.
           05  FILLER                  PIC X(17) VALUE
               'ACCOUNT-NUMBER,1,'.
           05  SB-ACCOUNT-NUMBER       PIC 9(10).
           05  FILLER                  PIC X VALUE '.'.

       01  CUSTOMER-FORMAT-BUFFER      PIC X(100) VALUE
           'CUSTOMER-ID,CUSTOMER-NAME,ADDRESS-LINE-1,CITY,STATE,ZIP-
      -    'CODE.'.

       01  CUSTOMER-SEARCH-BUFFER.
           05  FILLER                  PIC X(14) VALUE
               'CUSTOMER-ID,1,'.
           05  CSB-CUSTOMER-ID         PIC 9(10).
           05  FILLER                  PIC X VALUE '.'.

       01  RECORD-BUFFER               PIC X(2000).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       0000-MAIN-ROUTINE.
      *----------------------------------------------------------------
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-ONE-CUT
               VARYING WS-CUT-INDEX FROM 1 BY 1
               UNTIL WS-CUT-INDEX > WS-REPLAY-MONTHS
           PERFORM 3000-READ-LIVE-LOG
           PERFORM 4000-CLOSE-OUT-ACCOUNTS
               VARYING WS-AT-SUB FROM 1 BY 1
               UNTIL WS-AT-SUB > WS-ACCT-TOTAL
           PERFORM 5000-ORDER-GROUPS
               VARYING WS-GP-RANK FROM 1 BY 1
               UNTIL WS-GP-RANK > WS-GP-ENTRIES-USED
           PERFORM 6000-RANK-CUSTOMERS
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-CUST-TOTAL
                  OR WS-RANK > WS-RANK-LIMIT
           PERFORM 7000-PRINT-REPORT
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'REPRICING IMPACT SIMULATION'
           DISPLAY '=================================================='

           MOVE 00012 TO ACB-FILE-NUMBER

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
           PERFORM 1100-LOAD-REPLAY-MONTHS THRU 1100-EXIT

      *    Window: the first of the month N months back, through the
      *    last day of the month before the business date's.
           MOVE WS-BUS-DATE(1:4) TO WS-CP-YEAR
           MOVE WS-BUS-DATE(5:2) TO WS-CP-MONTH
           COMPUTE WS-BUS-MONTH-START = WS-CUT-PERIOD-NUM * 100 + 1
           COMPUTE WS-WINDOW-END =
               FUNCTION INTEGER-OF-DATE(WS-BUS-MONTH-START) - 1
           COMPUTE WS-START-MONTH-COUNT =
               WS-CP-YEAR * 12 + WS-CP-MONTH - 1 - WS-REPLAY-MONTHS
           MOVE WS-START-MONTH-COUNT TO WS-MONTH-COUNT
           PERFORM 1050-SET-CUT-PERIOD
           COMPUTE WS-START-DATE = WS-CUT-PERIOD-NUM * 100 + 1
           COMPUTE WS-WINDOW-START =
               FUNCTION INTEGER-OF-DATE(WS-START-DATE)
           COMPUTE WS-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-END)

           PERFORM 1200-LOAD-PROPOSAL THRU 1200-EXIT
           PERFORM 1300-LOAD-OWNERS THRU 1300-EXIT

           MOVE 1   TO WS-NEXT-ISN
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM 1400-BROWSE-ACCOUNTS UNTIL WS-MORE-RECORDS = 'N'

           DISPLAY 'Replayed   : ' WS-START-DATE ' - ' WS-END-DATE
                   ' (' WS-REPLAY-MONTHS ' months)'
           IF WS-PROPOSAL-STAGED = 'Y'
               DISPLAY 'Proposed   : staged proposal file'
           ELSE
               DISPLAY 'Proposed   : product master with pending '
                       'future-dated rows in effect'
           END-IF
           DISPLAY 'Accounts   : ' WS-ACCT-TOTAL
           DISPLAY ' '
           .

       1050-SET-CUT-PERIOD.
      *    WS-MONTH-COUNT (year * 12 + month - 1) back to YYYYMM
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-CP-YEAR REMAINDER WS-MONTH-REM
           COMPUTE WS-CP-MONTH = WS-MONTH-REM + 1
           .

      *----------------------------------------------------------------
       1100-LOAD-REPLAY-MONTHS.
      *----------------------------------------------------------------
           OPEN INPUT MONTHS-FILE
           IF WS-MONTHS-FILE-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF

           READ MONTHS-FILE INTO MONTHS-LINE
               AT END
                   CONTINUE
               NOT AT END
                   IF FUNCTION TRIM(MONTHS-LINE) NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(MONTHS-LINE)) = 0
                       AND FUNCTION NUMVAL(
                           FUNCTION TRIM(MONTHS-LINE)) >= 1
                       AND FUNCTION NUMVAL(
                           FUNCTION TRIM(MONTHS-LINE)) <= 12
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(MONTHS-LINE))
                           TO WS-REPLAY-MONTHS
                   END-IF
           END-READ

           CLOSE MONTHS-FILE
           .

       1100-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       1200-LOAD-PROPOSAL.
      *----------------------------------------------------------------
           OPEN INPUT PROPOSAL-FILE
           IF WS-PROPOSAL-FILE-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF

           MOVE 'Y' TO WS-PROPOSAL-STAGED
           MOVE 'N' TO WS-EOF
           PERFORM 1210-LOAD-ONE-PROPOSAL UNTIL WS-EOF = 'Y'

           CLOSE PROPOSAL-FILE
           .

       1200-EXIT.
           EXIT
           .

       1210-LOAD-ONE-PROPOSAL.
           READ PROPOSAL-FILE INTO PROPOSAL-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
                   EXIT PARAGRAPH
           END-READ
           IF PROPOSAL-LINE(1:15) = SPACES
               OR PROPOSAL-LINE(1:1) = '*'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PP-MATCH
           PERFORM 1220-SCAN-ONE-PROPOSAL
               VARYING WS-PP-SUB FROM 1 BY 1
               UNTIL WS-PP-SUB > WS-PP-ENTRIES-USED
           IF WS-PP-MATCH = 0
               IF WS-PP-ENTRIES-USED >= 20
                   ADD 1 TO WS-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PP-ENTRIES-USED
               MOVE WS-PP-ENTRIES-USED TO WS-PP-MATCH
               MOVE PROPOSAL-LINE(1:15) TO WS-PP-TYPE(WS-PP-MATCH)
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(PROPOSAL-LINE(26:8)))
               TO WS-PP-RATE(WS-PP-MATCH)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(PROPOSAL-LINE(35:12)))
               TO WS-PP-FEE(WS-PP-MATCH)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(PROPOSAL-LINE(48:12)))
               TO WS-PP-MIN(WS-PP-MATCH)
           IF PROPOSAL-LINE(74:8) NOT = SPACES
               MOVE FUNCTION NUMVAL(
                   FUNCTION TRIM(PROPOSAL-LINE(74:8)))
                   TO WS-PP-OD-RATE(WS-PP-MATCH)
           ELSE
               MOVE 0 TO WS-PP-OD-RATE(WS-PP-MATCH)
           END-IF
           .

       1220-SCAN-ONE-PROPOSAL.
           IF WS-PP-TYPE(WS-PP-SUB) = PROPOSAL-LINE(1:15)
               MOVE WS-PP-SUB TO WS-PP-MATCH
           END-IF
           .

      *----------------------------------------------------------------
       1300-LOAD-OWNERS.
      *----------------------------------------------------------------
           MOVE 0 TO WS-OWNER-TOTAL

           OPEN INPUT OWNER-FILE
           IF WS-OWNER-FILE-STATUS NOT = '00'
               GO TO 1300-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1310-LOAD-ONE-OWNER UNTIL WS-EOF = 'Y'

           CLOSE OWNER-FILE
           .

       1300-EXIT.
           EXIT
           .

       1310-LOAD-ONE-OWNER.
           READ OWNER-FILE INTO OWNER-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF OWNER-LINE(1:10) IS NUMERIC
                       AND OWNER-LINE(12:10) IS NUMERIC
                       IF WS-OWNER-TOTAL < 500
                           ADD 1 TO WS-OWNER-TOTAL
                           MOVE OWNER-LINE(1:10)
                               TO WS-OWN-ACCOUNT(WS-OWNER-TOTAL)
                           MOVE OWNER-LINE(12:10)
                               TO WS-OWN-CUSTOMER(WS-OWNER-TOTAL)
                       ELSE
                           ADD 1 TO WS-OVERFLOW-COUNT
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       1400-BROWSE-ACCOUNTS.
      *----------------------------------------------------------------
           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'L2'   TO ACB-COMMAND-CODE
           MOVE 'RPRC' TO ACB-COMMAND-ID
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
               PERFORM 1410-TAKE-ONE-ACCOUNT
                   VARYING WS-ROW-INDEX FROM 1 BY 1
                   UNTIL WS-ROW-INDEX > WS-ROWS-RETURNED
           ELSE
               MOVE 'N' TO WS-MORE-RECORDS
           END-IF
           .

       1410-TAKE-ONE-ACCOUNT.
           IF WS-ACCT-TOTAL >= 500
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCT-TOTAL
           MOVE WS-ACCT-TOTAL TO WS-AT-MATCH
           INITIALIZE WS-AT-ENTRY(WS-AT-MATCH)
           MOVE BR-ACCOUNT-NUMBER(WS-ROW-INDEX)
               TO WS-AT-ACCOUNT(WS-AT-MATCH)
           MOVE BR-ACCOUNT-TYPE(WS-ROW-INDEX)
               TO WS-AT-TYPE(WS-AT-MATCH)
           MOVE BR-BALANCE(WS-ROW-INDEX)
               TO WS-AT-CUR-BAL(WS-AT-MATCH)
           IF BR-BRANCH(WS-ROW-INDEX) IS NUMERIC
               MOVE BR-BRANCH(WS-ROW-INDEX)
                   TO WS-AT-BRANCH(WS-AT-MATCH)
           ELSE
               MOVE '001' TO WS-AT-BRANCH(WS-AT-MATCH)
           END-IF
           IF BR-CURRENCY-CODE(WS-ROW-INDEX) NOT = SPACES
               MOVE BR-CURRENCY-CODE(WS-ROW-INDEX)
                   TO WS-AT-CCY(WS-AT-MATCH)
           ELSE
               MOVE 'USD' TO WS-AT-CCY(WS-AT-MATCH)
           END-IF
           MOVE 'N' TO WS-AT-STARTED(WS-AT-MATCH)
           MOVE 'N' TO WS-AT-END-SET(WS-AT-MATCH)
           MOVE WS-WINDOW-START TO WS-AT-POS-DAY(WS-AT-MATCH)

      *    A currency with no posted rate converts at 1.0 and is
      *    counted, so the run ends with a warning.
           INITIALIZE WS-FX-REQUEST
           MOVE WS-AT-CCY(WS-AT-MATCH) TO WS-FX-CURRENCY
           CALL 'FX-RATE-LOOKUP' USING WS-FX-REQUEST
           IF WS-FX-FOUND = 'Y'
               MOVE WS-FX-RATE TO WS-AT-RATE(WS-AT-MATCH)
           ELSE
               MOVE 1 TO WS-AT-RATE(WS-AT-MATCH)
               ADD 1 TO WS-FX-MISSING-COUNT
           END-IF

           PERFORM 1500-PRICE-FOR-TYPE
           MOVE WS-PT-MATCH TO WS-AT-PRICE(WS-AT-MATCH)
           .

      *----------------------------------------------------------------
       1500-PRICE-FOR-TYPE.
      *----------------------------------------------------------------
      *    Today's and the proposed parameters for the account's
      *    type, resolved the first time the type is met.
           MOVE 0 TO WS-PT-MATCH
           PERFORM 1510-SCAN-ONE-PRICE
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-ENTRIES-USED
           IF WS-PT-MATCH > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PT-ENTRIES-USED >= 20
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PT-ENTRIES-USED
           MOVE WS-PT-ENTRIES-USED TO WS-PT-MATCH
           INITIALIZE WS-PT-ENTRY(WS-PT-MATCH)
           MOVE WS-AT-TYPE(WS-AT-MATCH) TO WS-PT-TYPE(WS-PT-MATCH)

           INITIALIZE WS-PRODUCT-REQUEST
           MOVE WS-AT-TYPE(WS-AT-MATCH) TO WS-PROD-ACCOUNT-TYPE
           MOVE WS-BUS-DATE TO WS-PROD-AS-OF-DATE
           CALL 'PRODUCT-MASTER' USING WS-PRODUCT-REQUEST
           MOVE WS-PROD-INTEREST-RATE TO WS-PT-CUR-RATE(WS-PT-MATCH)
           MOVE WS-PROD-FEE-AMOUNT    TO WS-PT-CUR-FEE(WS-PT-MATCH)
           MOVE WS-PROD-MIN-BALANCE   TO WS-PT-CUR-MIN(WS-PT-MATCH)
           MOVE WS-PROD-OD-RATE     TO WS-PT-CUR-OD-RATE(WS-PT-MATCH)

           IF WS-PROPOSAL-STAGED = 'Y'
               MOVE WS-PT-CUR-RATE(WS-PT-MATCH)
                   TO WS-PT-PRO-RATE(WS-PT-MATCH)
               MOVE WS-PT-CUR-FEE(WS-PT-MATCH)
                   TO WS-PT-PRO-FEE(WS-PT-MATCH)
               MOVE WS-PT-CUR-MIN(WS-PT-MATCH)
                   TO WS-PT-PRO-MIN(WS-PT-MATCH)
               MOVE WS-PT-CUR-OD-RATE(WS-PT-MATCH)
                   TO WS-PT-PRO-OD-RATE(WS-PT-MATCH)
               MOVE 0 TO WS-PP-MATCH
               PERFORM 1520-SCAN-STAGED-TYPE
                   VARYING WS-PP-SUB FROM 1 BY 1
                   UNTIL WS-PP-SUB > WS-PP-ENTRIES-USED
               IF WS-PP-MATCH > 0
                   MOVE WS-PP-RATE(WS-PP-MATCH)
                       TO WS-PT-PRO-RATE(WS-PT-MATCH)
                   MOVE WS-PP-FEE(WS-PP-MATCH)
                       TO WS-PT-PRO-FEE(WS-PT-MATCH)
                   MOVE WS-PP-MIN(WS-PP-MATCH)
                       TO WS-PT-PRO-MIN(WS-PT-MATCH)
                   MOVE WS-PP-OD-RATE(WS-PP-MATCH)
                       TO WS-PT-PRO-OD-RATE(WS-PT-MATCH)
               END-IF
           ELSE
      *        The latest row on file, pending or not, is what will
      *        be in effect once every future-dated row has come in.
               INITIALIZE WS-PRODUCT-REQUEST
               MOVE WS-AT-TYPE(WS-AT-MATCH) TO WS-PROD-ACCOUNT-TYPE
               MOVE WS-FAR-FUTURE-DATE TO WS-PROD-AS-OF-DATE
               CALL 'PRODUCT-MASTER' USING WS-PRODUCT-REQUEST
               MOVE WS-PROD-INTEREST-RATE
                   TO WS-PT-PRO-RATE(WS-PT-MATCH)
               MOVE WS-PROD-FEE-AMOUNT  TO WS-PT-PRO-FEE(WS-PT-MATCH)
               MOVE WS-PROD-MIN-BALANCE TO WS-PT-PRO-MIN(WS-PT-MATCH)
               MOVE WS-PROD-OD-RATE
                   TO WS-PT-PRO-OD-RATE(WS-PT-MATCH)
           END-IF

           IF WS-PT-PRO-RATE(WS-PT-MATCH)
                   = WS-PT-CUR-RATE(WS-PT-MATCH)
               AND WS-PT-PRO-FEE(WS-PT-MATCH)
                   = WS-PT-CUR-FEE(WS-PT-MATCH)
               AND WS-PT-PRO-MIN(WS-PT-MATCH)
                   = WS-PT-CUR-MIN(WS-PT-MATCH)
               AND WS-PT-PRO-OD-RATE(WS-PT-MATCH)
                   = WS-PT-CUR-OD-RATE(WS-PT-MATCH)
               MOVE 'N' TO WS-PT-CHANGED(WS-PT-MATCH)
           ELSE
               MOVE 'Y' TO WS-PT-CHANGED(WS-PT-MATCH)
           END-IF
           .

       1510-SCAN-ONE-PRICE.
           IF WS-PT-TYPE(WS-PT-SUB) = WS-AT-TYPE(WS-AT-MATCH)
               MOVE WS-PT-SUB TO WS-PT-MATCH
           END-IF
           .

       1520-SCAN-STAGED-TYPE.
           IF WS-PP-TYPE(WS-PP-SUB) = WS-AT-TYPE(WS-AT-MATCH)
               MOVE WS-PP-SUB TO WS-PP-MATCH
           END-IF
           .

      *----------------------------------------------------------------
       2000-READ-ONE-CUT.
      *----------------------------------------------------------------
      *    Replayed months are normally cut to their archives by now;
      *    any of the last one still in the live log is read there.
           COMPUTE WS-MONTH-COUNT =
               WS-START-MONTH-COUNT + WS-CUT-INDEX - 1
           PERFORM 1050-SET-CUT-PERIOD

           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING '../data/audit-archive.' DELIMITED BY SIZE
                  WS-CUT-PERIOD            DELIMITED BY SIZE
                  '.txt'                   DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME
           END-STRING

           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'No archive cut for ' WS-CUT-PERIOD
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 2100-READ-ONE-ARCHIVE-LINE UNTIL WS-EOF = 'Y'

           CLOSE ARCHIVE-FILE
           .

       2100-READ-ONE-ARCHIVE-LINE.
           READ ARCHIVE-FILE INTO ARCHIVE-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ARCHIVE-LINE(1:10) IS NUMERIC
                       MOVE ARCHIVE-LINE TO WS-WORK-LINE
                       PERFORM 2500-APPLY-ONE-ENTRY
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       3000-READ-LIVE-LOG.
      *----------------------------------------------------------------
           MOVE 'N' TO WS-EOF

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'No live audit log - archive cuts only'
               EXIT PARAGRAPH
           END-IF

           PERFORM 3100-READ-ONE-LIVE-LINE UNTIL WS-EOF = 'Y'

           CLOSE AUDIT-FILE
           .

       3100-READ-ONE-LIVE-LINE.
           READ AUDIT-FILE INTO AUDIT-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF AUDIT-LINE(1:10) IS NUMERIC
                       MOVE AUDIT-LINE TO WS-WORK-LINE
                       PERFORM 2500-APPLY-ONE-ENTRY
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       2500-APPLY-ONE-ENTRY.
      *----------------------------------------------------------------
           UNSTRING WS-WORK-LINE DELIMITED BY ','
               INTO WS-LOG-ISN-TXT
                    WS-LOG-ACCOUNT-TXT
                    WS-LOG-OLD-BAL-TXT
                    WS-LOG-NEW-BAL-TXT
                    WS-LOG-TYPE
                    WS-LOG-AMOUNT-TXT
                    WS-LOG-TIMESTAMP
           END-UNSTRING

           IF WS-LOG-ACCOUNT-TXT NOT NUMERIC
               OR WS-LOG-ACCOUNT-TXT = '0000000000'
               OR WS-LOG-TIMESTAMP(1:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-LOG-OLD-BAL-TXT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-LOG-NEW-BAL-TXT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOG-TIMESTAMP(1:8) TO WS-LOG-DATE
           IF WS-LOG-DATE < WS-START-DATE
               EXIT PARAGRAPH
           END-IF

      *    Only accounts still on the file are repriced
           MOVE WS-LOG-ACCOUNT-TXT TO WS-LOG-ACCOUNT
           MOVE 0 TO WS-AT-MATCH
           PERFORM 2510-SCAN-ONE-ACCOUNT
               VARYING WS-AT-SUB FROM 1 BY 1
               UNTIL WS-AT-SUB > WS-ACCT-TOTAL
                  OR WS-AT-MATCH > 0
           IF WS-AT-MATCH = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-LOG-OLD-BAL-TXT) TO WS-LOG-OLD-BAL
           MOVE FUNCTION NUMVAL(WS-LOG-NEW-BAL-TXT) TO WS-LOG-NEW-BAL

      *    After the window: the first later entry's old balance is
      *    where the account stood when the window closed.
           IF WS-LOG-DATE > WS-END-DATE
               IF WS-AT-END-SET(WS-AT-MATCH) NOT = 'Y'
                   MOVE 'Y' TO WS-AT-END-SET(WS-AT-MATCH)
                   MOVE WS-LOG-OLD-BAL TO WS-AT-END-BAL(WS-AT-MATCH)
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-ENTRIES
           COMPUTE WS-LOG-DAY = FUNCTION INTEGER-OF-DATE(WS-LOG-DATE)

      *    The first entry opens the replay at its old balance; the
      *    balance in force closed every day before this entry's.
           IF WS-AT-STARTED(WS-AT-MATCH) NOT = 'Y'
               MOVE 'Y' TO WS-AT-STARTED(WS-AT-MATCH)
               MOVE WS-LOG-OLD-BAL TO WS-AT-RUN-BAL(WS-AT-MATCH)
           END-IF
           MOVE WS-LOG-DAY TO WS-PRICE-UNTIL
           PERFORM 2600-PRICE-DAYS
           MOVE WS-LOG-NEW-BAL TO WS-AT-RUN-BAL(WS-AT-MATCH)
           .

       2510-SCAN-ONE-ACCOUNT.
           IF WS-AT-ACCOUNT(WS-AT-SUB) = WS-LOG-ACCOUNT
               MOVE WS-AT-SUB TO WS-AT-MATCH
           END-IF
           .

      *----------------------------------------------------------------
       2600-PRICE-DAYS.
      *----------------------------------------------------------------
      *    Price each day from POS-DAY up to (not including)
      *    WS-PRICE-UNTIL at the balance in force.
           IF WS-PRICE-UNTIL > WS-AT-POS-DAY(WS-AT-MATCH)
               PERFORM 2700-PRICE-ONE-DAY
                   VARYING WS-DAY-INT
                   FROM WS-AT-POS-DAY(WS-AT-MATCH) BY 1
                   UNTIL WS-DAY-INT >= WS-PRICE-UNTIL
               MOVE WS-PRICE-UNTIL TO WS-AT-POS-DAY(WS-AT-MATCH)
           END-IF
           .

      *----------------------------------------------------------------
       2700-PRICE-ONE-DAY.
      *----------------------------------------------------------------
           MOVE WS-AT-PRICE(WS-AT-MATCH) TO WS-PT-MATCH
           IF WS-PT-MATCH = 0
               EXIT PARAGRAPH
           END-IF

      *    Nightly overdraft interest on a negative close
           IF WS-AT-RUN-BAL(WS-AT-MATCH) < 0
               AND WS-AT-TYPE(WS-AT-MATCH) NOT = 'LOAN'
               COMPUTE WS-OVERDRAWN-AMOUNT =
                   0 - WS-AT-RUN-BAL(WS-AT-MATCH)
               COMPUTE WS-DAY-CHARGE ROUNDED =
                   WS-OVERDRAWN-AMOUNT * WS-PT-CUR-OD-RATE(WS-PT-MATCH)
               ADD WS-DAY-CHARGE TO WS-AT-OD-CUR(WS-AT-MATCH)
               COMPUTE WS-DAY-CHARGE ROUNDED =
                   WS-OVERDRAWN-AMOUNT * WS-PT-PRO-OD-RATE(WS-PT-MATCH)
               ADD WS-DAY-CHARGE TO WS-AT-OD-PRO(WS-AT-MATCH)
           END-IF

      *    Month-end interest and maintenance fee
           COMPUTE WS-NEXT-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT + 1)
           IF WS-NEXT-DAY-DD NOT = 01
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-AT-TYPE(WS-AT-MATCH)
               WHEN 'SAVINGS'
                   COMPUTE WS-DAY-CHARGE ROUNDED =
                       WS-AT-RUN-BAL(WS-AT-MATCH)
                     * WS-PT-CUR-RATE(WS-PT-MATCH)
                   IF WS-DAY-CHARGE > 0
                       ADD WS-DAY-CHARGE TO WS-AT-INT-CUR(WS-AT-MATCH)
                   END-IF
                   COMPUTE WS-DAY-CHARGE ROUNDED =
                       WS-AT-RUN-BAL(WS-AT-MATCH)
                     * WS-PT-PRO-RATE(WS-PT-MATCH)
                   IF WS-DAY-CHARGE > 0
                       ADD WS-DAY-CHARGE TO WS-AT-INT-PRO(WS-AT-MATCH)
                   END-IF
               WHEN 'CHECKING'
                   IF WS-AT-RUN-BAL(WS-AT-MATCH)
                           < WS-PT-CUR-MIN(WS-PT-MATCH)
                       ADD WS-PT-CUR-FEE(WS-PT-MATCH)
                           TO WS-AT-FEE-CUR(WS-AT-MATCH)
                   END-IF
                   IF WS-AT-RUN-BAL(WS-AT-MATCH)
                           < WS-PT-PRO-MIN(WS-PT-MATCH)
                       ADD WS-PT-PRO-FEE(WS-PT-MATCH)
                           TO WS-AT-FEE-PRO(WS-AT-MATCH)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------
       4000-CLOSE-OUT-ACCOUNTS.
      *----------------------------------------------------------------
      *    Price the rest of the window, state the replay in USD and
      *    hand it to the type/branch group and the owners.  An
      *    account untouched all window sat at its window-end
      *    balance throughout.
           MOVE WS-AT-SUB TO WS-AT-MATCH
           IF WS-AT-STARTED(WS-AT-MATCH) NOT = 'Y'
               IF WS-AT-END-SET(WS-AT-MATCH) = 'Y'
                   MOVE WS-AT-END-BAL(WS-AT-MATCH)
                       TO WS-AT-RUN-BAL(WS-AT-MATCH)
               ELSE
                   MOVE WS-AT-CUR-BAL(WS-AT-MATCH)
                       TO WS-AT-RUN-BAL(WS-AT-MATCH)
               END-IF
           END-IF
           COMPUTE WS-PRICE-UNTIL = WS-WINDOW-END + 1
           PERFORM 2600-PRICE-DAYS

           COMPUTE WS-AF-INT-CUR ROUNDED =
               WS-AT-INT-CUR(WS-AT-MATCH) * WS-AT-RATE(WS-AT-MATCH)
           COMPUTE WS-AF-INT-PRO ROUNDED =
               WS-AT-INT-PRO(WS-AT-MATCH) * WS-AT-RATE(WS-AT-MATCH)
           COMPUTE WS-AF-FEE-CUR ROUNDED =
               WS-AT-FEE-CUR(WS-AT-MATCH) * WS-AT-RATE(WS-AT-MATCH)
           COMPUTE WS-AF-FEE-PRO ROUNDED =
               WS-AT-FEE-PRO(WS-AT-MATCH) * WS-AT-RATE(WS-AT-MATCH)
           COMPUTE WS-AF-OD-CUR ROUNDED =
               WS-AT-OD-CUR(WS-AT-MATCH) * WS-AT-RATE(WS-AT-MATCH)
           COMPUTE WS-AF-OD-PRO ROUNDED =
               WS-AT-OD-PRO(WS-AT-MATCH) * WS-AT-RATE(WS-AT-MATCH)
           COMPUTE WS-AF-INT-CHG = WS-AF-INT-PRO - WS-AF-INT-CUR
           COMPUTE WS-AF-FEE-CHG = WS-AF-FEE-PRO - WS-AF-FEE-CUR
           COMPUTE WS-AF-OD-CHG  = WS-AF-OD-PRO - WS-AF-OD-CUR
           COMPUTE WS-AF-NET-CHG =
               WS-AF-FEE-CHG + WS-AF-OD-CHG - WS-AF-INT-CHG

           PERFORM 4100-ADD-TO-GROUP
           IF WS-AF-INT-CHG NOT = 0
               OR WS-AF-FEE-CHG NOT = 0
               OR WS-AF-OD-CHG NOT = 0
               PERFORM 4400-SPLIT-ACROSS-OWNERS
           END-IF
           .

      *----------------------------------------------------------------
       4100-ADD-TO-GROUP.
      *----------------------------------------------------------------
           MOVE WS-AT-TYPE(WS-AT-MATCH)   TO WS-GK-TYPE
           MOVE WS-AT-BRANCH(WS-AT-MATCH) TO WS-GK-BRANCH
           MOVE 0 TO WS-GP-MATCH
           PERFORM 4110-SCAN-ONE-GROUP
               VARYING WS-GP-SUB FROM 1 BY 1
               UNTIL WS-GP-SUB > WS-GP-ENTRIES-USED

           IF WS-GP-MATCH = 0
               IF WS-GP-ENTRIES-USED >= 60
                   ADD 1 TO WS-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GP-ENTRIES-USED
               MOVE WS-GP-ENTRIES-USED TO WS-GP-MATCH
               INITIALIZE WS-GP-ENTRY(WS-GP-MATCH)
               MOVE WS-GP-KEY-WORK TO WS-GP-KEY(WS-GP-MATCH)
           END-IF

           ADD 1             TO WS-GP-ACCOUNTS(WS-GP-MATCH)
           ADD WS-AF-INT-CUR TO WS-GP-INT-CUR(WS-GP-MATCH)
           ADD WS-AF-INT-PRO TO WS-GP-INT-PRO(WS-GP-MATCH)
           ADD WS-AF-FEE-CUR TO WS-GP-FEE-CUR(WS-GP-MATCH)
           ADD WS-AF-FEE-PRO TO WS-GP-FEE-PRO(WS-GP-MATCH)
           ADD WS-AF-OD-CUR  TO WS-GP-OD-CUR(WS-GP-MATCH)
           ADD WS-AF-OD-PRO  TO WS-GP-OD-PRO(WS-GP-MATCH)
           .

       4110-SCAN-ONE-GROUP.
           IF WS-GP-KEY(WS-GP-SUB) = WS-GP-KEY-WORK
               MOVE WS-GP-SUB TO WS-GP-MATCH
           END-IF
           .

      *----------------------------------------------------------------
       4400-SPLIT-ACROSS-OWNERS.
      *----------------------------------------------------------------
      *    Every owner on the cross-reference takes an even share;
      *    the last owner takes what rounding left over.  With no
      *    cross-reference rows the account is its embedded
      *    CUSTOMER-ID's alone.
           MOVE 0 TO WS-OWN-COUNT
           PERFORM 4410-COUNT-ONE-OWNER
               VARYING WS-OWN-SUB FROM 1 BY 1
               UNTIL WS-OWN-SUB > WS-OWNER-TOTAL

           INITIALIZE WS-ALLOCATED-FIGURES
           IF WS-OWN-COUNT = 0
               MOVE 0 TO WS-SHARE-CUSTOMER
               PERFORM 4450-READ-EMBEDDED-CUSTOMER
               MOVE WS-AF-INT-CHG TO WS-SH-INT-CHG
               MOVE WS-AF-FEE-CHG TO WS-SH-FEE-CHG
               MOVE WS-AF-OD-CHG  TO WS-SH-OD-CHG
               MOVE WS-AF-NET-CHG TO WS-SH-NET-CHG
               PERFORM 4500-ADD-TO-CUSTOMER
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-OWN-SEEN
           PERFORM 4420-SHARE-TO-ONE-OWNER
               VARYING WS-OWN-SUB FROM 1 BY 1
               UNTIL WS-OWN-SUB > WS-OWNER-TOTAL
           .

       4410-COUNT-ONE-OWNER.
           IF WS-OWN-ACCOUNT(WS-OWN-SUB) = WS-AT-ACCOUNT(WS-AT-MATCH)
               ADD 1 TO WS-OWN-COUNT
           END-IF
           .

       4420-SHARE-TO-ONE-OWNER.
           IF WS-OWN-ACCOUNT(WS-OWN-SUB) NOT =
                   WS-AT-ACCOUNT(WS-AT-MATCH)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OWN-SEEN
           MOVE WS-OWN-CUSTOMER(WS-OWN-SUB) TO WS-SHARE-CUSTOMER

           IF WS-OWN-SEEN = WS-OWN-COUNT
               COMPUTE WS-SH-INT-CHG = WS-AF-INT-CHG - WS-AL-INT-CHG
               COMPUTE WS-SH-FEE-CHG = WS-AF-FEE-CHG - WS-AL-FEE-CHG
               COMPUTE WS-SH-OD-CHG  = WS-AF-OD-CHG - WS-AL-OD-CHG
           ELSE
               COMPUTE WS-SH-INT-CHG ROUNDED =
                   WS-AF-INT-CHG / WS-OWN-COUNT
               COMPUTE WS-SH-FEE-CHG ROUNDED =
                   WS-AF-FEE-CHG / WS-OWN-COUNT
               COMPUTE WS-SH-OD-CHG ROUNDED =
                   WS-AF-OD-CHG / WS-OWN-COUNT
           END-IF
           COMPUTE WS-SH-NET-CHG =
               WS-SH-FEE-CHG + WS-SH-OD-CHG - WS-SH-INT-CHG

           ADD WS-SH-INT-CHG TO WS-AL-INT-CHG
           ADD WS-SH-FEE-CHG TO WS-AL-FEE-CHG
           ADD WS-SH-OD-CHG  TO WS-AL-OD-CHG
           PERFORM 4500-ADD-TO-CUSTOMER
           .

      *----------------------------------------------------------------
       4450-READ-EMBEDDED-CUSTOMER.
      *----------------------------------------------------------------
           MOVE WS-AT-ACCOUNT(WS-AT-MATCH) TO SB-ACCOUNT-NUMBER
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
               MOVE RECORD-BUFFER TO ACCOUNT-RECORD
               MOVE CUSTOMER-ID TO WS-SHARE-CUSTOMER
           END-IF
           .

      *----------------------------------------------------------------
       4500-ADD-TO-CUSTOMER.
      *----------------------------------------------------------------
           MOVE 0 TO WS-CT-MATCH
           PERFORM 4510-SCAN-ONE-CUSTOMER
               VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CUST-TOTAL

           IF WS-CT-MATCH = 0
               IF WS-CUST-TOTAL >= 500
                   ADD 1 TO WS-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CUST-TOTAL
               MOVE WS-CUST-TOTAL TO WS-CT-MATCH
               INITIALIZE WS-CT-ENTRY(WS-CT-MATCH)
               MOVE WS-SHARE-CUSTOMER TO WS-CT-CUSTOMER(WS-CT-MATCH)
           END-IF

           ADD 1             TO WS-CT-ACCOUNTS(WS-CT-MATCH)
           ADD WS-SH-INT-CHG TO WS-CT-INT-CHG(WS-CT-MATCH)
           ADD WS-SH-FEE-CHG TO WS-CT-FEE-CHG(WS-CT-MATCH)
           ADD WS-SH-OD-CHG  TO WS-CT-OD-CHG(WS-CT-MATCH)
           ADD WS-SH-NET-CHG TO WS-CT-NET-CHG(WS-CT-MATCH)
           .

       4510-SCAN-ONE-CUSTOMER.
           IF WS-CT-CUSTOMER(WS-CT-SUB) = WS-SHARE-CUSTOMER
               MOVE WS-CT-SUB TO WS-CT-MATCH
           END-IF
           .

      *----------------------------------------------------------------
       5000-ORDER-GROUPS.
      *----------------------------------------------------------------
      *    Selection sort on type then branch, so each type's
      *    branches print together under one subtotal.
           MOVE WS-GP-RANK TO WS-GP-BEST
           PERFORM 5100-WEIGH-ONE-GROUP
               VARYING WS-GP-SUB FROM WS-GP-RANK BY 1
               UNTIL WS-GP-SUB > WS-GP-ENTRIES-USED

           IF WS-GP-BEST NOT = WS-GP-RANK
               MOVE WS-GP-ENTRY(WS-GP-RANK) TO WS-GP-SWAP
               MOVE WS-GP-ENTRY(WS-GP-BEST) TO WS-GP-ENTRY(WS-GP-RANK)
               MOVE WS-GP-SWAP              TO WS-GP-ENTRY(WS-GP-BEST)
           END-IF
           .

       5100-WEIGH-ONE-GROUP.
           IF WS-GP-KEY(WS-GP-SUB) < WS-GP-KEY(WS-GP-BEST)
               MOVE WS-GP-SUB TO WS-GP-BEST
           END-IF
           .

      *----------------------------------------------------------------
       6000-RANK-CUSTOMERS.
      *----------------------------------------------------------------
      *    Selection sort over the top ranks only, largest change to
      *    the bank first whichever way it runs.
           MOVE WS-RANK TO WS-BEST
           COMPUTE WS-ABS-BEST =
               FUNCTION ABS(WS-CT-NET-CHG(WS-BEST))
           PERFORM 6100-WEIGH-ONE-CUSTOMER
               VARYING WS-CT-SUB FROM WS-RANK BY 1
               UNTIL WS-CT-SUB > WS-CUST-TOTAL

           IF WS-BEST NOT = WS-RANK
               MOVE WS-CT-ENTRY(WS-RANK) TO WS-CT-SWAP
               MOVE WS-CT-ENTRY(WS-BEST) TO WS-CT-ENTRY(WS-RANK)
               MOVE WS-CT-SWAP           TO WS-CT-ENTRY(WS-BEST)
           END-IF
           MOVE WS-RANK TO WS-RANKED
           .

       6100-WEIGH-ONE-CUSTOMER.
           COMPUTE WS-ABS-CANDIDATE =
               FUNCTION ABS(WS-CT-NET-CHG(WS-CT-SUB))
           IF WS-ABS-CANDIDATE > WS-ABS-BEST
               MOVE WS-CT-SUB TO WS-BEST
               MOVE WS-ABS-CANDIDATE TO WS-ABS-BEST
           END-IF
           .

      *----------------------------------------------------------------
       7000-PRINT-REPORT.
      *----------------------------------------------------------------
           DISPLAY 'PARAMETERS - TODAY / PROPOSED'
           DISPLAY 'Account Type    Monthly Rate        Fee'
                   '      Min Balance  OD Daily Rate'
           PERFORM 7100-PRINT-ONE-PRICE
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-ENTRIES-USED

           DISPLAY ' '
           DISPLAY 'IMPACT BY ACCOUNT TYPE AND BRANCH (USD, PROPOSED '
                   'LESS TODAY)'
           DISPLAY 'Account Type    Branch  Accts'
                   '   Interest Exp      Fee Income    OD Income'
                   '     Net to Bank'
           DISPLAY '--------------- ------ -----'
                   ' --------------- --------------- ---------------'
                   ' ---------------'
           INITIALIZE WS-SUBTOTAL-FIGURES
           PERFORM 7200-PRINT-ONE-GROUP
               VARYING WS-GP-SUB FROM 1 BY 1
               UNTIL WS-GP-SUB > WS-GP-ENTRIES-USED
           IF WS-GP-ENTRIES-USED > 0
               PERFORM 7250-PRINT-TYPE-SUBTOTAL
           END-IF

           MOVE WS-GRAND-FIGURES TO WS-PRINT-FIGURES
           MOVE 'ALL TYPES, BRANCHES' TO WS-PF-LABEL
           PERFORM 7300-PRINT-FIGURES-LINE

           DISPLAY ' '
           DISPLAY 'REPLAYED TOTALS (USD)           Today'
                   '        Proposed          Change'
           MOVE WS-GR-INT-CUR TO WS-MONEY-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'Interest expense' TO WS-PRINT-LINE(1:20)
           MOVE WS-MONEY-EDIT TO WS-PRINT-LINE(23:15)
           MOVE WS-GR-INT-PRO TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-PRINT-LINE(39:15)
           COMPUTE WS-PF-CHANGE = WS-GR-INT-PRO - WS-GR-INT-CUR
           MOVE WS-PF-CHANGE TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-PRINT-LINE(55:15)
           DISPLAY WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'Fee income' TO WS-PRINT-LINE(1:20)
           MOVE WS-GR-FEE-CUR TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-PRINT-LINE(23:15)
           MOVE WS-GR-FEE-PRO TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-PRINT-LINE(39:15)
           COMPUTE WS-PF-CHANGE = WS-GR-FEE-PRO - WS-GR-FEE-CUR
           MOVE WS-PF-CHANGE TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-PRINT-LINE(55:15)
           DISPLAY WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'Overdraft income' TO WS-PRINT-LINE(1:20)
           MOVE WS-GR-OD-CUR TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-PRINT-LINE(23:15)
           MOVE WS-GR-OD-PRO TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-PRINT-LINE(39:15)
           COMPUTE WS-PF-CHANGE = WS-GR-OD-PRO - WS-GR-OD-CUR
           MOVE WS-PF-CHANGE TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-PRINT-LINE(55:15)
           DISPLAY WS-PRINT-LINE

           DISPLAY ' '
           DISPLAY 'CUSTOMERS MOST AFFECTED (USD, PROPOSED LESS TODAY)'
           DISPLAY 'Rank Customer   Name                 Accts'
                   '   Interest Paid     Fees Charged  OD Charged'
                   '     Net to Bank'
           IF WS-RANKED = 0
               DISPLAY '  (no customer is affected by the proposal)'
           ELSE
               PERFORM 7400-PRINT-ONE-CUSTOMER
                   VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-RANKED
           END-IF

           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'Audit Entries Replayed : ' WS-TOTAL-ENTRIES
           DISPLAY 'Accounts Replayed      : ' WS-ACCT-TOTAL
           DISPLAY 'Customers Affected     : ' WS-CUST-TOTAL
           IF WS-FX-MISSING-COUNT > 0
               DISPLAY 'WARNING: ' WS-FX-MISSING-COUNT
                       ' account(s) converted with no posted rate'
           END-IF
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY 'WARNING: ' WS-OVERFLOW-COUNT
                       ' item(s) past a table limit went unreported'
           END-IF
           DISPLAY '=================================================='

           IF WS-FX-MISSING-COUNT > 0
               OR WS-OVERFLOW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------
       7100-PRINT-ONE-PRICE.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PT-TYPE(WS-PT-SUB)        TO WS-PRINT-LINE(1:15)
           MOVE 'today'                      TO WS-PRINT-LINE(17:8)
           MOVE WS-PT-CUR-RATE(WS-PT-SUB)    TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT                 TO WS-PRINT-LINE(26:8)
           MOVE WS-PT-CUR-FEE(WS-PT-SUB)     TO WS-FEE-EDIT
           MOVE WS-FEE-EDIT                  TO WS-PRINT-LINE(36:10)
           MOVE WS-PT-CUR-MIN(WS-PT-SUB)     TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT                TO WS-PRINT-LINE(47:15)
           MOVE WS-PT-CUR-OD-RATE(WS-PT-SUB) TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT                 TO WS-PRINT-LINE(65:8)
           DISPLAY WS-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'proposed'                   TO WS-PRINT-LINE(17:8)
           MOVE WS-PT-PRO-RATE(WS-PT-SUB)    TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT                 TO WS-PRINT-LINE(26:8)
           MOVE WS-PT-PRO-FEE(WS-PT-SUB)     TO WS-FEE-EDIT
           MOVE WS-FEE-EDIT                  TO WS-PRINT-LINE(36:10)
           MOVE WS-PT-PRO-MIN(WS-PT-SUB)     TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT                TO WS-PRINT-LINE(47:15)
           MOVE WS-PT-PRO-OD-RATE(WS-PT-SUB) TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT                 TO WS-PRINT-LINE(65:8)
           IF WS-PT-CHANGED(WS-PT-SUB) = 'Y'
               MOVE '<< CHANGED'             TO WS-PRINT-LINE(75:10)
           END-IF
           DISPLAY WS-PRINT-LINE
           .

      *----------------------------------------------------------------
       7200-PRINT-ONE-GROUP.
      *----------------------------------------------------------------
           IF WS-GP-SUB > 1
               IF WS-GP-TYPE(WS-GP-SUB) NOT = WS-GP-TYPE(WS-GP-SUB - 1)
                   PERFORM 7250-PRINT-TYPE-SUBTOTAL
                   INITIALIZE WS-SUBTOTAL-FIGURES
               END-IF
           END-IF

           MOVE WS-GP-ACCOUNTS(WS-GP-SUB) TO WS-PF-ACCOUNTS
           MOVE WS-GP-INT-CUR(WS-GP-SUB)  TO WS-PF-INT-CUR
           MOVE WS-GP-INT-PRO(WS-GP-SUB)  TO WS-PF-INT-PRO
           MOVE WS-GP-FEE-CUR(WS-GP-SUB)  TO WS-PF-FEE-CUR
           MOVE WS-GP-FEE-PRO(WS-GP-SUB)  TO WS-PF-FEE-PRO
           MOVE WS-GP-OD-CUR(WS-GP-SUB)   TO WS-PF-OD-CUR
           MOVE WS-GP-OD-PRO(WS-GP-SUB)   TO WS-PF-OD-PRO
           MOVE SPACES TO WS-PF-LABEL
           MOVE WS-GP-TYPE(WS-GP-SUB)     TO WS-PF-LABEL(1:15)
           MOVE WS-GP-BRANCH(WS-GP-SUB)   TO WS-PF-LABEL(17:3)
           PERFORM 7300-PRINT-FIGURES-LINE

           ADD WS-PF-ACCOUNTS TO WS-ST-ACCOUNTS WS-GR-ACCOUNTS
           ADD WS-PF-INT-CUR  TO WS-ST-INT-CUR  WS-GR-INT-CUR
           ADD WS-PF-INT-PRO  TO WS-ST-INT-PRO  WS-GR-INT-PRO
           ADD WS-PF-FEE-CUR  TO WS-ST-FEE-CUR  WS-GR-FEE-CUR
           ADD WS-PF-FEE-PRO  TO WS-ST-FEE-PRO  WS-GR-FEE-PRO
           ADD WS-PF-OD-CUR   TO WS-ST-OD-CUR   WS-GR-OD-CUR
           ADD WS-PF-OD-PRO   TO WS-ST-OD-PRO   WS-GR-OD-PRO
           .

       7250-PRINT-TYPE-SUBTOTAL.
           MOVE WS-SUBTOTAL-FIGURES TO WS-PRINT-FIGURES
           MOVE SPACES TO WS-PF-LABEL
           MOVE '  type total' TO WS-PF-LABEL
           PERFORM 7300-PRINT-FIGURES-LINE
           .

      *----------------------------------------------------------------
       7300-PRINT-FIGURES-LINE.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PF-LABEL    TO WS-PRINT-LINE(1:22)
           MOVE WS-PF-ACCOUNTS TO WS-PRINT-LINE(24:5)
           COMPUTE WS-PF-CHANGE = WS-PF-INT-PRO - WS-PF-INT-CUR
           MOVE WS-PF-CHANGE   TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT  TO WS-PRINT-LINE(30:15)
           MOVE WS-PF-CHANGE   TO WS-PF-NET
           COMPUTE WS-PF-CHANGE = WS-PF-FEE-PRO - WS-PF-FEE-CUR
           MOVE WS-PF-CHANGE   TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT  TO WS-PRINT-LINE(46:15)
           COMPUTE WS-PF-NET = WS-PF-CHANGE - WS-PF-NET
           COMPUTE WS-PF-CHANGE = WS-PF-OD-PRO - WS-PF-OD-CUR
           MOVE WS-PF-CHANGE   TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT  TO WS-PRINT-LINE(62:15)
           ADD WS-PF-CHANGE    TO WS-PF-NET
           MOVE WS-PF-NET      TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT  TO WS-PRINT-LINE(78:15)
           DISPLAY WS-PRINT-LINE
           .

      *----------------------------------------------------------------
       7400-PRINT-ONE-CUSTOMER.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CT-SUB TO WS-RANK-EDIT
           MOVE WS-RANK-EDIT TO WS-PRINT-LINE(2:3)
           MOVE WS-CT-CUSTOMER(WS-CT-SUB) TO WS-PRINT-LINE(6:10)

           MOVE WS-CT-CUSTOMER(WS-CT-SUB) TO CSB-CUSTOMER-ID
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
               MOVE CD-CUSTOMER-NAME TO WS-PRINT-LINE(17:20)
           ELSE
               MOVE '** NOT ON MASTER **' TO WS-PRINT-LINE(17:20)
           END-IF

           MOVE WS-CT-ACCOUNTS(WS-CT-SUB) TO WS-PRINT-LINE(40:3)
           MOVE WS-CT-INT-CHG(WS-CT-SUB)  TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT             TO WS-PRINT-LINE(44:15)
           MOVE WS-CT-FEE-CHG(WS-CT-SUB)  TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT             TO WS-PRINT-LINE(60:15)
           MOVE WS-CT-OD-CHG(WS-CT-SUB)   TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT             TO WS-PRINT-LINE(76:15)
           MOVE WS-CT-NET-CHG(WS-CT-SUB)  TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT             TO WS-PRINT-LINE(92:15)
           DISPLAY WS-PRINT-LINE
           .
