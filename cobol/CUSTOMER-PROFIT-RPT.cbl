       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-PROFIT-RPT.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: CUSTOMER-PROFIT-RPT
      * PURPOSE: Month-end customer profitability by relationship.
      *          For the month just closed (the month before the
      *          business date's, the same period boundary
      *          AUDIT-ARCHIVE cuts at) every account's earnings are
      *          rolled up from its audit entries:
      *            - fee income (type F)
      *            - overdraft interest (type O)
      *            - interest paid (type I, a cost)
      *            - FX spread earned on a conversion - the debit leg
      *              of a converted transfer (type T carrying RATE=)
      *              earned the posted spread on its USD value
      *            - a funds-transfer-pricing credit on the account's
      *              average daily balance at the FTP rate (an
      *              overdrawn average draws an FTP charge instead;
      *              LOAN accounts carry no FTP line)
      *          The average daily balance is walked from the
      *          balances each entry carries; an account untouched
      *          all month sat at its month-end balance throughout.
      *          Everything is stated in USD at the posted rate.
      *          Each account's figures are then split evenly across
      *          its owners on the account-owner cross-reference
      *          (an account with no cross-reference rows belongs to
      *          its own CUSTOMER-ID), and customers are ranked by
      *          net contribution - income plus FTP less interest
      *          paid.  Branch subtotals follow, by the branch code
      *          on each account, and the rolled-up average balances
      *          are tied by account type to the month's CONTROL-
      *          HISTORY balance snapshots.
      * INPUT:   ../data/audit-archive.YYYYMM.txt for the month,
      *          ../data/audit-log.txt (the month's entries not yet
      *          archived, and later entries that fix each account's
      *          month-end balance), ../data/account-owners.txt,
      *          ../data/control-history.txt (BAL rows),
      *          ../data/ftp-rate.txt (n.nnnnnn annual fraction;
      *          absence leaves the shipped default standing),
      *          account data via Adabas (L2/S1/S3), posted rates
      *          and spread via FX-RATE-LOOKUP
      * OUTPUT:  Profitability report on SYSOUT.  RETURN-CODE 4 when
      *          an amount was converted with no posted rate or a
      *          table filled and some activity went unreported
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

           SELECT HISTORY-FILE ASSIGN TO
                   "../data/control-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT FTP-RATE-FILE ASSIGN TO "../data/ftp-rate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FTP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                  PIC X(300).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE                PIC X(300).

       FD  OWNER-FILE.
       01  OWNER-LINE                  PIC X(30).

       FD  HISTORY-FILE.
       01  HISTORY-LINE                PIC X(80).

       FD  FTP-RATE-FILE.
       01  FTP-RATE-LINE               PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS        PIC XX.
       01  WS-ARCHIVE-FILE-STATUS      PIC XX.
       01  WS-OWNER-FILE-STATUS        PIC XX.
       01  WS-HISTORY-FILE-STATUS      PIC XX.
       01  WS-FTP-FILE-STATUS          PIC XX.
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
      * Account Owners, loaded once from account-owners.txt
      * (ACCOUNT 1-10, CUSTOMER 12-21, ROLE 23) - every role, since
      * a joint owner shares in what the account earns.
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
      * Per-Account Accumulation - one row per account on the file,
      * plus any account closed since the month's entries were
      * posted.  Money is held in the account's own currency until
      * close-out converts it.  The balance walk carries the balance
      * in force (RUN-BAL) from day POS-DAY onward; BAL-DAYS sums
      * each day's closing balance.
      *----------------------------------------------------------------
       01  WS-ACCT-TABLE.
           05  WS-AT-ENTRY             OCCURS 500 TIMES.
               10  WS-AT-ACCOUNT       PIC 9(10).
               10  WS-AT-TYPE          PIC X(15).
               10  WS-AT-CCY           PIC X(03).
               10  WS-AT-BRANCH        PIC X(03).
               10  WS-AT-RATE          PIC 9(03)V9(06).
               10  WS-AT-ON-FILE       PIC X.
               10  WS-AT-CUR-BAL       PIC S9(09)V99.
               10  WS-AT-STARTED       PIC X.
               10  WS-AT-RUN-BAL       PIC S9(09)V99.
               10  WS-AT-POS-DAY       PIC 9(02).
               10  WS-AT-BAL-DAYS      PIC S9(12)V99.
               10  WS-AT-END-SET       PIC X.
               10  WS-AT-END-BAL       PIC S9(09)V99.
               10  WS-AT-FEES          PIC S9(09)V99.
               10  WS-AT-OD-INT        PIC S9(09)V99.
               10  WS-AT-INT-PAID      PIC S9(09)V99.
               10  WS-AT-FX-SPREAD     PIC S9(09)V99.
       01  WS-ACCT-TOTAL               PIC 9(03) VALUE 0.
       01  WS-AT-SUB                   PIC 9(03) VALUE 0.
       01  WS-AT-MATCH                 PIC 9(03) VALUE 0.

      *----------------------------------------------------------------
      * One Account's Month, Stated in USD (built at close-out)
      *----------------------------------------------------------------
       01  WS-ACCOUNT-FIGURES.
           05  WS-AF-AVG-BAL           PIC S9(11)V99.
           05  WS-AF-FEES              PIC S9(11)V99.
           05  WS-AF-OD-INT            PIC S9(11)V99.
           05  WS-AF-FX-SPREAD         PIC S9(11)V99.
           05  WS-AF-FTP               PIC S9(11)V99.
           05  WS-AF-INT-PAID          PIC S9(11)V99.
           05  WS-AF-NET               PIC S9(11)V99.
       01  WS-SHARE-FIGURES.
           05  WS-SH-AVG-BAL           PIC S9(11)V99.
           05  WS-SH-FEES              PIC S9(11)V99.
           05  WS-SH-OD-INT            PIC S9(11)V99.
           05  WS-SH-FX-SPREAD         PIC S9(11)V99.
           05  WS-SH-FTP               PIC S9(11)V99.
           05  WS-SH-INT-PAID          PIC S9(11)V99.
           05  WS-SH-NET               PIC S9(11)V99.
       01  WS-ALLOCATED-FIGURES.
           05  WS-AL-AVG-BAL           PIC S9(11)V99.
           05  WS-AL-FEES              PIC S9(11)V99.
           05  WS-AL-OD-INT            PIC S9(11)V99.
           05  WS-AL-FX-SPREAD         PIC S9(11)V99.
           05  WS-AL-FTP               PIC S9(11)V99.
           05  WS-AL-INT-PAID          PIC S9(11)V99.
           05  WS-AL-NET               PIC S9(11)V99.
       01  WS-AVG-BAL-LOCAL            PIC S9(09)V99.
       01  WS-SHARE-CUSTOMER           PIC 9(10).

      *----------------------------------------------------------------
      * Per-Customer Accumulation, ranked by net contribution before
      * it prints
      *----------------------------------------------------------------
       01  WS-CUST-TABLE.
           05  WS-CT-ENTRY             OCCURS 500 TIMES.
               10  WS-CT-CUSTOMER      PIC 9(10).
               10  WS-CT-ACCOUNTS      PIC 9(03).
               10  WS-CT-AVG-BAL       PIC S9(11)V99.
               10  WS-CT-FEES          PIC S9(11)V99.
               10  WS-CT-OD-INT        PIC S9(11)V99.
               10  WS-CT-FX-SPREAD     PIC S9(11)V99.
               10  WS-CT-FTP           PIC S9(11)V99.
               10  WS-CT-INT-PAID      PIC S9(11)V99.
               10  WS-CT-NET           PIC S9(11)V99.
       01  WS-CT-SWAP                  PIC X(107).
       01  WS-CUST-TOTAL               PIC 9(03) VALUE 0.
       01  WS-CT-SUB                   PIC 9(03) VALUE 0.
       01  WS-CT-MATCH                 PIC 9(03) VALUE 0.
       01  WS-RANK                     PIC 9(03) VALUE 0.
       01  WS-BEST                     PIC 9(03) VALUE 0.

      *----------------------------------------------------------------
      * Per-Branch Subtotals, by the branch code on each account
      *----------------------------------------------------------------
       01  WS-BRANCH-TABLE.
           05  WS-BR-ENTRY             OCCURS 20 TIMES.
               10  WS-BR-CODE          PIC X(03).
               10  WS-BR-ACCOUNTS      PIC 9(05).
               10  WS-BR-AVG-BAL       PIC S9(11)V99.
               10  WS-BR-FEES          PIC S9(11)V99.
               10  WS-BR-OD-INT        PIC S9(11)V99.
               10  WS-BR-FX-SPREAD     PIC S9(11)V99.
               10  WS-BR-FTP           PIC S9(11)V99.
               10  WS-BR-INT-PAID      PIC S9(11)V99.
               10  WS-BR-NET           PIC S9(11)V99.
       01  WS-BR-ENTRIES-USED          PIC 9(02) VALUE 0.
       01  WS-BR-SUB                   PIC 9(02) VALUE 0.
       01  WS-BR-MATCH                 PIC 9(02) VALUE 0.

      *----------------------------------------------------------------
      * Average-Balance Tie-Out by Account Type - the accounts'
      * rolled-up averages against the mean of the month's
      * CONTROL-HISTORY BAL snapshots
      *----------------------------------------------------------------
       01  WS-TYPE-TABLE.
           05  WS-TY-ENTRY             OCCURS 10 TIMES.
               10  WS-TY-NAME          PIC X(15).
               10  WS-TY-AVG-BAL       PIC S9(11)V99.
               10  WS-TY-SNAP-SUM      PIC S9(13)V99.
               10  WS-TY-SNAPS         PIC 9(03).
       01  WS-TY-ENTRIES-USED          PIC 9(02) VALUE 0.
       01  WS-TY-SUB                   PIC 9(02) VALUE 0.
       01  WS-TY-MATCH                 PIC 9(02) VALUE 0.
       01  WS-TY-LOOKUP                PIC X(15).
       01  WS-CTL-AVERAGE              PIC S9(11)V99.
       01  WS-ROW-DATE-TXT             PIC X(08).
       01  WS-ROW-KIND                 PIC X(03).
       01  WS-ROW-KEY                  PIC X(15).
       01  WS-ROW-COUNT-TXT            PIC X(10).
       01  WS-ROW-AMOUNT-TXT           PIC X(16).

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
       01  WS-LOG-OLD-BAL              PIC S9(09)V99.
       01  WS-LOG-NEW-BAL              PIC S9(09)V99.
       01  WS-LOG-AMOUNT               PIC S9(09)V99.
       01  WS-LOG-DAY                  PIC 9(02).
       01  WS-LOG-BALANCES-OK          PIC X.
       01  WS-RATE-TALLY               PIC 9(03).
       01  WS-WORK-LINE                PIC X(300).

      *----------------------------------------------------------------
      * Reporting Period - the month before the business date's
      *----------------------------------------------------------------
       01  WS-ARCHIVE-FILE-NAME        PIC X(40).
       01  WS-PERIOD.
           05  WS-PD-YEAR              PIC 9(04).
           05  WS-PD-MONTH             PIC 9(02).
       01  WS-PERIOD-NUM REDEFINES WS-PERIOD PIC 9(06).
       01  WS-NEXT-PERIOD.
           05  WS-NP-YEAR              PIC 9(04).
           05  WS-NP-MONTH             PIC 9(02).
       01  WS-FIRST-DAY                PIC 9(08).
       01  WS-NEXT-FIRST-DAY           PIC 9(08).
       01  WS-DAYS-IN-MONTH            PIC 9(02).
       01  WS-DAYS-LEFT                PIC 9(02).

      *----------------------------------------------------------------
      * Rates - FTP at an annual rate; FX through FX-RATE-LOOKUP,
      * which also answers the conversion spread
      *----------------------------------------------------------------
       01  WS-FTP-RATE                 PIC 9V9(06) VALUE 0.030000.
       01  WS-FX-REQUEST.
           05  WS-FX-CURRENCY          PIC X(03).
           05  WS-FX-FOUND             PIC X.
           05  WS-FX-RATE              PIC 9(03)V9(06).
           05  WS-FX-SPREAD            PIC 9V9(06).
       01  WS-SPREAD                   PIC 9V9(06) VALUE 0.
       01  WS-FX-MISSING-COUNT         PIC 9(03) VALUE 0.
       01  WS-OVERFLOW-COUNT           PIC 9(05) VALUE 0.

      *----------------------------------------------------------------
      * Totals
      *----------------------------------------------------------------
       01  WS-TOTAL-ENTRIES            PIC 9(07) VALUE 0.
       01  WS-GRAND-FIGURES.
           05  WS-GR-AVG-BAL           PIC S9(13)V99 VALUE 0.
           05  WS-GR-FEES              PIC S9(13)V99 VALUE 0.
           05  WS-GR-OD-INT            PIC S9(13)V99 VALUE 0.
           05  WS-GR-FX-SPREAD         PIC S9(13)V99 VALUE 0.
           05  WS-GR-FTP               PIC S9(13)V99 VALUE 0.
           05  WS-GR-INT-PAID          PIC S9(13)V99 VALUE 0.
           05  WS-GR-NET               PIC S9(13)V99 VALUE 0.

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
       01  WS-PRINT-LINE               PIC X(160).
       01  WS-MONEY-EDIT               PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-RATE-EDIT                PIC 9.999999.
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
           PERFORM 2000-READ-ARCHIVE-CUT
           PERFORM 3000-READ-LIVE-LOG
           PERFORM 4000-CLOSE-OUT-ACCOUNTS
               VARYING WS-AT-SUB FROM 1 BY 1
               UNTIL WS-AT-SUB > WS-ACCT-TOTAL
           PERFORM 5000-LOAD-CONTROL-HISTORY THRU 5000-EXIT
           PERFORM 6000-RANK-CUSTOMERS
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-CUST-TOTAL
           PERFORM 7000-PRINT-REPORT
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'CUSTOMER PROFITABILITY BY RELATIONSHIP'
           DISPLAY '=================================================='

           MOVE 00012 TO ACB-FILE-NUMBER

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
           MOVE WS-BUS-DATE(1:4) TO WS-NP-YEAR
           MOVE WS-BUS-DATE(5:2) TO WS-NP-MONTH
           IF WS-NP-MONTH = 01
               COMPUTE WS-PD-YEAR = WS-NP-YEAR - 1
               MOVE 12 TO WS-PD-MONTH
           ELSE
               MOVE WS-NP-YEAR TO WS-PD-YEAR
               COMPUTE WS-PD-MONTH = WS-NP-MONTH - 1
           END-IF
           COMPUTE WS-FIRST-DAY = WS-PERIOD-NUM * 100 + 1
           COMPUTE WS-NEXT-FIRST-DAY =
               (WS-NP-YEAR * 100 + WS-NP-MONTH) * 100 + 1
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST-DAY)
             - FUNCTION INTEGER-OF-DATE(WS-FIRST-DAY)

           PERFORM 1100-LOAD-FTP-RATE THRU 1100-EXIT
           PERFORM 1200-LOAD-OWNERS THRU 1200-EXIT

           MOVE 1   TO WS-NEXT-ISN
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM 1300-BROWSE-ACCOUNTS UNTIL WS-MORE-RECORDS = 'N'

           MOVE WS-FTP-RATE TO WS-RATE-EDIT
           DISPLAY 'Period     : ' WS-PD-YEAR '-' WS-PD-MONTH
                   ' (' WS-DAYS-IN-MONTH ' days)'
           DISPLAY 'FTP rate   : ' WS-RATE-EDIT ' per annum'
           DISPLAY 'Accounts   : ' WS-ACCT-TOTAL
           DISPLAY ' '
           .

      *----------------------------------------------------------------
       1100-LOAD-FTP-RATE.
      *----------------------------------------------------------------
           OPEN INPUT FTP-RATE-FILE
           IF WS-FTP-FILE-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF

           READ FTP-RATE-FILE INTO FTP-RATE-LINE
               AT END
                   CONTINUE
               NOT AT END
                   IF FUNCTION TRIM(FTP-RATE-LINE) NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(FTP-RATE-LINE)) = 0
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(FTP-RATE-LINE))
                           TO WS-FTP-RATE
                   END-IF
           END-READ

           CLOSE FTP-RATE-FILE
           .

       1100-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       1200-LOAD-OWNERS.
      *----------------------------------------------------------------
           MOVE 0 TO WS-OWNER-TOTAL

           OPEN INPUT OWNER-FILE
           IF WS-OWNER-FILE-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1210-LOAD-ONE-OWNER UNTIL WS-EOF = 'Y'

           CLOSE OWNER-FILE
           .

       1200-EXIT.
           EXIT
           .

       1210-LOAD-ONE-OWNER.
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
       1300-BROWSE-ACCOUNTS.
      *----------------------------------------------------------------
           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'L2'   TO ACB-COMMAND-CODE
           MOVE 'CPRF' TO ACB-COMMAND-ID
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
               PERFORM 1310-TAKE-ONE-ACCOUNT
                   VARYING WS-ROW-INDEX FROM 1 BY 1
                   UNTIL WS-ROW-INDEX > WS-ROWS-RETURNED
           ELSE
               MOVE 'N' TO WS-MORE-RECORDS
           END-IF
           .

       1310-TAKE-ONE-ACCOUNT.
           MOVE BR-ACCOUNT-NUMBER(WS-ROW-INDEX) TO WS-LOG-ACCOUNT
           PERFORM 2520-ADD-ACCOUNT
           IF WS-AT-MATCH = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-AT-ON-FILE(WS-AT-MATCH)
           MOVE BR-ACCOUNT-TYPE(WS-ROW-INDEX)
               TO WS-AT-TYPE(WS-AT-MATCH)
           MOVE BR-BALANCE(WS-ROW-INDEX)
               TO WS-AT-CUR-BAL(WS-AT-MATCH)
           IF BR-BRANCH(WS-ROW-INDEX) IS NUMERIC
               MOVE BR-BRANCH(WS-ROW-INDEX)
                   TO WS-AT-BRANCH(WS-AT-MATCH)
           END-IF
           IF BR-CURRENCY-CODE(WS-ROW-INDEX) NOT = SPACES
               MOVE BR-CURRENCY-CODE(WS-ROW-INDEX)
                   TO WS-AT-CCY(WS-AT-MATCH)
           END-IF
           PERFORM 1400-LOOKUP-RATE
           .

      *----------------------------------------------------------------
       1400-LOOKUP-RATE.
      *----------------------------------------------------------------
      *    A currency with no posted rate converts at 1.0 and is
      *    counted, so the run ends with a warning.
           INITIALIZE WS-FX-REQUEST
           MOVE WS-AT-CCY(WS-AT-MATCH) TO WS-FX-CURRENCY
           CALL 'FX-RATE-LOOKUP' USING WS-FX-REQUEST
           MOVE WS-FX-SPREAD TO WS-SPREAD
           IF WS-FX-FOUND = 'Y'
               MOVE WS-FX-RATE TO WS-AT-RATE(WS-AT-MATCH)
           ELSE
               MOVE 1 TO WS-AT-RATE(WS-AT-MATCH)
               ADD 1 TO WS-FX-MISSING-COUNT
           END-IF
           .

      *----------------------------------------------------------------
       2000-READ-ARCHIVE-CUT.
      *----------------------------------------------------------------
      *    The month is normally cut to its archive before this step
      *    runs; any of it still in the live log is read there.
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING '../data/audit-archive.' DELIMITED BY SIZE
                  WS-PERIOD                DELIMITED BY SIZE
                  '.txt'                   DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME
           END-STRING

           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'No archive cut for ' WS-PERIOD
                       ' - live log only'
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
               DISPLAY 'No live audit log - archive cut only'
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
           IF WS-LOG-TIMESTAMP(1:6) < WS-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOG-ACCOUNT-TXT TO WS-LOG-ACCOUNT

           MOVE 'N' TO WS-LOG-BALANCES-OK
           IF FUNCTION TEST-NUMVAL(WS-LOG-OLD-BAL-TXT) = 0
               AND FUNCTION TEST-NUMVAL(WS-LOG-NEW-BAL-TXT) = 0
               MOVE 'Y' TO WS-LOG-BALANCES-OK
               MOVE FUNCTION NUMVAL(WS-LOG-OLD-BAL-TXT)
                   TO WS-LOG-OLD-BAL
               MOVE FUNCTION NUMVAL(WS-LOG-NEW-BAL-TXT)
                   TO WS-LOG-NEW-BAL
           END-IF

           PERFORM 2510-FIND-ACCOUNT

      *    After the month: the first later entry's old balance is
      *    where the account stood when the month closed.
           IF WS-LOG-TIMESTAMP(1:6) > WS-PERIOD
               IF WS-AT-MATCH > 0
                   AND WS-LOG-BALANCES-OK = 'Y'
                   AND WS-AT-END-SET(WS-AT-MATCH) NOT = 'Y'
                   MOVE 'Y' TO WS-AT-END-SET(WS-AT-MATCH)
                   MOVE WS-LOG-OLD-BAL TO WS-AT-END-BAL(WS-AT-MATCH)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-AT-MATCH = 0
      *        Closed and gone from the account file since posting
               PERFORM 2520-ADD-ACCOUNT
               IF WS-AT-MATCH = 0
                   ADD 1 TO WS-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               PERFORM 1400-LOOKUP-RATE
           END-IF

           ADD 1 TO WS-TOTAL-ENTRIES
           MOVE WS-LOG-TIMESTAMP(7:2) TO WS-LOG-DAY
           IF WS-LOG-BALANCES-OK = 'Y'
               PERFORM 2600-WALK-BALANCE
           END-IF
           PERFORM 2700-BOOK-INCOME
           .

      *----------------------------------------------------------------
       2510-FIND-ACCOUNT.
      *----------------------------------------------------------------
           MOVE 0 TO WS-AT-MATCH
           PERFORM 2515-SCAN-ONE-ACCOUNT
               VARYING WS-AT-SUB FROM 1 BY 1
               UNTIL WS-AT-SUB > WS-ACCT-TOTAL
                  OR WS-AT-MATCH > 0
           .

       2515-SCAN-ONE-ACCOUNT.
           IF WS-AT-ACCOUNT(WS-AT-SUB) = WS-LOG-ACCOUNT
               MOVE WS-AT-SUB TO WS-AT-MATCH
           END-IF
           .

      *----------------------------------------------------------------
       2520-ADD-ACCOUNT.
      *----------------------------------------------------------------
      *    A new row for WS-LOG-ACCOUNT, defaulted the way an account
      *    line written before the columns existed reads: USD, head
      *    office branch 001.  WS-AT-MATCH is zero when the table is
      *    full.
           MOVE 0 TO WS-AT-MATCH
           IF WS-ACCT-TOTAL >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCT-TOTAL
           MOVE WS-ACCT-TOTAL TO WS-AT-MATCH
           INITIALIZE WS-AT-ENTRY(WS-AT-MATCH)
           MOVE WS-LOG-ACCOUNT TO WS-AT-ACCOUNT(WS-AT-MATCH)
           MOVE 'USD'          TO WS-AT-CCY(WS-AT-MATCH)
           MOVE '001'          TO WS-AT-BRANCH(WS-AT-MATCH)
           MOVE 1              TO WS-AT-RATE(WS-AT-MATCH)
           MOVE 1              TO WS-AT-POS-DAY(WS-AT-MATCH)
           MOVE 'N'            TO WS-AT-ON-FILE(WS-AT-MATCH)
           MOVE 'N'            TO WS-AT-STARTED(WS-AT-MATCH)
           MOVE 'N'            TO WS-AT-END-SET(WS-AT-MATCH)
           .

      *----------------------------------------------------------------
       2600-WALK-BALANCE.
      *----------------------------------------------------------------
      *    The balance in force since POS-DAY closed every day up to
      *    the day before this entry; from this entry on the new
      *    balance is in force.  The first entry of the month opens
      *    the walk at its old balance.
           IF WS-AT-STARTED(WS-AT-MATCH) NOT = 'Y'
               MOVE 'Y' TO WS-AT-STARTED(WS-AT-MATCH)
               MOVE WS-LOG-OLD-BAL TO WS-AT-RUN-BAL(WS-AT-MATCH)
           END-IF

           IF WS-LOG-DAY > WS-AT-POS-DAY(WS-AT-MATCH)
               COMPUTE WS-AT-BAL-DAYS(WS-AT-MATCH) =
                   WS-AT-BAL-DAYS(WS-AT-MATCH)
                 + WS-AT-RUN-BAL(WS-AT-MATCH)
                 * (WS-LOG-DAY - WS-AT-POS-DAY(WS-AT-MATCH))
               MOVE WS-LOG-DAY TO WS-AT-POS-DAY(WS-AT-MATCH)
           END-IF
           MOVE WS-LOG-NEW-BAL TO WS-AT-RUN-BAL(WS-AT-MATCH)
           .

      *----------------------------------------------------------------
       2700-BOOK-INCOME.
      *----------------------------------------------------------------
           IF FUNCTION TEST-NUMVAL(WS-LOG-AMOUNT-TXT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LOG-AMOUNT-TXT) TO WS-LOG-AMOUNT

           EVALUATE WS-LOG-TYPE
               WHEN 'F'
                   ADD WS-LOG-AMOUNT TO WS-AT-FEES(WS-AT-MATCH)
               WHEN 'O'
                   ADD WS-LOG-AMOUNT TO WS-AT-OD-INT(WS-AT-MATCH)
               WHEN 'I'
                   ADD WS-LOG-AMOUNT TO WS-AT-INT-PAID(WS-AT-MATCH)
               WHEN 'T'
      *            Only the converted leg that paid out carries the
      *            spread - the credit leg received the net amount
                   MOVE 0 TO WS-RATE-TALLY
                   INSPECT WS-WORK-LINE TALLYING WS-RATE-TALLY
                       FOR ALL ',RATE='
                   IF WS-RATE-TALLY > 0
                       AND WS-LOG-BALANCES-OK = 'Y'
                       AND WS-LOG-NEW-BAL < WS-LOG-OLD-BAL
                       COMPUTE WS-AT-FX-SPREAD(WS-AT-MATCH) ROUNDED =
                           WS-AT-FX-SPREAD(WS-AT-MATCH)
                         + WS-LOG-AMOUNT * WS-SPREAD
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------
       4000-CLOSE-OUT-ACCOUNTS.
      *----------------------------------------------------------------
      *    Finish the balance walk to month end, state the month in
      *    USD, and hand it to the branch, the type tie-out and the
      *    owners.
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
           COMPUTE WS-DAYS-LEFT =
               WS-DAYS-IN-MONTH - WS-AT-POS-DAY(WS-AT-MATCH) + 1
           COMPUTE WS-AT-BAL-DAYS(WS-AT-MATCH) =
               WS-AT-BAL-DAYS(WS-AT-MATCH)
             + WS-AT-RUN-BAL(WS-AT-MATCH) * WS-DAYS-LEFT
           COMPUTE WS-AVG-BAL-LOCAL ROUNDED =
               WS-AT-BAL-DAYS(WS-AT-MATCH) / WS-DAYS-IN-MONTH

           COMPUTE WS-AF-AVG-BAL ROUNDED =
               WS-AVG-BAL-LOCAL * WS-AT-RATE(WS-AT-MATCH)
           COMPUTE WS-AF-FEES ROUNDED =
               WS-AT-FEES(WS-AT-MATCH) * WS-AT-RATE(WS-AT-MATCH)
           COMPUTE WS-AF-OD-INT ROUNDED =
               WS-AT-OD-INT(WS-AT-MATCH) * WS-AT-RATE(WS-AT-MATCH)
           COMPUTE WS-AF-FX-SPREAD ROUNDED =
               WS-AT-FX-SPREAD(WS-AT-MATCH) * WS-AT-RATE(WS-AT-MATCH)
           COMPUTE WS-AF-INT-PAID ROUNDED =
               WS-AT-INT-PAID(WS-AT-MATCH) * WS-AT-RATE(WS-AT-MATCH)
           IF WS-AT-TYPE(WS-AT-MATCH) = 'LOAN'
               MOVE 0 TO WS-AF-FTP
           ELSE
               COMPUTE WS-AF-FTP ROUNDED =
                   WS-AF-AVG-BAL * WS-FTP-RATE
                 * WS-DAYS-IN-MONTH / 365
           END-IF
           COMPUTE WS-AF-NET = WS-AF-FEES + WS-AF-OD-INT
                             + WS-AF-FX-SPREAD + WS-AF-FTP
                             - WS-AF-INT-PAID

           ADD WS-AF-AVG-BAL   TO WS-GR-AVG-BAL
           ADD WS-AF-FEES      TO WS-GR-FEES
           ADD WS-AF-OD-INT    TO WS-GR-OD-INT
           ADD WS-AF-FX-SPREAD TO WS-GR-FX-SPREAD
           ADD WS-AF-FTP       TO WS-GR-FTP
           ADD WS-AF-INT-PAID  TO WS-GR-INT-PAID
           ADD WS-AF-NET       TO WS-GR-NET

           PERFORM 4100-ADD-TO-BRANCH
           IF WS-AT-ON-FILE(WS-AT-MATCH) = 'Y'
               MOVE WS-AT-TYPE(WS-AT-MATCH) TO WS-TY-LOOKUP
           ELSE
               MOVE '(CLOSED)' TO WS-TY-LOOKUP
           END-IF
           PERFORM 4300-FIND-OR-ADD-TYPE
           IF WS-TY-MATCH > 0
               ADD WS-AF-AVG-BAL TO WS-TY-AVG-BAL(WS-TY-MATCH)
           END-IF
           PERFORM 4400-SPLIT-ACROSS-OWNERS
           .

      *----------------------------------------------------------------
       4100-ADD-TO-BRANCH.
      *----------------------------------------------------------------
           MOVE 0 TO WS-BR-MATCH
           PERFORM 4110-SCAN-ONE-BRANCH
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-ENTRIES-USED

           IF WS-BR-MATCH = 0
               IF WS-BR-ENTRIES-USED >= 20
                   ADD 1 TO WS-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BR-ENTRIES-USED
               MOVE WS-BR-ENTRIES-USED TO WS-BR-MATCH
               INITIALIZE WS-BR-ENTRY(WS-BR-MATCH)
               MOVE WS-AT-BRANCH(WS-AT-MATCH)
                   TO WS-BR-CODE(WS-BR-MATCH)
           END-IF

           ADD 1               TO WS-BR-ACCOUNTS(WS-BR-MATCH)
           ADD WS-AF-AVG-BAL   TO WS-BR-AVG-BAL(WS-BR-MATCH)
           ADD WS-AF-FEES      TO WS-BR-FEES(WS-BR-MATCH)
           ADD WS-AF-OD-INT    TO WS-BR-OD-INT(WS-BR-MATCH)
           ADD WS-AF-FX-SPREAD TO WS-BR-FX-SPREAD(WS-BR-MATCH)
           ADD WS-AF-FTP       TO WS-BR-FTP(WS-BR-MATCH)
           ADD WS-AF-INT-PAID  TO WS-BR-INT-PAID(WS-BR-MATCH)
           ADD WS-AF-NET       TO WS-BR-NET(WS-BR-MATCH)
           .

       4110-SCAN-ONE-BRANCH.
           IF WS-BR-CODE(WS-BR-SUB) = WS-AT-BRANCH(WS-AT-MATCH)
               MOVE WS-BR-SUB TO WS-BR-MATCH
           END-IF
           .

      *----------------------------------------------------------------
       4300-FIND-OR-ADD-TYPE.
      *----------------------------------------------------------------
           MOVE 0 TO WS-TY-MATCH
           PERFORM 4310-SCAN-ONE-TYPE
               VARYING WS-TY-SUB FROM 1 BY 1
               UNTIL WS-TY-SUB > WS-TY-ENTRIES-USED

           IF WS-TY-MATCH = 0
               AND WS-TY-ENTRIES-USED < 10
               ADD 1 TO WS-TY-ENTRIES-USED
               MOVE WS-TY-ENTRIES-USED TO WS-TY-MATCH
               INITIALIZE WS-TY-ENTRY(WS-TY-MATCH)
               MOVE WS-TY-LOOKUP TO WS-TY-NAME(WS-TY-MATCH)
           END-IF
           .

       4310-SCAN-ONE-TYPE.
           IF WS-TY-NAME(WS-TY-SUB) = WS-TY-LOOKUP
               MOVE WS-TY-SUB TO WS-TY-MATCH
           END-IF
           .

      *----------------------------------------------------------------
       4400-SPLIT-ACROSS-OWNERS.
      *----------------------------------------------------------------
      *    Every owner on the cross-reference takes an even share;
      *    the last owner takes what rounding left over, so the
      *    customers add back to the account to the cent.  With no
      *    cross-reference rows the account is its embedded
      *    CUSTOMER-ID's alone; a closed account with neither folds
      *    into customer zero, reported as unattributed.
           MOVE 0 TO WS-OWN-COUNT
           PERFORM 4410-COUNT-ONE-OWNER
               VARYING WS-OWN-SUB FROM 1 BY 1
               UNTIL WS-OWN-SUB > WS-OWNER-TOTAL

           INITIALIZE WS-ALLOCATED-FIGURES
           IF WS-OWN-COUNT = 0
               MOVE 0 TO WS-SHARE-CUSTOMER
               IF WS-AT-ON-FILE(WS-AT-MATCH) = 'Y'
                   PERFORM 4450-READ-EMBEDDED-CUSTOMER
               END-IF
               MOVE WS-ACCOUNT-FIGURES TO WS-SHARE-FIGURES
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
               COMPUTE WS-SH-AVG-BAL = WS-AF-AVG-BAL - WS-AL-AVG-BAL
               COMPUTE WS-SH-FEES = WS-AF-FEES - WS-AL-FEES
               COMPUTE WS-SH-OD-INT = WS-AF-OD-INT - WS-AL-OD-INT
               COMPUTE WS-SH-FX-SPREAD =
                   WS-AF-FX-SPREAD - WS-AL-FX-SPREAD
               COMPUTE WS-SH-FTP = WS-AF-FTP - WS-AL-FTP
               COMPUTE WS-SH-INT-PAID =
                   WS-AF-INT-PAID - WS-AL-INT-PAID
           ELSE
               COMPUTE WS-SH-AVG-BAL ROUNDED =
                   WS-AF-AVG-BAL / WS-OWN-COUNT
               COMPUTE WS-SH-FEES ROUNDED =
                   WS-AF-FEES / WS-OWN-COUNT
               COMPUTE WS-SH-OD-INT ROUNDED =
                   WS-AF-OD-INT / WS-OWN-COUNT
               COMPUTE WS-SH-FX-SPREAD ROUNDED =
                   WS-AF-FX-SPREAD / WS-OWN-COUNT
               COMPUTE WS-SH-FTP ROUNDED =
                   WS-AF-FTP / WS-OWN-COUNT
               COMPUTE WS-SH-INT-PAID ROUNDED =
                   WS-AF-INT-PAID / WS-OWN-COUNT
           END-IF
           COMPUTE WS-SH-NET = WS-SH-FEES + WS-SH-OD-INT
                             + WS-SH-FX-SPREAD + WS-SH-FTP
                             - WS-SH-INT-PAID

           ADD WS-SH-AVG-BAL   TO WS-AL-AVG-BAL
           ADD WS-SH-FEES      TO WS-AL-FEES
           ADD WS-SH-OD-INT    TO WS-AL-OD-INT
           ADD WS-SH-FX-SPREAD TO WS-AL-FX-SPREAD
           ADD WS-SH-FTP       TO WS-AL-FTP
           ADD WS-SH-INT-PAID  TO WS-AL-INT-PAID
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

           ADD 1               TO WS-CT-ACCOUNTS(WS-CT-MATCH)
           ADD WS-SH-AVG-BAL   TO WS-CT-AVG-BAL(WS-CT-MATCH)
           ADD WS-SH-FEES      TO WS-CT-FEES(WS-CT-MATCH)
           ADD WS-SH-OD-INT    TO WS-CT-OD-INT(WS-CT-MATCH)
           ADD WS-SH-FX-SPREAD TO WS-CT-FX-SPREAD(WS-CT-MATCH)
           ADD WS-SH-FTP       TO WS-CT-FTP(WS-CT-MATCH)
           ADD WS-SH-INT-PAID  TO WS-CT-INT-PAID(WS-CT-MATCH)
           ADD WS-SH-NET       TO WS-CT-NET(WS-CT-MATCH)
           .

       4510-SCAN-ONE-CUSTOMER.
           IF WS-CT-CUSTOMER(WS-CT-SUB) = WS-SHARE-CUSTOMER
               MOVE WS-CT-SUB TO WS-CT-MATCH
           END-IF
           .

      *----------------------------------------------------------------
       5000-LOAD-CONTROL-HISTORY.
      *----------------------------------------------------------------
      *    The month's BAL rows - one USD total per account type per
      *    cycle - averaged over the cycles that wrote one.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               GO TO 5000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 5100-READ-ONE-HISTORY-ROW UNTIL WS-EOF = 'Y'

           CLOSE HISTORY-FILE
           .

       5000-EXIT.
           EXIT
           .

       5100-READ-ONE-HISTORY-ROW.
           READ HISTORY-FILE INTO HISTORY-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF HISTORY-LINE(1:6) = WS-PERIOD
                       PERFORM 5200-TAKE-ONE-BALANCE-ROW
                   END-IF
           END-READ
           .

       5200-TAKE-ONE-BALANCE-ROW.
           MOVE SPACES TO WS-ROW-KIND WS-ROW-KEY WS-ROW-AMOUNT-TXT
           UNSTRING HISTORY-LINE DELIMITED BY ','
               INTO WS-ROW-DATE-TXT
                    WS-ROW-KIND
                    WS-ROW-KEY
                    WS-ROW-COUNT-TXT
                    WS-ROW-AMOUNT-TXT
           END-UNSTRING
           IF WS-ROW-KIND NOT = 'BAL'
               OR FUNCTION TEST-NUMVAL(WS-ROW-AMOUNT-TXT) NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ROW-KEY TO WS-TY-LOOKUP
           PERFORM 4300-FIND-OR-ADD-TYPE
           IF WS-TY-MATCH > 0
               ADD 1 TO WS-TY-SNAPS(WS-TY-MATCH)
               ADD FUNCTION NUMVAL(WS-ROW-AMOUNT-TXT)
                   TO WS-TY-SNAP-SUM(WS-TY-MATCH)
           END-IF
           .

      *----------------------------------------------------------------
       6000-RANK-CUSTOMERS.
      *----------------------------------------------------------------
      *    Selection sort, highest net contribution first - the best
      *    of the rows not yet ranked is swapped into this rank.
           MOVE WS-RANK TO WS-BEST
           PERFORM 6100-WEIGH-ONE-CUSTOMER
               VARYING WS-CT-SUB FROM WS-RANK BY 1
               UNTIL WS-CT-SUB > WS-CUST-TOTAL

           IF WS-BEST NOT = WS-RANK
               MOVE WS-CT-ENTRY(WS-RANK) TO WS-CT-SWAP
               MOVE WS-CT-ENTRY(WS-BEST) TO WS-CT-ENTRY(WS-RANK)
               MOVE WS-CT-SWAP           TO WS-CT-ENTRY(WS-BEST)
           END-IF
           .

       6100-WEIGH-ONE-CUSTOMER.
           IF WS-CT-NET(WS-CT-SUB) > WS-CT-NET(WS-BEST)
               MOVE WS-CT-SUB TO WS-BEST
           END-IF
           .

      *----------------------------------------------------------------
       7000-PRINT-REPORT.
      *----------------------------------------------------------------
           DISPLAY 'CUSTOMERS RANKED BY NET CONTRIBUTION (USD)'
           DISPLAY 'Rank Customer   Name                 Accts'
                   '    Avg Balance      Fee Income     OD Interest'
                   '       FX Spread      FTP Credit   Interest Paid'
                   '  Net Contribution'
           DISPLAY '---- ---------- -------------------- -----'
                   ' --------------- --------------- ---------------'
                   ' --------------- --------------- ---------------'
                   ' -----------------'
           PERFORM 7100-PRINT-ONE-CUSTOMER
               VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CUST-TOTAL

           DISPLAY ' '
           DISPLAY 'BRANCH SUBTOTALS (USD)'
           DISPLAY 'Branch                          Accts'
                   '    Avg Balance      Fee Income     OD Interest'
                   '       FX Spread      FTP Credit   Interest Paid'
                   '  Net Contribution'
           PERFORM 7200-PRINT-ONE-BRANCH
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-ENTRIES-USED

           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'ALL BRANCHES'     TO WS-PRINT-LINE(1:20)
           MOVE WS-ACCT-TOTAL      TO WS-PRINT-LINE(35:3)
           MOVE WS-GR-AVG-BAL      TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT      TO WS-PRINT-LINE(39:15)
           MOVE WS-GR-FEES         TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT      TO WS-PRINT-LINE(55:15)
           MOVE WS-GR-OD-INT       TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT      TO WS-PRINT-LINE(71:15)
           MOVE WS-GR-FX-SPREAD    TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT      TO WS-PRINT-LINE(87:15)
           MOVE WS-GR-FTP          TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT      TO WS-PRINT-LINE(103:15)
           MOVE WS-GR-INT-PAID     TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT      TO WS-PRINT-LINE(119:15)
           MOVE WS-GR-NET          TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT      TO WS-PRINT-LINE(137:15)
           DISPLAY WS-PRINT-LINE

           DISPLAY ' '
           DISPLAY 'AVERAGE BALANCE TIE-OUT BY ACCOUNT TYPE (USD)'
           DISPLAY 'Account Type      Accounts Average   Control'
                   ' History Avg  Snapshots'
           PERFORM 7300-PRINT-ONE-TYPE
               VARYING WS-TY-SUB FROM 1 BY 1
               UNTIL WS-TY-SUB > WS-TY-ENTRIES-USED

           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'Audit Entries Read     : ' WS-TOTAL-ENTRIES
           DISPLAY 'Accounts Rolled Up     : ' WS-ACCT-TOTAL
           DISPLAY 'Customers Ranked       : ' WS-CUST-TOTAL
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
       7100-PRINT-ONE-CUSTOMER.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CT-SUB TO WS-RANK-EDIT
           MOVE WS-RANK-EDIT TO WS-PRINT-LINE(2:3)
           MOVE WS-CT-CUSTOMER(WS-CT-SUB) TO WS-PRINT-LINE(6:10)

           IF WS-CT-CUSTOMER(WS-CT-SUB) = 0
               MOVE '** UNATTRIBUTED **' TO WS-PRINT-LINE(17:20)
           ELSE
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
           END-IF

           MOVE WS-CT-ACCOUNTS(WS-CT-SUB)  TO WS-PRINT-LINE(40:3)
           MOVE WS-CT-AVG-BAL(WS-CT-SUB)   TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT              TO WS-PRINT-LINE(44:15)
           MOVE WS-CT-FEES(WS-CT-SUB)      TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT              TO WS-PRINT-LINE(60:15)
           MOVE WS-CT-OD-INT(WS-CT-SUB)    TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT              TO WS-PRINT-LINE(76:15)
           MOVE WS-CT-FX-SPREAD(WS-CT-SUB) TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT              TO WS-PRINT-LINE(92:15)
           MOVE WS-CT-FTP(WS-CT-SUB)       TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT              TO WS-PRINT-LINE(108:15)
           MOVE WS-CT-INT-PAID(WS-CT-SUB)  TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT              TO WS-PRINT-LINE(124:15)
           MOVE WS-CT-NET(WS-CT-SUB)       TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT              TO WS-PRINT-LINE(142:15)
           DISPLAY WS-PRINT-LINE
           .

      *----------------------------------------------------------------
       7200-PRINT-ONE-BRANCH.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-BR-CODE(WS-BR-SUB)      TO WS-PRINT-LINE(1:3)
           MOVE WS-BR-ACCOUNTS(WS-BR-SUB)  TO WS-PRINT-LINE(33:5)
           MOVE WS-BR-AVG-BAL(WS-BR-SUB)   TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT              TO WS-PRINT-LINE(39:15)
           MOVE WS-BR-FEES(WS-BR-SUB)      TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT              TO WS-PRINT-LINE(55:15)
           MOVE WS-BR-OD-INT(WS-BR-SUB)    TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT              TO WS-PRINT-LINE(71:15)
           MOVE WS-BR-FX-SPREAD(WS-BR-SUB) TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT              TO WS-PRINT-LINE(87:15)
           MOVE WS-BR-FTP(WS-BR-SUB)       TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT              TO WS-PRINT-LINE(103:15)
           MOVE WS-BR-INT-PAID(WS-BR-SUB)  TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT              TO WS-PRINT-LINE(119:15)
           MOVE WS-BR-NET(WS-BR-SUB)       TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT              TO WS-PRINT-LINE(137:15)
           DISPLAY WS-PRINT-LINE
           .

      *----------------------------------------------------------------
       7300-PRINT-ONE-TYPE.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-TY-NAME(WS-TY-SUB)      TO WS-PRINT-LINE(1:15)
           MOVE WS-TY-AVG-BAL(WS-TY-SUB)   TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT              TO WS-PRINT-LINE(17:15)
           IF WS-TY-SNAPS(WS-TY-SUB) > 0
               COMPUTE WS-CTL-AVERAGE ROUNDED =
                   WS-TY-SNAP-SUM(WS-TY-SUB) / WS-TY-SNAPS(WS-TY-SUB)
               MOVE WS-CTL-AVERAGE         TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT          TO WS-PRINT-LINE(35:15)
           ELSE
               MOVE '   (no history)'      TO WS-PRINT-LINE(35:15)
           END-IF
           MOVE WS-TY-SNAPS(WS-TY-SUB)     TO WS-PRINT-LINE(53:3)
           DISPLAY WS-PRINT-LINE
           .
