       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-INS-EXTRACT.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: DEPOSIT-INS-EXTRACT
      * PURPOSE: Deposit insurance coverage by depositor and
      *          ownership category, for the deposit insurer.  Every
      *          open deposit account on file (LOAN accounts are not
      *          deposits; an overdrawn balance counts as nothing on
      *          deposit) is converted to USD at the posted rate
      *          through FX-RATE-LOOKUP and assigned to its owners
      *          off the account-owner cross-reference:
      *            SGL - single: one owner (or no cross-reference
      *                  rows, when the account's own CUSTOMER-ID
      *                  is the owner)
      *            JNT - joint: two or more P/J owners; the balance
      *                  is split evenly across them
      *            TRS - trust / payable-on-death: any account with
      *                  a beneficiary (role B) row; split across its
      *                  P/J owners like a joint account
      *          Each depositor's balances are summed per category
      *          and the category's coverage limit applied - for
      *          TRS the limit is per owner per distinct beneficiary
      *          named across that owner's TRS accounts, counting at
      *          most five beneficiaries.  The regulator file carries
      *          one record per depositor per category with the
      *          insured and uninsured amounts; the uninsured
      *          deposits summary follows by branch, each depositor's
      *          uninsured amount spread over the branches holding
      *          their accounts in proportion to the balance there.
      * INPUT:   ../data/account-owners.txt (ACCOUNT 1-10, CUSTOMER
      *          12-21, ROLE 23: P primary, J joint, B beneficiary),
      *          ../data/deposit-ins-limits.txt (CATEGORY 1-3, LIMIT
      *          5-16 as nnnnnnnnn.nn; a category not on file keeps
      *          the 250,000.00 standard maximum),
      *          ../data/ctr-filer.txt (institution tax ID 1-9, name
      *          11-50), account data via Adabas (L2, S1), customer
      *          master via Adabas (S3), posted rates via
      *          FX-RATE-LOOKUP
      * OUTPUT:  ../data/deposit-insurance.txt (fixed 200-byte
      *          records: H header, D depositor, T trailer - see the
      *          layouts below), uninsured deposits summary by branch
      *          on SYSOUT.  RETURN-CODE 4 when a balance was
      *          converted with no posted rate or a table filled and
      *          some deposits went unreported, 8 when the
      *          institution record is missing or the file cannot be
      *          opened, else 0
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNER-FILE ASSIGN TO "../data/account-owners.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-FILE-STATUS.

           SELECT LIMIT-FILE ASSIGN TO
                   "../data/deposit-ins-limits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.

           SELECT FILER-FILE ASSIGN TO "../data/ctr-filer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILER-FILE-STATUS.

           SELECT INSURANCE-FILE ASSIGN TO
                   "../data/deposit-insurance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSURANCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OWNER-FILE.
       01  OWNER-LINE                  PIC X(30).

       FD  LIMIT-FILE.
       01  LIMIT-LINE                  PIC X(40).

       FD  FILER-FILE.
       01  FILER-LINE                  PIC X(80).

       FD  INSURANCE-FILE.
       01  INSURANCE-LINE              PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-OWNER-FILE-STATUS        PIC XX.
       01  WS-LIMIT-FILE-STATUS        PIC XX.
       01  WS-FILER-FILE-STATUS        PIC XX.
       01  WS-INSURANCE-FILE-STATUS    PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Reporting institution identification (shared with the CTR
      * filing)
      *----------------------------------------------------------------
       01  WS-FILER-TAX-ID             PIC X(09).
       01  WS-FILER-NAME               PIC X(40).

      *----------------------------------------------------------------
      * Coverage Limits by Ownership Category
      *----------------------------------------------------------------
       01  WS-LIMIT-TABLE.
           05  FILLER                  PIC X(03) VALUE 'SGL'.
           05  FILLER                  PIC 9(09)V99 VALUE 250000.
           05  FILLER                  PIC X(03) VALUE 'JNT'.
           05  FILLER                  PIC 9(09)V99 VALUE 250000.
           05  FILLER                  PIC X(03) VALUE 'TRS'.
           05  FILLER                  PIC 9(09)V99 VALUE 250000.
       01  WS-LIMITS REDEFINES WS-LIMIT-TABLE.
           05  WS-LIM-ENTRY            OCCURS 3 TIMES.
               10  WS-LIM-CATEGORY     PIC X(03).
               10  WS-LIM-AMOUNT       PIC 9(09)V99.
       01  WS-LIM-SUB                  PIC 9(02).
       01  WS-LIM-MATCH                PIC 9(02).
       01  WS-MAX-BENEFICIARIES        PIC 9(02) VALUE 5.

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
      * Browse Result (command L2) - up to 20 accounts per call
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
       01  CUSTOMER-VIEW REDEFINES RECORD-BUFFER.
           05  CSV-CUSTOMER-ID         PIC 9(10).
           05  CSV-CUSTOMER-NAME       PIC X(30).
           05  CSV-ADDRESS-LINE-1      PIC X(30).
           05  CSV-CITY                PIC X(20).
           05  CSV-STATE               PIC X(02).
           05  CSV-ZIP-CODE            PIC X(10).
           05  CSV-RISK-RATING         PIC X.
           05  CSV-TAX-ID-TYPE         PIC X.
           05  CSV-TAX-ID              PIC X(09).
           05  FILLER                  PIC X(1886).

      *----------------------------------------------------------------
      * Account Owners, loaded once from account-owners.txt - P and
      * J rows are the depositors, B rows the beneficiaries that
      * make an account a trust / payable-on-death account.
      *----------------------------------------------------------------
       01  WS-OWNER-TABLE.
           05  WS-OWN-ENTRY            OCCURS 500 TIMES.
               10  WS-OWN-ACCOUNT      PIC 9(10).
               10  WS-OWN-CUSTOMER     PIC 9(10).
               10  WS-OWN-ROLE         PIC X.
       01  WS-OWNER-TOTAL              PIC 9(03) VALUE 0.
       01  WS-OWN-SUB                  PIC 9(03) VALUE 0.

      *----------------------------------------------------------------
      * The Account In Hand - its depositors and beneficiaries
      *----------------------------------------------------------------
       01  WS-ACCT-NUMBER              PIC 9(10).
       01  WS-ACCT-BRANCH              PIC X(03).
       01  WS-ACCT-CCY                 PIC X(03).
       01  WS-ACCT-LOCAL               PIC S9(09)V99.
       01  WS-ACCT-USD                 PIC S9(11)V99.
       01  WS-ACCT-CATEGORY            PIC X(03).
       01  WS-ACCT-DEPOSITORS.
           05  WS-AD-CUSTOMER          OCCURS 10 TIMES PIC 9(10).
       01  WS-DEPOSITOR-COUNT          PIC 9(02).
       01  WS-ACCT-BENEFICIARIES.
           05  WS-AB-CUSTOMER          OCCURS 10 TIMES PIC 9(10).
       01  WS-BENEFICIARY-COUNT        PIC 9(02).
       01  WS-AD-SUB                   PIC 9(02).
       01  WS-AB-SUB                   PIC 9(02).
       01  WS-SHARE                    PIC S9(11)V99.
       01  WS-SHARE-REMAINDER          PIC S9(11)V99.

      *----------------------------------------------------------------
      * Per-Depositor, Per-Category Accumulation
      *----------------------------------------------------------------
       01  WS-DEP-TABLE.
           05  WS-DP-ENTRY             OCCURS 500 TIMES.
               10  WS-DP-CUSTOMER      PIC 9(10).
               10  WS-DP-CATEGORY      PIC X(03).
               10  WS-DP-ACCOUNTS      PIC 9(03).
               10  WS-DP-BENEFICIARIES PIC 9(02).
               10  WS-DP-DEPOSITS      PIC S9(13)V99.
               10  WS-DP-LIMIT         PIC 9(13)V99.
               10  WS-DP-INSURED       PIC S9(13)V99.
               10  WS-DP-UNINSURED     PIC S9(13)V99.
               10  WS-DP-SHARES-LEFT   PIC 9(03).
               10  WS-DP-SPREAD        PIC S9(13)V99.
       01  WS-DP-SWAP                  PIC X(99).
       01  WS-DEP-TOTAL                PIC 9(03) VALUE 0.
       01  WS-DP-SUB                   PIC 9(03) VALUE 0.
       01  WS-DP-MATCH                 PIC 9(03) VALUE 0.
       01  WS-DP-LOW                   PIC 9(03) VALUE 0.
       01  WS-DP-PASS                  PIC 9(03) VALUE 0.

      *----------------------------------------------------------------
      * Distinct Beneficiaries per TRS depositor row
      *----------------------------------------------------------------
       01  WS-BEN-TABLE.
           05  WS-BN-ENTRY             OCCURS 500 TIMES.
               10  WS-BN-DEP-ROW       PIC 9(03).
               10  WS-BN-CUSTOMER      PIC 9(10).
       01  WS-BEN-TOTAL                PIC 9(03) VALUE 0.
       01  WS-BN-SUB                   PIC 9(03) VALUE 0.
       01  WS-BN-FOUND                 PIC X.

      *----------------------------------------------------------------
      * Depositor Shares by Branch - where each depositor row's
      * money sits, for spreading its uninsured amount
      *----------------------------------------------------------------
       01  WS-SHARE-TABLE.
           05  WS-SH-ENTRY             OCCURS 1000 TIMES.
               10  WS-SH-DEP-ROW       PIC 9(03).
               10  WS-SH-BRANCH        PIC X(03).
               10  WS-SH-AMOUNT        PIC S9(11)V99.
       01  WS-SHARE-TOTAL              PIC 9(04) VALUE 0.
       01  WS-SH-SUB                   PIC 9(04) VALUE 0.
       01  WS-SH-UNINSURED             PIC S9(13)V99.

      *----------------------------------------------------------------
      * Per-Branch Summary, by the branch code on each account
      *----------------------------------------------------------------
       01  WS-BRANCH-TABLE.
           05  WS-BT-ENTRY             OCCURS 50 TIMES.
               10  WS-BT-BRANCH        PIC X(03).
               10  WS-BT-ACCOUNTS      PIC 9(05).
               10  WS-BT-DEPOSITS      PIC S9(13)V99.
               10  WS-BT-UNINSURED     PIC S9(13)V99.
       01  WS-BRANCH-TOTAL             PIC 9(02) VALUE 0.
       01  WS-BT-SUB                   PIC 9(02) VALUE 0.
       01  WS-BT-MATCH                 PIC 9(02) VALUE 0.
       01  WS-FIND-BRANCH              PIC X(03).

      *----------------------------------------------------------------
      * Per-Category Summary
      *----------------------------------------------------------------
       01  WS-CATEGORY-TOTALS.
           05  WS-CT-ENTRY             OCCURS 3 TIMES.
               10  WS-CT-DEPOSITORS    PIC 9(05).
               10  WS-CT-DEPOSITS      PIC S9(13)V99.
               10  WS-CT-INSURED       PIC S9(13)V99.
               10  WS-CT-UNINSURED     PIC S9(13)V99.

      *----------------------------------------------------------------
      * Rates - FX through FX-RATE-LOOKUP
      *----------------------------------------------------------------
       01  WS-FX-REQUEST.
           05  WS-FX-CURRENCY          PIC X(03).
           05  WS-FX-FOUND             PIC X.
           05  WS-FX-RATE              PIC 9(03)V9(06).
           05  WS-FX-SPREAD            PIC 9V9(06).
       01  WS-FX-MISSING-COUNT         PIC 9(05) VALUE 0.
       01  WS-OVERFLOW-COUNT           PIC 9(05) VALUE 0.

      *----------------------------------------------------------------
      * Totals
      *----------------------------------------------------------------
       01  WS-ACCOUNTS-READ            PIC 9(05) VALUE 0.
       01  WS-ACCOUNTS-COVERED         PIC 9(05) VALUE 0.
       01  WS-LOANS-SKIPPED            PIC 9(05) VALUE 0.
       01  WS-DISTINCT-DEPOSITORS      PIC 9(06) VALUE 0.
       01  WS-GRAND-DEPOSITS           PIC S9(15)V99 VALUE 0.
       01  WS-GRAND-INSURED            PIC S9(15)V99 VALUE 0.
       01  WS-GRAND-UNINSURED          PIC S9(15)V99 VALUE 0.

      *----------------------------------------------------------------
      * Regulator File Layouts (200 bytes each)
      *----------------------------------------------------------------
       01  WS-DIF-HEADER.
           05  DIH-RECORD-TYPE         PIC X VALUE 'H'.
           05  DIH-FILER-TAX-ID        PIC X(09).
           05  DIH-FILER-NAME          PIC X(40).
           05  DIH-AS-OF-DATE          PIC 9(08).
           05  DIH-CREATED-DATE        PIC 9(08).
           05  DIH-CREATED-TIME        PIC 9(08).
           05  FILLER                  PIC X(126) VALUE SPACES.

       01  WS-DIF-DETAIL.
           05  DID-RECORD-TYPE         PIC X VALUE 'D'.
           05  DID-SEQUENCE            PIC 9(06).
           05  DID-CUSTOMER-ID         PIC 9(10).
           05  DID-NAME                PIC X(30).
           05  DID-ADDRESS             PIC X(30).
           05  DID-CITY                PIC X(20).
           05  DID-STATE               PIC X(02).
           05  DID-ZIP                 PIC X(10).
           05  DID-TAX-ID-TYPE         PIC X.
           05  DID-TAX-ID              PIC X(09).
      *        SGL single, JNT joint, TRS trust / payable-on-death
           05  DID-CATEGORY            PIC X(03).
           05  DID-ACCOUNTS            PIC 9(03).
           05  DID-BENEFICIARIES       PIC 9(02).
           05  DID-DEPOSITS            PIC 9(13)V99.
           05  DID-COVERAGE-LIMIT      PIC 9(13)V99.
           05  DID-INSURED             PIC 9(13)V99.
           05  DID-UNINSURED           PIC 9(13)V99.
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-DIF-TRAILER.
           05  DIT-RECORD-TYPE         PIC X VALUE 'T'.
           05  DIT-DETAIL-COUNT        PIC 9(06).
           05  DIT-DEPOSITOR-COUNT     PIC 9(06).
           05  DIT-TOTAL-DEPOSITS      PIC 9(15)V99.
           05  DIT-TOTAL-INSURED       PIC 9(15)V99.
           05  DIT-TOTAL-UNINSURED     PIC 9(15)V99.
           05  FILLER                  PIC X(136) VALUE SPACES.

      *----------------------------------------------------------------
      * Business Date - stamped from the system control record via
      * BUSINESS-DATE, never from the wall clock.
      *----------------------------------------------------------------
       01  WS-BUSDATE-REQUEST.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.

       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-DETAIL-COUNT             PIC 9(06) VALUE 0.

      *----------------------------------------------------------------
      * Print Lines
      *----------------------------------------------------------------
       01  WS-PRINT-LINE               PIC X(100).
       01  WS-MONEY-EDIT               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT               PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       0000-MAIN-ROUTINE.
      *----------------------------------------------------------------
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BROWSE-ACCOUNTS UNTIL WS-MORE-RECORDS = 'N'
           PERFORM 3000-APPLY-COVERAGE
               VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > WS-DEP-TOTAL
           PERFORM 3500-SPREAD-UNINSURED
               VARYING WS-SH-SUB FROM 1 BY 1
               UNTIL WS-SH-SUB > WS-SHARE-TOTAL
           PERFORM 4000-ORDER-DEPOSITORS
               VARYING WS-DP-PASS FROM 1 BY 1
               UNTIL WS-DP-PASS > WS-DEP-TOTAL
           PERFORM 5000-WRITE-INSURANCE-FILE
           PERFORM 6000-PRINT-SUMMARY

           IF WS-FX-MISSING-COUNT > 0 OR WS-OVERFLOW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'DEPOSIT INSURANCE COVERAGE EXTRACT'
           DISPLAY '=================================================='
           DISPLAY ' '

           MOVE 00012 TO ACB-FILE-NUMBER
           INITIALIZE WS-CATEGORY-TOTALS

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
           ACCEPT WS-RUN-TIME FROM TIME

      *    A file without the institution's identification is
      *    rejected whole by the insurer - better not to produce one.
           MOVE SPACES TO WS-FILER-TAX-ID
           OPEN INPUT FILER-FILE
           IF WS-FILER-FILE-STATUS = '00'
               READ FILER-FILE INTO FILER-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FILER-LINE(1:9)   TO WS-FILER-TAX-ID
                       MOVE FILER-LINE(11:40) TO WS-FILER-NAME
               END-READ
               CLOSE FILER-FILE
           END-IF
           IF WS-FILER-TAX-ID NOT NUMERIC
               DISPLAY 'ERROR: Institution identification missing'
                       ' from ctr-filer.txt'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1100-LOAD-LIMITS THRU 1100-EXIT
           PERFORM 1200-LOAD-OWNERS THRU 1200-EXIT

           DISPLAY 'As of business date : ' WS-BUS-DATE
           PERFORM 1150-SHOW-ONE-LIMIT
               VARYING WS-LIM-SUB FROM 1 BY 1
               UNTIL WS-LIM-SUB > 3
           DISPLAY ' '

           MOVE 1   TO WS-NEXT-ISN
           MOVE 'Y' TO WS-MORE-RECORDS
           .

      *----------------------------------------------------------------
       1100-LOAD-LIMITS.
      *----------------------------------------------------------------
           OPEN INPUT LIMIT-FILE
           IF WS-LIMIT-FILE-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1110-LOAD-ONE-LIMIT UNTIL WS-EOF = 'Y'

           CLOSE LIMIT-FILE
           .

       1100-EXIT.
           EXIT
           .

       1110-LOAD-ONE-LIMIT.
           READ LIMIT-FILE INTO LIMIT-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LIMIT-LINE(1:1) NOT = '*'
                       AND FUNCTION TRIM(LIMIT-LINE(5:12)) NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(LIMIT-LINE(5:12))) = 0
                       MOVE LIMIT-LINE(1:3) TO WS-ACCT-CATEGORY
                       PERFORM 1120-FIND-LIMIT
                       IF WS-LIM-MATCH > 0
                           MOVE FUNCTION NUMVAL(
                               FUNCTION TRIM(LIMIT-LINE(5:12)))
                               TO WS-LIM-AMOUNT(WS-LIM-MATCH)
                       END-IF
                   END-IF
           END-READ
           .

       1120-FIND-LIMIT.
           MOVE 0 TO WS-LIM-MATCH
           PERFORM 1130-SCAN-ONE-LIMIT
               VARYING WS-LIM-SUB FROM 1 BY 1
               UNTIL WS-LIM-SUB > 3
           .

       1130-SCAN-ONE-LIMIT.
           IF WS-LIM-CATEGORY(WS-LIM-SUB) = WS-ACCT-CATEGORY
               MOVE WS-LIM-SUB TO WS-LIM-MATCH
           END-IF
           .

       1150-SHOW-ONE-LIMIT.
           MOVE WS-LIM-AMOUNT(WS-LIM-SUB) TO WS-MONEY-EDIT
           DISPLAY 'Coverage limit ' WS-LIM-CATEGORY(WS-LIM-SUB)
                   '  : ' WS-MONEY-EDIT
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
                           MOVE OWNER-LINE(23:1)
                               TO WS-OWN-ROLE(WS-OWNER-TOTAL)
                       ELSE
                           ADD 1 TO WS-OVERFLOW-COUNT
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       2000-BROWSE-ACCOUNTS.
      *----------------------------------------------------------------
           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'L2'   TO ACB-COMMAND-CODE
           MOVE 'DINS' TO ACB-COMMAND-ID
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
               PERFORM 2100-TAKE-ONE-ACCOUNT
                   VARYING WS-ROW-INDEX FROM 1 BY 1
                   UNTIL WS-ROW-INDEX > WS-ROWS-RETURNED
           ELSE
               MOVE 'N' TO WS-MORE-RECORDS
           END-IF
           .

      *----------------------------------------------------------------
       2100-TAKE-ONE-ACCOUNT.
      *----------------------------------------------------------------
           ADD 1 TO WS-ACCOUNTS-READ
           IF BR-ACCOUNT-TYPE(WS-ROW-INDEX) = 'LOAN'
               ADD 1 TO WS-LOANS-SKIPPED
               EXIT PARAGRAPH
           END-IF

           MOVE BR-ACCOUNT-NUMBER(WS-ROW-INDEX) TO WS-ACCT-NUMBER
           MOVE BR-BRANCH(WS-ROW-INDEX)         TO WS-ACCT-BRANCH
           MOVE BR-CURRENCY-CODE(WS-ROW-INDEX)  TO WS-ACCT-CCY
           IF BR-BALANCE(WS-ROW-INDEX) > 0
               MOVE BR-BALANCE(WS-ROW-INDEX) TO WS-ACCT-LOCAL
           ELSE
               MOVE 0 TO WS-ACCT-LOCAL
           END-IF

           PERFORM 2200-CONVERT-TO-USD
           PERFORM 2300-COLLECT-OWNERS
           IF WS-DEPOSITOR-COUNT = 0
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-BENEFICIARY-COUNT > 0
                   MOVE 'TRS' TO WS-ACCT-CATEGORY
               WHEN WS-DEPOSITOR-COUNT > 1
                   MOVE 'JNT' TO WS-ACCT-CATEGORY
               WHEN OTHER
                   MOVE 'SGL' TO WS-ACCT-CATEGORY
           END-EVALUATE

           ADD 1 TO WS-ACCOUNTS-COVERED
           MOVE WS-ACCT-BRANCH TO WS-FIND-BRANCH
           PERFORM 2700-FIND-OR-ADD-BRANCH
           IF WS-BT-MATCH > 0
               ADD 1 TO WS-BT-ACCOUNTS(WS-BT-MATCH)
               ADD WS-ACCT-USD TO WS-BT-DEPOSITS(WS-BT-MATCH)
           END-IF
           ADD WS-ACCT-USD TO WS-GRAND-DEPOSITS

      *    Split evenly; the odd cent goes to the first owner.
           COMPUTE WS-SHARE = WS-ACCT-USD / WS-DEPOSITOR-COUNT
           COMPUTE WS-SHARE-REMAINDER =
               WS-ACCT-USD - (WS-SHARE * WS-DEPOSITOR-COUNT)
           PERFORM 2400-BOOK-ONE-DEPOSITOR
               VARYING WS-AD-SUB FROM 1 BY 1
               UNTIL WS-AD-SUB > WS-DEPOSITOR-COUNT
           .

      *----------------------------------------------------------------
       2200-CONVERT-TO-USD.
      *----------------------------------------------------------------
      *    A currency with no posted rate converts at 1.0 and is
      *    counted, so the run ends with a warning.
           IF WS-ACCT-CCY = SPACES OR WS-ACCT-CCY = 'USD'
               MOVE WS-ACCT-LOCAL TO WS-ACCT-USD
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-FX-REQUEST
           MOVE WS-ACCT-CCY TO WS-FX-CURRENCY
           CALL 'FX-RATE-LOOKUP' USING WS-FX-REQUEST
           IF WS-FX-FOUND = 'Y'
               COMPUTE WS-ACCT-USD ROUNDED =
                   WS-ACCT-LOCAL * WS-FX-RATE
           ELSE
               MOVE WS-ACCT-LOCAL TO WS-ACCT-USD
               ADD 1 TO WS-FX-MISSING-COUNT
               DISPLAY 'WARNING: no posted rate for ' WS-ACCT-CCY
                       ' - account ' WS-ACCT-NUMBER
                       ' taken at 1.0'
           END-IF
           .

      *----------------------------------------------------------------
       2300-COLLECT-OWNERS.
      *----------------------------------------------------------------
      *    An account with no P/J rows predates the cross-reference:
      *    its own embedded CUSTOMER-ID is the single owner, and an
      *    account S1 cannot find is held against customer zero.
           MOVE 0 TO WS-DEPOSITOR-COUNT
           MOVE 0 TO WS-BENEFICIARY-COUNT
           PERFORM 2310-CHECK-ONE-OWNER-ROW
               VARYING WS-OWN-SUB FROM 1 BY 1
               UNTIL WS-OWN-SUB > WS-OWNER-TOTAL
           IF WS-DEPOSITOR-COUNT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACCT-NUMBER TO SB-ACCOUNT-NUMBER
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
           MOVE 1 TO WS-DEPOSITOR-COUNT
           MOVE 0 TO WS-AD-CUSTOMER(1)
           IF ACB-RESPONSE-CODE = 000
               MOVE RECORD-BUFFER TO ACCOUNT-RECORD
               IF CUSTOMER-ID IS NUMERIC
                   MOVE CUSTOMER-ID TO WS-AD-CUSTOMER(1)
               END-IF
           END-IF
           .

       2310-CHECK-ONE-OWNER-ROW.
           IF WS-OWN-ACCOUNT(WS-OWN-SUB) NOT = WS-ACCT-NUMBER
               EXIT PARAGRAPH
           END-IF

           IF WS-OWN-ROLE(WS-OWN-SUB) = 'B'
               IF WS-BENEFICIARY-COUNT < 10
                   ADD 1 TO WS-BENEFICIARY-COUNT
                   MOVE WS-OWN-CUSTOMER(WS-OWN-SUB)
                       TO WS-AB-CUSTOMER(WS-BENEFICIARY-COUNT)
               END-IF
           ELSE
               IF WS-DEPOSITOR-COUNT < 10
                   ADD 1 TO WS-DEPOSITOR-COUNT
                   MOVE WS-OWN-CUSTOMER(WS-OWN-SUB)
                       TO WS-AD-CUSTOMER(WS-DEPOSITOR-COUNT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
       2400-BOOK-ONE-DEPOSITOR.
      *----------------------------------------------------------------
           PERFORM 2500-FIND-OR-ADD-DEPOSITOR
           IF WS-DP-MATCH = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DP-ACCOUNTS(WS-DP-MATCH)
           ADD WS-SHARE TO WS-DP-DEPOSITS(WS-DP-MATCH)
           IF WS-AD-SUB = 1
               ADD WS-SHARE-REMAINDER TO WS-DP-DEPOSITS(WS-DP-MATCH)
           END-IF

           PERFORM 2420-NOTE-ONE-BENEFICIARY
               VARYING WS-AB-SUB FROM 1 BY 1
               UNTIL WS-AB-SUB > WS-BENEFICIARY-COUNT

           IF WS-SHARE-TOTAL >= 1000
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SHARE-TOTAL
           MOVE WS-DP-MATCH    TO WS-SH-DEP-ROW(WS-SHARE-TOTAL)
           MOVE WS-ACCT-BRANCH TO WS-SH-BRANCH(WS-SHARE-TOTAL)
           MOVE WS-SHARE       TO WS-SH-AMOUNT(WS-SHARE-TOTAL)
           IF WS-AD-SUB = 1
               ADD WS-SHARE-REMAINDER TO WS-SH-AMOUNT(WS-SHARE-TOTAL)
           END-IF
           ADD 1 TO WS-DP-SHARES-LEFT(WS-DP-MATCH)
           .

       2420-NOTE-ONE-BENEFICIARY.
      *    Coverage grows per distinct beneficiary across all the
      *    owner's TRS accounts, not per account.
           MOVE 'N' TO WS-BN-FOUND
           PERFORM 2430-SCAN-ONE-BENEFICIARY
               VARYING WS-BN-SUB FROM 1 BY 1
               UNTIL WS-BN-SUB > WS-BEN-TOTAL
           IF WS-BN-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-BEN-TOTAL >= 500
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BEN-TOTAL
           MOVE WS-DP-MATCH TO WS-BN-DEP-ROW(WS-BEN-TOTAL)
           MOVE WS-AB-CUSTOMER(WS-AB-SUB)
               TO WS-BN-CUSTOMER(WS-BEN-TOTAL)
           ADD 1 TO WS-DP-BENEFICIARIES(WS-DP-MATCH)
           .

       2430-SCAN-ONE-BENEFICIARY.
           IF WS-BN-DEP-ROW(WS-BN-SUB) = WS-DP-MATCH
               AND WS-BN-CUSTOMER(WS-BN-SUB) =
                   WS-AB-CUSTOMER(WS-AB-SUB)
               MOVE 'Y' TO WS-BN-FOUND
           END-IF
           .

      *----------------------------------------------------------------
       2500-FIND-OR-ADD-DEPOSITOR.
      *----------------------------------------------------------------
           MOVE 0 TO WS-DP-MATCH
           PERFORM 2510-SCAN-ONE-DEPOSITOR
               VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > WS-DEP-TOTAL
           IF WS-DP-MATCH > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-DEP-TOTAL >= 500
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEP-TOTAL
           MOVE WS-DEP-TOTAL TO WS-DP-MATCH
           INITIALIZE WS-DP-ENTRY(WS-DP-MATCH)
           MOVE WS-AD-CUSTOMER(WS-AD-SUB)
               TO WS-DP-CUSTOMER(WS-DP-MATCH)
           MOVE WS-ACCT-CATEGORY TO WS-DP-CATEGORY(WS-DP-MATCH)
           .

       2510-SCAN-ONE-DEPOSITOR.
           IF WS-DP-CUSTOMER(WS-DP-SUB) = WS-AD-CUSTOMER(WS-AD-SUB)
               AND WS-DP-CATEGORY(WS-DP-SUB) = WS-ACCT-CATEGORY
               MOVE WS-DP-SUB TO WS-DP-MATCH
           END-IF
           .

      *----------------------------------------------------------------
       2700-FIND-OR-ADD-BRANCH.
      *----------------------------------------------------------------
           MOVE 0 TO WS-BT-MATCH
           PERFORM 2710-SCAN-ONE-BRANCH
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BRANCH-TOTAL
           IF WS-BT-MATCH > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-BRANCH-TOTAL >= 50
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BRANCH-TOTAL
           MOVE WS-BRANCH-TOTAL TO WS-BT-MATCH
           MOVE WS-FIND-BRANCH  TO WS-BT-BRANCH(WS-BT-MATCH)
           MOVE 0 TO WS-BT-ACCOUNTS(WS-BT-MATCH)
           MOVE 0 TO WS-BT-DEPOSITS(WS-BT-MATCH)
           MOVE 0 TO WS-BT-UNINSURED(WS-BT-MATCH)
           .

       2710-SCAN-ONE-BRANCH.
           IF WS-BT-BRANCH(WS-BT-SUB) = WS-FIND-BRANCH
               MOVE WS-BT-SUB TO WS-BT-MATCH
           END-IF
           .

      *----------------------------------------------------------------
       3000-APPLY-COVERAGE.
      *----------------------------------------------------------------
           MOVE WS-DP-CATEGORY(WS-DP-SUB) TO WS-ACCT-CATEGORY
           PERFORM 1120-FIND-LIMIT

           IF WS-DP-CATEGORY(WS-DP-SUB) = 'TRS'
               IF WS-DP-BENEFICIARIES(WS-DP-SUB) > WS-MAX-BENEFICIARIES
                   COMPUTE WS-DP-LIMIT(WS-DP-SUB) =
                       WS-LIM-AMOUNT(WS-LIM-MATCH)
                     * WS-MAX-BENEFICIARIES
               ELSE
                   COMPUTE WS-DP-LIMIT(WS-DP-SUB) =
                       WS-LIM-AMOUNT(WS-LIM-MATCH)
                     * WS-DP-BENEFICIARIES(WS-DP-SUB)
               END-IF
           ELSE
               MOVE WS-LIM-AMOUNT(WS-LIM-MATCH)
                   TO WS-DP-LIMIT(WS-DP-SUB)
           END-IF

           IF WS-DP-DEPOSITS(WS-DP-SUB) > WS-DP-LIMIT(WS-DP-SUB)
               MOVE WS-DP-LIMIT(WS-DP-SUB) TO WS-DP-INSURED(WS-DP-SUB)
           ELSE
               MOVE WS-DP-DEPOSITS(WS-DP-SUB)
                   TO WS-DP-INSURED(WS-DP-SUB)
           END-IF
           COMPUTE WS-DP-UNINSURED(WS-DP-SUB) =
               WS-DP-DEPOSITS(WS-DP-SUB) - WS-DP-INSURED(WS-DP-SUB)

           ADD WS-DP-INSURED(WS-DP-SUB)   TO WS-GRAND-INSURED
           ADD WS-DP-UNINSURED(WS-DP-SUB) TO WS-GRAND-UNINSURED

           ADD 1 TO WS-CT-DEPOSITORS(WS-LIM-MATCH)
           ADD WS-DP-DEPOSITS(WS-DP-SUB)
               TO WS-CT-DEPOSITS(WS-LIM-MATCH)
           ADD WS-DP-INSURED(WS-DP-SUB)
               TO WS-CT-INSURED(WS-LIM-MATCH)
           ADD WS-DP-UNINSURED(WS-DP-SUB)
               TO WS-CT-UNINSURED(WS-LIM-MATCH)
           .

      *----------------------------------------------------------------
       3500-SPREAD-UNINSURED.
      *----------------------------------------------------------------
      *    Pro rata by balance; the depositor row's last share takes
      *    whatever rounding left, so the branches tie to the file.
           MOVE WS-SH-DEP-ROW(WS-SH-SUB) TO WS-DP-SUB
           IF WS-DP-UNINSURED(WS-DP-SUB) = 0
               EXIT PARAGRAPH
           END-IF

           SUBTRACT 1 FROM WS-DP-SHARES-LEFT(WS-DP-SUB)
           IF WS-DP-SHARES-LEFT(WS-DP-SUB) = 0
               COMPUTE WS-SH-UNINSURED =
                   WS-DP-UNINSURED(WS-DP-SUB) - WS-DP-SPREAD(WS-DP-SUB)
           ELSE
               COMPUTE WS-SH-UNINSURED ROUNDED =
                   WS-DP-UNINSURED(WS-DP-SUB)
                 * WS-SH-AMOUNT(WS-SH-SUB)
                 / WS-DP-DEPOSITS(WS-DP-SUB)
           END-IF
           ADD WS-SH-UNINSURED TO WS-DP-SPREAD(WS-DP-SUB)

           MOVE WS-SH-BRANCH(WS-SH-SUB) TO WS-FIND-BRANCH
           PERFORM 2700-FIND-OR-ADD-BRANCH
           IF WS-BT-MATCH > 0
               ADD WS-SH-UNINSURED TO WS-BT-UNINSURED(WS-BT-MATCH)
           END-IF
           .

      *----------------------------------------------------------------
       4000-ORDER-DEPOSITORS.
      *----------------------------------------------------------------
      *    Selection sort into customer / category order for the
      *    file - the share rows point at these rows, so this runs
      *    only after 3500 has finished with them.
           MOVE WS-DP-PASS TO WS-DP-LOW
           PERFORM 4100-CHECK-ONE-LOWER
               VARYING WS-DP-SUB FROM WS-DP-PASS BY 1
               UNTIL WS-DP-SUB > WS-DEP-TOTAL
           IF WS-DP-LOW NOT = WS-DP-PASS
               MOVE WS-DP-ENTRY(WS-DP-PASS) TO WS-DP-SWAP
               MOVE WS-DP-ENTRY(WS-DP-LOW)  TO WS-DP-ENTRY(WS-DP-PASS)
               MOVE WS-DP-SWAP              TO WS-DP-ENTRY(WS-DP-LOW)
           END-IF
           .

       4100-CHECK-ONE-LOWER.
           IF WS-DP-CUSTOMER(WS-DP-SUB) < WS-DP-CUSTOMER(WS-DP-LOW)
               OR (WS-DP-CUSTOMER(WS-DP-SUB) =
                   WS-DP-CUSTOMER(WS-DP-LOW)
                   AND WS-DP-CATEGORY(WS-DP-SUB) <
                       WS-DP-CATEGORY(WS-DP-LOW))
               MOVE WS-DP-SUB TO WS-DP-LOW
           END-IF
           .

      *----------------------------------------------------------------
       5000-WRITE-INSURANCE-FILE.
      *----------------------------------------------------------------
           OPEN OUTPUT INSURANCE-FILE
           IF WS-INSURANCE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Unable to open deposit insurance file'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-FILER-TAX-ID TO DIH-FILER-TAX-ID
           MOVE WS-FILER-NAME   TO DIH-FILER-NAME
           MOVE WS-BUS-DATE     TO DIH-AS-OF-DATE
           MOVE WS-BUS-DATE     TO DIH-CREATED-DATE
           MOVE WS-RUN-TIME     TO DIH-CREATED-TIME
           WRITE INSURANCE-LINE FROM WS-DIF-HEADER

           PERFORM 5100-WRITE-ONE-DEPOSITOR
               VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > WS-DEP-TOTAL

           MOVE WS-DETAIL-COUNT        TO DIT-DETAIL-COUNT
           MOVE WS-DISTINCT-DEPOSITORS TO DIT-DEPOSITOR-COUNT
           MOVE WS-GRAND-DEPOSITS      TO DIT-TOTAL-DEPOSITS
           MOVE WS-GRAND-INSURED       TO DIT-TOTAL-INSURED
           MOVE WS-GRAND-UNINSURED     TO DIT-TOTAL-UNINSURED
           WRITE INSURANCE-LINE FROM WS-DIF-TRAILER

           CLOSE INSURANCE-FILE
           .

      *----------------------------------------------------------------
       5100-WRITE-ONE-DEPOSITOR.
      *----------------------------------------------------------------
      *    Rows are in customer order, so a new customer starts
      *    wherever the ID changes.
           IF WS-DP-SUB = 1
               ADD 1 TO WS-DISTINCT-DEPOSITORS
           ELSE
               IF WS-DP-CUSTOMER(WS-DP-SUB) NOT =
                  WS-DP-CUSTOMER(WS-DP-SUB - 1)
                   ADD 1 TO WS-DISTINCT-DEPOSITORS
               END-IF
           END-IF

           ADD 1 TO WS-DETAIL-COUNT
           MOVE WS-DETAIL-COUNT           TO DID-SEQUENCE
           MOVE WS-DP-CUSTOMER(WS-DP-SUB) TO DID-CUSTOMER-ID
           MOVE SPACES TO DID-NAME DID-ADDRESS DID-CITY DID-STATE
                          DID-ZIP DID-TAX-ID-TYPE DID-TAX-ID

           IF WS-DP-CUSTOMER(WS-DP-SUB) = 0
               MOVE '** UNATTRIBUTED **' TO DID-NAME
           ELSE
               MOVE WS-DP-CUSTOMER(WS-DP-SUB) TO CSB-CUSTOMER-ID
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
                   MOVE CSV-CUSTOMER-NAME  TO DID-NAME
                   MOVE CSV-ADDRESS-LINE-1 TO DID-ADDRESS
                   MOVE CSV-CITY           TO DID-CITY
                   MOVE CSV-STATE          TO DID-STATE
                   MOVE CSV-ZIP-CODE       TO DID-ZIP
                   MOVE CSV-TAX-ID-TYPE    TO DID-TAX-ID-TYPE
                   MOVE CSV-TAX-ID         TO DID-TAX-ID
               ELSE
                   MOVE '** NOT ON CUSTOMER MASTER **' TO DID-NAME
               END-IF
           END-IF

           MOVE WS-DP-CATEGORY(WS-DP-SUB)      TO DID-CATEGORY
           MOVE WS-DP-ACCOUNTS(WS-DP-SUB)      TO DID-ACCOUNTS
           MOVE WS-DP-BENEFICIARIES(WS-DP-SUB) TO DID-BENEFICIARIES
           MOVE WS-DP-DEPOSITS(WS-DP-SUB)      TO DID-DEPOSITS
           MOVE WS-DP-LIMIT(WS-DP-SUB)         TO DID-COVERAGE-LIMIT
           MOVE WS-DP-INSURED(WS-DP-SUB)       TO DID-INSURED
           MOVE WS-DP-UNINSURED(WS-DP-SUB)     TO DID-UNINSURED
           WRITE INSURANCE-LINE FROM WS-DIF-DETAIL
           .

      *----------------------------------------------------------------
       6000-PRINT-SUMMARY.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'UNINSURED DEPOSITS BY BRANCH - AS OF ' WS-BUS-DATE
           DISPLAY '=================================================='
           DISPLAY 'BRANCH  ACCOUNTS            DEPOSITS USD'
                   '             INSURED USD           UNINSURED USD'
           PERFORM 6100-PRINT-ONE-BRANCH
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BRANCH-TOTAL

           DISPLAY ' '
           DISPLAY 'CATEGORY  DEPOSITORS          DEPOSITS USD'
                   '             INSURED USD           UNINSURED USD'
           PERFORM 6200-PRINT-ONE-CATEGORY
               VARYING WS-LIM-SUB FROM 1 BY 1
               UNTIL WS-LIM-SUB > 3

           DISPLAY ' '
           DISPLAY 'Accounts Read         : ' WS-ACCOUNTS-READ
           DISPLAY 'Deposit Accounts      : ' WS-ACCOUNTS-COVERED
           DISPLAY 'Loan Accounts Skipped : ' WS-LOANS-SKIPPED
           DISPLAY 'Depositor Records     : ' WS-DETAIL-COUNT
           DISPLAY 'Distinct Depositors   : ' WS-DISTINCT-DEPOSITORS
           MOVE WS-GRAND-DEPOSITS TO WS-MONEY-EDIT
           DISPLAY 'Total Deposits USD    : ' WS-MONEY-EDIT
           MOVE WS-GRAND-INSURED TO WS-MONEY-EDIT
           DISPLAY 'Total Insured USD     : ' WS-MONEY-EDIT
           MOVE WS-GRAND-UNINSURED TO WS-MONEY-EDIT
           DISPLAY 'Total Uninsured USD   : ' WS-MONEY-EDIT
           IF WS-FX-MISSING-COUNT > 0
               DISPLAY 'WARNING: ' WS-FX-MISSING-COUNT
                       ' balance(s) converted with no posted rate'
           END-IF
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY 'WARNING: ' WS-OVERFLOW-COUNT
                       ' item(s) beyond table capacity - file and'
                       ' summary understated'
           END-IF
           DISPLAY '=================================================='
           .

       6100-PRINT-ONE-BRANCH.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-BT-BRANCH(WS-BT-SUB) TO WS-PRINT-LINE(1:3)
           MOVE WS-BT-ACCOUNTS(WS-BT-SUB) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(11:6)
           MOVE WS-BT-DEPOSITS(WS-BT-SUB) TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-PRINT-LINE(21:20)
           COMPUTE WS-SH-UNINSURED =
               WS-BT-DEPOSITS(WS-BT-SUB) - WS-BT-UNINSURED(WS-BT-SUB)
           MOVE WS-SH-UNINSURED TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-PRINT-LINE(45:20)
           MOVE WS-BT-UNINSURED(WS-BT-SUB) TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-PRINT-LINE(69:20)
           DISPLAY WS-PRINT-LINE
           .

       6200-PRINT-ONE-CATEGORY.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-LIM-CATEGORY(WS-LIM-SUB) TO WS-PRINT-LINE(1:3)
           MOVE WS-CT-DEPOSITORS(WS-LIM-SUB) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(13:6)
           MOVE WS-CT-DEPOSITS(WS-LIM-SUB) TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-PRINT-LINE(21:20)
           MOVE WS-CT-INSURED(WS-LIM-SUB) TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-PRINT-LINE(45:20)
           MOVE WS-CT-UNINSURED(WS-LIM-SUB) TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT TO WS-PRINT-LINE(69:20)
           DISPLAY WS-PRINT-LINE
           .
