       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANNEL-AVAIL-OUT.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: CHANNEL-AVAIL-OUT
      * PURPOSE: Nightly stand-in authorization files.  While the
      *          cycle has us quiesced, and whenever they cannot
      *          reach us during the day, the ATM network and the
      *          mobile vendor authorize on their own; this step
      *          hands each of them, in its own format, the
      *          available balance of every account it can draw on:
      *            ledger balance
      *            less the open memo holds (see MEMO-HOLDS)
      *            plus the overdraft limit for the type (see
      *            PRODUCT-MASTER)
      *          - the same spending power the posting batch tests a
      *          withdrawal against.  An account under a debit or
      *          all-activity restriction order (see
      *          RESTRICTION-STATUS) or marked dormant (see
      *          DORMANCY-STATUS) goes out blocked with nothing
      *          available.  LOAN and TERM-DEPOSIT accounts take no
      *          channel debits and are left out.  The ATM network
      *          knows a customer only by card, so its file carries
      *          one row per usable card (active, not expired - see
      *          CARD-MASTER) and account selection the card answers
      *          to, blank for the primary account; the mobile
      *          vendor's carries one row per account.  Each row is
      *          dated with the business date the file serves (the
      *          step runs after the date has advanced) and each file
      *          finishes with a TRAILER control record carrying the
      *          row count and available-balance hash total, the way
      *          EXT-TRANSFER-OUT proves the outbound settlement
      *          file.  CHANNEL-SETTLE-ACK reads the same files back
      *          the next cycle to pick out the items the networks
      *          authorized against them that we then rejected.
      *          Nothing posts here; the files are rebuilt whole
      *          every run.
      * INPUT:   Account data via Adabas (L2), memo holds (via
      *          MEMO-HOLDS), restriction orders (via
      *          RESTRICTION-STATUS), dormancy marks (via
      *          DORMANCY-STATUS), product master (via
      *          PRODUCT-MASTER), card master (via CARD-MASTER)
      * OUTPUT:  ../data/atm-avail.txt ('ATM' 1-3, CARD 5-20,
      *          SELECTION 22 - blank primary, C checking, S savings
      *          - STATUS 24 A authorize / B blocked, AVAILABLE
      *          26-37, CURRENCY 39-41, DATE 43-50),
      *          ../data/mobile-avail.txt (ACCOUNT 1-10, DATE 12-19,
      *          STATUS 21, AVAILABLE 23-34, CURRENCY 36-38);
      *          each then 'TRAILER nnnnn amount'.
      *          RETURN-CODE 8 when an output file cannot be opened
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATM-AVAIL-FILE ASSIGN TO "../data/atm-avail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATM-AVAIL-STATUS.

           SELECT MOB-AVAIL-FILE ASSIGN TO
                   "../data/mobile-avail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOB-AVAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATM-AVAIL-FILE.
       01  ATM-AVAIL-LINE              PIC X(60).

       FD  MOB-AVAIL-FILE.
       01  MOB-AVAIL-LINE              PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-ATM-AVAIL-STATUS         PIC XX.
       01  WS-MOB-AVAIL-STATUS         PIC XX.

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

       01  READ-FORMAT-BUFFER          PIC X(100) VALUE
           'ACCOUNT-NUMBER,CUSTOMER-NAME,ACCOUNT-TYPE,BALANCE,LAST-TXN-
      -    'DATE.'.

       01  BROWSE-SEARCH-BUFFER.
           05  FILLER                  PIC X(15) VALUE
               'ACCOUNT-TYPE,1,'.
           05  BSB-ACCOUNT-TYPE        PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X VALUE '.'.

       01  RECORD-BUFFER               PIC X(2000).

      *----------------------------------------------------------------
      * Memo Holds (see MEMO-HOLDS)
      *----------------------------------------------------------------
       01  WS-HOLDS-REQUEST.
           05  WS-HOLD-FUNCTION        PIC X.
           05  WS-HOLD-ACCOUNT         PIC 9(10).
           05  WS-HOLD-AMOUNT          PIC 9(09)V99.
           05  WS-HOLD-REASON          PIC X(20).
           05  WS-HOLD-RELEASE-DATE    PIC 9(08).
           05  WS-HOLD-INDEX           PIC 9(02).
           05  WS-HOLD-TOTAL           PIC 9(09)V99.
           05  WS-HOLD-COUNT           PIC 9(03).
           05  WS-HOLD-OK              PIC X.
           05  WS-HOLD-LIST.
               10  WS-HOLD-ROW         OCCURS 10 TIMES.
                   15  WS-HL-AMOUNT    PIC 9(09)V99.
                   15  WS-HL-REASON    PIC X(20).
                   15  WS-HL-RELEASE   PIC 9(08).

      *----------------------------------------------------------------
      * Posting Restriction (see RESTRICTION-STATUS)
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
      * Dormancy Status (see DORMANCY-STATUS)
      *----------------------------------------------------------------
       01  WS-DORMANCY-REQUEST.
           05  WS-DORM-FUNCTION        PIC X.
           05  WS-DORM-ACCOUNT         PIC 9(10).
           05  WS-DORM-STATUS          PIC X.
           05  WS-DORM-MARKED-DATE     PIC 9(08).
           05  WS-DORM-LAST-TXN        PIC 9(08).
           05  WS-DORM-OK              PIC X.

      *----------------------------------------------------------------
      * Overdraft Limit Lookup (see PRODUCT-MASTER) - a type with no
      * product row in effect gets no cushion, as at posting.
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
      * Card Master (see CARD-MASTER) - function N walks the cards
      * linking an account, one per call.
      *----------------------------------------------------------------
       01  WS-CARD-REQUEST.
           05  WS-CARD-FUNCTION        PIC X.
           05  WS-CARD-NUMBER          PIC X(16).
           05  WS-CARD-SELECTION       PIC X.
           05  WS-CARD-ASOF-DATE       PIC 9(08).
           05  WS-CARD-INDEX           PIC 9(03).
           05  WS-CARD-STATUS          PIC X.
           05  WS-CARD-ISSUE-DATE      PIC 9(08).
           05  WS-CARD-EXPIRY          PIC 9(06).
           05  WS-CARD-CUSTOMER        PIC 9(10).
           05  WS-CARD-LINK            OCCURS 3 TIMES.
               10  WS-CARD-LINK-ROLE       PIC X.
               10  WS-CARD-LINK-ACCOUNT    PIC 9(10).
           05  WS-CARD-ACCOUNT         PIC 9(10).
           05  WS-CARD-STATUS-DATE     PIC 9(08).
           05  WS-CARD-STATUS-BY       PIC X(08).
           05  WS-CARD-REPLACED-BY     PIC X(16).
           05  WS-CARD-ISSUED-BY       PIC X(08).
           05  WS-CARD-RESULT          PIC X.
           05  WS-CARD-FOUND           PIC X.
           05  WS-CARD-OK              PIC X.
       01  WS-CARD-SUB                 PIC 9(03) VALUE 0.
       01  WS-LINK-SUB                 PIC 9(01) VALUE 0.
       01  WS-EARLIER-SUB              PIC 9(01) VALUE 0.
       01  WS-ROLE-TAKEN               PIC X.
       01  WS-BUS-MONTH                PIC 9(06).

      *----------------------------------------------------------------
      * One Account's Availability
      *----------------------------------------------------------------
       01  WS-ACCOUNT                  PIC 9(10).
       01  WS-ACCOUNT-TYPE             PIC X(15).
       01  WS-CURRENCY                 PIC X(03).
       01  WS-AVAILABLE                PIC S9(09)V99.
       01  WS-AVAIL-STATUS             PIC X.
       01  WS-OUT-SELECTION            PIC X.

      *----------------------------------------------------------------
      * Detail Assembly, Trailer Control and Counters
      *----------------------------------------------------------------
       01  WS-OUT-LINE                 PIC X(60).
       01  WS-AMOUNT                   PIC 9(09)V99.
       01  WS-AMOUNT-EDIT              PIC 9(09).99.
       01  WS-ATM-COUNT                PIC 9(05) VALUE 0.
       01  WS-ATM-HASH                 PIC 9(10)V99 VALUE 0.
       01  WS-MOB-COUNT                PIC 9(05) VALUE 0.
       01  WS-MOB-HASH                 PIC 9(10)V99 VALUE 0.
       01  WS-HASH-EDIT                PIC 9(10).99.
       01  WS-BLOCKED-COUNT            PIC 9(05) VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(05) VALUE 0.

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
           PERFORM 2000-BROWSE-ACCOUNTS UNTIL WS-MORE-RECORDS = 'N'
           PERFORM 3000-FINISH-AVAIL-FILES
           PERFORM 4000-PRINT-SUMMARY
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'CHANNEL STAND-IN AVAILABLE BALANCES'
           DISPLAY '=================================================='

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
           DISPLAY 'Files serve business date: ' WS-BUS-DATE
           COMPUTE WS-BUS-MONTH = WS-BUS-DATE / 100

      *    Both files are rebuilt whole every run - a rerun must not
      *    leave yesterday's rows behind for the networks.
           OPEN OUTPUT ATM-AVAIL-FILE
           IF WS-ATM-AVAIL-STATUS NOT = '00'
               DISPLAY 'ERROR: Unable to open ATM available-balance'
                       ' file'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MOB-AVAIL-FILE
           IF WS-MOB-AVAIL-STATUS NOT = '00'
               DISPLAY 'ERROR: Unable to open mobile available-'
                       'balance file'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 1   TO WS-NEXT-ISN
           MOVE 'Y' TO WS-MORE-RECORDS
           .

      *----------------------------------------------------------------
       2000-BROWSE-ACCOUNTS.
      *----------------------------------------------------------------
           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'L2'   TO ACB-COMMAND-CODE
           MOVE 'AVBL' TO ACB-COMMAND-ID
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
           MOVE BR-ACCOUNT-NUMBER(WS-ROW-INDEX) TO WS-ACCOUNT
           MOVE BR-ACCOUNT-TYPE(WS-ROW-INDEX)   TO WS-ACCOUNT-TYPE
           IF BR-CURRENCY-CODE(WS-ROW-INDEX) NOT = SPACES
               MOVE BR-CURRENCY-CODE(WS-ROW-INDEX) TO WS-CURRENCY
           ELSE
               MOVE 'USD' TO WS-CURRENCY
           END-IF

           IF WS-ACCOUNT-TYPE = 'LOAN'
               OR WS-ACCOUNT-TYPE = 'TERM-DEPOSIT'
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM 2200-COMPUTE-AVAILABLE
           PERFORM 2300-WRITE-MOBILE-ROW
           PERFORM 2400-WRITE-ATM-ROWS
           .

      *----------------------------------------------------------------
       2200-COMPUTE-AVAILABLE.
      *----------------------------------------------------------------
      *    A block takes the whole balance out of reach - the network
      *    is told the account exists but may not be drawn on.
           MOVE 'A' TO WS-AVAIL-STATUS

           INITIALIZE WS-RESTRICTION-REQUEST
           MOVE 'C' TO WS-RSTR-FUNCTION
           MOVE WS-ACCOUNT  TO WS-RSTR-ACCOUNT
           MOVE WS-BUS-DATE TO WS-RSTR-ASOF-DATE
           CALL 'RESTRICTION-STATUS' USING WS-RESTRICTION-REQUEST
           IF WS-RSTR-TYPE = 'D' OR WS-RSTR-TYPE = 'A'
               MOVE 'B' TO WS-AVAIL-STATUS
           END-IF

           INITIALIZE WS-DORMANCY-REQUEST
           MOVE 'C' TO WS-DORM-FUNCTION
           MOVE WS-ACCOUNT TO WS-DORM-ACCOUNT
           CALL 'DORMANCY-STATUS' USING WS-DORMANCY-REQUEST
           IF WS-DORM-STATUS = 'D' OR WS-DORM-STATUS = 'E'
               MOVE 'B' TO WS-AVAIL-STATUS
           END-IF

           IF WS-AVAIL-STATUS = 'B'
               MOVE 0 TO WS-AVAILABLE
               ADD 1 TO WS-BLOCKED-COUNT
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-HOLDS-REQUEST
           MOVE 'S' TO WS-HOLD-FUNCTION
           MOVE WS-ACCOUNT TO WS-HOLD-ACCOUNT
           CALL 'MEMO-HOLDS' USING WS-HOLDS-REQUEST

           INITIALIZE WS-PRODUCT-REQUEST
           MOVE WS-ACCOUNT-TYPE TO WS-PROD-ACCOUNT-TYPE
           MOVE WS-BUS-DATE     TO WS-PROD-AS-OF-DATE
           CALL 'PRODUCT-MASTER' USING WS-PRODUCT-REQUEST
           IF WS-PROD-FOUND NOT = 'Y'
               MOVE 0 TO WS-PROD-OD-LIMIT
           END-IF

           COMPUTE WS-AVAILABLE =
               BR-BALANCE(WS-ROW-INDEX) - WS-HOLD-TOTAL
               + WS-PROD-OD-LIMIT

      *    An account already past its cushion has nothing to draw
           IF WS-AVAILABLE < 0
               MOVE 0 TO WS-AVAILABLE
           END-IF
           .

      *----------------------------------------------------------------
       2300-WRITE-MOBILE-ROW.
      *----------------------------------------------------------------
           MOVE WS-AVAILABLE TO WS-AMOUNT
           MOVE WS-AMOUNT    TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           MOVE WS-ACCOUNT      TO WS-OUT-LINE(1:10)
           MOVE WS-BUS-DATE     TO WS-OUT-LINE(12:8)
           MOVE WS-AVAIL-STATUS TO WS-OUT-LINE(21:1)
           MOVE WS-AMOUNT-EDIT  TO WS-OUT-LINE(23:12)
           MOVE WS-CURRENCY     TO WS-OUT-LINE(36:3)
           MOVE WS-OUT-LINE TO MOB-AVAIL-LINE
           WRITE MOB-AVAIL-LINE

           ADD 1 TO WS-MOB-COUNT
           ADD WS-AMOUNT TO WS-MOB-HASH
           .

      *----------------------------------------------------------------
       2400-WRITE-ATM-ROWS.
      *----------------------------------------------------------------
      *    Every card linking the account, one at a time, until the
      *    card master has no more.
           MOVE 0 TO WS-CARD-SUB
           MOVE 'Y' TO WS-CARD-FOUND
           PERFORM 2410-TAKE-ONE-CARD UNTIL WS-CARD-FOUND NOT = 'Y'
           .

       2410-TAKE-ONE-CARD.
           ADD 1 TO WS-CARD-SUB
           INITIALIZE WS-CARD-REQUEST
           MOVE 'N' TO WS-CARD-FUNCTION
           MOVE WS-ACCOUNT  TO WS-CARD-ACCOUNT
           MOVE WS-CARD-SUB TO WS-CARD-INDEX
           CALL 'CARD-MASTER' USING WS-CARD-REQUEST
           IF WS-CARD-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

      *    Only a card the network may honour today goes out - a
      *    hot, replaced or expired card is refused at source.
           IF WS-CARD-STATUS NOT = 'A'
               OR WS-CARD-EXPIRY < WS-BUS-MONTH
               EXIT PARAGRAPH
           END-IF

           PERFORM 2420-WRITE-ONE-LINK
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > 3
           .

       2420-WRITE-ONE-LINK.
      *    The network's blank selection draws on link 1; a C or S
      *    selection on the first link held under that role - the
      *    same resolution CARD-MASTER applies at intake.
           IF WS-CARD-LINK-ACCOUNT(WS-LINK-SUB) NOT = WS-ACCOUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-LINK-SUB = 1
               MOVE SPACE TO WS-OUT-SELECTION
               PERFORM 2430-WRITE-ATM-ROW
           END-IF

           IF WS-CARD-LINK-ROLE(WS-LINK-SUB) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ROLE-TAKEN
           PERFORM 2425-CHECK-EARLIER-LINK
               VARYING WS-EARLIER-SUB FROM 1 BY 1
               UNTIL WS-EARLIER-SUB >= WS-LINK-SUB
           IF WS-ROLE-TAKEN = 'N'
               MOVE WS-CARD-LINK-ROLE(WS-LINK-SUB)
                   TO WS-OUT-SELECTION
               PERFORM 2430-WRITE-ATM-ROW
           END-IF
           .

       2425-CHECK-EARLIER-LINK.
           IF WS-CARD-LINK-ROLE(WS-EARLIER-SUB)
                   = WS-CARD-LINK-ROLE(WS-LINK-SUB)
               AND WS-CARD-LINK-ACCOUNT(WS-EARLIER-SUB) > 0
               MOVE 'Y' TO WS-ROLE-TAKEN
           END-IF
           .

       2430-WRITE-ATM-ROW.
           MOVE WS-AVAILABLE TO WS-AMOUNT
           MOVE WS-AMOUNT    TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           MOVE 'ATM'            TO WS-OUT-LINE(1:3)
           MOVE WS-CARD-NUMBER   TO WS-OUT-LINE(5:16)
           MOVE WS-OUT-SELECTION TO WS-OUT-LINE(22:1)
           MOVE WS-AVAIL-STATUS  TO WS-OUT-LINE(24:1)
           MOVE WS-AMOUNT-EDIT   TO WS-OUT-LINE(26:12)
           MOVE WS-CURRENCY      TO WS-OUT-LINE(39:3)
           MOVE WS-BUS-DATE      TO WS-OUT-LINE(43:8)
           MOVE WS-OUT-LINE TO ATM-AVAIL-LINE
           WRITE ATM-AVAIL-LINE

           ADD 1 TO WS-ATM-COUNT
           ADD WS-AMOUNT TO WS-ATM-HASH
           .

      *----------------------------------------------------------------
       3000-FINISH-AVAIL-FILES.
      *----------------------------------------------------------------
           MOVE WS-ATM-HASH TO WS-HASH-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'TRAILER '      DELIMITED BY SIZE
                  WS-ATM-COUNT    DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-HASH-EDIT    DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           MOVE WS-OUT-LINE TO ATM-AVAIL-LINE
           WRITE ATM-AVAIL-LINE
           CLOSE ATM-AVAIL-FILE

           MOVE WS-MOB-HASH TO WS-HASH-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'TRAILER '      DELIMITED BY SIZE
                  WS-MOB-COUNT    DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-HASH-EDIT    DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           MOVE WS-OUT-LINE TO MOB-AVAIL-LINE
           WRITE MOB-AVAIL-LINE
           CLOSE MOB-AVAIL-FILE
           .

      *----------------------------------------------------------------
       4000-PRINT-SUMMARY.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'ATM rows written       : ' WS-ATM-COUNT
           MOVE WS-ATM-HASH TO WS-HASH-EDIT
           DISPLAY 'ATM available hash     : ' WS-HASH-EDIT
           DISPLAY 'Mobile rows written    : ' WS-MOB-COUNT
           MOVE WS-MOB-HASH TO WS-HASH-EDIT
           DISPLAY 'Mobile available hash  : ' WS-HASH-EDIT
           DISPLAY 'Accounts blocked       : ' WS-BLOCKED-COUNT
           DISPLAY 'Loan/term accounts left: ' WS-SKIPPED-COUNT
           DISPLAY '=================================================='
           .
