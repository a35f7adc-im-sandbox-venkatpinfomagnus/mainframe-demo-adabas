       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-SEARCH.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: AUDIT-SEARCH
      * PURPOSE: Internal audit investigation search.  ACCOUNT-HISTORY
      *          and STATEMENT-RUN answer "what happened on this
      *          account"; this screen answers the auditor's own
      *          questions across every account - everything one
      *          operator posted in a quarter, every adjustment over
      *          a limit this year, every item a given supervisor
      *          approved.  Read-only: nothing is posted or changed.
      *          Restricted to internal audit authority (3) at
      *          OPERATOR-SIGNON, which in turn keeps auditors off
      *          every screen that posts.
      *          A search may filter on any mix of:
      *            - operator: named anywhere on the entry, as the
      *              posting operator or as the maker
      *            - maker: the operator who keyed the item - the
      *              MKR: column on an item approved at APPROVAL-
      *              REVIEW, otherwise the operator on the entry
      *            - approver: the supervisor who approved a maker-
      *              checker item (an entry carrying MKR:), or who
      *              keyed a supervisor-only item (a reversal)
      *            - transaction code, amount range (postings only -
      *              maintenance entries carry an action word), and
      *              date range (default 1 January of the business
      *              year through the business date)
      *            - branch: the account's home branch; an entry
      *              with no account, or for an account no longer on
      *              file, goes by the branch of its operator
      *            - channel: ATM or MOB (the network tag the
      *              channel interface writes), TLR (an operator on
      *              the operator master named on the entry) or BAT
      *              (anything else - a batch step)
      *          The dated archive cuts (see AUDIT-ARCHIVE) the date
      *          range covers are searched oldest first, then the
      *          live log.  Every entry in those files is walked
      *          through its CHN= chain the way AUDIT-CHAIN-CHK walks
      *          it - each file verifying from its own CHAIN-FORWARD
      *          line - so each result shows its chain status:
      *            OK    - the entry's CHN= value recomputes
      *            BREAK - it does not (the entry, or one before it
      *                    in the same file, has been altered)
      *            NONE  - written before chaining existed
      *          Results go to the screen (the first 100) and, in
      *          full, to the search report file.  Every search is
      *          itself written to the audit log: TXN-TYPE 'Z',
      *          action AUD-SEARCH, the auditor, the criteria and
      *          the number of entries found.
      * INPUT:   ../data/audit-log.txt,
      *          ../data/audit-archive.YYYYMM.txt,
      *          operator master (via OPERATOR-MASTER), account
      *          file (via ADABAS, for the branch filter)
      * OUTPUT:  ../data/audit-search-report.txt (the latest
      *          search: criteria, one line per entry found - source
      *          file, chain status, channel, the entry as logged -
      *          and totals); audit-log entry type 'Z' AUD-SEARCH
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

           SELECT REPORT-FILE ASSIGN TO
                   "../data/audit-search-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                  PIC X(300).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE                PIC X(300).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(340).

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
           05  FILLER                  PIC X(40).

      *----------------------------------------------------------------
      * Browse Result Rows (matches ADABAS.cbl's BROWSE-WIDE-VIEW
      * layout - the branch filter browses the account file once per
      * search in cursor mode, tag AUDS)
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

       01  FORMAT-BUFFER                PIC X(100) VALUE
           'ACCOUNT-NUMBER,CUSTOMER-NAME,ACCOUNT-TYPE,BALANCE,LAST-TXN-
      -    'DATE.'.

       01  SEARCH-BUFFER.
           05  FILLER                  PIC X(15) VALUE
               'ACCOUNT-TYPE,1,'.
           05  SB-ACCOUNT-TYPE         PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X VALUE '.'.

       01  RECORD-BUFFER                PIC X(2000).

       01  WS-NEXT-ISN                 PIC 9(10) VALUE 1.
       01  WS-MORE-RECORDS             PIC X VALUE 'Y'.
       01  WS-ROW-INDEX                PIC 9(02) VALUE 0.

      *----------------------------------------------------------------
      * Account Branch Table - every account on file with its home
      * branch, loaded only when a search names a branch
      *----------------------------------------------------------------
       01  WS-ACCOUNT-BRANCH-TABLE.
           05  WS-ABR-ENTRY            OCCURS 2000 TIMES.
               10  WS-ABR-ACCOUNT      PIC 9(10).
               10  WS-ABR-BRANCH       PIC X(03).
       01  WS-ABR-TOTAL                PIC 9(04) VALUE 0.
       01  WS-ABR-SUB                  PIC 9(04) VALUE 0.

      *----------------------------------------------------------------
      * Operator Table - every operator on the master with branch,
      * loaded once at sign-on.  An entry naming one of these ids
      * was keyed at a terminal (channel TLR).
      *----------------------------------------------------------------
       01  WS-OPERATOR-TABLE.
           05  WS-OPT-ENTRY            OCCURS 200 TIMES.
               10  WS-OPT-ID           PIC X(08).
               10  WS-OPT-BRANCH       PIC X(03).
               10  WS-OPT-AUTHORITY    PIC 9.
       01  WS-OPT-TOTAL                PIC 9(03) VALUE 0.
       01  WS-OPT-SUB                  PIC 9(03) VALUE 0.
       01  WS-OPT-MATCH                PIC 9(03) VALUE 0.

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

      *----------------------------------------------------------------
      * Screen Fields and Search Criteria
      *----------------------------------------------------------------
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CHOICE                   PIC X.
       01  WS-INPUT-TEXT               PIC X(15).
       01  WS-CRITERIA-OK              PIC X VALUE 'N'.
       01  WS-CRITERIA.
           05  WS-CRT-OPERATOR         PIC X(08).
           05  WS-CRT-MAKER            PIC X(08).
           05  WS-CRT-APPROVER         PIC X(08).
           05  WS-CRT-TYPE             PIC X.
           05  WS-CRT-MIN-SET          PIC X.
           05  WS-CRT-MIN-AMOUNT       PIC 9(09)V99.
           05  WS-CRT-MAX-SET          PIC X.
           05  WS-CRT-MAX-AMOUNT       PIC 9(09)V99.
           05  WS-CRT-FROM-DATE        PIC 9(08).
           05  WS-CRT-TO-DATE          PIC 9(08).
           05  WS-CRT-BRANCH           PIC X(03).
           05  WS-CRT-CHANNEL          PIC X(03).
       01  WS-CRITERIA-TEXT            PIC X(150).
       01  WS-CRT-PTR                  PIC 9(03).
       01  WS-AMOUNT-EDIT              PIC Z(08)9.99.

      *----------------------------------------------------------------
      * Archived-Period Walk - one dated archive per closed month the
      * date range covers, oldest first (the same walk CUSTOMER-
      * STATEMENT makes); a month with no archive on disk is skipped.
      *----------------------------------------------------------------
       01  WS-AUDIT-FILE-STATUS        PIC XX.
       01  WS-ARCHIVE-FILE-STATUS      PIC XX.
       01  WS-ARCHIVE-FILE-NAME        PIC X(40).
       01  WS-ARCH-PERIOD.
           05  WS-ARCH-YEAR            PIC 9(04).
           05  WS-ARCH-MONTH           PIC 99.
       01  WS-ARCH-PERIOD-NUM REDEFINES WS-ARCH-PERIOD
                                       PIC 9(06).
       01  WS-ARCH-END-PERIOD          PIC 9(06).
       01  WS-ARCH-GUARD               PIC 9(03) VALUE 0.
       01  WS-FILE-EOF                 PIC X VALUE 'N'.
       01  WS-SOURCE-NAME              PIC X(06).

      *----------------------------------------------------------------
      * Entry Being Examined - the tail after the timestamp varies by
      * entry type, so it is scanned column by column.  A "plain"
      * tail column (no ':' or '=' in it) is an id or a reference; a
      * tagged one (MKR:, RVSL-OF:, DISPUTE=, CHN= ...) is not.
      *----------------------------------------------------------------
       01  WS-ENTRY-LINE               PIC X(320).
       01  WS-LOG-ISN-TXT              PIC X(10).
       01  WS-LOG-ACCOUNT-TXT          PIC X(10).
       01  WS-LOG-OLD-BAL-TXT          PIC X(12).
       01  WS-LOG-NEW-BAL-TXT          PIC X(12).
       01  WS-LOG-TYPE                 PIC X.
       01  WS-LOG-AMOUNT-TXT           PIC X(12).
       01  WS-LOG-TIMESTAMP            PIC X(16).
       01  WS-LOG-TAIL.
           05  WS-LOG-TAIL-FLD         PIC X(30) OCCURS 8 TIMES.
       01  WS-TAIL-PLAIN-FLAGS.
           05  WS-TAIL-PLAIN           PIC X OCCURS 8 TIMES.
       01  WS-TAIL-SUB                 PIC 9(02) VALUE 0.
       01  WS-TAG-COUNT                PIC 9(03) VALUE 0.
       01  WS-ENT-DATE                 PIC 9(08).
       01  WS-ENT-AMOUNT               PIC 9(09)V99.
       01  WS-ENT-AMOUNT-VALID         PIC X.
       01  WS-ENT-MAKER-TAG            PIC X(08).
       01  WS-ENT-HAS-MAKER            PIC X.
       01  WS-ENT-OPERATOR             PIC X(08).
       01  WS-ENT-OPERATOR-BRANCH      PIC X(03).
       01  WS-ENT-OPERATOR-AUTH        PIC 9.
       01  WS-ENT-CHANNEL              PIC X(03).
       01  WS-ENT-BRANCH               PIC X(03).
       01  WS-ENT-ACCOUNT              PIC 9(10).
       01  WS-ENT-HIT                  PIC X.
       01  WS-MATCH-ID                 PIC X(08).
       01  WS-ID-MATCHED               PIC X.

      *----------------------------------------------------------------
      * Chain Walk - as AUDIT-CHAIN-CHK: each entry's CHN= value is
      * recomputed from its content folded onto the previous entry's
      * value; verification continues from the recorded value so
      * one altered entry reads as one break, not a cascade.
      *----------------------------------------------------------------
       01  WS-EXPECTED-CHAIN           PIC 9(08) VALUE 0.
       01  WS-ENTRY-CHAIN              PIC 9(08).
       01  WS-WORK-HASH                PIC 9(12).
       01  WS-CHAR-VALUE               PIC 9(03).
       01  WS-CONTENT-LENGTH           PIC 9(03).
       01  WS-SUBSCRIPT                PIC 9(03).
       01  WS-CHN-SCAN                 PIC 9(03).
       01  WS-CHN-POS                  PIC 9(03).
       01  WS-CHAIN-STATUS             PIC X(05).

      *----------------------------------------------------------------
      * Search Report and Counters
      *----------------------------------------------------------------
       01  WS-REPORT-FILE-STATUS       PIC XX.
       01  WS-REPORT-TEXT              PIC X(340).
       01  WS-FILES-SCANNED            PIC 9(03) VALUE 0.
       01  WS-ENTRIES-READ             PIC 9(07) VALUE 0.
       01  WS-HITS                     PIC 9(05) VALUE 0.
       01  WS-HIT-BREAKS               PIC 9(05) VALUE 0.
       01  WS-HIT-UNCHAINED            PIC 9(05) VALUE 0.
       01  WS-SCREEN-LIMIT             PIC 9(05) VALUE 100.

      *----------------------------------------------------------------
      * Operator Sign-On - internal audit authority only (see
      * OPERATOR-SIGNON).
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
      * Audit Trail - the search itself is an audited event
      *----------------------------------------------------------------
       01  WS-AUDIT-LINE               PIC X(300).
       01  WS-AUDIT-TIME               PIC 9(08).
       01  WS-AUDIT-PTR                PIC 9(03).

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
           DISPLAY 'INTERNAL AUDIT SEARCH'
           DISPLAY '=================================================='
           DISPLAY ' '

           MOVE 00012 TO ACB-FILE-NUMBER

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST

           MOVE 3 TO WS-SIGN-MIN-AUTHORITY
           CALL 'OPERATOR-SIGNON' USING WS-SIGNON-REQUEST
           IF WS-SIGN-OK NOT = 'Y'
               MOVE 'N' TO WS-CONTINUE
           ELSE
               PERFORM 1100-LOAD-OPERATORS
           END-IF
           .

      *----------------------------------------------------------------
       1100-LOAD-OPERATORS.
      *----------------------------------------------------------------
           MOVE 0   TO WS-OPT-TOTAL
           MOVE 'Y' TO WS-OPM-FOUND
           PERFORM 1110-LOAD-ONE-OPERATOR
               UNTIL WS-OPM-FOUND NOT = 'Y'
                  OR WS-OPT-TOTAL NOT < 200
           .

       1110-LOAD-ONE-OPERATOR.
           COMPUTE WS-OPM-INDEX = WS-OPT-TOTAL + 1
           MOVE 'N' TO WS-OPM-FUNCTION
           CALL 'OPERATOR-MASTER' USING WS-OPMASTER-REQUEST
           IF WS-OPM-FOUND = 'Y'
               ADD 1 TO WS-OPT-TOTAL
               MOVE WS-OPM-ID TO WS-OPT-ID(WS-OPT-TOTAL)
               MOVE WS-OPM-AUTHORITY TO WS-OPT-AUTHORITY(WS-OPT-TOTAL)
               IF WS-OPM-BRANCH IS NUMERIC
                   MOVE WS-OPM-BRANCH TO WS-OPT-BRANCH(WS-OPT-TOTAL)
               ELSE
                   MOVE '001' TO WS-OPT-BRANCH(WS-OPT-TOTAL)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
       2000-PROCESS-MENU.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'S - Search the Audit Trail'
           DISPLAY 'X - Exit'
           DISPLAY 'Enter Choice: ' NO ADVANCING
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN 'S'
               WHEN 's'
                   PERFORM 2100-RUN-SEARCH THRU 2100-EXIT
               WHEN 'X'
               WHEN 'x'
                   MOVE 'N' TO WS-CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice.'
           END-EVALUATE
           .

      *----------------------------------------------------------------
       2100-RUN-SEARCH.
      *----------------------------------------------------------------
           PERFORM 2110-TAKE-CRITERIA THRU 2110-EXIT
           IF WS-CRITERIA-OK NOT = 'Y'
               GO TO 2100-EXIT
           END-IF
           PERFORM 2140-BUILD-CRITERIA-TEXT

           IF WS-CRT-BRANCH NOT = SPACES
               PERFORM 2150-LOAD-ACCOUNT-BRANCHES
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Unable to open the search report'
                       ' file - no search made.'
               GO TO 2100-EXIT
           END-IF
           PERFORM 2170-WRITE-REPORT-HEADING

           MOVE 0 TO WS-FILES-SCANNED
           MOVE 0 TO WS-ENTRIES-READ
           MOVE 0 TO WS-HITS
           MOVE 0 TO WS-HIT-BREAKS
           MOVE 0 TO WS-HIT-UNCHAINED

           DISPLAY ' '
           DISPLAY 'SOURCE CHAIN CHN ENTRY'
           DISPLAY '------ ----- --- ----------------------------------'
                   '--------------'
           PERFORM 2200-SCAN-ARCHIVES
           PERFORM 2300-SCAN-LIVE-LOG

           PERFORM 2800-WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           DISPLAY ' '
           IF WS-HITS > WS-SCREEN-LIMIT
               DISPLAY 'First ' WS-SCREEN-LIMIT ' shown - every'
                       ' entry found is on the search report.'
           END-IF
           DISPLAY 'Files Searched      : ' WS-FILES-SCANNED
           DISPLAY 'Entries Examined    : ' WS-ENTRIES-READ
           DISPLAY 'Entries Found       : ' WS-HITS
           DISPLAY '  Chain Broken      : ' WS-HIT-BREAKS
           DISPLAY '  Unchained         : ' WS-HIT-UNCHAINED
           IF WS-HIT-BREAKS > 0
               DISPLAY '*** ENTRIES FOUND FAIL THE CHAIN CHECK -'
                       ' SEE AUDIT-CHAIN-CHK ***'
           END-IF

           PERFORM 2900-LOG-THE-SEARCH
           .

       2100-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2110-TAKE-CRITERIA.
      *----------------------------------------------------------------
      *    Every filter is optional - blank means any.
           MOVE 'N' TO WS-CRITERIA-OK
           INITIALIZE WS-CRITERIA
           DISPLAY ' '
           DISPLAY 'Leave a filter blank to match any value.'

           DISPLAY 'Operator (posted or keyed)  : ' NO ADVANCING
           ACCEPT WS-CRT-OPERATOR
           MOVE FUNCTION UPPER-CASE(WS-CRT-OPERATOR)
               TO WS-CRT-OPERATOR
           DISPLAY 'Maker (keyed by)            : ' NO ADVANCING
           ACCEPT WS-CRT-MAKER
           MOVE FUNCTION UPPER-CASE(WS-CRT-MAKER) TO WS-CRT-MAKER
           DISPLAY 'Approver                    : ' NO ADVANCING
           ACCEPT WS-CRT-APPROVER
           MOVE FUNCTION UPPER-CASE(WS-CRT-APPROVER)
               TO WS-CRT-APPROVER
           DISPLAY 'Transaction Code            : ' NO ADVANCING
           ACCEPT WS-CRT-TYPE
           MOVE FUNCTION UPPER-CASE(WS-CRT-TYPE) TO WS-CRT-TYPE

           DISPLAY 'Minimum Amount              : ' NO ADVANCING
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-INPUT-TEXT) NOT = 0
                   DISPLAY 'Invalid amount - no search made.'
                   GO TO 2110-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(WS-INPUT-TEXT)
                   TO WS-CRT-MIN-AMOUNT
               MOVE 'Y' TO WS-CRT-MIN-SET
           END-IF
           DISPLAY 'Maximum Amount              : ' NO ADVANCING
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-INPUT-TEXT) NOT = 0
                   DISPLAY 'Invalid amount - no search made.'
                   GO TO 2110-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(WS-INPUT-TEXT)
                   TO WS-CRT-MAX-AMOUNT
               MOVE 'Y' TO WS-CRT-MAX-SET
           END-IF
           IF WS-CRT-MIN-SET = 'Y' AND WS-CRT-MAX-SET = 'Y'
               AND WS-CRT-MIN-AMOUNT > WS-CRT-MAX-AMOUNT
               DISPLAY 'The minimum is above the maximum - no'
                       ' search made.'
               GO TO 2110-EXIT
           END-IF

           DISPLAY 'From Date (YYYYMMDD, blank = 0101 this year): '
               NO ADVANCING
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT = SPACES
               MOVE WS-BUS-DATE TO WS-CRT-FROM-DATE
               MOVE '0101' TO WS-CRT-FROM-DATE(5:4)
           ELSE
               IF WS-INPUT-TEXT(1:8) NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(
                          FUNCTION NUMVAL(WS-INPUT-TEXT(1:8))) NOT = 0
                   DISPLAY 'Invalid date - no search made.'
                   GO TO 2110-EXIT
               END-IF
               MOVE WS-INPUT-TEXT(1:8) TO WS-CRT-FROM-DATE
           END-IF
           DISPLAY 'To Date   (YYYYMMDD, blank = business date) : '
               NO ADVANCING
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT = SPACES
               MOVE WS-BUS-DATE TO WS-CRT-TO-DATE
           ELSE
               IF WS-INPUT-TEXT(1:8) NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(
                          FUNCTION NUMVAL(WS-INPUT-TEXT(1:8))) NOT = 0
                   DISPLAY 'Invalid date - no search made.'
                   GO TO 2110-EXIT
               END-IF
               MOVE WS-INPUT-TEXT(1:8) TO WS-CRT-TO-DATE
           END-IF
           IF WS-CRT-FROM-DATE > WS-CRT-TO-DATE
               DISPLAY 'The from date is after the to date - no'
                       ' search made.'
               GO TO 2110-EXIT
           END-IF

           DISPLAY 'Branch                      : ' NO ADVANCING
           ACCEPT WS-CRT-BRANCH
           IF WS-CRT-BRANCH NOT = SPACES
               AND WS-CRT-BRANCH NOT NUMERIC
               DISPLAY 'Invalid branch - no search made.'
               GO TO 2110-EXIT
           END-IF
           DISPLAY 'Channel (ATM/MOB/TLR/BAT)   : ' NO ADVANCING
           ACCEPT WS-CRT-CHANNEL
           MOVE FUNCTION UPPER-CASE(WS-CRT-CHANNEL) TO WS-CRT-CHANNEL
           IF WS-CRT-CHANNEL NOT = SPACES
               AND WS-CRT-CHANNEL NOT = 'ATM'
               AND WS-CRT-CHANNEL NOT = 'MOB'
               AND WS-CRT-CHANNEL NOT = 'TLR'
               AND WS-CRT-CHANNEL NOT = 'BAT'
               DISPLAY 'Invalid channel - no search made.'
               GO TO 2110-EXIT
           END-IF

           MOVE 'Y' TO WS-CRITERIA-OK
           .

       2110-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2140-BUILD-CRITERIA-TEXT.
      *----------------------------------------------------------------
      *    One column, no commas - the criteria ride in the search's
      *    own audit entry as well as on the report.
           MOVE SPACES TO WS-CRITERIA-TEXT
           MOVE 1 TO WS-CRT-PTR
           STRING 'DTE='            DELIMITED BY SIZE
                  WS-CRT-FROM-DATE  DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-CRT-TO-DATE    DELIMITED BY SIZE
               INTO WS-CRITERIA-TEXT
               WITH POINTER WS-CRT-PTR
           END-STRING
           IF WS-CRT-OPERATOR NOT = SPACES
               STRING '/OPR='         DELIMITED BY SIZE
                      WS-CRT-OPERATOR DELIMITED BY SPACE
                   INTO WS-CRITERIA-TEXT
                   WITH POINTER WS-CRT-PTR
               END-STRING
           END-IF
           IF WS-CRT-MAKER NOT = SPACES
               STRING '/MAK='         DELIMITED BY SIZE
                      WS-CRT-MAKER    DELIMITED BY SPACE
                   INTO WS-CRITERIA-TEXT
                   WITH POINTER WS-CRT-PTR
               END-STRING
           END-IF
           IF WS-CRT-APPROVER NOT = SPACES
               STRING '/APR='         DELIMITED BY SIZE
                      WS-CRT-APPROVER DELIMITED BY SPACE
                   INTO WS-CRITERIA-TEXT
                   WITH POINTER WS-CRT-PTR
               END-STRING
           END-IF
           IF WS-CRT-TYPE NOT = SPACE
               STRING '/TYP='         DELIMITED BY SIZE
                      WS-CRT-TYPE     DELIMITED BY SIZE
                   INTO WS-CRITERIA-TEXT
                   WITH POINTER WS-CRT-PTR
               END-STRING
           END-IF
           IF WS-CRT-MIN-SET = 'Y'
               MOVE WS-CRT-MIN-AMOUNT TO WS-AMOUNT-EDIT
               STRING '/MIN='         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AMOUNT-EDIT)
                                      DELIMITED BY SIZE
                   INTO WS-CRITERIA-TEXT
                   WITH POINTER WS-CRT-PTR
               END-STRING
           END-IF
           IF WS-CRT-MAX-SET = 'Y'
               MOVE WS-CRT-MAX-AMOUNT TO WS-AMOUNT-EDIT
               STRING '/MAX='         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AMOUNT-EDIT)
                                      DELIMITED BY SIZE
                   INTO WS-CRITERIA-TEXT
                   WITH POINTER WS-CRT-PTR
               END-STRING
           END-IF
           IF WS-CRT-BRANCH NOT = SPACES
               STRING '/BRN='         DELIMITED BY SIZE
                      WS-CRT-BRANCH   DELIMITED BY SIZE
                   INTO WS-CRITERIA-TEXT
                   WITH POINTER WS-CRT-PTR
               END-STRING
           END-IF
           IF WS-CRT-CHANNEL NOT = SPACES
               STRING '/CHL='         DELIMITED BY SIZE
                      WS-CRT-CHANNEL  DELIMITED BY SIZE
                   INTO WS-CRITERIA-TEXT
                   WITH POINTER WS-CRT-PTR
               END-STRING
           END-IF
           .

      *----------------------------------------------------------------
       2150-LOAD-ACCOUNT-BRANCHES.
      *----------------------------------------------------------------
           MOVE 0   TO WS-ABR-TOTAL
           MOVE 1   TO WS-NEXT-ISN
           MOVE 'Y' TO WS-MORE-RECORDS
           PERFORM 2160-BROWSE-ACCOUNTS
               UNTIL WS-MORE-RECORDS = 'N'
           .

       2160-BROWSE-ACCOUNTS.
           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'L2'   TO ACB-COMMAND-CODE
           MOVE 00012  TO ACB-FILE-NUMBER
           MOVE 'AUDS' TO ACB-COMMAND-ID
           MOVE WS-NEXT-ISN TO ACB-ISN-LOWER-LIMIT
           MOVE 20     TO ACB-ISN-QUANTITY
           MOVE 100    TO ACB-FORMAT-BUFFER-LEN
           MOVE 2000   TO ACB-RECORD-BUFFER-LEN
           MOVE 31     TO ACB-SEARCH-BUFFER-LEN

           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               FORMAT-BUFFER
                               RECORD-BUFFER
                               SEARCH-BUFFER

           IF ACB-RESPONSE-CODE = 000
               MOVE RECORD-BUFFER TO BROWSE-RESULT
               PERFORM 2165-KEEP-ONE-ACCOUNT
                   VARYING WS-ROW-INDEX FROM 1 BY 1
                   UNTIL WS-ROW-INDEX > ACB-ISN-QUANTITY
               COMPUTE WS-NEXT-ISN = ACB-ISN + 1
           ELSE
               MOVE 'N' TO WS-MORE-RECORDS
           END-IF
           .

       2165-KEEP-ONE-ACCOUNT.
           IF WS-ABR-TOTAL < 2000
               ADD 1 TO WS-ABR-TOTAL
               MOVE BR-ACCOUNT-NUMBER(WS-ROW-INDEX)
                   TO WS-ABR-ACCOUNT(WS-ABR-TOTAL)
               IF BR-BRANCH(WS-ROW-INDEX) IS NUMERIC
                   MOVE BR-BRANCH(WS-ROW-INDEX)
                       TO WS-ABR-BRANCH(WS-ABR-TOTAL)
               ELSE
                   MOVE '001' TO WS-ABR-BRANCH(WS-ABR-TOTAL)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
       2170-WRITE-REPORT-HEADING.
      *----------------------------------------------------------------
           MOVE 'INTERNAL AUDIT SEARCH' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'Business Date: '     DELIMITED BY SIZE
                  WS-BUS-DATE           DELIMITED BY SIZE
                  '   Searched by: '    DELIMITED BY SIZE
                  WS-SIGN-OPERATOR-ID   DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           END-STRING
           MOVE WS-REPORT-TEXT TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'Criteria: '          DELIMITED BY SIZE
                  WS-CRITERIA-TEXT      DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           END-STRING
           MOVE WS-REPORT-TEXT TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SOURCE CHAIN CHN ENTRY' TO REPORT-LINE
           WRITE REPORT-LINE
           .

      *----------------------------------------------------------------
       2200-SCAN-ARCHIVES.
      *----------------------------------------------------------------
      *    Every month the range covers, oldest first; the open
      *    period is still in the live log, scanned after.
           MOVE WS-CRT-FROM-DATE(1:6) TO WS-ARCH-PERIOD
           MOVE WS-CRT-TO-DATE(1:6)   TO WS-ARCH-END-PERIOD
           MOVE 0 TO WS-ARCH-GUARD

           PERFORM 2210-SCAN-ONE-ARCHIVE
               UNTIL WS-ARCH-PERIOD-NUM > WS-ARCH-END-PERIOD
                  OR WS-ARCH-GUARD > 120
           .

       2210-SCAN-ONE-ARCHIVE.
           ADD 1 TO WS-ARCH-GUARD

           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING '../data/audit-archive.' DELIMITED BY SIZE
                  WS-ARCH-PERIOD-NUM       DELIMITED BY SIZE
                  '.txt'                   DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME
           END-STRING

           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS = '00'
               ADD 1 TO WS-FILES-SCANNED
               MOVE WS-ARCH-PERIOD-NUM TO WS-SOURCE-NAME
               MOVE 0   TO WS-EXPECTED-CHAIN
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 2220-READ-ARCHIVE-LINE
                   UNTIL WS-FILE-EOF = 'Y'
               CLOSE ARCHIVE-FILE
           END-IF

           ADD 1 TO WS-ARCH-MONTH
           IF WS-ARCH-MONTH > 12
               MOVE 1 TO WS-ARCH-MONTH
               ADD 1 TO WS-ARCH-YEAR
           END-IF
           .

       2220-READ-ARCHIVE-LINE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   MOVE ARCHIVE-LINE TO WS-ENTRY-LINE
                   PERFORM 2400-EXAMINE-ONE-LINE
           END-READ
           .

      *----------------------------------------------------------------
       2300-SCAN-LIVE-LOG.
      *----------------------------------------------------------------
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FILES-SCANNED
           MOVE 'LIVE' TO WS-SOURCE-NAME
           MOVE 0   TO WS-EXPECTED-CHAIN
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 2310-READ-LIVE-LINE
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE AUDIT-FILE
           .

       2310-READ-LIVE-LINE.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   MOVE AUDIT-LINE TO WS-ENTRY-LINE
                   PERFORM 2400-EXAMINE-ONE-LINE
           END-READ
           .

      *----------------------------------------------------------------
       2400-EXAMINE-ONE-LINE.
      *----------------------------------------------------------------
      *    Every entry is walked through the chain whether it matches
      *    or not - the status of an entry found depends on all the
      *    entries before it in its file.  Control lines (CHAIN-
      *    FORWARD, an archive cut's trailer) are bookkeeping, not
      *    entries.
           EVALUATE TRUE
               WHEN WS-ENTRY-LINE(1:14) = 'CHAIN-FORWARD,'
                   IF WS-ENTRY-LINE(15:8) IS NUMERIC
                       MOVE WS-ENTRY-LINE(15:8) TO WS-EXPECTED-CHAIN
                   END-IF
                   EXIT PARAGRAPH
               WHEN WS-ENTRY-LINE = SPACES
                   EXIT PARAGRAPH
               WHEN WS-ENTRY-LINE(1:10) NOT NUMERIC
                   EXIT PARAGRAPH
           END-EVALUATE

           ADD 1 TO WS-ENTRIES-READ
           PERFORM 2410-CHECK-CHAIN
           PERFORM 2420-PARSE-ENTRY
           PERFORM 2500-APPLY-FILTERS THRU 2500-EXIT
           IF WS-ENT-HIT = 'Y'
               PERFORM 2600-REPORT-HIT
           END-IF
           .

      *----------------------------------------------------------------
       2410-CHECK-CHAIN.
      *----------------------------------------------------------------
           MOVE 0 TO WS-CHN-POS
           PERFORM 2415-SCAN-FOR-CHN
               VARYING WS-CHN-SCAN FROM 1 BY 1
               UNTIL WS-CHN-SCAN > 307
                  OR WS-CHN-POS > 0

           IF WS-CHN-POS = 0
      *        Written before chaining existed - the chain value
      *        stands
               MOVE 'NONE' TO WS-CHAIN-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ENTRY-LINE(WS-CHN-POS + 5:8) TO WS-ENTRY-CHAIN
           COMPUTE WS-CONTENT-LENGTH = WS-CHN-POS - 1

           MOVE WS-EXPECTED-CHAIN TO WS-WORK-HASH
           PERFORM 2418-FOLD-ONE-BYTE
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-CONTENT-LENGTH

           IF WS-WORK-HASH = WS-ENTRY-CHAIN
               MOVE 'OK' TO WS-CHAIN-STATUS
           ELSE
               MOVE 'BREAK' TO WS-CHAIN-STATUS
           END-IF
           MOVE WS-ENTRY-CHAIN TO WS-EXPECTED-CHAIN
           .

       2415-SCAN-FOR-CHN.
           IF WS-ENTRY-LINE(WS-CHN-SCAN:5) = ',CHN='
               AND WS-ENTRY-LINE(WS-CHN-SCAN + 5:8) IS NUMERIC
               MOVE WS-CHN-SCAN TO WS-CHN-POS
           END-IF
           .

       2418-FOLD-ONE-BYTE.
           COMPUTE WS-CHAR-VALUE =
               FUNCTION ORD(WS-ENTRY-LINE(WS-SUBSCRIPT:1))
           COMPUTE WS-WORK-HASH =
               FUNCTION MOD(WS-WORK-HASH * 31 + WS-CHAR-VALUE,
                            100000000)
           .

      *----------------------------------------------------------------
       2420-PARSE-ENTRY.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-LOG-TAIL
           UNSTRING WS-ENTRY-LINE DELIMITED BY ','
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

      *    A posting carries a dollar figure; a maintenance entry an
      *    action word
           MOVE 'N' TO WS-ENT-AMOUNT-VALID
           MOVE 0   TO WS-ENT-AMOUNT
           IF WS-LOG-AMOUNT-TXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-LOG-AMOUNT-TXT) = 0
               MOVE FUNCTION NUMVAL(WS-LOG-AMOUNT-TXT)
                   TO WS-ENT-AMOUNT
               MOVE 'Y' TO WS-ENT-AMOUNT-VALID
           END-IF

           IF WS-LOG-ACCOUNT-TXT IS NUMERIC
               MOVE WS-LOG-ACCOUNT-TXT TO WS-ENT-ACCOUNT
           ELSE
               MOVE 0 TO WS-ENT-ACCOUNT
           END-IF

           MOVE SPACES TO WS-ENT-MAKER-TAG
           MOVE 'N'    TO WS-ENT-HAS-MAKER
           MOVE SPACES TO WS-ENT-OPERATOR
           MOVE SPACES TO WS-ENT-OPERATOR-BRANCH
           MOVE 0      TO WS-ENT-OPERATOR-AUTH
           MOVE SPACES TO WS-ENT-CHANNEL
           PERFORM 2430-CLASSIFY-TAIL-FIELD
               VARYING WS-TAIL-SUB FROM 1 BY 1
               UNTIL WS-TAIL-SUB > 8

           IF WS-ENT-CHANNEL = SPACES
               IF WS-ENT-OPERATOR NOT = SPACES
                   MOVE 'TLR' TO WS-ENT-CHANNEL
               ELSE
                   MOVE 'BAT' TO WS-ENT-CHANNEL
               END-IF
           END-IF
           .

       2430-CLASSIFY-TAIL-FIELD.
           MOVE 'N' TO WS-TAIL-PLAIN(WS-TAIL-SUB)
           IF WS-LOG-TAIL-FLD(WS-TAIL-SUB) = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-LOG-TAIL-FLD(WS-TAIL-SUB)(1:4) = 'MKR:'
               MOVE WS-LOG-TAIL-FLD(WS-TAIL-SUB)(5:8)
                   TO WS-ENT-MAKER-TAG
               MOVE 'Y' TO WS-ENT-HAS-MAKER
               EXIT PARAGRAPH
           END-IF

           IF (WS-LOG-TAIL-FLD(WS-TAIL-SUB)(1:3) = 'ATM'
               OR WS-LOG-TAIL-FLD(WS-TAIL-SUB)(1:3) = 'MOB')
               AND WS-LOG-TAIL-FLD(WS-TAIL-SUB)(4:27) = SPACES
               MOVE WS-LOG-TAIL-FLD(WS-TAIL-SUB)(1:3)
                   TO WS-ENT-CHANNEL
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TAG-COUNT
           INSPECT WS-LOG-TAIL-FLD(WS-TAIL-SUB)
               TALLYING WS-TAG-COUNT FOR ALL ':' ALL '='
           IF WS-TAG-COUNT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TAIL-PLAIN(WS-TAIL-SUB)

      *    The first column naming an operator on the master is the
      *    entry's operator
           IF WS-ENT-OPERATOR = SPACES
               AND WS-LOG-TAIL-FLD(WS-TAIL-SUB)(9:22) = SPACES
               MOVE 0 TO WS-OPT-MATCH
               PERFORM 2435-SCAN-ONE-OPERATOR
                   VARYING WS-OPT-SUB FROM 1 BY 1
                   UNTIL WS-OPT-SUB > WS-OPT-TOTAL
                      OR WS-OPT-MATCH > 0
               IF WS-OPT-MATCH > 0
                   MOVE WS-OPT-ID(WS-OPT-MATCH) TO WS-ENT-OPERATOR
                   MOVE WS-OPT-BRANCH(WS-OPT-MATCH)
                       TO WS-ENT-OPERATOR-BRANCH
                   MOVE WS-OPT-AUTHORITY(WS-OPT-MATCH)
                       TO WS-ENT-OPERATOR-AUTH
               END-IF
           END-IF
           .

       2435-SCAN-ONE-OPERATOR.
           IF WS-OPT-ID(WS-OPT-SUB) = WS-LOG-TAIL-FLD(WS-TAIL-SUB)(1:8)
               MOVE WS-OPT-SUB TO WS-OPT-MATCH
           END-IF
           .

      *----------------------------------------------------------------
       2500-APPLY-FILTERS.
      *----------------------------------------------------------------
           MOVE 'N' TO WS-ENT-HIT

           IF WS-ENT-DATE < WS-CRT-FROM-DATE
               OR WS-ENT-DATE > WS-CRT-TO-DATE
               GO TO 2500-EXIT
           END-IF

           IF WS-CRT-TYPE NOT = SPACE
               AND WS-LOG-TYPE NOT = WS-CRT-TYPE
               GO TO 2500-EXIT
           END-IF

           IF WS-CRT-MIN-SET = 'Y'
               IF WS-ENT-AMOUNT-VALID NOT = 'Y'
                   OR WS-ENT-AMOUNT < WS-CRT-MIN-AMOUNT
                   GO TO 2500-EXIT
               END-IF
           END-IF
           IF WS-CRT-MAX-SET = 'Y'
               IF WS-ENT-AMOUNT-VALID NOT = 'Y'
                   OR WS-ENT-AMOUNT > WS-CRT-MAX-AMOUNT
                   GO TO 2500-EXIT
               END-IF
           END-IF

           IF WS-CRT-CHANNEL NOT = SPACES
               AND WS-ENT-CHANNEL NOT = WS-CRT-CHANNEL
               GO TO 2500-EXIT
           END-IF

      *    Operator: named anywhere - as the posting operator, the
      *    approver or the maker
           IF WS-CRT-OPERATOR NOT = SPACES
               MOVE WS-CRT-OPERATOR TO WS-MATCH-ID
               PERFORM 2540-MATCH-PLAIN-ID
               IF WS-ID-MATCHED NOT = 'Y'
                   AND WS-ENT-MAKER-TAG NOT = WS-CRT-OPERATOR
                   GO TO 2500-EXIT
               END-IF
           END-IF

      *    Maker: the MKR: column when the item went through dual
      *    control, otherwise whoever the entry names
           IF WS-CRT-MAKER NOT = SPACES
               IF WS-ENT-HAS-MAKER = 'Y'
                   IF WS-ENT-MAKER-TAG NOT = WS-CRT-MAKER
                       GO TO 2500-EXIT
                   END-IF
               ELSE
                   MOVE WS-CRT-MAKER TO WS-MATCH-ID
                   PERFORM 2540-MATCH-PLAIN-ID
                   IF WS-ID-MATCHED NOT = 'Y'
                       GO TO 2500-EXIT
                   END-IF
               END-IF
           END-IF

      *    Approver: on a dual-control item the operator column
      *    beside its MKR:; on anything else the supervisor who keyed
      *    it (a reversal, a maintenance change) approved it too
           IF WS-CRT-APPROVER NOT = SPACES
               IF WS-ENT-HAS-MAKER = 'Y'
                   MOVE WS-CRT-APPROVER TO WS-MATCH-ID
                   PERFORM 2540-MATCH-PLAIN-ID
                   IF WS-ID-MATCHED NOT = 'Y'
                       GO TO 2500-EXIT
                   END-IF
               ELSE
                   IF WS-ENT-OPERATOR NOT = WS-CRT-APPROVER
                       OR WS-ENT-OPERATOR-AUTH NOT = 2
                       GO TO 2500-EXIT
                   END-IF
               END-IF
           END-IF

           IF WS-CRT-BRANCH NOT = SPACES
               PERFORM 2550-FIND-ENTRY-BRANCH
               IF WS-ENT-BRANCH NOT = WS-CRT-BRANCH
                   GO TO 2500-EXIT
               END-IF
           END-IF

           MOVE 'Y' TO WS-ENT-HIT
           .

       2500-EXIT.
           EXIT
           .

       2540-MATCH-PLAIN-ID.
           MOVE 'N' TO WS-ID-MATCHED
           PERFORM 2545-MATCH-ONE-COLUMN
               VARYING WS-TAIL-SUB FROM 1 BY 1
               UNTIL WS-TAIL-SUB > 8
                  OR WS-ID-MATCHED = 'Y'
           .

       2545-MATCH-ONE-COLUMN.
           IF WS-TAIL-PLAIN(WS-TAIL-SUB) = 'Y'
               AND WS-LOG-TAIL-FLD(WS-TAIL-SUB) = WS-MATCH-ID
               MOVE 'Y' TO WS-ID-MATCHED
           END-IF
           .

      *----------------------------------------------------------------
       2550-FIND-ENTRY-BRANCH.
      *----------------------------------------------------------------
      *    The account's home branch; with no account on file to go
      *    by, the branch of the operator the entry names.
           MOVE SPACES TO WS-ENT-BRANCH
           IF WS-ENT-ACCOUNT NOT = 0
               PERFORM 2555-SCAN-ONE-ACCOUNT
                   VARYING WS-ABR-SUB FROM 1 BY 1
                   UNTIL WS-ABR-SUB > WS-ABR-TOTAL
                      OR WS-ENT-BRANCH NOT = SPACES
           END-IF
           IF WS-ENT-BRANCH = SPACES
               MOVE WS-ENT-OPERATOR-BRANCH TO WS-ENT-BRANCH
           END-IF
           .

       2555-SCAN-ONE-ACCOUNT.
           IF WS-ABR-ACCOUNT(WS-ABR-SUB) = WS-ENT-ACCOUNT
               MOVE WS-ABR-BRANCH(WS-ABR-SUB) TO WS-ENT-BRANCH
           END-IF
           .

      *----------------------------------------------------------------
       2600-REPORT-HIT.
      *----------------------------------------------------------------
           ADD 1 TO WS-HITS
           IF WS-CHAIN-STATUS = 'BREAK'
               ADD 1 TO WS-HIT-BREAKS
           END-IF
           IF WS-CHAIN-STATUS = 'NONE'
               ADD 1 TO WS-HIT-UNCHAINED
           END-IF

           MOVE SPACES TO WS-REPORT-TEXT
           STRING WS-SOURCE-NAME      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-CHAIN-STATUS     DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-ENT-CHANNEL      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-ENTRY-LINE       DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           END-STRING
           MOVE WS-REPORT-TEXT TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-HITS NOT > WS-SCREEN-LIMIT
               DISPLAY FUNCTION TRIM(WS-REPORT-TEXT TRAILING)
           END-IF
           .

      *----------------------------------------------------------------
       2800-WRITE-REPORT-TOTALS.
      *----------------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'Files Searched: '    DELIMITED BY SIZE
                  WS-FILES-SCANNED      DELIMITED BY SIZE
                  '  Entries Examined: ' DELIMITED BY SIZE
                  WS-ENTRIES-READ       DELIMITED BY SIZE
                  '  Entries Found: '   DELIMITED BY SIZE
                  WS-HITS               DELIMITED BY SIZE
                  '  Chain Broken: '    DELIMITED BY SIZE
                  WS-HIT-BREAKS         DELIMITED BY SIZE
                  '  Unchained: '       DELIMITED BY SIZE
                  WS-HIT-UNCHAINED      DELIMITED BY SIZE
               INTO WS-REPORT-TEXT
           END-STRING
           MOVE WS-REPORT-TEXT TO REPORT-LINE
           WRITE REPORT-LINE
           .

      *----------------------------------------------------------------
       2900-LOG-THE-SEARCH.
      *----------------------------------------------------------------
      *    Append a CSV record of the search to the audit trail:
      *    ISN,ACCOUNT,OLD-BAL,NEW-BAL,TXN-TYPE,ACTION,TIMESTAMP,
      *    AUDITOR,CRITERIA,HITS=<count> - TXN-TYPE 'Z', ISN and
      *    account zero, balances zero, action AUD-SEARCH, the same
      *    shape OPERATOR-ADMIN's entries take.
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-LINE
           STRING '0000000000'          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  '0000000000'          DELIMITED BY SIZE
                  ', 00000000.00'       DELIMITED BY SIZE
                  ', 00000000.00'       DELIMITED BY SIZE
                  ',Z,AUD-SEARCH,'      DELIMITED BY SIZE
                  WS-BUS-DATE           DELIMITED BY SIZE
                  WS-AUDIT-TIME         DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-SIGN-OPERATOR-ID   DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-CRITERIA-TEXT      DELIMITED BY SPACE
                  ',HITS='              DELIMITED BY SIZE
                  WS-HITS               DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ
           IF WS-AWR-OK NOT = 'Y'
               DISPLAY 'WARNING: the search could not be recorded'
                       ' in the audit log.'
           END-IF
           .

      *----------------------------------------------------------------
       3000-TERMINATE.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'AUDIT SEARCH SESSION ENDED'
           DISPLAY '=================================================='
           .
