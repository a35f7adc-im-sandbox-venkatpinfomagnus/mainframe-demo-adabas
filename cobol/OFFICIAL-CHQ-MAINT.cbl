       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFICIAL-CHQ-MAINT.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: OFFICIAL-CHQ-MAINT
      * PURPOSE: Official (cashier's) cheque teller screen.  The
      *          operator signs on and:
      *            I - issues an official cheque: the purchaser's
      *                account is debited, the official cheques
      *                outstanding account credited, the next serial
      *                taken from the outstanding register (see
      *                OFFICIAL-CHEQUES) and the cheque printed
      *            S - stops payment on an outstanding cheque (lost
      *                or stolen) - it stays owed, but a presentment
      *                is refused and returned
      *            V - voids a cheque and refunds the purchaser's
      *                account
      *            R - reissues a cheque under a new serial for the
      *                same amount (a stopped or spoiled cheque), the
      *                old serial marked replaced
      *            Q/L - inquires on one serial or lists an account's
      *                cheques
      *          Issue debits available funds only - never into
      *          overdraft and never by sweep - and is refused on a
      *          dormant account, a debit-restricted account, a loan,
      *          an unmatured term deposit, a foreign-currency account
      *          and the operator's own or a related customer's
      *          account (see EMPLOYEE-ACCOUNTS).  An issue or void
      *          at or above the withdrawal approval threshold needs
      *          a supervisor to sign on and confirm it.
      *          Every money movement is two transfer legs on the
      *          audit trail tagged OCHQ=<serial>: the customer's leg
      *          and the official leg on the bank's official-cheque
      *          drawee account, whose balance columns carry the
      *          register's outstanding total - GL-JOURNAL-EXTRACT
      *          posts the pair to the deposit GL and the official
      *          cheques outstanding GL.  A stop or a reissue moves no
      *          money and is audited as a 'P' entry on the official
      *          account.
      * INPUT:   Operator sign-on, ../data/approval-thresholds.txt
      *          (CODE 1, AMOUNT 3-14 - the W line), keyed details
      * OUTPUT:  ../data/official-cheques.txt (via OFFICIAL-CHEQUES),
      *          account balances via ADABAS (S1/A1), audit-log and
      *          history entries, ../data/official-cheque-print.txt
      *          (each cheque image appended for the cheque printer)
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPR-THRESH-FILE ASSIGN TO
                   "../data/approval-thresholds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-THRESH-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO
                   "../data/official-cheque-print.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPR-THRESH-FILE.
       01  APPR-THRESH-LINE            PIC X(20).

       FD  PRINT-FILE.
       01  PRINT-LINE                  PIC X(132).

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
      * Account Record Structure
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

      *----------------------------------------------------------------
      * Screen Fields
      *----------------------------------------------------------------
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CHOICE                   PIC X.
       01  WS-CONFIRM                  PIC X.
       01  WS-INPUT-ACCOUNT            PIC 9(10).
       01  WS-INPUT-SERIAL             PIC 9(08).
       01  WS-INPUT-PAYEE              PIC X(30).
       01  WS-INPUT-AMOUNT-TEXT        PIC X(15).
       01  WS-INPUT-AMOUNT             PIC S9(08)V99.
       01  WS-LIST-INDEX               PIC 9(04) VALUE 0.
       01  WS-LIST-SHOWN               PIC 9(04) VALUE 0.
       01  WS-MORE-ROWS                PIC X VALUE 'Y'.
       01  WS-FORMATTED-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-BALANCE        PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-STATUS-WORD              PIC X(11).

      *----------------------------------------------------------------
      * Posting Working Data
      *----------------------------------------------------------------
       01  WS-OLD-BALANCE              PIC S9(08)V99.
       01  WS-NEW-BALANCE              PIC S9(08)V99.
       01  WS-AVAILABLE-BALANCE        PIC S9(08)V99.
       01  WS-SAVED-ISN                PIC 9(10).
       01  WS-CHEQUE-AMOUNT            PIC 9(09)V99.
       01  WS-CUR-SERIAL               PIC 9(08).
       01  WS-OLD-SERIAL               PIC 9(08).
       01  WS-CUR-PAYEE                PIC X(30).
       01  WS-CUR-REMITTER             PIC X(30).
       01  WS-CUR-ACCOUNT              PIC 9(10).
       01  WS-OFFICIAL-ACCOUNT         PIC 9(10).
       01  WS-OUT-OLD-BAL              PIC S9(08)V99.
       01  WS-OUT-NEW-BAL              PIC S9(08)V99.
       01  WS-ACCOUNT-OK               PIC X VALUE 'N'.
       01  WS-SUPERVISOR-OK            PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Dual Control - an issue or refund at or above the withdrawal
      * approval threshold (the W line ACCOUNT-UPDATE queues on) is
      * confirmed by a supervisor signing on at the same terminal.
      *----------------------------------------------------------------
       01  WS-APPR-THRESH-FILE-STATUS  PIC XX.
       01  WS-APPR-THRESH-W            PIC 9(09)V99 VALUE 0.

      *----------------------------------------------------------------
      * Official Cheque Register (see OFFICIAL-CHEQUES)
      *----------------------------------------------------------------
       01  WS-OFFICIAL-CHEQUE-REQUEST.
           05  WS-OCQ-FUNCTION         PIC X.
           05  WS-OCQ-SERIAL           PIC 9(08).
           05  WS-OCQ-INDEX            PIC 9(04).
           05  WS-OCQ-STATUS           PIC X.
           05  WS-OCQ-ACCOUNT          PIC 9(10).
           05  WS-OCQ-AMOUNT           PIC 9(09)V99.
           05  WS-OCQ-PAYEE            PIC X(30).
           05  WS-OCQ-ISSUE-DATE       PIC 9(08).
           05  WS-OCQ-ISSUED-BY        PIC X(08).
           05  WS-OCQ-STATUS-DATE      PIC 9(08).
           05  WS-OCQ-STATUS-BY        PIC X(08).
           05  WS-OCQ-LINKED-SERIAL    PIC 9(08).
           05  WS-OCQ-PAID-REF         PIC X(16).
           05  WS-OCQ-REMITTER         PIC X(30).
           05  WS-OCQ-ACTION-DATE      PIC 9(08).
           05  WS-OCQ-OPERATOR         PIC X(08).
           05  WS-OCQ-OFFICIAL-ACCOUNT PIC 9(10).
           05  WS-OCQ-OUT-COUNT        PIC 9(05).
           05  WS-OCQ-OUT-TOTAL        PIC 9(09)V99.
           05  WS-OCQ-FOUND            PIC X.
           05  WS-OCQ-OK               PIC X.

      *----------------------------------------------------------------
      * Posting Controls - the same checks ACCOUNT-UPDATE applies to
      * a withdrawal (see RESTRICTION-STATUS, DORMANCY-STATUS,
      * MEMO-HOLDS and EMPLOYEE-ACCOUNTS).
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

       01  WS-DORMANCY-REQUEST.
           05  WS-DORM-FUNCTION        PIC X.
           05  WS-DORM-ACCOUNT         PIC 9(10).
           05  WS-DORM-STATUS          PIC X.
           05  WS-DORM-MARKED-DATE     PIC 9(08).
           05  WS-DORM-LAST-TXN        PIC 9(08).
           05  WS-DORM-OK              PIC X.

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
      * Operator Sign-On - every session is authenticated against
      * the operator master by OPERATOR-SIGNON (see ACCOUNT-UPDATE
      * for the convention).  Selling an official cheque is teller
      * work; the confirming supervisor signs on as the second
      * operator.
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
       01  WS-AUDIT-OLD-BAL-EDIT       PIC -9(08).99.
       01  WS-AUDIT-NEW-BAL-EDIT       PIC -9(08).99.
       01  WS-AUDIT-AMOUNT-EDIT        PIC 9(08).99.
       01  WS-AUDIT-ACTION             PIC X(12).
       01  WS-AUDIT-SERIAL             PIC 9(08).
       01  WS-AUDIT-SUFFIX             PIC X(14).
       01  WS-LEG-ISN                  PIC 9(10).
       01  WS-LEG-ACCOUNT              PIC 9(10).
       01  WS-LEG-XREF                 PIC 9(10).
       01  WS-LEG-OLD-BAL              PIC S9(08)V99.
       01  WS-LEG-NEW-BAL              PIC S9(08)V99.

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
      * Cheque Printing - the image goes to the cheque printer's
      * file with the amount in figures and in words.
      *----------------------------------------------------------------
       01  WS-PRINT-FILE-STATUS        PIC XX.
       01  WS-PRINT-WORK               PIC X(132).
       01  WS-PRINT-AMOUNT-EDIT        PIC $$$$,$$$,$$9.99.
       01  WS-MICR-AMOUNT              PIC 9(10).
       01  WS-WORDS-LINE               PIC X(132).
       01  WS-WORDS-PTR                PIC 9(03).
       01  WS-WORDS-DOLLARS            PIC 9(09).
       01  WS-WORDS-DOLLARS-R REDEFINES WS-WORDS-DOLLARS.
           05  WS-WD-MILLIONS          PIC 9(03).
           05  WS-WD-THOUSANDS         PIC 9(03).
           05  WS-WD-UNITS             PIC 9(03).
       01  WS-WORDS-CENTS              PIC 9(02).
       01  WS-WORD-GROUP               PIC 9(03).
       01  WS-WORD-GROUP-R REDEFINES WS-WORD-GROUP.
           05  WS-WG-HUNDREDS          PIC 9.
           05  WS-WG-TENS-ONES         PIC 99.
       01  WS-WG-TENS                  PIC 9.
       01  WS-WG-ONES                  PIC 9.

       01  WS-ONES-VALUES.
           05  FILLER                  PIC X(09) VALUE 'ONE'.
           05  FILLER                  PIC X(09) VALUE 'TWO'.
           05  FILLER                  PIC X(09) VALUE 'THREE'.
           05  FILLER                  PIC X(09) VALUE 'FOUR'.
           05  FILLER                  PIC X(09) VALUE 'FIVE'.
           05  FILLER                  PIC X(09) VALUE 'SIX'.
           05  FILLER                  PIC X(09) VALUE 'SEVEN'.
           05  FILLER                  PIC X(09) VALUE 'EIGHT'.
           05  FILLER                  PIC X(09) VALUE 'NINE'.
           05  FILLER                  PIC X(09) VALUE 'TEN'.
           05  FILLER                  PIC X(09) VALUE 'ELEVEN'.
           05  FILLER                  PIC X(09) VALUE 'TWELVE'.
           05  FILLER                  PIC X(09) VALUE 'THIRTEEN'.
           05  FILLER                  PIC X(09) VALUE 'FOURTEEN'.
           05  FILLER                  PIC X(09) VALUE 'FIFTEEN'.
           05  FILLER                  PIC X(09) VALUE 'SIXTEEN'.
           05  FILLER                  PIC X(09) VALUE 'SEVENTEEN'.
           05  FILLER                  PIC X(09) VALUE 'EIGHTEEN'.
           05  FILLER                  PIC X(09) VALUE 'NINETEEN'.
       01  WS-ONES-TABLE REDEFINES WS-ONES-VALUES.
           05  WS-ONES-WORD            PIC X(09) OCCURS 19 TIMES.

       01  WS-TENS-VALUES.
           05  FILLER                  PIC X(07) VALUE 'TWENTY'.
           05  FILLER                  PIC X(07) VALUE 'THIRTY'.
           05  FILLER                  PIC X(07) VALUE 'FORTY'.
           05  FILLER                  PIC X(07) VALUE 'FIFTY'.
           05  FILLER                  PIC X(07) VALUE 'SIXTY'.
           05  FILLER                  PIC X(07) VALUE 'SEVENTY'.
           05  FILLER                  PIC X(07) VALUE 'EIGHTY'.
           05  FILLER                  PIC X(07) VALUE 'NINETY'.
       01  WS-TENS-TABLE REDEFINES WS-TENS-VALUES.
           05  WS-TENS-WORD            PIC X(07) OCCURS 8 TIMES.

      *----------------------------------------------------------------
      * Format and Search Buffers
      *----------------------------------------------------------------
       01  READ-FORMAT-BUFFER          PIC X(100) VALUE
           'ACCOUNT-NUMBER,CUSTOMER-NAME,ACCOUNT-TYPE,BALANCE,LAST-TXN-
      -    'DATE,CURRENCY-CODE.'.

       01  UPDATE-FORMAT-BUFFER        PIC X(50) VALUE
           'BALANCE,LAST-TXN-DATE.'.

       01  SEARCH-BUFFER.
           05  FILLER                  PIC X(17) VALUE
               'ACCOUNT-NUMBER,1,'.
           05  SB-ACCOUNT-NUMBER       PIC 9(10).
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
           DISPLAY 'OFFICIAL CHEQUES'
           DISPLAY '=================================================='
           DISPLAY ' '

           MOVE 00012 TO ACB-FILE-NUMBER

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST

           INITIALIZE WS-SYSTEM-STATUS-REQUEST
           MOVE 'C' TO WS-SYS-FUNCTION
           CALL 'SYSTEM-STATUS' USING WS-SYSTEM-STATUS-REQUEST
           IF WS-SYS-STATUS = 'QUIESCED'
               DISPLAY '*** SYSTEM QUIESCED - end-of-day cycle in'
                       ' progress.  Official cheques are not'
                       ' available until the cycle completes. ***'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1100-LOAD-APPROVAL-THRESHOLD THRU 1100-EXIT

           INITIALIZE WS-OFFICIAL-CHEQUE-REQUEST
           MOVE 'K' TO WS-OCQ-FUNCTION
           CALL 'OFFICIAL-CHEQUES' USING WS-OFFICIAL-CHEQUE-REQUEST
           MOVE WS-OCQ-OFFICIAL-ACCOUNT TO WS-OFFICIAL-ACCOUNT

           MOVE 1 TO WS-SIGN-MIN-AUTHORITY
           CALL 'OPERATOR-SIGNON' USING WS-SIGNON-REQUEST
           IF WS-SIGN-OK NOT = 'Y'
               MOVE 'N' TO WS-CONTINUE
           END-IF
           .

      *----------------------------------------------------------------
       1100-LOAD-APPROVAL-THRESHOLD.
      *----------------------------------------------------------------
      *    One line per code: CODE 1, AMOUNT 3-14.  No W line (or no
      *    file) means no amount needs a supervisor.
           OPEN INPUT APPR-THRESH-FILE
           IF WS-APPR-THRESH-FILE-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF

           PERFORM 1110-LOAD-ONE-THRESHOLD
               UNTIL WS-APPR-THRESH-FILE-STATUS NOT = '00'

           CLOSE APPR-THRESH-FILE
           .

       1100-EXIT.
           EXIT
           .

       1110-LOAD-ONE-THRESHOLD.
           READ APPR-THRESH-FILE INTO APPR-THRESH-LINE
               AT END
                   CONTINUE
               NOT AT END
                   IF APPR-THRESH-LINE(1:1) = 'W'
                       AND APPR-THRESH-LINE(3:12) NOT = SPACES
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(APPR-THRESH-LINE(3:12)))
                           TO WS-APPR-THRESH-W
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       2000-PROCESS-MENU.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'I - Issue Official Cheque'
           DISPLAY 'S - Stop Payment'
           DISPLAY 'V - Void and Refund'
           DISPLAY 'R - Reissue'
           DISPLAY 'Q - Inquire on a Cheque'
           DISPLAY 'L - List Cheques for an Account'
           DISPLAY 'X - Exit'
           DISPLAY 'Enter Choice: ' NO ADVANCING
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN 'I'
               WHEN 'i'
                   PERFORM 2100-ISSUE-CHEQUE THRU 2100-EXIT
               WHEN 'S'
               WHEN 's'
                   PERFORM 2300-STOP-CHEQUE THRU 2300-EXIT
               WHEN 'V'
               WHEN 'v'
                   PERFORM 2400-VOID-CHEQUE THRU 2400-EXIT
               WHEN 'R'
               WHEN 'r'
                   PERFORM 2500-REISSUE-CHEQUE THRU 2500-EXIT
               WHEN 'Q'
               WHEN 'q'
                   PERFORM 2600-INQUIRE-CHEQUE THRU 2600-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM 2650-LIST-CHEQUES
               WHEN 'X'
               WHEN 'x'
                   MOVE 'N' TO WS-CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice.'
           END-EVALUATE
           .

      *----------------------------------------------------------------
       2100-ISSUE-CHEQUE.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'Purchaser Account Number: ' NO ADVANCING
           ACCEPT WS-INPUT-ACCOUNT

           MOVE WS-INPUT-ACCOUNT TO SB-ACCOUNT-NUMBER
           PERFORM 2950-READ-ACCOUNT
           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY 'Account ' WS-INPUT-ACCOUNT ' not found -'
                       ' no cheque issued.'
               GO TO 2100-EXIT
           END-IF

           PERFORM 2150-CHECK-DEBIT-ALLOWED THRU 2150-EXIT
           IF WS-ACCOUNT-OK NOT = 'Y'
               GO TO 2100-EXIT
           END-IF

           MOVE BALANCE TO WS-OLD-BALANCE
           PERFORM 2960-GET-AVAILABLE-BALANCE
           MOVE WS-AVAILABLE-BALANCE TO WS-FORMATTED-BALANCE
           DISPLAY ' '
           DISPLAY 'Account   : ' ACCOUNT-NUMBER ' ' CUSTOMER-NAME
           DISPLAY 'Available : $' WS-FORMATTED-BALANCE

           DISPLAY 'Cheque Amount: ' NO ADVANCING
           ACCEPT WS-INPUT-AMOUNT-TEXT
           IF WS-INPUT-AMOUNT-TEXT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-INPUT-AMOUNT-TEXT) NOT = 0
               DISPLAY 'Invalid amount - no cheque issued.'
               GO TO 2100-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-INPUT-AMOUNT-TEXT)
               TO WS-INPUT-AMOUNT
           IF WS-INPUT-AMOUNT NOT > 0
               DISPLAY 'The amount must be more than zero - no'
                       ' cheque issued.'
               GO TO 2100-EXIT
           END-IF
           MOVE WS-INPUT-AMOUNT TO WS-CHEQUE-AMOUNT
           IF WS-INPUT-AMOUNT > WS-AVAILABLE-BALANCE
               DISPLAY 'Insufficient available funds - an official'
                       ' cheque is paid for in full, never on'
                       ' overdraft.  No cheque issued.'
               GO TO 2100-EXIT
           END-IF

           DISPLAY 'Pay To The Order Of: ' NO ADVANCING
           ACCEPT WS-INPUT-PAYEE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-PAYEE) TO WS-INPUT-PAYEE
           IF WS-INPUT-PAYEE = SPACES
               DISPLAY 'The payee is required - no cheque issued.'
               GO TO 2100-EXIT
           END-IF
           MOVE WS-INPUT-PAYEE TO WS-CUR-PAYEE
           MOVE CUSTOMER-NAME(1:30) TO WS-CUR-REMITTER

           MOVE WS-CHEQUE-AMOUNT TO WS-FORMATTED-AMOUNT
           DISPLAY ' '
           DISPLAY 'Issue an official cheque for $' WS-FORMATTED-AMOUNT
           DISPLAY '  payable to ' WS-CUR-PAYEE
           DISPLAY '  debiting account ' ACCOUNT-NUMBER
                   ' - confirm (Y/N): ' NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'No cheque issued.'
               GO TO 2100-EXIT
           END-IF

           PERFORM 2970-CONFIRM-SUPERVISOR THRU 2970-EXIT
           IF WS-SUPERVISOR-OK NOT = 'Y'
               DISPLAY 'No cheque issued.'
               GO TO 2100-EXIT
           END-IF

           PERFORM 2200-POST-ISSUE THRU 2200-EXIT
           .

       2100-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2150-CHECK-DEBIT-ALLOWED.
      *----------------------------------------------------------------
      *    Works on the account ACCOUNT-RECORD holds.  WS-ACCOUNT-OK
      *    comes back 'Y' only when the account may be debited for
      *    an official cheque; every refusal has been shown.
           MOVE 'N' TO WS-ACCOUNT-OK

           IF CURRENCY-CODE NOT = SPACES AND CURRENCY-CODE NOT = 'USD'
               DISPLAY 'Official cheques are drawn in USD only -'
                       ' account ' ACCOUNT-NUMBER ' is held in '
                       CURRENCY-CODE '.'
               GO TO 2150-EXIT
           END-IF
           IF ACCOUNT-TYPE = 'LOAN'
               DISPLAY 'A loan account cannot be debited - no'
                       ' cheque issued.'
               GO TO 2150-EXIT
           END-IF
           IF ACCOUNT-TYPE = 'TERM-DEPOSIT'
               AND MATURITY-DATE > WS-BUS-DATE
               DISPLAY 'Term deposit not yet matured (matures '
                       MATURITY-DATE ') - no cheque issued.'
               GO TO 2150-EXIT
           END-IF

           INITIALIZE WS-DORMANCY-REQUEST
           MOVE 'C' TO WS-DORM-FUNCTION
           MOVE ACCOUNT-NUMBER TO WS-DORM-ACCOUNT
           CALL 'DORMANCY-STATUS' USING WS-DORMANCY-REQUEST
           IF WS-DORM-STATUS = 'D' OR WS-DORM-STATUS = 'E'
               DISPLAY '*** ACCOUNT IS DORMANT (inactive since '
                       WS-DORM-LAST-TXN ') ***'
               DISPLAY 'Reactivate it at the account update screen'
                       ' first - no cheque issued.'
               GO TO 2150-EXIT
           END-IF

           INITIALIZE WS-RESTRICTION-REQUEST
           MOVE 'C' TO WS-RSTR-FUNCTION
           MOVE ACCOUNT-NUMBER TO WS-RSTR-ACCOUNT
           MOVE WS-BUS-DATE    TO WS-RSTR-ASOF-DATE
           CALL 'RESTRICTION-STATUS' USING WS-RESTRICTION-REQUEST
           IF WS-RSTR-TYPE = 'D' OR WS-RSTR-TYPE = 'A'
               DISPLAY 'Account ' ACCOUNT-NUMBER ' is restricted ('
                       FUNCTION TRIM(WS-RSTR-REASON) ') - no'
                       ' cheque issued.'
               PERFORM 2980-JOURNAL-RESTRICTED-ITEM
               GO TO 2150-EXIT
           END-IF

           PERFORM 2990-CHECK-EMPLOYEE-ACCOUNT
           IF WS-EMP-RELATION NOT = SPACE
               GO TO 2150-EXIT
           END-IF

           MOVE 'Y' TO WS-ACCOUNT-OK
           .

       2150-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2200-POST-ISSUE.
      *----------------------------------------------------------------
      *    The account is held and its funds proved again before the
      *    serial is taken, so the register never carries a cheque
      *    the account did not pay for; a debit that then fails to
      *    post voids the serial.
           MOVE WS-INPUT-ACCOUNT TO SB-ACCOUNT-NUMBER
           PERFORM 2955-READ-AND-HOLD
           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY 'Account ' WS-INPUT-ACCOUNT ' is unavailable'
                       ' (response ' ACB-RESPONSE-CODE ') - no'
                       ' cheque issued.'
               GO TO 2200-EXIT
           END-IF
           MOVE ACB-ISN TO WS-SAVED-ISN
           MOVE BALANCE TO WS-OLD-BALANCE
           MOVE ACCOUNT-NUMBER TO WS-CUR-ACCOUNT

           PERFORM 2960-GET-AVAILABLE-BALANCE
           IF WS-CHEQUE-AMOUNT > WS-AVAILABLE-BALANCE
               PERFORM 2958-RELEASE-HOLD
               DISPLAY 'The available balance has changed and no'
                       ' longer covers the cheque - no cheque'
                       ' issued.'
               GO TO 2200-EXIT
           END-IF

           INITIALIZE WS-OFFICIAL-CHEQUE-REQUEST
           MOVE 'I' TO WS-OCQ-FUNCTION
           MOVE WS-CUR-ACCOUNT      TO WS-OCQ-ACCOUNT
           MOVE WS-CHEQUE-AMOUNT    TO WS-OCQ-AMOUNT
           MOVE WS-CUR-PAYEE        TO WS-OCQ-PAYEE
           MOVE WS-CUR-REMITTER     TO WS-OCQ-REMITTER
           MOVE 0                   TO WS-OCQ-LINKED-SERIAL
           MOVE WS-BUS-DATE         TO WS-OCQ-ACTION-DATE
           MOVE WS-SIGN-OPERATOR-ID TO WS-OCQ-OPERATOR
           CALL 'OFFICIAL-CHEQUES' USING WS-OFFICIAL-CHEQUE-REQUEST
           IF WS-OCQ-OK NOT = 'Y'
               PERFORM 2958-RELEASE-HOLD
               DISPLAY 'The cheque could not be recorded on the'
                       ' register - nothing debited.'
               GO TO 2200-EXIT
           END-IF
           MOVE WS-OCQ-SERIAL TO WS-CUR-SERIAL
           MOVE WS-OCQ-OUT-TOTAL TO WS-OUT-NEW-BAL
           COMPUTE WS-OUT-OLD-BAL = WS-OUT-NEW-BAL - WS-CHEQUE-AMOUNT

           COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE - WS-CHEQUE-AMOUNT
           PERFORM 2920-UPDATE-ACCOUNT
           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY 'The debit was rejected (response '
                       ACB-RESPONSE-CODE ') - cheque ' WS-CUR-SERIAL
                       ' voided, not printed.'
               PERFORM 2958-RELEASE-HOLD
               INITIALIZE WS-OFFICIAL-CHEQUE-REQUEST
               MOVE 'S' TO WS-OCQ-FUNCTION
               MOVE WS-CUR-SERIAL       TO WS-OCQ-SERIAL
               MOVE 'V'                 TO WS-OCQ-STATUS
               MOVE WS-BUS-DATE         TO WS-OCQ-ACTION-DATE
               MOVE WS-SIGN-OPERATOR-ID TO WS-OCQ-OPERATOR
               CALL 'OFFICIAL-CHEQUES' USING WS-OFFICIAL-CHEQUE-REQUEST
               GO TO 2200-EXIT
           END-IF

      *    Customer leg first, then the official leg it funds.
           MOVE WS-SAVED-ISN        TO WS-LEG-ISN
           MOVE WS-CUR-ACCOUNT      TO WS-LEG-ACCOUNT
           MOVE WS-OLD-BALANCE      TO WS-LEG-OLD-BAL
           MOVE WS-NEW-BALANCE      TO WS-LEG-NEW-BAL
           MOVE WS-OFFICIAL-ACCOUNT TO WS-LEG-XREF
           PERFORM 2280-WRITE-CHEQUE-LEG
           MOVE 0                   TO WS-LEG-ISN
           MOVE WS-OFFICIAL-ACCOUNT TO WS-LEG-ACCOUNT
           MOVE WS-OUT-OLD-BAL      TO WS-LEG-OLD-BAL
           MOVE WS-OUT-NEW-BAL      TO WS-LEG-NEW-BAL
           MOVE WS-CUR-ACCOUNT      TO WS-LEG-XREF
           PERFORM 2280-WRITE-CHEQUE-LEG

           PERFORM 2700-PRINT-CHEQUE

           MOVE WS-NEW-BALANCE TO WS-FORMATTED-BALANCE
           DISPLAY 'Official cheque ' WS-CUR-SERIAL ' issued for $'
                   WS-FORMATTED-AMOUNT ' - new balance '
                   WS-FORMATTED-BALANCE
           DISPLAY 'The cheque has been sent to the cheque printer.'
           .

       2200-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2280-WRITE-CHEQUE-LEG.
      *----------------------------------------------------------------
      *    Append a CSV record of one leg to the audit trail:
      *    ISN,ACCOUNT,OLD-BAL,NEW-BAL,TXN-TYPE,AMOUNT,TIMESTAMP,
      *    XREF-ACCOUNT,OPERATOR,OCHQ=<serial> - TXN-TYPE 'T', the
      *    ACCOUNT-UPDATE transfer shape with the serial appended.
      *    The official leg has ISN zero (it is not an account-file
      *    record) and the register's outstanding total before and
      *    after as its balances.  A customer leg also goes to the
      *    account's history.
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-LINE
           MOVE WS-LEG-OLD-BAL   TO WS-AUDIT-OLD-BAL-EDIT
           MOVE WS-LEG-NEW-BAL   TO WS-AUDIT-NEW-BAL-EDIT
           MOVE WS-CHEQUE-AMOUNT TO WS-AUDIT-AMOUNT-EDIT

           STRING WS-LEG-ISN            DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-LEG-ACCOUNT        DELIMITED BY SIZE
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
                  WS-LEG-XREF           DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-SIGN-OPERATOR-ID   DELIMITED BY SIZE
                  ',OCHQ='              DELIMITED BY SIZE
                  WS-CUR-SERIAL         DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ

           IF WS-LEG-ACCOUNT = WS-OFFICIAL-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LEG-ACCOUNT       TO WS-HIST-ACCOUNT
           MOVE WS-BUS-DATE          TO WS-HIST-DATE
           MOVE WS-AUDIT-TIME        TO WS-HIST-TIME
           MOVE 'T'                  TO WS-HIST-TYPE
           MOVE WS-AUDIT-AMOUNT-EDIT TO WS-HIST-AMOUNT
           MOVE WS-LEG-OLD-BAL       TO WS-HIST-OLD-BAL
           MOVE WS-LEG-NEW-BAL       TO WS-HIST-NEW-BAL
           MOVE WS-CUR-SERIAL        TO WS-HIST-XREF
           CALL 'TXN-HISTORY' USING WS-HISTORY-REQUEST
           .

      *----------------------------------------------------------------
       2290-WRITE-REGISTER-AUDIT.
      *----------------------------------------------------------------
      *    A stop or a reissue moves no money: TXN-TYPE 'P' like a
      *    cheque stop, on the official account, both balances the
      *    unchanged outstanding total, AMOUNT the action word, and
      *    the serial as the cross-reference -
      *    ISN,ACCOUNT,OLD-BAL,NEW-BAL,P,ACTION,TIMESTAMP,XREF,
      *    OPERATOR.  A reissue names the replaced cheque as XREF
      *    and adds NEW=<serial> for the replacement.
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-LINE
           MOVE WS-OUT-NEW-BAL TO WS-AUDIT-OLD-BAL-EDIT

           STRING '0000000000'          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-OFFICIAL-ACCOUNT   DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-OLD-BAL-EDIT DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-OLD-BAL-EDIT DELIMITED BY SIZE
                  ',P,'                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-ACTION)
                                        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-BUS-DATE           DELIMITED BY SIZE
                  WS-AUDIT-TIME         DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-SERIAL       DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-SIGN-OPERATOR-ID   DELIMITED BY SIZE
                  WS-AUDIT-SUFFIX       DELIMITED BY SPACE
               INTO WS-AUDIT-LINE
           END-STRING

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ
           .

      *----------------------------------------------------------------
       2300-STOP-CHEQUE.
      *----------------------------------------------------------------
           PERFORM 2800-GET-CHEQUE THRU 2800-EXIT
           IF WS-OCQ-FOUND NOT = 'Y'
               GO TO 2300-EXIT
           END-IF
           IF WS-OCQ-STATUS NOT = 'O'
               DISPLAY 'Only an outstanding cheque can be stopped -'
                       ' this one is ' WS-STATUS-WORD '.'
               GO TO 2300-EXIT
           END-IF

           DISPLAY 'Stop payment on cheque ' WS-CUR-SERIAL
                   ' - confirm (Y/N): ' NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'Nothing changed.'
               GO TO 2300-EXIT
           END-IF

           INITIALIZE WS-OFFICIAL-CHEQUE-REQUEST
           MOVE 'S' TO WS-OCQ-FUNCTION
           MOVE WS-CUR-SERIAL       TO WS-OCQ-SERIAL
           MOVE 'S'                 TO WS-OCQ-STATUS
           MOVE WS-BUS-DATE         TO WS-OCQ-ACTION-DATE
           MOVE WS-SIGN-OPERATOR-ID TO WS-OCQ-OPERATOR
           CALL 'OFFICIAL-CHEQUES' USING WS-OFFICIAL-CHEQUE-REQUEST
           IF WS-OCQ-OK NOT = 'Y'
               DISPLAY 'The stop could not be recorded.'
               GO TO 2300-EXIT
           END-IF

           MOVE WS-OCQ-OUT-TOTAL TO WS-OUT-NEW-BAL
           MOVE 'OCHQ-STOP' TO WS-AUDIT-ACTION
           MOVE WS-CUR-SERIAL TO WS-AUDIT-SERIAL
           MOVE SPACES TO WS-AUDIT-SUFFIX
           PERFORM 2290-WRITE-REGISTER-AUDIT
           DISPLAY 'Cheque ' WS-CUR-SERIAL ' stopped - it will be'
                   ' returned if presented.  Void or reissue it'
                   ' when the customer is ready.'
           .

       2300-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2400-VOID-CHEQUE.
      *----------------------------------------------------------------
      *    The purchaser's account gets the money back; a purchaser
      *    account that has closed or cannot take a credit is
      *    refunded by other means and the cheque left as it is.
           PERFORM 2800-GET-CHEQUE THRU 2800-EXIT
           IF WS-OCQ-FOUND NOT = 'Y'
               GO TO 2400-EXIT
           END-IF
           IF WS-OCQ-STATUS NOT = 'O' AND WS-OCQ-STATUS NOT = 'S'
               DISPLAY 'Only an outstanding or stopped cheque can be'
                       ' voided - this one is ' WS-STATUS-WORD '.'
               GO TO 2400-EXIT
           END-IF
           MOVE WS-OCQ-AMOUNT  TO WS-CHEQUE-AMOUNT
           MOVE WS-OCQ-ACCOUNT TO WS-CUR-ACCOUNT

           MOVE WS-CUR-ACCOUNT TO SB-ACCOUNT-NUMBER
           PERFORM 2950-READ-ACCOUNT
           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY 'Purchaser account ' WS-CUR-ACCOUNT ' is no'
                       ' longer on file - refund by other means.'
               GO TO 2400-EXIT
           END-IF

           INITIALIZE WS-DORMANCY-REQUEST
           MOVE 'C' TO WS-DORM-FUNCTION
           MOVE ACCOUNT-NUMBER TO WS-DORM-ACCOUNT
           CALL 'DORMANCY-STATUS' USING WS-DORMANCY-REQUEST
           IF WS-DORM-STATUS = 'D' OR WS-DORM-STATUS = 'E'
               DISPLAY 'Purchaser account ' WS-CUR-ACCOUNT ' is'
                       ' dormant - reactivate it first.  Nothing'
                       ' changed.'
               GO TO 2400-EXIT
           END-IF

           INITIALIZE WS-RESTRICTION-REQUEST
           MOVE 'C' TO WS-RSTR-FUNCTION
           MOVE ACCOUNT-NUMBER TO WS-RSTR-ACCOUNT
           MOVE WS-BUS-DATE    TO WS-RSTR-ASOF-DATE
           CALL 'RESTRICTION-STATUS' USING WS-RESTRICTION-REQUEST
           IF WS-RSTR-TYPE = 'C' OR WS-RSTR-TYPE = 'A'
               DISPLAY 'Purchaser account ' WS-CUR-ACCOUNT ' is'
                       ' restricted against credits ('
                       FUNCTION TRIM(WS-RSTR-REASON) ') - nothing'
                       ' changed.'
               PERFORM 2980-JOURNAL-RESTRICTED-ITEM
               GO TO 2400-EXIT
           END-IF

           PERFORM 2990-CHECK-EMPLOYEE-ACCOUNT
           IF WS-EMP-RELATION NOT = SPACE
               GO TO 2400-EXIT
           END-IF

           MOVE WS-CHEQUE-AMOUNT TO WS-FORMATTED-AMOUNT
           DISPLAY 'Void cheque ' WS-CUR-SERIAL ' and refund $'
                   WS-FORMATTED-AMOUNT ' to ' WS-CUR-ACCOUNT
                   ' - confirm (Y/N): ' NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'Nothing changed.'
               GO TO 2400-EXIT
           END-IF

           PERFORM 2970-CONFIRM-SUPERVISOR THRU 2970-EXIT
           IF WS-SUPERVISOR-OK NOT = 'Y'
               DISPLAY 'Nothing changed.'
               GO TO 2400-EXIT
           END-IF

           PERFORM 2955-READ-AND-HOLD
           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY 'Account ' WS-CUR-ACCOUNT ' is unavailable'
                       ' (response ' ACB-RESPONSE-CODE ') - nothing'
                       ' changed.'
               GO TO 2400-EXIT
           END-IF
           MOVE ACB-ISN TO WS-SAVED-ISN
           MOVE BALANCE TO WS-OLD-BALANCE

      *    Voided first, so a cheque that is refunded can never also
      *    be paid; the register refuses the void if the cheque has
      *    been paid or replaced since it was looked up.
           INITIALIZE WS-OFFICIAL-CHEQUE-REQUEST
           MOVE 'S' TO WS-OCQ-FUNCTION
           MOVE WS-CUR-SERIAL       TO WS-OCQ-SERIAL
           MOVE 'V'                 TO WS-OCQ-STATUS
           MOVE WS-BUS-DATE         TO WS-OCQ-ACTION-DATE
           MOVE WS-SIGN-OPERATOR-ID TO WS-OCQ-OPERATOR
           CALL 'OFFICIAL-CHEQUES' USING WS-OFFICIAL-CHEQUE-REQUEST
           IF WS-OCQ-OK NOT = 'Y'
               PERFORM 2958-RELEASE-HOLD
               DISPLAY 'The cheque could not be voided - nothing'
                       ' refunded.'
               GO TO 2400-EXIT
           END-IF
           MOVE WS-OCQ-OUT-TOTAL TO WS-OUT-NEW-BAL
           COMPUTE WS-OUT-OLD-BAL = WS-OUT-NEW-BAL + WS-CHEQUE-AMOUNT

           COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE + WS-CHEQUE-AMOUNT
           PERFORM 2920-UPDATE-ACCOUNT
           IF ACB-RESPONSE-CODE NOT = 000
               PERFORM 2958-RELEASE-HOLD
               DISPLAY 'ERROR: cheque ' WS-CUR-SERIAL ' is voided'
                       ' but the refund was rejected (response '
                       ACB-RESPONSE-CODE ').'
               DISPLAY 'Refund $' WS-FORMATTED-AMOUNT ' to '
                       WS-CUR-ACCOUNT ' by hand.'
               GO TO 2400-EXIT
           END-IF

           MOVE 0                   TO WS-LEG-ISN
           MOVE WS-OFFICIAL-ACCOUNT TO WS-LEG-ACCOUNT
           MOVE WS-OUT-OLD-BAL      TO WS-LEG-OLD-BAL
           MOVE WS-OUT-NEW-BAL      TO WS-LEG-NEW-BAL
           MOVE WS-CUR-ACCOUNT      TO WS-LEG-XREF
           PERFORM 2280-WRITE-CHEQUE-LEG
           MOVE WS-SAVED-ISN        TO WS-LEG-ISN
           MOVE WS-CUR-ACCOUNT      TO WS-LEG-ACCOUNT
           MOVE WS-OLD-BALANCE      TO WS-LEG-OLD-BAL
           MOVE WS-NEW-BALANCE      TO WS-LEG-NEW-BAL
           MOVE WS-OFFICIAL-ACCOUNT TO WS-LEG-XREF
           PERFORM 2280-WRITE-CHEQUE-LEG

           MOVE WS-NEW-BALANCE TO WS-FORMATTED-BALANCE
           DISPLAY 'Cheque ' WS-CUR-SERIAL ' voided - $'
                   WS-FORMATTED-AMOUNT ' refunded, new balance '
                   WS-FORMATTED-BALANCE
           .

       2400-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2500-REISSUE-CHEQUE.
      *----------------------------------------------------------------
      *    The replacement is a new serial for the same amount and
      *    purchaser - the money stays with the bank, so nothing
      *    posts to the customer.  The old serial is marked replaced
      *    only once the new one is on the register.
           PERFORM 2800-GET-CHEQUE THRU 2800-EXIT
           IF WS-OCQ-FOUND NOT = 'Y'
               GO TO 2500-EXIT
           END-IF
           IF WS-OCQ-STATUS NOT = 'O' AND WS-OCQ-STATUS NOT = 'S'
               DISPLAY 'Only an outstanding or stopped cheque can be'
                       ' reissued - this one is ' WS-STATUS-WORD '.'
               GO TO 2500-EXIT
           END-IF
           MOVE WS-CUR-SERIAL   TO WS-OLD-SERIAL
           MOVE WS-OCQ-AMOUNT   TO WS-CHEQUE-AMOUNT
           MOVE WS-OCQ-ACCOUNT  TO WS-CUR-ACCOUNT
           MOVE WS-OCQ-PAYEE    TO WS-CUR-PAYEE
           MOVE WS-OCQ-REMITTER TO WS-CUR-REMITTER

           DISPLAY 'Pay To The Order Of (blank = '
                   FUNCTION TRIM(WS-CUR-PAYEE) '): ' NO ADVANCING
           ACCEPT WS-INPUT-PAYEE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-PAYEE) TO WS-INPUT-PAYEE
           IF WS-INPUT-PAYEE NOT = SPACES
               MOVE WS-INPUT-PAYEE TO WS-CUR-PAYEE
           END-IF

           DISPLAY 'Replace cheque ' WS-OLD-SERIAL ' with a new'
                   ' cheque to ' FUNCTION TRIM(WS-CUR-PAYEE)
                   ' - confirm (Y/N): ' NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'Nothing changed.'
               GO TO 2500-EXIT
           END-IF

           INITIALIZE WS-OFFICIAL-CHEQUE-REQUEST
           MOVE 'I' TO WS-OCQ-FUNCTION
           MOVE WS-CUR-ACCOUNT      TO WS-OCQ-ACCOUNT
           MOVE WS-CHEQUE-AMOUNT    TO WS-OCQ-AMOUNT
           MOVE WS-CUR-PAYEE        TO WS-OCQ-PAYEE
           MOVE WS-CUR-REMITTER     TO WS-OCQ-REMITTER
           MOVE WS-OLD-SERIAL       TO WS-OCQ-LINKED-SERIAL
           MOVE WS-BUS-DATE         TO WS-OCQ-ACTION-DATE
           MOVE WS-SIGN-OPERATOR-ID TO WS-OCQ-OPERATOR
           CALL 'OFFICIAL-CHEQUES' USING WS-OFFICIAL-CHEQUE-REQUEST
           IF WS-OCQ-OK NOT = 'Y'
               DISPLAY 'The new cheque could not be recorded -'
                       ' nothing changed.'
               GO TO 2500-EXIT
           END-IF
           MOVE WS-OCQ-SERIAL TO WS-CUR-SERIAL

           INITIALIZE WS-OFFICIAL-CHEQUE-REQUEST
           MOVE 'S' TO WS-OCQ-FUNCTION
           MOVE WS-OLD-SERIAL       TO WS-OCQ-SERIAL
           MOVE 'R'                 TO WS-OCQ-STATUS
           MOVE WS-CUR-SERIAL       TO WS-OCQ-LINKED-SERIAL
           MOVE WS-BUS-DATE         TO WS-OCQ-ACTION-DATE
           MOVE WS-SIGN-OPERATOR-ID TO WS-OCQ-OPERATOR
           CALL 'OFFICIAL-CHEQUES' USING WS-OFFICIAL-CHEQUE-REQUEST
           IF WS-OCQ-OK NOT = 'Y'
      *        The old cheque was paid or voided in the meantime -
      *        the replacement must not stand beside it.
               DISPLAY 'Cheque ' WS-OLD-SERIAL ' could not be marked'
                       ' replaced - new cheque ' WS-CUR-SERIAL
                       ' voided, not printed.'
               INITIALIZE WS-OFFICIAL-CHEQUE-REQUEST
               MOVE 'S' TO WS-OCQ-FUNCTION
               MOVE WS-CUR-SERIAL       TO WS-OCQ-SERIAL
               MOVE 'V'                 TO WS-OCQ-STATUS
               MOVE WS-BUS-DATE         TO WS-OCQ-ACTION-DATE
               MOVE WS-SIGN-OPERATOR-ID TO WS-OCQ-OPERATOR
               CALL 'OFFICIAL-CHEQUES' USING WS-OFFICIAL-CHEQUE-REQUEST
               GO TO 2500-EXIT
           END-IF

           MOVE WS-OCQ-OUT-TOTAL TO WS-OUT-NEW-BAL
           MOVE 'OCHQ-REISSUE' TO WS-AUDIT-ACTION
           MOVE WS-OLD-SERIAL TO WS-AUDIT-SERIAL
           MOVE SPACES TO WS-AUDIT-SUFFIX
           STRING ',NEW='              DELIMITED BY SIZE
                  WS-CUR-SERIAL        DELIMITED BY SIZE
               INTO WS-AUDIT-SUFFIX
           END-STRING
           PERFORM 2290-WRITE-REGISTER-AUDIT

           PERFORM 2700-PRINT-CHEQUE
           MOVE WS-CHEQUE-AMOUNT TO WS-FORMATTED-AMOUNT
           DISPLAY 'Cheque ' WS-OLD-SERIAL ' replaced by cheque '
                   WS-CUR-SERIAL ' for $' WS-FORMATTED-AMOUNT
           DISPLAY 'The new cheque has been sent to the cheque'
                   ' printer.'
           .

       2500-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2600-INQUIRE-CHEQUE.
      *----------------------------------------------------------------
           PERFORM 2800-GET-CHEQUE THRU 2800-EXIT
           IF WS-OCQ-FOUND NOT = 'Y'
               GO TO 2600-EXIT
           END-IF

           MOVE WS-OCQ-AMOUNT TO WS-FORMATTED-AMOUNT
           DISPLAY ' '
           DISPLAY 'Serial     : ' WS-OCQ-SERIAL
                   '  Status: ' WS-STATUS-WORD
           DISPLAY 'Amount     : $' WS-FORMATTED-AMOUNT
           DISPLAY 'Payee      : ' WS-OCQ-PAYEE
           DISPLAY 'Remitter   : ' WS-OCQ-REMITTER
           DISPLAY 'Purchaser  : ' WS-OCQ-ACCOUNT
           DISPLAY 'Issued     : ' WS-OCQ-ISSUE-DATE
                   ' by ' WS-OCQ-ISSUED-BY
           IF WS-OCQ-STATUS NOT = 'O'
               DISPLAY 'Last Action: ' WS-OCQ-STATUS-DATE
                       ' by ' WS-OCQ-STATUS-BY
           END-IF
           IF WS-OCQ-LINKED-SERIAL NOT = 0
               IF WS-OCQ-STATUS = 'R'
                   DISPLAY 'Replaced By: ' WS-OCQ-LINKED-SERIAL
               ELSE
                   DISPLAY 'Replaces   : ' WS-OCQ-LINKED-SERIAL
               END-IF
           END-IF
           IF WS-OCQ-PAID-REF NOT = SPACES
               DISPLAY 'Paid Ref   : ' WS-OCQ-PAID-REF
           END-IF
           .

       2600-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2650-LIST-CHEQUES.
      *----------------------------------------------------------------
           DISPLAY 'Account Number: ' NO ADVANCING
           ACCEPT WS-INPUT-ACCOUNT

           DISPLAY ' '
           DISPLAY 'SERIAL   STATUS              AMOUNT ISSUED   PAYEE'
           MOVE 0   TO WS-LIST-INDEX
           MOVE 0   TO WS-LIST-SHOWN
           MOVE 'Y' TO WS-MORE-ROWS
           PERFORM 2660-LIST-ONE-CHEQUE UNTIL WS-MORE-ROWS = 'N'
           IF WS-LIST-SHOWN = 0
               DISPLAY 'No official cheques on file for that'
                       ' account.'
           END-IF
           .

       2660-LIST-ONE-CHEQUE.
           ADD 1 TO WS-LIST-INDEX
           INITIALIZE WS-OFFICIAL-CHEQUE-REQUEST
           MOVE 'N' TO WS-OCQ-FUNCTION
           MOVE WS-LIST-INDEX TO WS-OCQ-INDEX
           CALL 'OFFICIAL-CHEQUES' USING WS-OFFICIAL-CHEQUE-REQUEST
           IF WS-OCQ-FOUND NOT = 'Y'
               MOVE 'N' TO WS-MORE-ROWS
               EXIT PARAGRAPH
           END-IF
           IF WS-OCQ-ACCOUNT NOT = WS-INPUT-ACCOUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LIST-SHOWN
           PERFORM 2900-DESCRIBE-STATUS
           MOVE WS-OCQ-AMOUNT TO WS-FORMATTED-AMOUNT
           DISPLAY WS-OCQ-SERIAL ' ' WS-STATUS-WORD ' '
                   WS-FORMATTED-AMOUNT ' ' WS-OCQ-ISSUE-DATE ' '
                   WS-OCQ-PAYEE
           .

      *----------------------------------------------------------------
       2700-PRINT-CHEQUE.
      *----------------------------------------------------------------
      *    One cheque image per issue or reissue, appended for the
      *    cheque printer: serial, date, payee, the amount in figures
      *    and in words, remitter, drawee account and the MICR line.
           PERFORM 2750-AMOUNT-IN-WORDS

           OPEN EXTEND PRINT-FILE
           IF WS-PRINT-FILE-STATUS NOT = '00' AND
              WS-PRINT-FILE-STATUS NOT = '05'
      *        First cheque ever printed - file does not exist yet
               CLOSE PRINT-FILE
               OPEN OUTPUT PRINT-FILE
           END-IF
           IF WS-PRINT-FILE-STATUS NOT = '00' AND
              WS-PRINT-FILE-STATUS NOT = '05'
               DISPLAY 'WARNING: the cheque printer file could not'
                       ' be opened - print cheque ' WS-CUR-SERIAL
                       ' from the register.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PRINT-WORK
           MOVE ALL '=' TO WS-PRINT-WORK(1:80)
           MOVE WS-PRINT-WORK TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO WS-PRINT-WORK
           STRING 'OFFICIAL CHEQUE'     DELIMITED BY SIZE
               INTO WS-PRINT-WORK
           END-STRING
           MOVE 'No. '        TO WS-PRINT-WORK(60:4)
           MOVE WS-CUR-SERIAL TO WS-PRINT-WORK(64:8)
           MOVE WS-PRINT-WORK TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO WS-PRINT-WORK
           MOVE 'Date '       TO WS-PRINT-WORK(59:5)
           MOVE WS-BUS-DATE   TO WS-PRINT-WORK(64:8)
           MOVE WS-PRINT-WORK TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO WS-PRINT-WORK
           STRING 'PAY TO THE ORDER OF  ' DELIMITED BY SIZE
                  WS-CUR-PAYEE            DELIMITED BY SIZE
               INTO WS-PRINT-WORK
           END-STRING
           MOVE WS-CHEQUE-AMOUNT TO WS-PRINT-AMOUNT-EDIT
           MOVE WS-PRINT-AMOUNT-EDIT TO WS-PRINT-WORK(57:15)
           MOVE WS-PRINT-WORK TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE WS-WORDS-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO WS-PRINT-WORK
           STRING 'REMITTER  '          DELIMITED BY SIZE
                  WS-CUR-REMITTER       DELIMITED BY SIZE
                  '  PURCHASER ACCOUNT ' DELIMITED BY SIZE
                  WS-CUR-ACCOUNT        DELIMITED BY SIZE
               INTO WS-PRINT-WORK
           END-STRING
           MOVE WS-PRINT-WORK TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO WS-PRINT-WORK
           STRING 'DRAWN ON OFFICIAL CHEQUE ACCOUNT '
                                        DELIMITED BY SIZE
                  WS-OFFICIAL-ACCOUNT   DELIMITED BY SIZE
                  '    ISSUED BY '      DELIMITED BY SIZE
                  WS-SIGN-OPERATOR-ID   DELIMITED BY SIZE
               INTO WS-PRINT-WORK
           END-STRING
           MOVE WS-PRINT-WORK TO PRINT-LINE
           WRITE PRINT-LINE

           COMPUTE WS-MICR-AMOUNT = WS-CHEQUE-AMOUNT * 100
           MOVE SPACES TO WS-PRINT-WORK
           STRING 'C'                   DELIMITED BY SIZE
                  WS-CUR-SERIAL         DELIMITED BY SIZE
                  'C A'                 DELIMITED BY SIZE
                  WS-OFFICIAL-ACCOUNT   DELIMITED BY SIZE
                  'A '                  DELIMITED BY SIZE
                  WS-MICR-AMOUNT        DELIMITED BY SIZE
               INTO WS-PRINT-WORK
           END-STRING
           MOVE WS-PRINT-WORK TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO WS-PRINT-WORK
           MOVE ALL '=' TO WS-PRINT-WORK(1:80)
           MOVE WS-PRINT-WORK TO PRINT-LINE
           WRITE PRINT-LINE

           CLOSE PRINT-FILE
           .

      *----------------------------------------------------------------
       2750-AMOUNT-IN-WORDS.
      *----------------------------------------------------------------
      *    WS-CHEQUE-AMOUNT into WS-WORDS-LINE, e.g.
      *    *** ONE THOUSAND TWO HUNDRED FIFTY AND 00/100 DOLLARS ***
           MOVE WS-CHEQUE-AMOUNT TO WS-WORDS-DOLLARS
           COMPUTE WS-WORDS-CENTS =
               (WS-CHEQUE-AMOUNT - WS-WORDS-DOLLARS) * 100

           MOVE SPACES TO WS-WORDS-LINE
           MOVE 1 TO WS-WORDS-PTR
           STRING '*** ' DELIMITED BY SIZE
               INTO WS-WORDS-LINE WITH POINTER WS-WORDS-PTR
           END-STRING

           IF WS-WORDS-DOLLARS = 0
               STRING 'ZERO ' DELIMITED BY SIZE
                   INTO WS-WORDS-LINE WITH POINTER WS-WORDS-PTR
               END-STRING
           END-IF
           IF WS-WD-MILLIONS > 0
               MOVE WS-WD-MILLIONS TO WS-WORD-GROUP
               PERFORM 2760-GROUP-IN-WORDS
               STRING 'MILLION ' DELIMITED BY SIZE
                   INTO WS-WORDS-LINE WITH POINTER WS-WORDS-PTR
               END-STRING
           END-IF
           IF WS-WD-THOUSANDS > 0
               MOVE WS-WD-THOUSANDS TO WS-WORD-GROUP
               PERFORM 2760-GROUP-IN-WORDS
               STRING 'THOUSAND ' DELIMITED BY SIZE
                   INTO WS-WORDS-LINE WITH POINTER WS-WORDS-PTR
               END-STRING
           END-IF
           IF WS-WD-UNITS > 0
               MOVE WS-WD-UNITS TO WS-WORD-GROUP
               PERFORM 2760-GROUP-IN-WORDS
           END-IF

           STRING 'AND '          DELIMITED BY SIZE
                  WS-WORDS-CENTS  DELIMITED BY SIZE
                  '/100 DOLLARS ***' DELIMITED BY SIZE
               INTO WS-WORDS-LINE WITH POINTER WS-WORDS-PTR
           END-STRING
           .

       2760-GROUP-IN-WORDS.
      *    One group of three digits, followed by a space.
           IF WS-WG-HUNDREDS > 0
               STRING WS-ONES-WORD(WS-WG-HUNDREDS) DELIMITED BY SPACE
                      ' HUNDRED '                  DELIMITED BY SIZE
                   INTO WS-WORDS-LINE WITH POINTER WS-WORDS-PTR
               END-STRING
           END-IF
           IF WS-WG-TENS-ONES = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-WG-TENS-ONES < 20
               STRING WS-ONES-WORD(WS-WG-TENS-ONES) DELIMITED BY SPACE
                      ' '                           DELIMITED BY SIZE
                   INTO WS-WORDS-LINE WITH POINTER WS-WORDS-PTR
               END-STRING
               EXIT PARAGRAPH
           END-IF

           DIVIDE WS-WG-TENS-ONES BY 10
               GIVING WS-WG-TENS REMAINDER WS-WG-ONES
           STRING WS-TENS-WORD(WS-WG-TENS - 1) DELIMITED BY SPACE
               INTO WS-WORDS-LINE WITH POINTER WS-WORDS-PTR
           END-STRING
           IF WS-WG-ONES > 0
               STRING '-'                      DELIMITED BY SIZE
                      WS-ONES-WORD(WS-WG-ONES) DELIMITED BY SPACE
                   INTO WS-WORDS-LINE WITH POINTER WS-WORDS-PTR
               END-STRING
           END-IF
           STRING ' ' DELIMITED BY SIZE
               INTO WS-WORDS-LINE WITH POINTER WS-WORDS-PTR
           END-STRING
           .

      *----------------------------------------------------------------
       2800-GET-CHEQUE.
      *----------------------------------------------------------------
      *    Prompts for a serial and looks it up; WS-OCQ-FOUND says
      *    whether it is on the register.
           DISPLAY ' '
           DISPLAY 'Cheque Serial: ' NO ADVANCING
           ACCEPT WS-INPUT-SERIAL

           INITIALIZE WS-OFFICIAL-CHEQUE-REQUEST
           MOVE 'G' TO WS-OCQ-FUNCTION
           MOVE WS-INPUT-SERIAL TO WS-OCQ-SERIAL
           CALL 'OFFICIAL-CHEQUES' USING WS-OFFICIAL-CHEQUE-REQUEST
           IF WS-OCQ-FOUND NOT = 'Y'
               DISPLAY 'No official cheque with that serial.'
               GO TO 2800-EXIT
           END-IF
           MOVE WS-OCQ-SERIAL TO WS-CUR-SERIAL
           PERFORM 2900-DESCRIBE-STATUS
           .

       2800-EXIT.
           EXIT
           .

       2900-DESCRIBE-STATUS.
           EVALUATE WS-OCQ-STATUS
               WHEN 'O'
                   MOVE 'OUTSTANDING' TO WS-STATUS-WORD
               WHEN 'S'
                   MOVE 'STOPPED'     TO WS-STATUS-WORD
               WHEN 'V'
                   MOVE 'VOIDED'      TO WS-STATUS-WORD
               WHEN 'R'
                   MOVE 'REPLACED'    TO WS-STATUS-WORD
               WHEN 'P'
                   MOVE 'PAID'        TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE WS-OCQ-STATUS TO WS-STATUS-WORD
           END-EVALUATE
           .

      *----------------------------------------------------------------
       2920-UPDATE-ACCOUNT.
      *----------------------------------------------------------------
      *    A1 against the held WS-SAVED-ISN with WS-NEW-BALANCE; the
      *    hold is released by the update.
           MOVE WS-NEW-BALANCE TO UB-BALANCE
           MOVE WS-BUS-DATE    TO UB-LAST-TXN-DATE

           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'A1'   TO ACB-COMMAND-CODE
           MOVE 00012  TO ACB-FILE-NUMBER
           MOVE WS-SAVED-ISN TO ACB-ISN
           MOVE 50     TO ACB-FORMAT-BUFFER-LEN
           MOVE 20     TO ACB-RECORD-BUFFER-LEN

           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               UPDATE-FORMAT-BUFFER
                               UPDATE-BUFFER
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
               MOVE RECORD-BUFFER TO ACCOUNT-RECORD
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
               MOVE RECORD-BUFFER TO ACCOUNT-RECORD
           END-IF
           .

       2958-RELEASE-HOLD.
      *    WS-SAVED-ISN names the record whose hold is given back.
           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'U1'         TO ACB-COMMAND-CODE
           MOVE 00012        TO ACB-FILE-NUMBER
           MOVE WS-SAVED-ISN TO ACB-ISN

           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               READ-FORMAT-BUFFER
                               RECORD-BUFFER
                               SEARCH-BUFFER
           .

       2960-GET-AVAILABLE-BALANCE.
      *    The ledger balance less the open memo holds, as
      *    ACCOUNT-UPDATE works a withdrawal.
           INITIALIZE WS-HOLDS-REQUEST
           MOVE 'S' TO WS-HOLD-FUNCTION
           MOVE ACCOUNT-NUMBER TO WS-HOLD-ACCOUNT
           CALL 'MEMO-HOLDS' USING WS-HOLDS-REQUEST
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-OLD-BALANCE - WS-HOLD-TOTAL
           .

      *----------------------------------------------------------------
       2970-CONFIRM-SUPERVISOR.
      *----------------------------------------------------------------
      *    Below the threshold (or with none set) the operator's own
      *    sign-on is enough.
           MOVE 'Y' TO WS-SUPERVISOR-OK
           IF WS-APPR-THRESH-W = 0
               OR WS-CHEQUE-AMOUNT < WS-APPR-THRESH-W
               GO TO 2970-EXIT
           END-IF

           MOVE 'N' TO WS-SUPERVISOR-OK
           DISPLAY ' '
           DISPLAY 'AMOUNT EXCEEDS YOUR POSTING LIMIT - a supervisor'
                   ' must confirm.'
           MOVE 2 TO WS-SEC-MIN-AUTHORITY
           CALL 'OPERATOR-SIGNON' USING WS-SECOND-REQUEST
           IF WS-SEC-OK NOT = 'Y'
               DISPLAY 'No confirming supervisor.'
               GO TO 2970-EXIT
           END-IF
           IF WS-SEC-OPERATOR-ID = WS-SIGN-OPERATOR-ID
               DISPLAY 'The confirming supervisor must be a'
                       ' different person.'
               GO TO 2970-EXIT
           END-IF
           MOVE 'Y' TO WS-SUPERVISOR-OK
           .

       2970-EXIT.
           EXIT
           .

       2980-JOURNAL-RESTRICTED-ITEM.
      *    WS-RSTR-ACCOUNT and WS-RSTR-TYPE still hold the account
      *    and restriction the check just found.
           MOVE 'J' TO WS-RSTR-FUNCTION
           MOVE WS-BUS-DATE TO WS-RSTR-ASOF-DATE
           MOVE 'T' TO WS-RSTR-TXN-CODE
           MOVE WS-SIGN-OPERATOR-ID TO WS-RSTR-SOURCE
           CALL 'RESTRICTION-STATUS' USING WS-RESTRICTION-REQUEST
           .

       2990-CHECK-EMPLOYEE-ACCOUNT.
      *    Works on the account ACCOUNT-RECORD holds; a refusal is
      *    shown and journaled, and WS-EMP-RELATION comes back
      *    non-blank.
           INITIALIZE WS-EMPLOYEE-REQUEST
           MOVE 'C' TO WS-EMP-FUNCTION
           MOVE WS-SIGN-OPERATOR-ID TO WS-EMP-OPERATOR-ID
           MOVE ACCOUNT-NUMBER      TO WS-EMP-ACCOUNT
           MOVE CUSTOMER-ID         TO WS-EMP-CUSTOMER
           CALL 'EMPLOYEE-ACCOUNTS' USING WS-EMPLOYEE-REQUEST

           IF WS-EMP-RELATION = SPACE
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           IF WS-EMP-RELATION = 'S'
               DISPLAY 'REFUSED: account ' ACCOUNT-NUMBER
                       ' belongs to your own customer record.'
           ELSE
               DISPLAY 'REFUSED: account ' ACCOUNT-NUMBER
                       ' belongs to a customer related to you ('
                       WS-EMP-LINKED-ID ').'
           END-IF
           DISPLAY 'Another operator must handle this account.'

           MOVE 'J' TO WS-EMP-FUNCTION
           MOVE WS-BUS-DATE    TO WS-EMP-DATE
           MOVE 'T'            TO WS-EMP-TXN-CODE
           MOVE 'OFFICIAL-CHQ' TO WS-EMP-SOURCE
           CALL 'EMPLOYEE-ACCOUNTS' USING WS-EMPLOYEE-REQUEST
           .

      *----------------------------------------------------------------
       3000-TERMINATE.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'OFFICIAL CHEQUE SESSION ENDED'
           DISPLAY '=================================================='
           .
