       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAR-CASE-MAINT.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: SAR-CASE-MAINT
      * PURPOSE: Investigator workstation for suspicious-activity
      *          cases (see SAR-CASES).  Lists the cases still being
      *          worked with their filing deadlines, and for one case
      *          shows the alert and the whole case diary, then lets
      *          the investigator add notes, attach related accounts,
      *          attach related transactions picked off the audit
      *          log, and move the case through the workflow: take
      *          it under review, escalate it, file the SAR or close
      *          it with no action.  Filing and closing are
      *          decisions - they take supervisor authority, either
      *          the signed-on operator's own or a supervisor signing
      *          on at the keyboard to approve (the SUSPENSE-REPAIR
      *          write-off convention), and the approver is recorded
      *          on the case.  Every view and every action is a
      *          diary line under the operator who did it.
      * INPUT:   Case number and actions from the operator,
      *          ../data/audit-log.txt (transactions to attach),
      *          account data via Adabas (S1)
      * OUTPUT:  ../data/sar-cases.txt and ../data/sar-case-diary.txt
      *          (via SAR-CASES)
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "../data/audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                  PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS        PIC XX.
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

      *----------------------------------------------------------------
      * Account Record Structure
      *----------------------------------------------------------------
       01  ACCOUNT-RECORD.
           05  ACCOUNT-NUMBER          PIC 9(10).
           05  CUSTOMER-NAME           PIC X(50).
           05  ACCOUNT-TYPE            PIC X(15).
           05  BALANCE                 PIC S9(08)V99.
           05  LAST-TXN-DATE           PIC 9(08).

      *----------------------------------------------------------------
      * Working Variables
      *----------------------------------------------------------------
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CHOICE                   PIC X.
       01  WS-INPUT-CASE               PIC 9(08).
       01  WS-INPUT-ACCOUNT            PIC 9(10).
       01  WS-INPUT-TEXT               PIC X(60).
       01  WS-INPUT-REFERENCE          PIC X(20).
       01  WS-INPUT-FROM-DATE          PIC 9(08).
       01  WS-INPUT-TO-DATE            PIC 9(08).
       01  WS-INPUT-PICK               PIC 9(02).
       01  WS-CASE-INDEX               PIC 9(04) VALUE 0.
       01  WS-CASES-LISTED             PIC 9(04) VALUE 0.
       01  WS-MORE-CASES               PIC X VALUE 'Y'.
       01  WS-DIARY-INDEX              PIC 9(04) VALUE 0.
       01  WS-MORE-DIARY               PIC X VALUE 'Y'.
       01  WS-NEW-STATUS               PIC X.
       01  WS-APPROVER-ID              PIC X(08).
       01  WS-TEXT-PTR                 PIC 9(03).
       01  WS-CASE-ACCOUNT             PIC 9(10).
       01  WS-CASE-STATUS              PIC X.

      *----------------------------------------------------------------
      * Case Wording
      *----------------------------------------------------------------
       01  WS-STATUS-WORD              PIC X(14).
       01  WS-SOURCE-WORD              PIC X(10).
       01  WS-ENTRY-WORD               PIC X(08).

      *----------------------------------------------------------------
      * SAR Cases - the single-home subprogram that owns the case
      * file and its diary (see SAR-CASES).
      *----------------------------------------------------------------
       01  WS-SAR-CASE-REQUEST.
           05  WS-SARC-FUNCTION        PIC X.
           05  WS-SARC-CASE-NO         PIC 9(08).
           05  WS-SARC-INDEX           PIC 9(04).
           05  WS-SARC-STATUS          PIC X.
           05  WS-SARC-SOURCE          PIC X.
           05  WS-SARC-ALERT-DATE      PIC 9(08).
           05  WS-SARC-DEADLINE        PIC 9(08).
           05  WS-SARC-ACCOUNT         PIC 9(10).
           05  WS-SARC-CUSTOMER        PIC 9(10).
           05  WS-SARC-AMOUNT          PIC 9(09)V99.
           05  WS-SARC-SUBJECT         PIC X(30).
           05  WS-SARC-OPENED-BY       PIC X(08).
           05  WS-SARC-ASSIGNED-TO     PIC X(08).
           05  WS-SARC-LAST-ACTION     PIC 9(08).
           05  WS-SARC-DECIDED-BY      PIC X(08).
           05  WS-SARC-DECISION-DATE   PIC 9(08).
           05  WS-SARC-OPERATOR        PIC X(08).
           05  WS-SARC-ACTION-DATE     PIC 9(08).
           05  WS-SARC-ENTRY-TYPE      PIC X.
           05  WS-SARC-ENTRY-DATE      PIC 9(08).
           05  WS-SARC-ENTRY-TIME      PIC 9(08).
           05  WS-SARC-TEXT            PIC X(80).
           05  WS-SARC-FOUND           PIC X.
           05  WS-SARC-OK              PIC X.

      *----------------------------------------------------------------
      * Related-Transaction Pick List - the audit-log entries for
      * one account inside a date range, numbered for the pick.
      *----------------------------------------------------------------
       01  WS-LOG-ISN-TXT              PIC X(10).
       01  WS-LOG-ACCOUNT-TXT          PIC X(10).
       01  WS-LOG-OLD-BAL-TXT          PIC X(12).
       01  WS-LOG-NEW-BAL-TXT          PIC X(12).
       01  WS-LOG-TYPE                 PIC X.
       01  WS-LOG-AMOUNT-TXT           PIC X(13).
       01  WS-LOG-TIMESTAMP            PIC X(16).
       01  WS-LOG-ACCOUNT              PIC 9(10).
       01  WS-LOG-DATE                 PIC 9(08).
       01  WS-PICK-TABLE.
           05  WS-PICK-ENTRY           OCCURS 20 TIMES.
               10  WS-PK-TIMESTAMP     PIC X(14).
               10  WS-PK-TYPE          PIC X.
               10  WS-PK-AMOUNT        PIC X(13).
       01  WS-PICK-TOTAL               PIC 9(02) VALUE 0.
       01  WS-PICK-SUB                 PIC 9(02) VALUE 0.
       01  WS-PICK-MORE                PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Operator Sign-On - who is at the keyboard, proved against
      * the operator master by OPERATOR-SIGNON before any case can
      * be seen (see ACCOUNT-UPDATE for the convention).
      *----------------------------------------------------------------
       01  WS-SIGNON-REQUEST.
           05  WS-SIGN-MIN-AUTHORITY   PIC 9.
           05  WS-SIGN-OK              PIC X.
           05  WS-SIGN-OPERATOR-ID     PIC X(08).
           05  WS-SIGN-OPERATOR-NAME   PIC X(30).
           05  WS-SIGN-AUTHORITY       PIC 9.
           05  WS-SIGN-BRANCH          PIC X(03).

      *----------------------------------------------------------------
      * Supervisor Approval - a second sign-on at the keyboard when
      * the investigator lacks the authority to decide a case.
      *----------------------------------------------------------------
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
      * Display Formatting
      *----------------------------------------------------------------
       01  WS-FORMATTED-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      * Format and Search Buffers
      *----------------------------------------------------------------
       01  READ-FORMAT-BUFFER          PIC X(100) VALUE
           'ACCOUNT-NUMBER,CUSTOMER-NAME,ACCOUNT-TYPE,BALANCE,LAST-TXN-
      -    'DATE.'.

       01  SEARCH-BUFFER.
           05  FILLER                  PIC X(17) VALUE
               'ACCOUNT-NUMBER,1,'.
           05  SB-ACCOUNT-NUMBER       PIC 9(10).
           05  FILLER                  PIC X VALUE '.'.

       01  RECORD-BUFFER               PIC X(500).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       0000-MAIN-ROUTINE.
      *----------------------------------------------------------------
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MENU
               UNTIL WS-CONTINUE = 'N' OR WS-CONTINUE = 'n'
           PERFORM 9000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'SUSPICIOUS ACTIVITY CASE WORKSTATION'
           DISPLAY '=================================================='
           DISPLAY ' '

           MOVE 00012 TO ACB-FILE-NUMBER

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST

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
           DISPLAY 'L - List Cases Being Worked   W - Work a Case'
                   '   X - Exit'
           DISPLAY 'Enter Choice (L/W/X): ' NO ADVANCING
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN 'L'
               WHEN 'l'
                   PERFORM 2100-LIST-CASES
               WHEN 'W'
               WHEN 'w'
                   PERFORM 3000-WORK-CASE THRU 3000-EXIT
               WHEN 'X'
               WHEN 'x'
                   MOVE 'N' TO WS-CONTINUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------
       2100-LIST-CASES.
      *----------------------------------------------------------------
      *    Filed and closed cases are finished business - the list
      *    shows only what still needs someone.
           DISPLAY ' '
           DISPLAY 'Case      Status         Source     Alert     '
                   'Deadline  Account     Assigned'
           DISPLAY '------------------------------------------------'
                   '----------------------------'
           MOVE 0   TO WS-CASES-LISTED
           MOVE 'Y' TO WS-MORE-CASES
           PERFORM 2110-LIST-ONE-CASE
               VARYING WS-CASE-INDEX FROM 1 BY 1
               UNTIL WS-MORE-CASES = 'N'

           IF WS-CASES-LISTED = 0
               DISPLAY '(no cases being worked)'
           END-IF
           .

       2110-LIST-ONE-CASE.
           INITIALIZE WS-SAR-CASE-REQUEST
           MOVE 'N' TO WS-SARC-FUNCTION
           MOVE WS-CASE-INDEX TO WS-SARC-INDEX
           CALL 'SAR-CASES' USING WS-SAR-CASE-REQUEST

           IF WS-SARC-FOUND NOT = 'Y'
               MOVE 'N' TO WS-MORE-CASES
               EXIT PARAGRAPH
           END-IF
           IF WS-SARC-STATUS = 'F' OR WS-SARC-STATUS = 'C'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CASES-LISTED
           PERFORM 8000-SET-CASE-WORDING
           DISPLAY WS-SARC-CASE-NO '  ' WS-STATUS-WORD ' '
                   WS-SOURCE-WORD ' ' WS-SARC-ALERT-DATE '  '
                   WS-SARC-DEADLINE '  ' WS-SARC-ACCOUNT '  '
                   WS-SARC-ASSIGNED-TO
           IF WS-SARC-DEADLINE < WS-BUS-DATE
               DISPLAY '          ^ PAST THE FILING DEADLINE'
           END-IF
           .

      *----------------------------------------------------------------
       3000-WORK-CASE.
      *----------------------------------------------------------------
           DISPLAY 'Case Number: ' NO ADVANCING
           ACCEPT WS-INPUT-CASE

           INITIALIZE WS-SAR-CASE-REQUEST
           MOVE 'G' TO WS-SARC-FUNCTION
           MOVE WS-INPUT-CASE TO WS-SARC-CASE-NO
           CALL 'SAR-CASES' USING WS-SAR-CASE-REQUEST
           IF WS-SARC-FOUND NOT = 'Y'
               DISPLAY 'Case not found.'
               GO TO 3000-EXIT
           END-IF

      *    Looking at a case is itself on the record.
           MOVE 'V' TO WS-SARC-ENTRY-TYPE
           MOVE 'CASE VIEWED' TO WS-INPUT-TEXT
           PERFORM 7000-ADD-DIARY-LINE

           PERFORM 3100-SHOW-CASE
           PERFORM 3300-GET-ACTION THRU 3300-EXIT
           .

       3000-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       3100-SHOW-CASE.
      *----------------------------------------------------------------
           INITIALIZE WS-SAR-CASE-REQUEST
           MOVE 'G' TO WS-SARC-FUNCTION
           MOVE WS-INPUT-CASE TO WS-SARC-CASE-NO
           CALL 'SAR-CASES' USING WS-SAR-CASE-REQUEST
           MOVE WS-SARC-ACCOUNT TO WS-CASE-ACCOUNT
           MOVE WS-SARC-STATUS  TO WS-CASE-STATUS

           PERFORM 8000-SET-CASE-WORDING
           MOVE WS-SARC-AMOUNT TO WS-FORMATTED-AMOUNT
           DISPLAY ' '
           DISPLAY 'Case     : ' WS-SARC-CASE-NO '  ' WS-STATUS-WORD
                   '  (' FUNCTION TRIM(WS-SOURCE-WORD) ')'
           DISPLAY 'Subject  : ' WS-SARC-SUBJECT
           DISPLAY 'Account  : ' WS-SARC-ACCOUNT
                   '  Customer: ' WS-SARC-CUSTOMER
           DISPLAY 'Amount   : $' WS-FORMATTED-AMOUNT
           DISPLAY 'Alert    : ' WS-SARC-ALERT-DATE
                   '  Filing deadline: ' WS-SARC-DEADLINE
           DISPLAY 'Opened by: ' WS-SARC-OPENED-BY
                   '  Assigned to: ' WS-SARC-ASSIGNED-TO
           IF WS-SARC-DECIDED-BY NOT = SPACES
               DISPLAY 'Decided  : ' WS-SARC-DECISION-DATE
                       ' approved by ' WS-SARC-DECIDED-BY
           END-IF

           DISPLAY ' '
           DISPLAY 'CASE DIARY'
           MOVE 'Y' TO WS-MORE-DIARY
           PERFORM 3110-SHOW-ONE-DIARY-LINE
               VARYING WS-DIARY-INDEX FROM 1 BY 1
               UNTIL WS-MORE-DIARY = 'N'
           .

       3110-SHOW-ONE-DIARY-LINE.
           INITIALIZE WS-SAR-CASE-REQUEST
           MOVE 'L' TO WS-SARC-FUNCTION
           MOVE WS-INPUT-CASE  TO WS-SARC-CASE-NO
           MOVE WS-DIARY-INDEX TO WS-SARC-INDEX
           CALL 'SAR-CASES' USING WS-SAR-CASE-REQUEST

           IF WS-SARC-FOUND NOT = 'Y'
               MOVE 'N' TO WS-MORE-DIARY
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SARC-ENTRY-TYPE
               WHEN 'O'  MOVE 'OPENED'   TO WS-ENTRY-WORD
               WHEN 'V'  MOVE 'VIEWED'   TO WS-ENTRY-WORD
               WHEN 'N'  MOVE 'NOTE'     TO WS-ENTRY-WORD
               WHEN 'A'  MOVE 'ACCOUNT'  TO WS-ENTRY-WORD
               WHEN 'T'  MOVE 'TXN'      TO WS-ENTRY-WORD
               WHEN 'S'  MOVE 'STATUS'   TO WS-ENTRY-WORD
               WHEN OTHER MOVE SPACES    TO WS-ENTRY-WORD
           END-EVALUATE
           DISPLAY WS-SARC-ENTRY-DATE ' ' WS-SARC-ENTRY-TIME(1:6)
                   ' ' WS-SARC-OPERATOR ' ' WS-ENTRY-WORD ' '
                   FUNCTION TRIM(WS-SARC-TEXT)
           .

      *----------------------------------------------------------------
       3300-GET-ACTION.
      *----------------------------------------------------------------
           IF WS-CASE-STATUS = 'F' OR WS-CASE-STATUS = 'C'
               DISPLAY ' '
               DISPLAY 'Case is decided - no further status change.'
           END-IF
           DISPLAY ' '
           DISPLAY 'N - Note   A - Attach Account   T - Attach'
                   ' Transaction'
           DISPLAY 'R - Under Review   E - Escalate   F - SAR Filed'
                   '   C - Close No Action   X - Back'
           DISPLAY 'Enter Choice: ' NO ADVANCING
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN 'N'
               WHEN 'n'
                   PERFORM 4000-ADD-NOTE THRU 4000-EXIT
               WHEN 'A'
               WHEN 'a'
                   PERFORM 4100-ATTACH-ACCOUNT THRU 4100-EXIT
               WHEN 'T'
               WHEN 't'
                   PERFORM 4200-ATTACH-TRANSACTION THRU 4200-EXIT
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WS-NEW-STATUS
                   PERFORM 5000-CHANGE-STATUS THRU 5000-EXIT
               WHEN 'E'
               WHEN 'e'
                   MOVE 'E' TO WS-NEW-STATUS
                   PERFORM 5000-CHANGE-STATUS THRU 5000-EXIT
               WHEN 'F'
               WHEN 'f'
                   MOVE 'F' TO WS-NEW-STATUS
                   PERFORM 5000-CHANGE-STATUS THRU 5000-EXIT
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO WS-NEW-STATUS
                   PERFORM 5000-CHANGE-STATUS THRU 5000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       3300-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       4000-ADD-NOTE.
      *----------------------------------------------------------------
           DISPLAY 'Note: ' NO ADVANCING
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT = SPACES
               DISPLAY 'Nothing entered - no note added.'
               GO TO 4000-EXIT
           END-IF

           MOVE 'N' TO WS-SARC-ENTRY-TYPE
           PERFORM 7000-ADD-DIARY-LINE
           DISPLAY 'Note added.'
           .

       4000-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       4100-ATTACH-ACCOUNT.
      *----------------------------------------------------------------
           DISPLAY 'Related Account Number (10 digits): '
               NO ADVANCING
           ACCEPT WS-INPUT-ACCOUNT
           IF WS-INPUT-ACCOUNT = 0
               GO TO 4100-EXIT
           END-IF

           PERFORM 4110-READ-ACCOUNT
           IF ACB-RESPONSE-CODE NOT = 000
               DISPLAY 'Account not found - nothing attached.'
               GO TO 4100-EXIT
           END-IF

           DISPLAY 'Why is it related: ' NO ADVANCING
           ACCEPT WS-INPUT-REFERENCE

           MOVE SPACES TO WS-INPUT-TEXT
           STRING ACCOUNT-NUMBER        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  CUSTOMER-NAME(1:25)   DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-INPUT-REFERENCE    DELIMITED BY SIZE
               INTO WS-INPUT-TEXT
           END-STRING
           MOVE 'A' TO WS-SARC-ENTRY-TYPE
           PERFORM 7000-ADD-DIARY-LINE
           DISPLAY 'Account attached.'
           .

       4100-EXIT.
           EXIT
           .

       4110-READ-ACCOUNT.
           MOVE WS-INPUT-ACCOUNT TO SB-ACCOUNT-NUMBER

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

      *----------------------------------------------------------------
       4200-ATTACH-TRANSACTION.
      *----------------------------------------------------------------
      *    The audit log is the system of record for what moved, so
      *    the attachment is the entry's own time stamp, type and
      *    amount - enough to find it again in any later review.
           DISPLAY 'Account (0 = the case account): ' NO ADVANCING
           ACCEPT WS-INPUT-ACCOUNT
           IF WS-INPUT-ACCOUNT = 0
               MOVE WS-CASE-ACCOUNT TO WS-INPUT-ACCOUNT
           END-IF
           IF WS-INPUT-ACCOUNT = 0
               DISPLAY 'No account to search - nothing attached.'
               GO TO 4200-EXIT
           END-IF
           DISPLAY 'From Date (YYYYMMDD): ' NO ADVANCING
           ACCEPT WS-INPUT-FROM-DATE
           DISPLAY 'To Date   (YYYYMMDD): ' NO ADVANCING
           ACCEPT WS-INPUT-TO-DATE
           IF WS-INPUT-TO-DATE < WS-INPUT-FROM-DATE
               DISPLAY 'To date is before the from date - nothing'
                       ' attached.'
               GO TO 4200-EXIT
           END-IF

           MOVE 0   TO WS-PICK-TOTAL
           MOVE 'N' TO WS-PICK-MORE
           MOVE 'N' TO WS-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'Audit log not available.'
               GO TO 4200-EXIT
           END-IF
           PERFORM 4210-PICK-ONE-ENTRY UNTIL WS-EOF = 'Y'
           CLOSE AUDIT-FILE

           IF WS-PICK-TOTAL = 0
               DISPLAY 'No audit-log entries for that account and'
                       ' range.'
               GO TO 4200-EXIT
           END-IF

           DISPLAY ' '
           DISPLAY 'No  Time Stamp      T        Amount'
           PERFORM 4220-SHOW-ONE-PICK
               VARYING WS-PICK-SUB FROM 1 BY 1
               UNTIL WS-PICK-SUB > WS-PICK-TOTAL
           IF WS-PICK-MORE = 'Y'
               DISPLAY '(first 20 shown - narrow the dates to see'
                       ' the rest)'
           END-IF

           DISPLAY 'Entry to attach (0 = none): ' NO ADVANCING
           ACCEPT WS-INPUT-PICK
           IF WS-INPUT-PICK = 0 OR WS-INPUT-PICK > WS-PICK-TOTAL
               GO TO 4200-EXIT
           END-IF

           MOVE SPACES TO WS-INPUT-TEXT
           STRING WS-INPUT-ACCOUNT      DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-PK-TIMESTAMP(WS-INPUT-PICK)
                                        DELIMITED BY SIZE
                  ' TYPE '              DELIMITED BY SIZE
                  WS-PK-TYPE(WS-INPUT-PICK)
                                        DELIMITED BY SIZE
                  ' AMOUNT '            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PK-AMOUNT(WS-INPUT-PICK))
                                        DELIMITED BY SIZE
               INTO WS-INPUT-TEXT
           END-STRING
           MOVE 'T' TO WS-SARC-ENTRY-TYPE
           PERFORM 7000-ADD-DIARY-LINE
           DISPLAY 'Transaction attached.'
           .

       4200-EXIT.
           EXIT
           .

       4210-PICK-ONE-ENTRY.
           READ AUDIT-FILE INTO AUDIT-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF AUDIT-LINE(1:10) IS NUMERIC
                       PERFORM 4215-TEST-ONE-ENTRY
                   END-IF
           END-READ
           .

       4215-TEST-ONE-ENTRY.
           UNSTRING AUDIT-LINE DELIMITED BY ','
               INTO WS-LOG-ISN-TXT
                    WS-LOG-ACCOUNT-TXT
                    WS-LOG-OLD-BAL-TXT
                    WS-LOG-NEW-BAL-TXT
                    WS-LOG-TYPE
                    WS-LOG-AMOUNT-TXT
                    WS-LOG-TIMESTAMP
           END-UNSTRING

           IF WS-LOG-ACCOUNT-TXT NOT NUMERIC
               OR WS-LOG-TIMESTAMP(1:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOG-ACCOUNT-TXT    TO WS-LOG-ACCOUNT
           MOVE WS-LOG-TIMESTAMP(1:8) TO WS-LOG-DATE
           IF WS-LOG-ACCOUNT NOT = WS-INPUT-ACCOUNT
               OR WS-LOG-DATE < WS-INPUT-FROM-DATE
               OR WS-LOG-DATE > WS-INPUT-TO-DATE
               EXIT PARAGRAPH
           END-IF

           IF WS-PICK-TOTAL < 20
               ADD 1 TO WS-PICK-TOTAL
               MOVE WS-LOG-TIMESTAMP(1:14)
                   TO WS-PK-TIMESTAMP(WS-PICK-TOTAL)
               MOVE WS-LOG-TYPE       TO WS-PK-TYPE(WS-PICK-TOTAL)
               MOVE WS-LOG-AMOUNT-TXT TO WS-PK-AMOUNT(WS-PICK-TOTAL)
           ELSE
               MOVE 'Y' TO WS-PICK-MORE
           END-IF
           .

       4220-SHOW-ONE-PICK.
           DISPLAY WS-PICK-SUB '  ' WS-PK-TIMESTAMP(WS-PICK-SUB)
                   '  ' WS-PK-TYPE(WS-PICK-SUB) '  '
                   WS-PK-AMOUNT(WS-PICK-SUB)
           .

      *----------------------------------------------------------------
       5000-CHANGE-STATUS.
      *----------------------------------------------------------------
      *    Filing the SAR and closing with no action are the case's
      *    decisions - a supervisor owns them.  Review and escalation
      *    are the investigator's own steps.
           IF WS-CASE-STATUS = 'F' OR WS-CASE-STATUS = 'C'
               DISPLAY 'Case is decided - status unchanged.'
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES TO WS-APPROVER-ID
           MOVE SPACES TO WS-INPUT-REFERENCE
           IF WS-NEW-STATUS = 'F'
               DISPLAY 'SAR Filing Reference: ' NO ADVANCING
               ACCEPT WS-INPUT-REFERENCE
               IF WS-INPUT-REFERENCE = SPACES
                   DISPLAY 'A filing reference is required - status'
                           ' unchanged.'
                   GO TO 5000-EXIT
               END-IF
           END-IF

           DISPLAY 'Reason: ' NO ADVANCING
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT = SPACES AND WS-NEW-STATUS NOT = 'R'
               DISPLAY 'A reason is required - status unchanged.'
               GO TO 5000-EXIT
           END-IF

           IF WS-NEW-STATUS = 'F' OR WS-NEW-STATUS = 'C'
               IF WS-SIGN-AUTHORITY >= 2
                   MOVE WS-SIGN-OPERATOR-ID TO WS-APPROVER-ID
               ELSE
                   DISPLAY 'A supervisor must approve this decision.'
                   MOVE 2 TO WS-SEC-MIN-AUTHORITY
                   CALL 'OPERATOR-SIGNON' USING WS-SECOND-REQUEST
                   IF WS-SEC-OK NOT = 'Y'
                       DISPLAY 'No approving supervisor - status'
                               ' unchanged.'
                       GO TO 5000-EXIT
                   END-IF
                   MOVE WS-SEC-OPERATOR-ID TO WS-APPROVER-ID
               END-IF
           END-IF

           INITIALIZE WS-SAR-CASE-REQUEST
           MOVE 'S' TO WS-SARC-FUNCTION
           MOVE WS-INPUT-CASE       TO WS-SARC-CASE-NO
           MOVE WS-NEW-STATUS       TO WS-SARC-STATUS
           MOVE WS-SIGN-OPERATOR-ID TO WS-SARC-OPERATOR
           MOVE WS-APPROVER-ID      TO WS-SARC-DECIDED-BY
           MOVE WS-BUS-DATE         TO WS-SARC-ACTION-DATE
           PERFORM 5100-BUILD-STATUS-TEXT
           CALL 'SAR-CASES' USING WS-SAR-CASE-REQUEST

           IF WS-SARC-OK = 'Y'
               PERFORM 8000-SET-CASE-WORDING
               DISPLAY 'Case is now ' FUNCTION TRIM(WS-STATUS-WORD)
                       '.'
           ELSE
               PERFORM 8000-SET-CASE-WORDING
               DISPLAY 'Not allowed from ' FUNCTION TRIM(WS-STATUS-WORD)
                       ' - status unchanged.'
           END-IF
           .

       5000-EXIT.
           EXIT
           .

       5100-BUILD-STATUS-TEXT.
           MOVE WS-NEW-STATUS TO WS-SARC-STATUS
           PERFORM 8000-SET-CASE-WORDING
           MOVE SPACES TO WS-SARC-TEXT
           MOVE 1 TO WS-TEXT-PTR
           STRING FUNCTION TRIM(WS-STATUS-WORD) DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
               INTO WS-SARC-TEXT
               WITH POINTER WS-TEXT-PTR
           END-STRING
           IF WS-INPUT-REFERENCE NOT = SPACES
               STRING 'REF '            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-INPUT-REFERENCE)
                                        DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                   INTO WS-SARC-TEXT
                   WITH POINTER WS-TEXT-PTR
               END-STRING
           END-IF
           IF WS-APPROVER-ID NOT = SPACES
               STRING 'APPROVED '       DELIMITED BY SIZE
                      FUNCTION TRIM(WS-APPROVER-ID)
                                        DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                   INTO WS-SARC-TEXT
                   WITH POINTER WS-TEXT-PTR
               END-STRING
           END-IF
           IF WS-INPUT-TEXT NOT = SPACES
               STRING '- '              DELIMITED BY SIZE
                      WS-INPUT-TEXT     DELIMITED BY SIZE
                   INTO WS-SARC-TEXT
                   WITH POINTER WS-TEXT-PTR
               END-STRING
           END-IF
           .

      *----------------------------------------------------------------
       7000-ADD-DIARY-LINE.
      *----------------------------------------------------------------
      *    WS-SARC-ENTRY-TYPE and WS-INPUT-TEXT are set by the caller.
           MOVE WS-SARC-ENTRY-TYPE TO WS-CHOICE
           INITIALIZE WS-SAR-CASE-REQUEST
           MOVE 'D' TO WS-SARC-FUNCTION
           MOVE WS-INPUT-CASE       TO WS-SARC-CASE-NO
           MOVE WS-CHOICE           TO WS-SARC-ENTRY-TYPE
           MOVE WS-SIGN-OPERATOR-ID TO WS-SARC-OPERATOR
           MOVE WS-BUS-DATE         TO WS-SARC-ACTION-DATE
           MOVE WS-INPUT-TEXT       TO WS-SARC-TEXT
           CALL 'SAR-CASES' USING WS-SAR-CASE-REQUEST
           .

      *----------------------------------------------------------------
       8000-SET-CASE-WORDING.
      *----------------------------------------------------------------
           EVALUATE WS-SARC-STATUS
               WHEN 'O'  MOVE 'OPEN'           TO WS-STATUS-WORD
               WHEN 'R'  MOVE 'UNDER REVIEW'   TO WS-STATUS-WORD
               WHEN 'E'  MOVE 'ESCALATED'      TO WS-STATUS-WORD
               WHEN 'F'  MOVE 'SAR FILED'      TO WS-STATUS-WORD
               WHEN 'C'  MOVE 'CLOSED NO ACT'  TO WS-STATUS-WORD
               WHEN OTHER MOVE 'UNKNOWN'       TO WS-STATUS-WORD
           END-EVALUATE
           EVALUATE WS-SARC-SOURCE
               WHEN 'L'  MOVE 'LARGE ITEM'     TO WS-SOURCE-WORD
               WHEN 'A'  MOVE 'AGGREGATE'      TO WS-SOURCE-WORD
               WHEN 'W'  MOVE 'WATCHLIST'      TO WS-SOURCE-WORD
               WHEN OTHER MOVE SPACES          TO WS-SOURCE-WORD
           END-EVALUATE
           .

      *----------------------------------------------------------------
       9000-TERMINATE.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'CASE WORKSTATION SESSION ENDED'
           DISPLAY '=================================================='
           .
