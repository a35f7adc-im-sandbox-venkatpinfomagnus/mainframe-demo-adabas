       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICE-RUN.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: NOTICE-RUN
      * PURPOSE: Nightly customer correspondence.  Turns the day's
      *          customer-notice events - queued by the programs that
      *          made them happen (TERMDEP-MATURITY, OVERDRAFT-
      *          INTEREST, MEMO-HOLDS, RESTRICTION-MAINT,
      *          EXT-TRANSFER-RET, DISPUTE-MAINT, DISPUTE-
      *          RESOLUTION; see NOTICE-EVENTS) - into print-
      *          ready letters, and adds a pre-maturity reminder for
      *          every term deposit whose MATURITY-DATE is within the
      *          configured number of days (walked with cursor-mode
      *          L2, tag NOTC).  Each letter goes to EVERY owner of
      *          the account: the owner cross-reference rows, plus
      *          the CUSTOMER-ID carried on the account line itself
      *          (accounts predating the cross-reference), each
      *          addressed from the customer master (command S3).
      *          Every letter takes the next notice sequence number
      *          and is logged with it, so what was sent, to whom,
      *          and when can be proved afterwards.  An event none of
      *          whose owners could be addressed stays queued for
      *          chasing; sent events are purged from the queue.
      * INPUT:   Notice events via NOTICE-EVENTS,
      *          ../data/maturity-notice-days.txt (lead days, 1-3;
      *          absence leaves 14, zero turns the reminder off),
      *          ../data/account-owners.txt (ACCOUNT 1-10, CUSTOMER
      *          12-21, ROLE 23), ../data/notice-log.txt (last
      *          sequence number and reminders already sent),
      *          account and customer data via Adabas (L2, S1, S3)
      * OUTPUT:  ../data/customer-notices.txt (the print file, one
      *          letter per owner, 'TRAILER <letters> <first-seq>
      *          <last-seq>' at the end),
      *          ../data/notice-log.txt appended (1-8 SEQUENCE,
      *          10-17 BUSINESS-DATE, 19-26 TIME, 28-29 CODE,
      *          31-40 ACCOUNT, 42-51 CUSTOMER, 53 ROLE, 55-62
      *          EVENT-ID - zero for a reminder, 64-71 REF-DATE,
      *          73-80 EVENT-DATE).
      *          RETURN-CODE 4 when any owner could not be addressed
      *          or any event had to stay queued
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAD-FILE ASSIGN TO
                   "../data/maturity-notice-days.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAD-FILE-STATUS.

           SELECT OWNER-FILE ASSIGN TO "../data/account-owners.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-FILE-STATUS.

           SELECT LOG-FILE ASSIGN TO "../data/notice-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO
                   "../data/customer-notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAD-FILE.
       01  LEAD-LINE                   PIC X(10).

       FD  OWNER-FILE.
       01  OWNER-LINE                  PIC X(30).

       FD  LOG-FILE.
       01  LOG-LINE                    PIC X(80).

       FD  PRINT-FILE.
       01  PRINT-LINE                  PIC X(100).

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
      * Browse Result Rows (matches ADABAS.cbl's BROWSE-WIDE-VIEW
      * layout - this program browses in cursor mode)
      *----------------------------------------------------------------
       01  BROWSE-RESULT.
           05  BR-ENTRY OCCURS 20 TIMES.
               10  BR-ACCOUNT-NUMBER   PIC 9(10).
               10  BR-CUSTOMER-NAME    PIC X(50).
               10  BR-ACCOUNT-TYPE     PIC X(15).
               10  BR-BALANCE          PIC S9(08)V99.
               10  BR-LAST-TXN-DATE    PIC 9(08).
               10  FILLER              PIC X(07).

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

       01  CUSTOMER-FORMAT-BUFFER      PIC X(100) VALUE
           'CUSTOMER-ID,CUSTOMER-NAME,ADDRESS-LINE-1,CITY,STATE,ZIP-
      -    'CODE.'.

       01  CUSTOMER-SEARCH-BUFFER.
           05  FILLER                  PIC X(14) VALUE
               'CUSTOMER-ID,1,'.
           05  CSB-CUSTOMER-ID         PIC 9(10).
           05  FILLER                  PIC X VALUE '.'.

      *----------------------------------------------------------------
      * Browse Control
      *----------------------------------------------------------------
       01  WS-NEXT-ISN                 PIC 9(10) VALUE 1.
       01  WS-MORE-RECORDS             PIC X VALUE 'Y'.
       01  WS-ROW-INDEX                PIC 9(02) VALUE 0.
       01  WS-ROWS-RETURNED            PIC 9(02) VALUE 0.
       01  WS-BROWSE-LAST-ISN          PIC 9(10) VALUE 0.

      *----------------------------------------------------------------
      * Pre-Maturity Reminder Lead - days ahead of MATURITY-DATE the
      * reminder goes out (../data/maturity-notice-days.txt).
      *----------------------------------------------------------------
       01  WS-LEAD-FILE-STATUS         PIC XX.
       01  WS-LEAD-DAYS                PIC 9(03) VALUE 14.
       01  WS-DAYS-TO-MATURITY         PIC S9(07).

      *----------------------------------------------------------------
      * Owner Cross-Reference, loaded once - every role, since a
      * letter goes to each owner of the account.
      *----------------------------------------------------------------
       01  WS-OWNER-FILE-STATUS        PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.
       01  WS-OWNER-TABLE.
           05  WS-OWN-ENTRY            OCCURS 1000 TIMES.
               10  WS-OWN-ACCOUNT      PIC 9(10).
               10  WS-OWN-CUSTOMER     PIC 9(10).
               10  WS-OWN-ROLE         PIC X.
       01  WS-OWNER-TOTAL              PIC 9(04) VALUE 0.
       01  WS-OWN-SUB                  PIC 9(04) VALUE 0.

      *----------------------------------------------------------------
      * Notice Log - the last sequence number issued, and the
      * reminders already sent (account and maturity date), so a
      * deposit gets exactly one reminder per maturity however many
      * nights it sits inside the lead window.
      *----------------------------------------------------------------
       01  WS-LOG-FILE-STATUS          PIC XX.
       01  WS-LOG-OPEN                 PIC X VALUE 'N'.
       01  WS-NOTICE-SEQ               PIC 9(08) VALUE 0.
       01  WS-FIRST-SEQ                PIC 9(08) VALUE 0.
       01  WS-REMINDER-TABLE.
           05  WS-RMD-ENTRY            OCCURS 1000 TIMES.
               10  WS-RMD-ACCOUNT      PIC 9(10).
               10  WS-RMD-MATURITY     PIC 9(08).
       01  WS-REMINDER-TOTAL           PIC 9(04) VALUE 0.
       01  WS-RMD-SUB                  PIC 9(04) VALUE 0.
       01  WS-RMD-FOUND                PIC X.

      *----------------------------------------------------------------
      * Current Notice - one event (or reminder) being lettered
      *----------------------------------------------------------------
       01  WS-NTC-CODE                 PIC X(02).
           88  WS-NTC-PRE-MATURITY     VALUE 'PM'.
           88  WS-NTC-MATURED-PAID     VALUE 'MP'.
           88  WS-NTC-MATURED-ROLLED   VALUE 'MR'.
           88  WS-NTC-OVERDRAWN        VALUE 'OD'.
           88  WS-NTC-HOLD-PLACED      VALUE 'HP'.
           88  WS-NTC-RESTRICTED       VALUE 'RP'.
           88  WS-NTC-XFER-RETURNED    VALUE 'XR'.
           88  WS-NTC-DISPUTE-OPENED   VALUE 'DP'.
           88  WS-NTC-DISPUTE-FINAL    VALUE 'DF'.
           88  WS-NTC-DISPUTE-REVERSED VALUE 'DR'.
       01  WS-NTC-EVENT-ID             PIC 9(08).
       01  WS-NTC-EVENT-DATE           PIC 9(08).
       01  WS-NTC-ACCOUNT              PIC 9(10).
       01  WS-NTC-AMOUNT               PIC 9(09)V99.
       01  WS-NTC-REF                  PIC X(13).
       01  WS-NTC-DETAIL               PIC X(20).
       01  WS-NTC-REF-DATE             PIC 9(08).
       01  WS-NTC-ACCOUNT-TYPE         PIC X(15).
       01  WS-NTC-ACCOUNT-CUSTOMER     PIC 9(10).
       01  WS-NTC-LETTERS              PIC 9(03).

      *    Everyone this notice goes to - cross-reference owners
      *    first, then the account line's own CUSTOMER-ID when no
      *    cross-reference row already names it.
       01  WS-RECIPIENT-TABLE.
           05  WS-RCP-ENTRY            OCCURS 10 TIMES.
               10  WS-RCP-CUSTOMER     PIC 9(10).
               10  WS-RCP-ROLE         PIC X.
       01  WS-RECIPIENT-TOTAL          PIC 9(02) VALUE 0.
       01  WS-RCP-SUB                  PIC 9(02) VALUE 0.
       01  WS-RCP-FOUND                PIC X.

      *----------------------------------------------------------------
      * Letter Formatting
      *----------------------------------------------------------------
       01  WS-PRINT-FILE-STATUS        PIC XX.
       01  WS-PRINT-LINE               PIC X(100).
       01  WS-AMOUNT-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-TEXT              PIC X(14).
       01  WS-DATE-IN                  PIC 9(08).
       01  WS-DATE-IN-R REDEFINES WS-DATE-IN.
           05  WS-DATE-IN-YEAR         PIC 9(04).
           05  WS-DATE-IN-MONTH        PIC 99.
           05  WS-DATE-IN-DAY          PIC 99.
       01  WS-DATE-TEXT                PIC X(10).
       01  WS-REF-DATE-TEXT            PIC X(10).
       01  WS-EVENT-DATE-TEXT          PIC X(10).
       01  WS-BUS-DATE-TEXT            PIC X(10).
       01  WS-RSTR-TEXT                PIC X(30).
       01  WS-LOG-TIME                 PIC 9(08).

      *----------------------------------------------------------------
      * Notice Event Queue (see NOTICE-EVENTS)
      *----------------------------------------------------------------
       01  WS-NOTICE-EVENT-REQUEST.
           05  WS-NEV-FUNCTION         PIC X.
           05  WS-NEV-EVENT-ID         PIC 9(08).
           05  WS-NEV-EVENT-DATE       PIC 9(08).
           05  WS-NEV-EVENT-TIME       PIC 9(08).
           05  WS-NEV-CODE             PIC X(02).
           05  WS-NEV-ACCOUNT          PIC 9(10).
           05  WS-NEV-AMOUNT           PIC 9(09)V99.
           05  WS-NEV-REF              PIC X(13).
           05  WS-NEV-DETAIL           PIC X(20).
           05  WS-NEV-REF-DATE         PIC 9(08).
           05  WS-NEV-SENT-DATE        PIC 9(08).
           05  WS-NEV-COUNT            PIC 9(05).
           05  WS-NEV-FOUND            PIC X.
           05  WS-NEV-OK               PIC X.
       01  WS-LAST-EVENT-ID            PIC 9(08) VALUE 0.

      *----------------------------------------------------------------
      * Counters
      *----------------------------------------------------------------
       01  WS-TOTAL-REMINDERS          PIC 9(05) VALUE 0.
       01  WS-TOTAL-EVENTS             PIC 9(05) VALUE 0.
       01  WS-TOTAL-EVENTS-SENT        PIC 9(05) VALUE 0.
       01  WS-TOTAL-EVENTS-HELD        PIC 9(05) VALUE 0.
       01  WS-TOTAL-LETTERS            PIC 9(05) VALUE 0.
       01  WS-TOTAL-UNADDRESSED        PIC 9(05) VALUE 0.
       01  WS-TOTAL-PURGED             PIC 9(05) VALUE 0.

      *----------------------------------------------------------------
      * Business Date - stamped from the system control record via
      * BUSINESS-DATE, never from the wall clock.
      *----------------------------------------------------------------
       01  WS-BUSDATE-REQUEST.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.

      *----------------------------------------------------------------
      * Run Control - this step records itself in the shared cycle
      * run log and skips its own work when a COMPLETE record for
      * today already exists, so a rerun cannot print the same
      * reminders twice.
      *----------------------------------------------------------------
       01  WS-SAVED-RETURN-CODE        PIC S9(04) COMP VALUE 0.
       01  WS-RUN-REQUEST.
           05  WS-RUN-FUNCTION         PIC X.
           05  WS-RUN-JOB-DATE         PIC 9(08).
           05  WS-RUN-STEP             PIC X(20) VALUE
               'NOTICE-RUN'.
           05  WS-RUN-START-TIME       PIC 9(08).
           05  WS-RUN-END-TIME         PIC 9(08).
           05  WS-RUN-RECORDS          PIC 9(05).
           05  WS-RUN-STATUS           PIC X(08).
           05  WS-RUN-FOUND            PIC X.

      *----------------------------------------------------------------
      * Format and Search Buffers
      *----------------------------------------------------------------
       01  BROWSE-FORMAT-BUFFER        PIC X(100) VALUE
           'ACCOUNT-NUMBER,CUSTOMER-NAME,ACCOUNT-TYPE,BALANCE,LAST-TXN-
      -    'DATE.'.

       01  BROWSE-SEARCH-BUFFER.
           05  FILLER                  PIC X(15) VALUE
               'ACCOUNT-TYPE,1,'.
           05  BSB-ACCOUNT-TYPE        PIC X(15) VALUE 'TERM-DEPOSIT'.
           05  FILLER                  PIC X VALUE '.'.

       01  READ-FORMAT-BUFFER          PIC X(100) VALUE
           'ACCOUNT-NUMBER,CUSTOMER-NAME,ACCOUNT-TYPE,BALANCE,LAST-TXN-
      -    'DATE.'.

       01  READ-SEARCH-BUFFER.
           05  FILLER                  PIC X(17) VALUE
               'ACCOUNT-NUMBER,1,'.
           05  RSB-ACCOUNT-NUMBER      PIC 9(10).
           05  FILLER                  PIC X VALUE '.'.

       01  RECORD-BUFFER               PIC X(2000).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       0000-MAIN-ROUTINE.
      *----------------------------------------------------------------
           PERFORM 1000-INITIALIZE
           IF WS-LEAD-DAYS > 0
               PERFORM 2000-BROWSE-TERM-DEPOSITS
                   UNTIL WS-MORE-RECORDS = 'N'
           END-IF
           PERFORM 3000-SEND-QUEUED-EVENTS
           PERFORM 5000-FINISH-OUTPUTS
           PERFORM 6000-PRINT-SUMMARY
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'NIGHTLY CUSTOMER CORRESPONDENCE'
           DISPLAY '=================================================='
           DISPLAY ' '

           MOVE 00012 TO ACB-FILE-NUMBER
           MOVE 1     TO WS-NEXT-ISN

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
           MOVE WS-BUS-DATE TO WS-RUN-JOB-DATE
           ACCEPT WS-RUN-START-TIME FROM TIME
           MOVE 'C' TO WS-RUN-FUNCTION
           CALL 'CYCLE-RUN-LOG' USING WS-RUN-REQUEST
           IF WS-RUN-FOUND = 'Y'
               DISPLAY 'Step already complete for ' WS-RUN-JOB-DATE
                       ' - skipping (rerun mode)'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-BUS-DATE TO WS-DATE-IN
           PERFORM 4900-FORMAT-DATE
           MOVE WS-DATE-TEXT TO WS-BUS-DATE-TEXT

           PERFORM 1100-LOAD-LEAD-DAYS THRU 1100-EXIT
           PERFORM 1200-LOAD-OWNER-XREF THRU 1200-EXIT
           PERFORM 1300-LOAD-NOTICE-LOG THRU 1300-EXIT
           DISPLAY 'Reminder lead days : ' WS-LEAD-DAYS
           DISPLAY 'Last notice number : ' WS-NOTICE-SEQ
           DISPLAY ' '

           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Unable to open notice print file'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = '00' AND
              WS-LOG-FILE-STATUS NOT = '05'
      *        First entry ever written - file does not exist yet
               CLOSE LOG-FILE
               OPEN OUTPUT LOG-FILE
           END-IF
           IF WS-LOG-FILE-STATUS NOT = '00' AND
              WS-LOG-FILE-STATUS NOT = '05'
      *        A letter that cannot be logged cannot be proved -
      *        print nothing rather than print unprovable mail
               DISPLAY 'ERROR: Unable to open notice log'
               CLOSE PRINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-LOG-OPEN
           .

      *----------------------------------------------------------------
       1100-LOAD-LEAD-DAYS.
      *----------------------------------------------------------------
           OPEN INPUT LEAD-FILE
           IF WS-LEAD-FILE-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF

           READ LEAD-FILE INTO LEAD-LINE
               AT END
                   CONTINUE
               NOT AT END
                   IF LEAD-LINE(1:3) IS NUMERIC
                       MOVE LEAD-LINE(1:3) TO WS-LEAD-DAYS
                   END-IF
           END-READ

           CLOSE LEAD-FILE
           .

       1100-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       1200-LOAD-OWNER-XREF.
      *----------------------------------------------------------------
      *    Absence of the file just means every account is reached
      *    through its own CUSTOMER-ID.
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
                       AND WS-OWNER-TOTAL < 1000
                       ADD 1 TO WS-OWNER-TOTAL
                       MOVE OWNER-LINE(1:10)
                           TO WS-OWN-ACCOUNT(WS-OWNER-TOTAL)
                       MOVE OWNER-LINE(12:10)
                           TO WS-OWN-CUSTOMER(WS-OWNER-TOTAL)
                       MOVE OWNER-LINE(23:1)
                           TO WS-OWN-ROLE(WS-OWNER-TOTAL)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       1300-LOAD-NOTICE-LOG.
      *----------------------------------------------------------------
      *    Absence of the file just means no notice has gone out yet.
           MOVE 0 TO WS-REMINDER-TOTAL
           MOVE 0 TO WS-NOTICE-SEQ

           OPEN INPUT LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = '00'
               GO TO 1300-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1310-LOAD-ONE-LOG-ROW UNTIL WS-EOF = 'Y'

           CLOSE LOG-FILE
           .

       1300-EXIT.
           EXIT
           .

       1310-LOAD-ONE-LOG-ROW.
           READ LOG-FILE INTO LOG-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LOG-LINE(1:8) IS NUMERIC
                       IF LOG-LINE(1:8) > WS-NOTICE-SEQ
                           MOVE LOG-LINE(1:8) TO WS-NOTICE-SEQ
                       END-IF
                       IF LOG-LINE(28:2) = 'PM'
                           AND WS-REMINDER-TOTAL < 1000
                           AND LOG-LINE(64:8) IS NUMERIC
                           ADD 1 TO WS-REMINDER-TOTAL
                           MOVE LOG-LINE(31:10)
                               TO WS-RMD-ACCOUNT(WS-REMINDER-TOTAL)
                           MOVE LOG-LINE(64:8)
                               TO WS-RMD-MATURITY(WS-REMINDER-TOTAL)
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       2000-BROWSE-TERM-DEPOSITS.
      *----------------------------------------------------------------
           PERFORM 2100-CALL-BROWSE

           IF ACB-RESPONSE-CODE = 000
               MOVE ACB-ISN-QUANTITY TO WS-ROWS-RETURNED
               MOVE ACB-ISN          TO WS-BROWSE-LAST-ISN
               PERFORM 2200-CHECK-ONE-DEPOSIT THRU 2200-EXIT
                   VARYING WS-ROW-INDEX FROM 1 BY 1
                   UNTIL WS-ROW-INDEX > WS-ROWS-RETURNED
               COMPUTE WS-NEXT-ISN = WS-BROWSE-LAST-ISN + 1
           ELSE
               MOVE 'N' TO WS-MORE-RECORDS
           END-IF
           .

      *----------------------------------------------------------------
       2100-CALL-BROWSE.
      *----------------------------------------------------------------
           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'L2'   TO ACB-COMMAND-CODE
           MOVE 'NOTC' TO ACB-COMMAND-ID
           MOVE 00012  TO ACB-FILE-NUMBER
           MOVE WS-NEXT-ISN TO ACB-ISN-LOWER-LIMIT
           MOVE 20     TO ACB-ISN-QUANTITY
           MOVE 100    TO ACB-FORMAT-BUFFER-LEN
           MOVE 2000   TO ACB-RECORD-BUFFER-LEN
           MOVE 31     TO ACB-SEARCH-BUFFER-LEN

           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               BROWSE-FORMAT-BUFFER
                               RECORD-BUFFER
                               BROWSE-SEARCH-BUFFER

           IF ACB-RESPONSE-CODE = 000
               MOVE RECORD-BUFFER TO BROWSE-RESULT
           END-IF
           .

      *----------------------------------------------------------------
       2200-CHECK-ONE-DEPOSIT.
      *----------------------------------------------------------------
      *    A deposit already settled to zero has nothing left to
      *    mature; one past its date is TERMDEP-MATURITY's business.
           IF BR-BALANCE(WS-ROW-INDEX) NOT > 0
               GO TO 2200-EXIT
           END-IF

           MOVE BR-ACCOUNT-NUMBER(WS-ROW-INDEX) TO WS-NTC-ACCOUNT
           PERFORM 4010-READ-NOTICE-ACCOUNT
           IF ACB-RESPONSE-CODE NOT = 000
               GO TO 2200-EXIT
           END-IF
           IF MATURITY-DATE NOT NUMERIC
               OR MATURITY-DATE NOT > WS-BUS-DATE
               GO TO 2200-EXIT
           END-IF

           COMPUTE WS-DAYS-TO-MATURITY =
               FUNCTION INTEGER-OF-DATE(MATURITY-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
           IF WS-DAYS-TO-MATURITY > WS-LEAD-DAYS
               GO TO 2200-EXIT
           END-IF

           MOVE 'N' TO WS-RMD-FOUND
           PERFORM 2210-CHECK-ONE-REMINDER
               VARYING WS-RMD-SUB FROM 1 BY 1
               UNTIL WS-RMD-SUB > WS-REMINDER-TOTAL
                  OR WS-RMD-FOUND = 'Y'
           IF WS-RMD-FOUND = 'Y'
               GO TO 2200-EXIT
           END-IF

           MOVE 'PM'          TO WS-NTC-CODE
           MOVE 0             TO WS-NTC-EVENT-ID
           MOVE WS-BUS-DATE   TO WS-NTC-EVENT-DATE
           MOVE BALANCE       TO WS-NTC-AMOUNT
           MOVE SPACES        TO WS-NTC-REF
           MOVE SPACES        TO WS-NTC-DETAIL
           MOVE MATURITY-DATE TO WS-NTC-REF-DATE
           PERFORM 4000-PRODUCE-NOTICE THRU 4000-EXIT

           IF WS-NTC-LETTERS > 0
               ADD 1 TO WS-TOTAL-REMINDERS
               IF WS-REMINDER-TOTAL < 1000
                   ADD 1 TO WS-REMINDER-TOTAL
                   MOVE WS-NTC-ACCOUNT
                       TO WS-RMD-ACCOUNT(WS-REMINDER-TOTAL)
                   MOVE WS-NTC-REF-DATE
                       TO WS-RMD-MATURITY(WS-REMINDER-TOTAL)
               END-IF
           END-IF
           .

       2200-EXIT.
           EXIT
           .

       2210-CHECK-ONE-REMINDER.
           IF WS-RMD-ACCOUNT(WS-RMD-SUB) = WS-NTC-ACCOUNT
               AND WS-RMD-MATURITY(WS-RMD-SUB) = MATURITY-DATE
               MOVE 'Y' TO WS-RMD-FOUND
           END-IF
           .

      *----------------------------------------------------------------
       3000-SEND-QUEUED-EVENTS.
      *----------------------------------------------------------------
      *    Walk the queue in EVENT-ID order; each event lettered to
      *    at least one owner is marked sent, the rest stay pending
      *    for tomorrow's run.  Sent events are then purged - the
      *    notice log is the permanent record.
           MOVE 0 TO WS-LAST-EVENT-ID
           PERFORM 3050-FETCH-NEXT-EVENT
           PERFORM 3100-SEND-ONE-EVENT
               UNTIL WS-NEV-FOUND NOT = 'Y'

           INITIALIZE WS-NOTICE-EVENT-REQUEST
           MOVE 'P' TO WS-NEV-FUNCTION
           CALL 'NOTICE-EVENTS' USING WS-NOTICE-EVENT-REQUEST
           MOVE WS-NEV-COUNT TO WS-TOTAL-PURGED
           .

      *----------------------------------------------------------------
       3050-FETCH-NEXT-EVENT.
      *----------------------------------------------------------------
           INITIALIZE WS-NOTICE-EVENT-REQUEST
           MOVE 'N'              TO WS-NEV-FUNCTION
           MOVE WS-LAST-EVENT-ID TO WS-NEV-EVENT-ID
           CALL 'NOTICE-EVENTS' USING WS-NOTICE-EVENT-REQUEST
           .

      *----------------------------------------------------------------
       3100-SEND-ONE-EVENT.
      *----------------------------------------------------------------
           ADD 1 TO WS-TOTAL-EVENTS
           MOVE WS-NEV-EVENT-ID   TO WS-LAST-EVENT-ID
           MOVE WS-NEV-EVENT-ID   TO WS-NTC-EVENT-ID
           MOVE WS-NEV-EVENT-DATE TO WS-NTC-EVENT-DATE
           MOVE WS-NEV-CODE       TO WS-NTC-CODE
           MOVE WS-NEV-ACCOUNT    TO WS-NTC-ACCOUNT
           MOVE WS-NEV-AMOUNT     TO WS-NTC-AMOUNT
           MOVE WS-NEV-REF        TO WS-NTC-REF
           MOVE WS-NEV-DETAIL     TO WS-NTC-DETAIL
           MOVE WS-NEV-REF-DATE   TO WS-NTC-REF-DATE

           PERFORM 4010-READ-NOTICE-ACCOUNT
           PERFORM 4000-PRODUCE-NOTICE THRU 4000-EXIT

           IF WS-NTC-LETTERS > 0
               ADD 1 TO WS-TOTAL-EVENTS-SENT
               INITIALIZE WS-NOTICE-EVENT-REQUEST
               MOVE 'S'              TO WS-NEV-FUNCTION
               MOVE WS-LAST-EVENT-ID TO WS-NEV-EVENT-ID
               MOVE WS-BUS-DATE      TO WS-NEV-SENT-DATE
               CALL 'NOTICE-EVENTS' USING WS-NOTICE-EVENT-REQUEST
           ELSE
               ADD 1 TO WS-TOTAL-EVENTS-HELD
               DISPLAY 'HELD      event ' WS-NTC-EVENT-ID
                       ' ' WS-NTC-CODE ' account ' WS-NTC-ACCOUNT
                       ' - no owner could be addressed'
           END-IF

           PERFORM 3050-FETCH-NEXT-EVENT
           .

      *----------------------------------------------------------------
       4000-PRODUCE-NOTICE.
      *----------------------------------------------------------------
      *    One letter per owner of WS-NTC-ACCOUNT; the caller has
      *    already read the account (4010) so its type and own
      *    CUSTOMER-ID are at hand.
           MOVE 0 TO WS-NTC-LETTERS

           PERFORM 4100-BUILD-RECIPIENTS
           IF WS-RECIPIENT-TOTAL = 0
               GO TO 4000-EXIT
           END-IF

           PERFORM 4200-WRITE-ONE-LETTER THRU 4200-EXIT
               VARYING WS-RCP-SUB FROM 1 BY 1
               UNTIL WS-RCP-SUB > WS-RECIPIENT-TOTAL
           .

       4000-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       4010-READ-NOTICE-ACCOUNT.
      *----------------------------------------------------------------
      *    Read-only - a notice never touches the account record, so
      *    no hold is taken.  An account no longer on file (closed
      *    and archived since the event) is still lettered to its
      *    cross-reference owners.
           MOVE SPACES TO WS-NTC-ACCOUNT-TYPE
           MOVE 0      TO WS-NTC-ACCOUNT-CUSTOMER
           MOVE WS-NTC-ACCOUNT TO RSB-ACCOUNT-NUMBER

           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'S1'   TO ACB-COMMAND-CODE
           MOVE 00012  TO ACB-FILE-NUMBER
           MOVE 100    TO ACB-FORMAT-BUFFER-LEN
           MOVE 500    TO ACB-RECORD-BUFFER-LEN
           MOVE 30     TO ACB-SEARCH-BUFFER-LEN

           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               READ-FORMAT-BUFFER
                               RECORD-BUFFER
                               READ-SEARCH-BUFFER

           IF ACB-RESPONSE-CODE = 000
               MOVE RECORD-BUFFER(1:132) TO ACCOUNT-RECORD
               MOVE ACCOUNT-TYPE TO WS-NTC-ACCOUNT-TYPE
               IF CUSTOMER-ID IS NUMERIC
                   MOVE CUSTOMER-ID TO WS-NTC-ACCOUNT-CUSTOMER
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
       4100-BUILD-RECIPIENTS.
      *----------------------------------------------------------------
           MOVE 0 TO WS-RECIPIENT-TOTAL
           PERFORM 4110-CHECK-ONE-OWNER
               VARYING WS-OWN-SUB FROM 1 BY 1
               UNTIL WS-OWN-SUB > WS-OWNER-TOTAL

           IF WS-NTC-ACCOUNT-CUSTOMER > 0
               MOVE 'N' TO WS-RCP-FOUND
               PERFORM 4120-CHECK-ONE-RECIPIENT
                   VARYING WS-RCP-SUB FROM 1 BY 1
                   UNTIL WS-RCP-SUB > WS-RECIPIENT-TOTAL
                      OR WS-RCP-FOUND = 'Y'
               IF WS-RCP-FOUND = 'N' AND WS-RECIPIENT-TOTAL < 10
                   ADD 1 TO WS-RECIPIENT-TOTAL
                   MOVE WS-NTC-ACCOUNT-CUSTOMER
                       TO WS-RCP-CUSTOMER(WS-RECIPIENT-TOTAL)
                   MOVE 'P' TO WS-RCP-ROLE(WS-RECIPIENT-TOTAL)
               END-IF
           END-IF
           .

       4110-CHECK-ONE-OWNER.
           IF WS-OWN-ACCOUNT(WS-OWN-SUB) = WS-NTC-ACCOUNT
               AND WS-RECIPIENT-TOTAL < 10
               ADD 1 TO WS-RECIPIENT-TOTAL
               MOVE WS-OWN-CUSTOMER(WS-OWN-SUB)
                   TO WS-RCP-CUSTOMER(WS-RECIPIENT-TOTAL)
               MOVE WS-OWN-ROLE(WS-OWN-SUB)
                   TO WS-RCP-ROLE(WS-RECIPIENT-TOTAL)
           END-IF
           .

       4120-CHECK-ONE-RECIPIENT.
           IF WS-RCP-CUSTOMER(WS-RCP-SUB) = WS-NTC-ACCOUNT-CUSTOMER
               MOVE 'Y' TO WS-RCP-FOUND
           END-IF
           .

      *----------------------------------------------------------------
       4200-WRITE-ONE-LETTER.
      *----------------------------------------------------------------
           MOVE WS-RCP-CUSTOMER(WS-RCP-SUB) TO CSB-CUSTOMER-ID

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
           IF ACB-RESPONSE-CODE NOT = 000
               ADD 1 TO WS-TOTAL-UNADDRESSED
               DISPLAY 'UNADDRESSED customer '
                       WS-RCP-CUSTOMER(WS-RCP-SUB)
                       ' ' WS-NTC-CODE ' account ' WS-NTC-ACCOUNT
                       ' - not on customer master'
               GO TO 4200-EXIT
           END-IF
           MOVE RECORD-BUFFER TO CUSTOMER-DETAILS

           ADD 1 TO WS-NOTICE-SEQ
           IF WS-FIRST-SEQ = 0
               MOVE WS-NOTICE-SEQ TO WS-FIRST-SEQ
           END-IF

           MOVE WS-NTC-REF-DATE TO WS-DATE-IN
           PERFORM 4900-FORMAT-DATE
           MOVE WS-DATE-TEXT TO WS-REF-DATE-TEXT
           MOVE WS-NTC-EVENT-DATE TO WS-DATE-IN
           PERFORM 4900-FORMAT-DATE
           MOVE WS-DATE-TEXT TO WS-EVENT-DATE-TEXT
           MOVE WS-NTC-AMOUNT TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-AMOUNT-TEXT

           PERFORM 4300-WRITE-LETTER-HEADING
           EVALUATE TRUE
               WHEN WS-NTC-PRE-MATURITY
                   PERFORM 4410-BODY-PRE-MATURITY
               WHEN WS-NTC-MATURED-PAID
                   PERFORM 4420-BODY-MATURED-PAID
               WHEN WS-NTC-MATURED-ROLLED
                   PERFORM 4430-BODY-MATURED-ROLLED
               WHEN WS-NTC-OVERDRAWN
                   PERFORM 4440-BODY-OVERDRAWN
               WHEN WS-NTC-HOLD-PLACED
                   PERFORM 4450-BODY-HOLD-PLACED
               WHEN WS-NTC-RESTRICTED
                   PERFORM 4460-BODY-RESTRICTED
               WHEN WS-NTC-XFER-RETURNED
                   PERFORM 4470-BODY-XFER-RETURNED
               WHEN WS-NTC-DISPUTE-OPENED
                   PERFORM 4480-BODY-DISPUTE-OPENED
               WHEN WS-NTC-DISPUTE-FINAL
                   PERFORM 4485-BODY-DISPUTE-FINAL
               WHEN WS-NTC-DISPUTE-REVERSED
                   PERFORM 4490-BODY-DISPUTE-REVERSED
               WHEN OTHER
                   MOVE 'PLEASE CONTACT YOUR BRANCH ABOUT THIS ACCOUNT.'
                       TO WS-PRINT-LINE
                   PERFORM 4800-WRITE-PRINT-LINE
           END-EVALUATE
           PERFORM 4500-WRITE-LETTER-CLOSE
           PERFORM 4600-WRITE-LOG-ROW

           ADD 1 TO WS-NTC-LETTERS
           ADD 1 TO WS-TOTAL-LETTERS
           DISPLAY 'NOTICE    ' WS-NOTICE-SEQ ' ' WS-NTC-CODE
                   ' account ' WS-NTC-ACCOUNT
                   ' to ' WS-RCP-CUSTOMER(WS-RCP-SUB)
           .

       4200-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       4300-WRITE-LETTER-HEADING.
      *----------------------------------------------------------------
           MOVE ALL '=' TO WS-PRINT-LINE
           PERFORM 4800-WRITE-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING 'NOTICE NO. '    DELIMITED BY SIZE
                  WS-NOTICE-SEQ    DELIMITED BY SIZE
                  '          DATE ' DELIMITED BY SIZE
                  WS-BUS-DATE-TEXT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE CD-CUSTOMER-NAME  TO WS-PRINT-LINE
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE CD-ADDRESS-LINE-1 TO WS-PRINT-LINE
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING FUNCTION TRIM(CD-CITY) DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  CD-STATE               DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  CD-ZIP-CODE            DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4800-WRITE-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ACCOUNT: '         DELIMITED BY SIZE
                  WS-NTC-ACCOUNT      DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-NTC-ACCOUNT-TYPE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE TRUE
               WHEN WS-NTC-PRE-MATURITY
                   MOVE 'RE: YOUR TERM DEPOSIT MATURES SOON'
                       TO WS-PRINT-LINE
               WHEN WS-NTC-MATURED-PAID
                   MOVE 'RE: YOUR TERM DEPOSIT HAS MATURED - PAID OUT'
                       TO WS-PRINT-LINE
               WHEN WS-NTC-MATURED-ROLLED
                   MOVE 'RE: YOUR TERM DEPOSIT HAS MATURED AND RENEWED'
                       TO WS-PRINT-LINE
               WHEN WS-NTC-OVERDRAWN
                   MOVE 'RE: YOUR ACCOUNT IS OVERDRAWN'
                       TO WS-PRINT-LINE
               WHEN WS-NTC-HOLD-PLACED
                   MOVE 'RE: HOLD PLACED ON FUNDS IN YOUR ACCOUNT'
                       TO WS-PRINT-LINE
               WHEN WS-NTC-RESTRICTED
                   MOVE 'RE: RESTRICTION PLACED ON YOUR ACCOUNT'
                       TO WS-PRINT-LINE
               WHEN WS-NTC-XFER-RETURNED
                   MOVE 'RE: YOUR EXTERNAL TRANSFER WAS RETURNED'
                       TO WS-PRINT-LINE
               WHEN WS-NTC-DISPUTE-OPENED
                   MOVE 'RE: YOUR TRANSACTION DISPUTE HAS BEEN OPENED'
                       TO WS-PRINT-LINE
               WHEN WS-NTC-DISPUTE-FINAL
                   MOVE 'RE: YOUR TRANSACTION DISPUTE HAS BEEN UPHELD'
                       TO WS-PRINT-LINE
               WHEN WS-NTC-DISPUTE-REVERSED
                   MOVE 'RE: YOUR TRANSACTION DISPUTE WAS DECLINED'
                       TO WS-PRINT-LINE
               WHEN OTHER
                   MOVE 'RE: YOUR ACCOUNT' TO WS-PRINT-LINE
           END-EVALUATE
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4800-WRITE-PRINT-LINE
           .

      *----------------------------------------------------------------
       4410-BODY-PRE-MATURITY.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'YOUR TERM DEPOSIT OF $' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-TEXT) DELIMITED BY SIZE
                  ' MATURES ON '           DELIMITED BY SIZE
                  WS-REF-DATE-TEXT         DELIMITED BY SIZE
                  '.'                      DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE 'UNLESS YOU INSTRUCT US OTHERWISE BEFORE THAT DATE, THE'
               TO WS-PRINT-LINE
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE 'PROCEEDS WILL BE PAID TO YOUR CHECKING ACCOUNT WITH US'
               TO WS-PRINT-LINE
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE 'OR THE DEPOSIT RENEWED FOR THE SAME TERM IF YOU HAVE'
               TO WS-PRINT-LINE
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE 'NO CHECKING ACCOUNT.' TO WS-PRINT-LINE
           PERFORM 4800-WRITE-PRINT-LINE
           .

      *----------------------------------------------------------------
       4420-BODY-MATURED-PAID.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'YOUR TERM DEPOSIT MATURED ON ' DELIMITED BY SIZE
                  WS-REF-DATE-TEXT         DELIMITED BY SIZE
                  '. THE PROCEEDS OF $'    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-TEXT) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'INCLUDING FINAL INTEREST HAVE BEEN PAID TO ACCOUNT '
                                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NTC-REF) DELIMITED BY SIZE
                  '.'                      DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE
           .

      *----------------------------------------------------------------
       4430-BODY-MATURED-ROLLED.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'YOUR TERM DEPOSIT MATURED AND HAS BEEN RENEWED FOR'
                                           DELIMITED BY SIZE
                  ' THE SAME TERM.'        DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'THE RENEWED BALANCE IS $' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-TEXT) DELIMITED BY SIZE
                  ' AND THE NEW MATURITY DATE IS ' DELIMITED BY SIZE
                  WS-REF-DATE-TEXT         DELIMITED BY SIZE
                  '.'                      DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE
           .

      *----------------------------------------------------------------
       4440-BODY-OVERDRAWN.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'YOUR ACCOUNT BECAME OVERDRAWN ON ' DELIMITED BY SIZE
                  WS-REF-DATE-TEXT         DELIMITED BY SIZE
                  ' BY $'                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-TEXT) DELIMITED BY SIZE
                  '.'                      DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE 'OVERDRAFT INTEREST IS CHARGED DAILY UNTIL THE BALANCE'
               TO WS-PRINT-LINE
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE 'IS RESTORED. PLEASE DEPOSIT FUNDS AS SOON AS POSSIBLE.'
               TO WS-PRINT-LINE
           PERFORM 4800-WRITE-PRINT-LINE
           .

      *----------------------------------------------------------------
       4450-BODY-HOLD-PLACED.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ON '                    DELIMITED BY SIZE
                  WS-EVENT-DATE-TEXT       DELIMITED BY SIZE
                  ' A HOLD OF $'           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-TEXT) DELIMITED BY SIZE
                  ' WAS PLACED ON FUNDS IN YOUR ACCOUNT.'
                                           DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'REASON: '               DELIMITED BY SIZE
                  WS-NTC-DETAIL            DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-NTC-REF-DATE = 99999999 OR WS-NTC-REF-DATE = 0
               MOVE 'THE HOLD REMAINS UNTIL RELEASED BY THE BANK.'
                   TO WS-PRINT-LINE
           ELSE
               STRING 'THE FUNDS WILL BE AVAILABLE AFTER '
                                           DELIMITED BY SIZE
                      WS-REF-DATE-TEXT     DELIMITED BY SIZE
                      '.'                  DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
           PERFORM 4800-WRITE-PRINT-LINE
           .

      *----------------------------------------------------------------
       4460-BODY-RESTRICTED.
      *----------------------------------------------------------------
           EVALUATE WS-NTC-REF(1:1)
               WHEN 'D'
                   MOVE 'PAYMENTS OUT OF THE ACCOUNT' TO WS-RSTR-TEXT
               WHEN 'C'
                   MOVE 'DEPOSITS INTO THE ACCOUNT'   TO WS-RSTR-TEXT
               WHEN OTHER
                   MOVE 'ALL ACTIVITY ON THE ACCOUNT' TO WS-RSTR-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ON '                    DELIMITED BY SIZE
                  WS-EVENT-DATE-TEXT       DELIMITED BY SIZE
                  ' A RESTRICTION WAS PLACED BLOCKING '
                                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RSTR-TEXT) DELIMITED BY SIZE
                  '.'                      DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'REASON: '               DELIMITED BY SIZE
                  WS-NTC-DETAIL            DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-NTC-REF-DATE = 99999999 OR WS-NTC-REF-DATE = 0
               MOVE 'THE RESTRICTION REMAINS UNTIL LIFTED BY THE BANK.'
                   TO WS-PRINT-LINE
           ELSE
               STRING 'THE RESTRICTION EXPIRES ON '
                                           DELIMITED BY SIZE
                      WS-REF-DATE-TEXT     DELIMITED BY SIZE
                      '.'                  DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
           PERFORM 4800-WRITE-PRINT-LINE
           .

      *----------------------------------------------------------------
       4470-BODY-XFER-RETURNED.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'YOUR EXTERNAL TRANSFER OF $' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-TEXT) DELIMITED BY SIZE
                  ' (REFERENCE '           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NTC-REF) DELIMITED BY SIZE
                  ') WAS RETURNED'         DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'BY THE RECEIVING BANK: ' DELIMITED BY SIZE
                  WS-NTC-DETAIL            DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'THE AMOUNT WAS CREDITED BACK TO YOUR ACCOUNT ON '
                                           DELIMITED BY SIZE
                  WS-EVENT-DATE-TEXT       DELIMITED BY SIZE
                  '.'                      DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE
           .

      *----------------------------------------------------------------
       4480-BODY-DISPUTE-OPENED.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'WE HAVE OPENED DISPUTE '  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NTC-REF) DELIMITED BY SIZE
                  ' ON YOUR TRANSACTION OF ' DELIMITED BY SIZE
                  WS-REF-DATE-TEXT         DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '(CHANNEL AND REFERENCE ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NTC-DETAIL) DELIMITED BY SIZE
                  ').'                     DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'A PROVISIONAL CREDIT OF $' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-TEXT) DELIMITED BY SIZE
                  ' WAS MADE TO YOUR ACCOUNT ON ' DELIMITED BY SIZE
                  WS-EVENT-DATE-TEXT       DELIMITED BY SIZE
                  '.'                      DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE 'THE CREDIT MAY BE REVERSED IF THE DISPUTE IS DECLINED.'
               TO WS-PRINT-LINE
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE 'WE WILL WRITE TO YOU AGAIN WHEN IT IS RESOLVED.'
               TO WS-PRINT-LINE
           PERFORM 4800-WRITE-PRINT-LINE
           .

      *----------------------------------------------------------------
       4485-BODY-DISPUTE-FINAL.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'DISPUTE '               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NTC-REF) DELIMITED BY SIZE
                  ' ON YOUR TRANSACTION OF ' DELIMITED BY SIZE
                  WS-REF-DATE-TEXT         DELIMITED BY SIZE
                  ' HAS BEEN UPHELD.'      DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'THE PROVISIONAL CREDIT OF $' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-TEXT) DELIMITED BY SIZE
                  ' IS NOW FINAL.'         DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE
           .

      *----------------------------------------------------------------
       4490-BODY-DISPUTE-REVERSED.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'DISPUTE '               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NTC-REF) DELIMITED BY SIZE
                  ' ON YOUR TRANSACTION OF ' DELIMITED BY SIZE
                  WS-REF-DATE-TEXT         DELIMITED BY SIZE
                  ' WAS DECLINED'          DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'BY THE NETWORK: '       DELIMITED BY SIZE
                  WS-NTC-DETAIL            DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'THE PROVISIONAL CREDIT OF $' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-TEXT) DELIMITED BY SIZE
                  ' WAS REVERSED ON '      DELIMITED BY SIZE
                  WS-EVENT-DATE-TEXT       DELIMITED BY SIZE
                  '.'                      DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE
           .

      *----------------------------------------------------------------
       4500-WRITE-LETTER-CLOSE.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4800-WRITE-PRINT-LINE
           MOVE 'QUESTIONS? CONTACT YOUR BRANCH QUOTING THE NOTICE NO.'
               TO WS-PRINT-LINE
           PERFORM 4800-WRITE-PRINT-LINE
           .

      *----------------------------------------------------------------
       4600-WRITE-LOG-ROW.
      *----------------------------------------------------------------
           ACCEPT WS-LOG-TIME FROM TIME
           MOVE SPACES TO LOG-LINE
           MOVE WS-NOTICE-SEQ               TO LOG-LINE(1:8)
           MOVE WS-BUS-DATE                 TO LOG-LINE(10:8)
           MOVE WS-LOG-TIME                 TO LOG-LINE(19:8)
           MOVE WS-NTC-CODE                 TO LOG-LINE(28:2)
           MOVE WS-NTC-ACCOUNT              TO LOG-LINE(31:10)
           MOVE WS-RCP-CUSTOMER(WS-RCP-SUB) TO LOG-LINE(42:10)
           MOVE WS-RCP-ROLE(WS-RCP-SUB)     TO LOG-LINE(53:1)
           MOVE WS-NTC-EVENT-ID             TO LOG-LINE(55:8)
           MOVE WS-NTC-REF-DATE             TO LOG-LINE(64:8)
           MOVE WS-NTC-EVENT-DATE           TO LOG-LINE(73:8)
           WRITE LOG-LINE
           .

      *----------------------------------------------------------------
       4800-WRITE-PRINT-LINE.
      *----------------------------------------------------------------
           MOVE WS-PRINT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           .

      *----------------------------------------------------------------
       4900-FORMAT-DATE.
      *----------------------------------------------------------------
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
       5000-FINISH-OUTPUTS.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TRAILER '       DELIMITED BY SIZE
                  WS-TOTAL-LETTERS DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-FIRST-SEQ     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-NOTICE-SEQ    DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 4800-WRITE-PRINT-LINE

           CLOSE PRINT-FILE
           IF WS-LOG-OPEN = 'Y'
               CLOSE LOG-FILE
           END-IF
           .

      *----------------------------------------------------------------
       6000-PRINT-SUMMARY.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'CUSTOMER CORRESPONDENCE SUMMARY'
           DISPLAY '=================================================='
           DISPLAY 'Maturity Reminders    : ' WS-TOTAL-REMINDERS
           DISPLAY 'Queued Events Read    : ' WS-TOTAL-EVENTS
           DISPLAY 'Events Lettered       : ' WS-TOTAL-EVENTS-SENT
           DISPLAY 'Events Held (queued)  : ' WS-TOTAL-EVENTS-HELD
           DISPLAY 'Letters Printed       : ' WS-TOTAL-LETTERS
           DISPLAY 'Owners Not Addressed  : ' WS-TOTAL-UNADDRESSED
           DISPLAY 'Sent Events Purged    : ' WS-TOTAL-PURGED
           IF WS-TOTAL-LETTERS > 0
               DISPLAY 'Notice Numbers        : ' WS-FIRST-SEQ
                       ' - ' WS-NOTICE-SEQ
           ELSE
               DISPLAY 'Notice Numbers        : NONE ISSUED'
           END-IF
           DISPLAY '=================================================='

           IF WS-TOTAL-EVENTS-HELD > 0 OR WS-TOTAL-UNADDRESSED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           ACCEPT WS-RUN-END-TIME FROM TIME
           MOVE WS-TOTAL-LETTERS TO WS-RUN-RECORDS
      *    Every letter printed is logged and its event marked sent,
      *    so a same-date resubmit must not print them again - RC 4
      *    items are on the log above to chase.
           MOVE 'COMPLETE' TO WS-RUN-STATUS
           MOVE 'W' TO WS-RUN-FUNCTION
      *    The CALL hands back the subprogram's (zero) RETURN-CODE,
      *    so a failing step's own code must be restored afterward
      *    or the JCL COND tests never see the failure
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL 'CYCLE-RUN-LOG' USING WS-RUN-REQUEST
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           .
