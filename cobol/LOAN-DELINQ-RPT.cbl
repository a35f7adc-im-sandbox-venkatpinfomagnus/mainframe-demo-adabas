       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-DELINQ-RPT.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: LOAN-DELINQ-RPT
      * PURPOSE: Daily installment-loan delinquency report - every
      *          active loan aged by its oldest unpaid installment
      *          as of the business date: days past due, how many
      *          installments and how much is past due, and the
      *          principal still outstanding, bucketed CURRENT /
      *          1-29 / 30-59 / 60-89 / 90+ days, with a count and
      *          amount total per bucket for collections.  The aging
      *          comes from LOAN-MASTER (function G), the same place
      *          the schedule is kept, so report and schedule cannot
      *          disagree.  Ends RC=4 when any loan is 30 or more
      *          days past due, for collections follow-up.
      * INPUT:   ../data/loan-master.txt (loans on file), schedule
      *          via LOAN-MASTER, account file via ADABAS (S1, read
      *          only - customer name), business date
      * OUTPUT:  ../data/loan-delinquency-report.txt (CSV: ACCOUNT,
      *          NAME,NEXT-DUE,OLDEST-UNPAID,DAYS-PAST-DUE,
      *          INSTALLMENTS-PAST-DUE,AMOUNT-PAST-DUE,OUTSTANDING,
      *          BUCKET), bucket totals on SYSOUT
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "../data/loan-master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO
                   "../data/loan-delinquency-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-LINE                   PIC X(90).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(140).

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

       01  WS-LOAN-FILE-STATUS         PIC XX.
       01  WS-REPORT-FILE-STATUS       PIC XX.

      *----------------------------------------------------------------
      * Loan Contract Interface (see LOAN-MASTER)
      *----------------------------------------------------------------
       01  WS-LOAN-REQUEST.
           05  WS-LOAN-FUNCTION        PIC X.
           05  WS-LOAN-ACCOUNT         PIC 9(10).
           05  WS-LOAN-PRINCIPAL       PIC 9(09)V99.
           05  WS-LOAN-RATE            PIC 9V9(06).
           05  WS-LOAN-TERM            PIC 9(03).
           05  WS-LOAN-PAY-DAY         PIC 9(02).
           05  WS-LOAN-OPEN-DATE       PIC 9(08).
           05  WS-LOAN-FIRST-DUE       PIC 9(08).
           05  WS-LOAN-MATURITY        PIC 9(08).
           05  WS-LOAN-INSTALLMENT     PIC 9(09)V99.
           05  WS-LOAN-STATUS          PIC X.
           05  WS-LOAN-AS-OF           PIC 9(08).
           05  WS-LOAN-AMOUNT          PIC 9(09)V99.
           05  WS-LOAN-INTEREST-PART   PIC 9(09)V99.
           05  WS-LOAN-PRINCIPAL-PART  PIC 9(09)V99.
           05  WS-LOAN-UNAPPLIED       PIC 9(09)V99.
           05  WS-LOAN-NEXT-DUE        PIC 9(08).
           05  WS-LOAN-PAST-DUE-COUNT  PIC 9(03).
           05  WS-LOAN-PAST-DUE-AMT    PIC 9(09)V99.
           05  WS-LOAN-OLDEST-DUE      PIC 9(08).
           05  WS-LOAN-OUTSTANDING     PIC 9(09)V99.
           05  WS-LOAN-FOUND           PIC X.
           05  WS-LOAN-OK              PIC X.

      *----------------------------------------------------------------
      * Aging Buckets - 1 CURRENT, 2 1-29, 3 30-59, 4 60-89, 5 90+
      *----------------------------------------------------------------
       01  WS-BUCKET-NAMES             PIC X(40) VALUE
           'CURRENT 1-29    30-59   60-89   90+     '.
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME          PIC X(08) OCCURS 5 TIMES.
       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-ENTRY         OCCURS 5 TIMES.
               10  WS-BKT-COUNT        PIC 9(05).
               10  WS-BKT-PAST-DUE     PIC 9(11)V99.
               10  WS-BKT-OUTSTANDING  PIC 9(11)V99.
       01  WS-BUCKET-IX                PIC 9 VALUE 0.
       01  WS-DAYS-PAST-DUE            PIC 9(05) VALUE 0.

      *----------------------------------------------------------------
      * Business Date - stamped from the system control record via
      * BUSINESS-DATE, never from the wall clock.
      *----------------------------------------------------------------
       01  WS-BUSDATE-REQUEST.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.

      *----------------------------------------------------------------
      * Report Output
      *----------------------------------------------------------------
       01  WS-RPT-LINE                 PIC X(140).
       01  WS-RPT-NAME                 PIC X(26).
       01  WS-RPT-DAYS-EDIT            PIC ZZZZ9.
       01  WS-RPT-COUNT-EDIT           PIC ZZ9.
       01  WS-RPT-PAST-DUE-EDIT        PIC 9(09).99.
       01  WS-RPT-OUTSTANDING-EDIT     PIC 9(09).99.
       01  WS-FORMATTED-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-OUTSTANDING    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      * Counters
      *----------------------------------------------------------------
       01  WS-TOTAL-LOANS              PIC 9(05) VALUE 0.
       01  WS-TOTAL-PAID-OFF           PIC 9(05) VALUE 0.
       01  WS-TOTAL-SERIOUS            PIC 9(05) VALUE 0.

      *----------------------------------------------------------------
      * Format and Search Buffers
      *----------------------------------------------------------------
       01  READ-FORMAT-BUFFER          PIC X(100) VALUE
           'ACCOUNT-NUMBER,CUSTOMER-NAME,ACCOUNT-TYPE,BALANCE,LAST-TXN-
      -    'DATE.'.

       01  READ-SEARCH-BUFFER.
           05  FILLER                  PIC X(17) VALUE
               'ACCOUNT-NUMBER,1,'.
           05  RSB-ACCOUNT-NUMBER      PIC 9(10).
           05  FILLER                  PIC X VALUE '.'.

       01  RECORD-BUFFER               PIC X(500).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       0000-MAIN-ROUTINE.
      *----------------------------------------------------------------
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AGE-LOANS THRU 2000-EXIT
           PERFORM 3000-PRINT-SUMMARY
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'DAILY LOAN DELINQUENCY REPORT'
           DISPLAY '=================================================='
           DISPLAY ' '

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
           INITIALIZE WS-BUCKET-TOTALS

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LOAN DELINQUENCY REPORT - ' DELIMITED BY SIZE
                  WS-BUS-DATE                  DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           MOVE WS-RPT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ACCOUNT,NAME,NEXT-DUE,OLDEST-UNPAID,DAYS-PAST-DUE,INST
      -         'ALLMENTS-PAST-DUE,AMOUNT-PAST-DUE,OUTSTANDING,BUCKET'
               TO REPORT-LINE
           WRITE REPORT-LINE
           .

      *----------------------------------------------------------------
       2000-AGE-LOANS.
      *----------------------------------------------------------------
      *    No loan master just means no loan has been booked yet -
      *    the report still goes out, empty, with zero totals.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-AGE-ONE-LOAN
               UNTIL WS-LOAN-FILE-STATUS NOT = '00'

           CLOSE LOAN-FILE
           .

       2000-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2100-AGE-ONE-LOAN.
      *----------------------------------------------------------------
           READ LOAN-FILE INTO LOAN-LINE
               AT END
                   MOVE '10' TO WS-LOAN-FILE-STATUS
                   EXIT PARAGRAPH
           END-READ

           IF LOAN-LINE(1:10) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF LOAN-LINE(81:1) = 'P'
               ADD 1 TO WS-TOTAL-PAID-OFF
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-LOAN-REQUEST
           MOVE 'G'              TO WS-LOAN-FUNCTION
           MOVE LOAN-LINE(1:10)  TO WS-LOAN-ACCOUNT
           MOVE WS-BUS-DATE      TO WS-LOAN-AS-OF
           CALL 'LOAN-MASTER' USING WS-LOAN-REQUEST
           IF WS-LOAN-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-LOANS

           MOVE 0 TO WS-DAYS-PAST-DUE
           IF WS-LOAN-OLDEST-DUE > 0
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-LOAN-OLDEST-DUE)
           END-IF

           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE = 0
                   MOVE 1 TO WS-BUCKET-IX
               WHEN WS-DAYS-PAST-DUE < 30
                   MOVE 2 TO WS-BUCKET-IX
               WHEN WS-DAYS-PAST-DUE < 60
                   MOVE 3 TO WS-BUCKET-IX
               WHEN WS-DAYS-PAST-DUE < 90
                   MOVE 4 TO WS-BUCKET-IX
               WHEN OTHER
                   MOVE 5 TO WS-BUCKET-IX
           END-EVALUATE
           IF WS-BUCKET-IX > 2
               ADD 1 TO WS-TOTAL-SERIOUS
           END-IF

           ADD 1 TO WS-BKT-COUNT(WS-BUCKET-IX)
           ADD WS-LOAN-PAST-DUE-AMT TO WS-BKT-PAST-DUE(WS-BUCKET-IX)
           ADD WS-LOAN-OUTSTANDING
               TO WS-BKT-OUTSTANDING(WS-BUCKET-IX)

           PERFORM 2200-GET-CUSTOMER-NAME
           PERFORM 2300-WRITE-REPORT-LINE
           .

      *----------------------------------------------------------------
       2200-GET-CUSTOMER-NAME.
      *----------------------------------------------------------------
      *    Read-only - no hold is taken for a report.
           MOVE SPACES TO WS-RPT-NAME
           MOVE WS-LOAN-ACCOUNT TO RSB-ACCOUNT-NUMBER

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
               MOVE RECORD-BUFFER(1:106) TO ACCOUNT-RECORD
               MOVE CUSTOMER-NAME(1:26) TO WS-RPT-NAME
           END-IF
           .

      *----------------------------------------------------------------
       2300-WRITE-REPORT-LINE.
      *----------------------------------------------------------------
           MOVE WS-DAYS-PAST-DUE        TO WS-RPT-DAYS-EDIT
           MOVE WS-LOAN-PAST-DUE-COUNT  TO WS-RPT-COUNT-EDIT
           MOVE WS-LOAN-PAST-DUE-AMT    TO WS-RPT-PAST-DUE-EDIT
           MOVE WS-LOAN-OUTSTANDING     TO WS-RPT-OUTSTANDING-EDIT

           MOVE SPACES TO WS-RPT-LINE
           STRING WS-LOAN-ACCOUNT             DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  WS-RPT-NAME                 DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  WS-LOAN-NEXT-DUE            DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  WS-LOAN-OLDEST-DUE          DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  WS-RPT-DAYS-EDIT            DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  WS-RPT-COUNT-EDIT           DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  WS-RPT-PAST-DUE-EDIT        DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  WS-RPT-OUTSTANDING-EDIT     DELIMITED BY SIZE
                  ','                         DELIMITED BY SIZE
                  WS-BUCKET-NAME(WS-BUCKET-IX)
                                              DELIMITED BY SPACE
               INTO WS-RPT-LINE
           END-STRING
           MOVE WS-RPT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .

      *----------------------------------------------------------------
       3000-PRINT-SUMMARY.
      *----------------------------------------------------------------
           CLOSE REPORT-FILE

           DISPLAY 'Active Loans           : ' WS-TOTAL-LOANS
           DISPLAY 'Paid Off (not aged)    : ' WS-TOTAL-PAID-OFF
           DISPLAY ' '
           DISPLAY 'BUCKET   LOANS        AMOUNT PAST DUE'
                   '          OUTSTANDING'
           PERFORM 3100-PRINT-ONE-BUCKET
               VARYING WS-BUCKET-IX FROM 1 BY 1
               UNTIL WS-BUCKET-IX > 5
           DISPLAY '=================================================='

           IF WS-TOTAL-SERIOUS > 0
               DISPLAY '*** ' WS-TOTAL-SERIOUS
                       ' LOAN(S) 30+ DAYS PAST DUE -'
                       ' REFER TO COLLECTIONS ***'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .

       3100-PRINT-ONE-BUCKET.
           MOVE WS-BKT-PAST-DUE(WS-BUCKET-IX) TO WS-FORMATTED-TOTAL
           MOVE WS-BKT-OUTSTANDING(WS-BUCKET-IX)
               TO WS-FORMATTED-OUTSTANDING
           DISPLAY WS-BUCKET-NAME(WS-BUCKET-IX) ' '
                   WS-BKT-COUNT(WS-BUCKET-IX) ' '
                   WS-FORMATTED-TOTAL ' '
                   WS-FORMATTED-OUTSTANDING
           .
