       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTR-EXTRACT.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: CTR-EXTRACT
      * PURPOSE: Daily currency transaction report (CTR) e-filing
      *          extract.  Takes the same qualifying cash activity
      *          COMPLIANCE-RPT prints - single flagged items at or
      *          above the threshold, plus accounts whose two or more
      *          same-day deposits/withdrawals together reach it (the
      *          lower tier for HIGH-risk customers, where one item
      *          is enough) - and writes one filing record per
      *          account for the business date, carrying the cash-in
      *          and cash-out totals and the owning customer's name,
      *          address and identification (tax ID, date of birth,
      *          identity document) from the customer master, with a
      *          batch header and trailer, ready for upload instead
      *          of re-keying.  A customer whose identification is
      *          incomplete is still filed (the record says so) and
      *          listed on the exception report for the filing team.
      * INPUT:   ../data/compliance-flags.txt (flagged items),
      *          ../data/audit-log.txt (same-day D/W activity),
      *          ../data/compliance-control.txt (thresholds),
      *          ../data/ctr-filer.txt (filer tax ID 1-9, filer
      *          name 11-50), account and customer data via Adabas
      *          (S1, S3)
      * OUTPUT:  ../data/ctr-filing.txt (fixed 250-byte records:
      *          H header, D detail, T trailer - see the layouts
      *          below), ../data/ctr-exceptions.txt (identity
      *          exceptions).  RETURN-CODE 4 when any filed customer
      *          has an identity exception, 8 when the filer record
      *          is missing or an output cannot be opened, else 0
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLIANCE-FILE ASSIGN TO
                   "../data/compliance-flags.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLIANCE-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "../data/audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT THRESHOLD-FILE ASSIGN TO
                   "../data/compliance-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-FILE-STATUS.

           SELECT FILER-FILE ASSIGN TO "../data/ctr-filer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILER-FILE-STATUS.

           SELECT CTR-FILE ASSIGN TO "../data/ctr-filing.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO
                   "../data/ctr-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLIANCE-FILE.
       01  COMPLIANCE-LINE             PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-LINE                  PIC X(300).

       FD  THRESHOLD-FILE.
       01  THRESHOLD-LINE              PIC X(20).

       FD  FILER-FILE.
       01  FILER-LINE                  PIC X(80).

       FD  CTR-FILE.
       01  CTR-LINE                    PIC X(250).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-COMPLIANCE-FILE-STATUS   PIC XX.
       01  WS-AUDIT-FILE-STATUS        PIC XX.
       01  WS-THRESHOLD-FILE-STATUS    PIC XX.
       01  WS-FILER-FILE-STATUS        PIC XX.
       01  WS-CTR-FILE-STATUS          PIC XX.
       01  WS-EXCEPTION-FILE-STATUS    PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Thresholds - the same compliance control file COMPLIANCE-RPT
      * reads (line 1 flat threshold, line 2 the HIGH-risk tier), so
      * the filing and the printed report can never disagree about
      * what qualifies.
      *----------------------------------------------------------------
       01  WS-COMPLIANCE-THRESHOLD     PIC 9(09)V99 VALUE 10000.
       01  WS-HIGH-RISK-THRESHOLD      PIC 9(09)V99 VALUE 0.
       01  WS-EFFECTIVE-THRESHOLD      PIC 9(09)V99.
       01  WS-ACCT-RISK                PIC X.

      *----------------------------------------------------------------
      * Filer (reporting institution) identification
      *----------------------------------------------------------------
       01  WS-FILER-TAX-ID             PIC X(09).
       01  WS-FILER-NAME               PIC X(40).

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

       01  RECORD-BUFFER               PIC X(500).
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
           05  CSV-BIRTH-DATE          PIC X(08).
           05  CSV-ID-DOC-TYPE         PIC X.
           05  CSV-ID-DOC-NUMBER       PIC X(20).
           05  CSV-ID-DOC-ISSUER       PIC X(02).
           05  FILLER                  PIC X(356).

      *----------------------------------------------------------------
      * Flagged-Item Parsing (DATE,ACCOUNT,CUSTOMER-ID,CODE,AMOUNT,
      * OPERATOR - see ACCOUNT-TXN-BATCH's 2650-WRITE-COMPLIANCE-FLAG)
      *----------------------------------------------------------------
       01  WS-FLAG-DATE-TXT            PIC X(08).
       01  WS-FLAG-ACCOUNT             PIC X(10).
       01  WS-FLAG-CUSTOMER            PIC X(10).
       01  WS-FLAG-CODE                PIC X.
       01  WS-FLAG-AMOUNT-TXT          PIC X(12).
       01  WS-FLAG-OPERATOR            PIC X(08).
       01  WS-FLAG-AMOUNT              PIC 9(09)V99.

      *----------------------------------------------------------------
      * Audit-Log Line Parsing
      *----------------------------------------------------------------
       01  WS-LOG-ISN-TXT              PIC X(10).
       01  WS-LOG-ACCOUNT-TXT          PIC X(10).
       01  WS-LOG-OLD-BAL-TXT          PIC X(12).
       01  WS-LOG-NEW-BAL-TXT          PIC X(12).
       01  WS-LOG-TYPE                 PIC X.
       01  WS-LOG-AMOUNT-TXT           PIC X(12).
       01  WS-LOG-TIMESTAMP            PIC X(16).

      *----------------------------------------------------------------
      * Per-Account Day Table (find-or-add style) - the audit log
      * supplies the cash-in/cash-out totals; the flag file marks
      * single reportable items, and its amounts stand in only for
      * an account with no audit activity on file for the day.
      *----------------------------------------------------------------
       01  WS-ACT-ACCOUNT              PIC 9(10).
       01  WS-ACT-CODE                 PIC X.
       01  WS-ACT-AMOUNT               PIC 9(09)V99.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY            OCCURS 200 TIMES.
               10  WS-DAY-ACCOUNT      PIC 9(10).
               10  WS-DAY-COUNT        PIC 9(03).
               10  WS-DAY-CASH-IN      PIC 9(11)V99.
               10  WS-DAY-CASH-OUT     PIC 9(11)V99.
               10  WS-DAY-FLAG-IN      PIC 9(11)V99.
               10  WS-DAY-FLAG-OUT     PIC 9(11)V99.
               10  WS-DAY-FLAG-COUNT   PIC 9(03).
       01  WS-DAY-TOTAL                PIC 9(03) VALUE 0.
       01  WS-DAY-SUB                  PIC 9(03) VALUE 0.
       01  WS-DAY-MATCH                PIC 9(03) VALUE 0.
       01  WS-DAY-SUM                  PIC 9(11)V99.
       01  WS-DAY-OVERFLOW             PIC 9(05) VALUE 0.

      *----------------------------------------------------------------
      * Filing Record Layouts (250 bytes each)
      *----------------------------------------------------------------
       01  WS-CTR-HEADER.
           05  CTH-RECORD-TYPE         PIC X VALUE 'H'.
           05  CTH-FILER-TAX-ID        PIC X(09).
           05  CTH-FILER-NAME          PIC X(40).
           05  CTH-ACTIVITY-DATE       PIC 9(08).
           05  CTH-CREATED-DATE        PIC 9(08).
           05  CTH-CREATED-TIME        PIC 9(08).
           05  FILLER                  PIC X(176) VALUE SPACES.

       01  WS-CTR-DETAIL.
           05  CTD-RECORD-TYPE         PIC X VALUE 'D'.
           05  CTD-SEQUENCE            PIC 9(06).
           05  CTD-ACTIVITY-DATE       PIC 9(08).
           05  CTD-ACCOUNT             PIC 9(10).
           05  CTD-CUSTOMER-ID         PIC 9(10).
           05  CTD-NAME                PIC X(30).
           05  CTD-ADDRESS             PIC X(30).
           05  CTD-CITY                PIC X(20).
           05  CTD-STATE               PIC X(02).
           05  CTD-ZIP                 PIC X(10).
           05  CTD-TAX-ID-TYPE         PIC X.
           05  CTD-TAX-ID              PIC X(09).
           05  CTD-BIRTH-DATE          PIC X(08).
           05  CTD-ID-DOC-TYPE         PIC X.
           05  CTD-ID-DOC-NUMBER       PIC X(20).
           05  CTD-ID-DOC-ISSUER       PIC X(02).
           05  CTD-CASH-IN             PIC 9(11)V99.
           05  CTD-CASH-OUT            PIC 9(11)V99.
           05  CTD-ITEM-COUNT          PIC 9(03).
      *        S single flagged item, A aggregated items, B both
           05  CTD-BASIS               PIC X.
      *        Y - identification incomplete (see exception report)
           05  CTD-ID-INCOMPLETE       PIC X.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-CTR-TRAILER.
           05  CTT-RECORD-TYPE         PIC X VALUE 'T'.
           05  CTT-DETAIL-COUNT        PIC 9(06).
           05  CTT-TOTAL-CASH-IN       PIC 9(13)V99.
           05  CTT-TOTAL-CASH-OUT      PIC 9(13)V99.
           05  FILLER                  PIC X(213) VALUE SPACES.

      *----------------------------------------------------------------
      * Identity Exception Report
      *----------------------------------------------------------------
       01  WS-IDENT-MISSING            PIC X.
       01  WS-MISSING-TEXT             PIC X(40).
       01  WS-MISSING-PTR              PIC 9(03).
       01  WS-EXCEPTION-COUNT          PIC 9(05) VALUE 0.
       01  WS-EXC-HEADING.
           05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(32) VALUE 'NAME'.
           05  FILLER                  PIC X(44) VALUE 'MISSING'.
       01  WS-EXC-LINE.
           05  WS-EXC-ACCOUNT          PIC 9(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXC-CUSTOMER         PIC 9(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXC-NAME             PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXC-MISSING          PIC X(40).
           05  FILLER                  PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------
      * Business Date - stamped from the system control record via
      * BUSINESS-DATE, never from the wall clock.
      *----------------------------------------------------------------
       01  WS-BUSDATE-REQUEST.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.

       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-DETAIL-COUNT             PIC 9(06) VALUE 0.
       01  WS-SINGLE-COUNT             PIC 9(05) VALUE 0.
       01  WS-AGGREGATE-COUNT          PIC 9(05) VALUE 0.
       01  WS-TOTAL-CASH-IN            PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-CASH-OUT           PIC 9(13)V99 VALUE 0.
       01  WS-AMOUNT-FMT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       0000-MAIN-ROUTINE.
      *----------------------------------------------------------------
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-FLAGGED-ITEMS THRU 2000-EXIT
           PERFORM 3000-LOAD-DAY-ACTIVITY THRU 3000-EXIT
           PERFORM 4000-WRITE-FILING
           PERFORM 5000-PRINT-SUMMARY
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'CURRENCY TRANSACTION REPORT E-FILING EXTRACT'
           DISPLAY '=================================================='

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
           DISPLAY 'Business Date: ' WS-BUS-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE 00012 TO ACB-FILE-NUMBER

           OPEN INPUT THRESHOLD-FILE
           IF WS-THRESHOLD-FILE-STATUS = '00'
               READ THRESHOLD-FILE INTO THRESHOLD-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF THRESHOLD-LINE NOT = SPACES
                           MOVE FUNCTION NUMVAL(
                               FUNCTION TRIM(THRESHOLD-LINE))
                               TO WS-COMPLIANCE-THRESHOLD
                       END-IF
               END-READ
               READ THRESHOLD-FILE INTO THRESHOLD-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF THRESHOLD-LINE NOT = SPACES
                           MOVE FUNCTION NUMVAL(
                               FUNCTION TRIM(THRESHOLD-LINE))
                               TO WS-HIGH-RISK-THRESHOLD
                       END-IF
               END-READ
               CLOSE THRESHOLD-FILE
           END-IF
           IF WS-HIGH-RISK-THRESHOLD = 0
               MOVE WS-COMPLIANCE-THRESHOLD
                   TO WS-HIGH-RISK-THRESHOLD
           END-IF

      *    A batch without the filer's identification is rejected
      *    whole by the regulator - better not to produce one.
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
               DISPLAY 'ERROR: Filer identification missing from'
                       ' ctr-filer.txt'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CTR-FILE
           IF WS-CTR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Unable to open CTR filing file'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXCEPTION-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Unable to open CTR exception report'
               CLOSE CTR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-FILER-TAX-ID TO CTH-FILER-TAX-ID
           MOVE WS-FILER-NAME   TO CTH-FILER-NAME
           MOVE WS-BUS-DATE     TO CTH-ACTIVITY-DATE
           MOVE WS-BUS-DATE     TO CTH-CREATED-DATE
           MOVE WS-RUN-TIME     TO CTH-CREATED-TIME
           WRITE CTR-LINE FROM WS-CTR-HEADER

           MOVE SPACES TO EXCEPTION-LINE
           STRING 'CTR IDENTITY EXCEPTIONS - ACTIVITY DATE '
                                       DELIMITED BY SIZE
                  WS-BUS-DATE          DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           WRITE EXCEPTION-LINE FROM WS-EXC-HEADING
           MOVE ALL '-' TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           .

      *----------------------------------------------------------------
       2000-LOAD-FLAGGED-ITEMS.
      *----------------------------------------------------------------
           MOVE 'N' TO WS-EOF
           OPEN INPUT COMPLIANCE-FILE
           IF WS-COMPLIANCE-FILE-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-LOAD-ONE-FLAG UNTIL WS-EOF = 'Y'

           CLOSE COMPLIANCE-FILE
           .

       2000-EXIT.
           EXIT
           .

       2100-LOAD-ONE-FLAG.
           READ COMPLIANCE-FILE INTO COMPLIANCE-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   UNSTRING COMPLIANCE-LINE DELIMITED BY ','
                       INTO WS-FLAG-DATE-TXT
                            WS-FLAG-ACCOUNT
                            WS-FLAG-CUSTOMER
                            WS-FLAG-CODE
                            WS-FLAG-AMOUNT-TXT
                            WS-FLAG-OPERATOR
                   END-UNSTRING
                   IF WS-FLAG-DATE-TXT = WS-BUS-DATE
                       AND WS-FLAG-ACCOUNT IS NUMERIC
                       MOVE WS-FLAG-ACCOUNT TO WS-ACT-ACCOUNT
                       MOVE FUNCTION NUMVAL(WS-FLAG-AMOUNT-TXT)
                           TO WS-FLAG-AMOUNT
                       PERFORM 3300-FIND-OR-ADD-ACCOUNT
                       IF WS-DAY-MATCH > 0
                           ADD 1 TO WS-DAY-FLAG-COUNT(WS-DAY-MATCH)
                           IF WS-FLAG-CODE = 'W'
                               ADD WS-FLAG-AMOUNT
                                   TO WS-DAY-FLAG-OUT(WS-DAY-MATCH)
                           ELSE
                               ADD WS-FLAG-AMOUNT
                                   TO WS-DAY-FLAG-IN(WS-DAY-MATCH)
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       3000-LOAD-DAY-ACTIVITY.
      *----------------------------------------------------------------
      *    Every same-day deposit/withdrawal per account off the
      *    audit log - the same accumulation COMPLIANCE-RPT's
      *    aggregate detection runs.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               GO TO 3000-EXIT
           END-IF

           PERFORM 3100-READ-ONE-ENTRY UNTIL WS-EOF = 'Y'
           CLOSE AUDIT-FILE
           .

       3000-EXIT.
           EXIT
           .

       3100-READ-ONE-ENTRY.
           READ AUDIT-FILE INTO AUDIT-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF AUDIT-LINE(1:10) IS NUMERIC
                       PERFORM 3200-APPLY-ONE-ENTRY
                   END-IF
           END-READ
           .

       3200-APPLY-ONE-ENTRY.
           UNSTRING AUDIT-LINE DELIMITED BY ','
               INTO WS-LOG-ISN-TXT
                    WS-LOG-ACCOUNT-TXT
                    WS-LOG-OLD-BAL-TXT
                    WS-LOG-NEW-BAL-TXT
                    WS-LOG-TYPE
                    WS-LOG-AMOUNT-TXT
                    WS-LOG-TIMESTAMP
           END-UNSTRING

           IF WS-LOG-TIMESTAMP(1:8) NOT = WS-BUS-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-LOG-TYPE NOT = 'D' AND WS-LOG-TYPE NOT = 'W'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-LOG-ACCOUNT-TXT) TO WS-ACT-ACCOUNT
           MOVE FUNCTION NUMVAL(WS-LOG-AMOUNT-TXT)  TO WS-ACT-AMOUNT
           PERFORM 3300-FIND-OR-ADD-ACCOUNT
           IF WS-DAY-MATCH = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DAY-COUNT(WS-DAY-MATCH)
           IF WS-LOG-TYPE = 'D'
               ADD WS-ACT-AMOUNT TO WS-DAY-CASH-IN(WS-DAY-MATCH)
           ELSE
               ADD WS-ACT-AMOUNT TO WS-DAY-CASH-OUT(WS-DAY-MATCH)
           END-IF
           .

      *----------------------------------------------------------------
       3300-FIND-OR-ADD-ACCOUNT.
      *----------------------------------------------------------------
      *    WS-DAY-MATCH comes back zero only when the table is full;
      *    the account is then counted as unfiled and shown in the
      *    summary so the overflow cannot pass unnoticed.
           MOVE 0 TO WS-DAY-MATCH
           PERFORM 3310-SCAN-ONE-DAY-ROW
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-TOTAL
                  OR WS-DAY-MATCH > 0
           IF WS-DAY-MATCH > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-DAY-TOTAL < 200
               ADD 1 TO WS-DAY-TOTAL
               MOVE WS-DAY-TOTAL   TO WS-DAY-MATCH
               MOVE WS-ACT-ACCOUNT TO WS-DAY-ACCOUNT(WS-DAY-MATCH)
               MOVE 0 TO WS-DAY-COUNT(WS-DAY-MATCH)
               MOVE 0 TO WS-DAY-CASH-IN(WS-DAY-MATCH)
               MOVE 0 TO WS-DAY-CASH-OUT(WS-DAY-MATCH)
               MOVE 0 TO WS-DAY-FLAG-IN(WS-DAY-MATCH)
               MOVE 0 TO WS-DAY-FLAG-OUT(WS-DAY-MATCH)
               MOVE 0 TO WS-DAY-FLAG-COUNT(WS-DAY-MATCH)
           ELSE
               ADD 1 TO WS-DAY-OVERFLOW
           END-IF
           .

       3310-SCAN-ONE-DAY-ROW.
           IF WS-DAY-ACCOUNT(WS-DAY-SUB) = WS-ACT-ACCOUNT
               MOVE WS-DAY-SUB TO WS-DAY-MATCH
           END-IF
           .

      *----------------------------------------------------------------
       4000-WRITE-FILING.
      *----------------------------------------------------------------
           PERFORM 4100-FILE-ONE-ACCOUNT THRU 4100-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-TOTAL

           MOVE WS-DETAIL-COUNT   TO CTT-DETAIL-COUNT
           MOVE WS-TOTAL-CASH-IN  TO CTT-TOTAL-CASH-IN
           MOVE WS-TOTAL-CASH-OUT TO CTT-TOTAL-CASH-OUT
           WRITE CTR-LINE FROM WS-CTR-TRAILER
           CLOSE CTR-FILE

           IF WS-EXCEPTION-COUNT = 0
               MOVE '(none)' TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'TOTAL EXCEPTIONS: '  DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT    DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           CLOSE EXCEPTION-FILE
           .

      *----------------------------------------------------------------
       4100-FILE-ONE-ACCOUNT.
      *----------------------------------------------------------------
      *    An account with no audit activity on file for the day is
      *    filed on its flagged amounts alone.
           IF WS-DAY-COUNT(WS-DAY-SUB) = 0
               MOVE WS-DAY-FLAG-COUNT(WS-DAY-SUB)
                   TO WS-DAY-COUNT(WS-DAY-SUB)
               MOVE WS-DAY-FLAG-IN(WS-DAY-SUB)
                   TO WS-DAY-CASH-IN(WS-DAY-SUB)
               MOVE WS-DAY-FLAG-OUT(WS-DAY-SUB)
                   TO WS-DAY-CASH-OUT(WS-DAY-SUB)
           END-IF
           COMPUTE WS-DAY-SUM = WS-DAY-CASH-IN(WS-DAY-SUB)
                              + WS-DAY-CASH-OUT(WS-DAY-SUB)

           MOVE WS-DAY-ACCOUNT(WS-DAY-SUB) TO SB-ACCOUNT-NUMBER
           PERFORM 4200-READ-ACCOUNT-CUSTOMER

           IF WS-ACCT-RISK = 'H'
               MOVE WS-HIGH-RISK-THRESHOLD TO WS-EFFECTIVE-THRESHOLD
           ELSE
               MOVE WS-COMPLIANCE-THRESHOLD TO WS-EFFECTIVE-THRESHOLD
           END-IF

           MOVE SPACE TO CTD-BASIS
           IF (WS-DAY-COUNT(WS-DAY-SUB) > 1 OR WS-ACCT-RISK = 'H')
               AND WS-DAY-SUM NOT < WS-EFFECTIVE-THRESHOLD
               MOVE 'A' TO CTD-BASIS
               ADD 1 TO WS-AGGREGATE-COUNT
           END-IF
           IF WS-DAY-FLAG-COUNT(WS-DAY-SUB) > 0
               ADD 1 TO WS-SINGLE-COUNT
               IF CTD-BASIS = 'A'
                   MOVE 'B' TO CTD-BASIS
               ELSE
                   MOVE 'S' TO CTD-BASIS
               END-IF
           END-IF
           IF CTD-BASIS = SPACE
               GO TO 4100-EXIT
           END-IF

           ADD 1 TO WS-DETAIL-COUNT
           MOVE WS-DETAIL-COUNT            TO CTD-SEQUENCE
           MOVE WS-BUS-DATE                TO CTD-ACTIVITY-DATE
           MOVE WS-DAY-ACCOUNT(WS-DAY-SUB) TO CTD-ACCOUNT
           MOVE CUSTOMER-ID                TO CTD-CUSTOMER-ID
           MOVE WS-DAY-CASH-IN(WS-DAY-SUB)  TO CTD-CASH-IN
           MOVE WS-DAY-CASH-OUT(WS-DAY-SUB) TO CTD-CASH-OUT
           MOVE WS-DAY-COUNT(WS-DAY-SUB)    TO CTD-ITEM-COUNT
           ADD WS-DAY-CASH-IN(WS-DAY-SUB)  TO WS-TOTAL-CASH-IN
           ADD WS-DAY-CASH-OUT(WS-DAY-SUB) TO WS-TOTAL-CASH-OUT

           IF ACB-RESPONSE-CODE = 000
               MOVE CSV-CUSTOMER-NAME  TO CTD-NAME
               MOVE CSV-ADDRESS-LINE-1 TO CTD-ADDRESS
               MOVE CSV-CITY           TO CTD-CITY
               MOVE CSV-STATE          TO CTD-STATE
               MOVE CSV-ZIP-CODE       TO CTD-ZIP
               MOVE CSV-TAX-ID-TYPE    TO CTD-TAX-ID-TYPE
               MOVE CSV-TAX-ID         TO CTD-TAX-ID
               MOVE CSV-BIRTH-DATE     TO CTD-BIRTH-DATE
               MOVE CSV-ID-DOC-TYPE    TO CTD-ID-DOC-TYPE
               MOVE CSV-ID-DOC-NUMBER  TO CTD-ID-DOC-NUMBER
               MOVE CSV-ID-DOC-ISSUER  TO CTD-ID-DOC-ISSUER
               PERFORM 4300-CHECK-IDENTITY
           ELSE
               MOVE CUSTOMER-NAME(1:30) TO CTD-NAME
               MOVE SPACES TO CTD-ADDRESS CTD-CITY CTD-STATE CTD-ZIP
                              CTD-TAX-ID-TYPE CTD-TAX-ID
                              CTD-BIRTH-DATE CTD-ID-DOC-TYPE
                              CTD-ID-DOC-NUMBER CTD-ID-DOC-ISSUER
               MOVE 'Y' TO WS-IDENT-MISSING
               MOVE 'NO CUSTOMER MASTER RECORD' TO WS-MISSING-TEXT
           END-IF
           MOVE WS-IDENT-MISSING TO CTD-ID-INCOMPLETE
           WRITE CTR-LINE FROM WS-CTR-DETAIL

           MOVE WS-DAY-SUM TO WS-AMOUNT-FMT
           DISPLAY 'FILED     ' CTD-ACCOUNT ' basis ' CTD-BASIS
                   '  $' WS-AMOUNT-FMT

           IF WS-IDENT-MISSING = 'Y'
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE CTD-ACCOUNT     TO WS-EXC-ACCOUNT
               MOVE CTD-CUSTOMER-ID TO WS-EXC-CUSTOMER
               MOVE CTD-NAME        TO WS-EXC-NAME
               MOVE WS-MISSING-TEXT TO WS-EXC-MISSING
               WRITE EXCEPTION-LINE FROM WS-EXC-LINE
               DISPLAY 'EXCEPTION ' CTD-ACCOUNT ' customer '
                       CTD-CUSTOMER-ID ' - '
                       FUNCTION TRIM(WS-MISSING-TEXT)
           END-IF
           .

       4100-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       4200-READ-ACCOUNT-CUSTOMER.
      *----------------------------------------------------------------
      *    Account -> owning customer (the CUSTOMER-ID on the account
      *    line, the person the account is held for) -> name, address,
      *    identification and risk rating.  ACB-RESPONSE-CODE comes
      *    back 000 only when both lookups succeed.
           MOVE 'S' TO WS-ACCT-RISK
           MOVE 0 TO CUSTOMER-ID
           MOVE SPACES TO CUSTOMER-NAME

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
           IF ACB-RESPONSE-CODE NOT = 000
               EXIT PARAGRAPH
           END-IF
           MOVE RECORD-BUFFER TO ACCOUNT-RECORD
           IF CUSTOMER-ID NOT NUMERIC
               MOVE 0 TO CUSTOMER-ID
           END-IF

           MOVE CUSTOMER-ID TO CSB-CUSTOMER-ID
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
               AND (CSV-RISK-RATING = 'L'
                    OR CSV-RISK-RATING = 'S'
                    OR CSV-RISK-RATING = 'H')
               MOVE CSV-RISK-RATING TO WS-ACCT-RISK
           END-IF
           .

      *----------------------------------------------------------------
       4300-CHECK-IDENTITY.
      *----------------------------------------------------------------
      *    A person needs a tax ID (unless foreign), a date of birth
      *    and an identity document; a business on an EIN needs only
      *    the tax ID.
           MOVE 'N'    TO WS-IDENT-MISSING
           MOVE SPACES TO WS-MISSING-TEXT
           MOVE 1      TO WS-MISSING-PTR

           IF CSV-TAX-ID-TYPE = SPACE
               OR ((CSV-TAX-ID-TYPE = 'S' OR CSV-TAX-ID-TYPE = 'E')
                   AND CSV-TAX-ID = SPACES)
               MOVE 'Y' TO WS-IDENT-MISSING
               STRING 'TAX-ID ' DELIMITED BY SIZE
                   INTO WS-MISSING-TEXT
                   WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF
           IF CSV-TAX-ID-TYPE = 'E'
               EXIT PARAGRAPH
           END-IF
           IF CSV-BIRTH-DATE = SPACES
               MOVE 'Y' TO WS-IDENT-MISSING
               STRING 'BIRTH-DATE ' DELIMITED BY SIZE
                   INTO WS-MISSING-TEXT
                   WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF
           IF CSV-ID-DOC-TYPE = SPACE
               OR CSV-ID-DOC-NUMBER = SPACES
               MOVE 'Y' TO WS-IDENT-MISSING
               STRING 'ID-DOCUMENT ' DELIMITED BY SIZE
                   INTO WS-MISSING-TEXT
                   WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF
           .

      *----------------------------------------------------------------
       5000-PRINT-SUMMARY.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'Reports Filed           : ' WS-DETAIL-COUNT
           DISPLAY '  With Single Items     : ' WS-SINGLE-COUNT
           DISPLAY '  With Aggregated Items : ' WS-AGGREGATE-COUNT
           MOVE WS-TOTAL-CASH-IN TO WS-AMOUNT-FMT
           DISPLAY 'Total Cash In           : $' WS-AMOUNT-FMT
           MOVE WS-TOTAL-CASH-OUT TO WS-AMOUNT-FMT
           DISPLAY 'Total Cash Out          : $' WS-AMOUNT-FMT
           DISPLAY 'Identity Exceptions     : ' WS-EXCEPTION-COUNT
           IF WS-DAY-OVERFLOW > 0
               DISPLAY 'WARNING: ' WS-DAY-OVERFLOW ' activity lines'
                       ' beyond the 200-account table were not'
                       ' examined'
           END-IF
           DISPLAY '=================================================='

           IF WS-EXCEPTION-COUNT > 0 OR WS-DAY-OVERFLOW > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
