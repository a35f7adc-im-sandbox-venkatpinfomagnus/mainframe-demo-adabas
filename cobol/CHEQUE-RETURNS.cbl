       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUE-RETURNS.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: CHEQUE-RETURNS
      * PURPOSE: Inward-clearing return file.  Every cheque the
      *          clearing house presented today that did not pay -
      *          stopped by the drawer (rejected by CHANNEL-INTERFACE
      *          against the cheque stop list), short of funds, or
      *          refused at posting for any other reason (rejected
      *          by ACCOUNT-TXN-BATCH), or an official cheque the
      *          outstanding register refused (OFFICIAL-CHQ-RECON) -
      *          is owed back to the presenting bank.  This step
      *          reads the business date's channel-rejects rows for
      *          channel CHQ, resolves each back to the presented
      *          item on the inward-clearing file for its serial
      *          number, assigns the clearing-house return reason
      *          code, and writes the fixed-format return file,
      *          finished with a TRAILER control record carrying the
      *          item count and amount hash total - the same proof
      *          EXT-TRANSFER-OUT gives the network on the outbound
      *          settlement file.
      *          Nothing posts here: a returned cheque never reached
      *          the account.
      * INPUT:   ../data/channel-rejects.txt (DATE 1-8, CHANNEL
      *          10-12, ACCOUNT 14-23, CODE 25, REF 27-42, REASON
      *          44-73), ../data/inward-clearing.txt (ACCOUNT 1-10,
      *          SERIAL 12-19, AMOUNT 21-32, PRESENTING-BANK REF
      *          34-49, DATE 51-58)
      * OUTPUT:  ../data/cheque-returns.txt - detail rows
      *          1-10 ACCOUNT, 12-19 SERIAL, 21-32 AMOUNT,
      *          34-49 PRESENTING-BANK REF, 51-52 RETURN REASON CODE,
      *          54-83 REASON TEXT, then 'TRAILER nnnnn amount'.
      *          Reason codes: 01 INSUFFICIENT FUNDS, 02 PAYMENT
      *          STOPPED, 03 NO SUCH ACCOUNT, 04 ACCOUNT BLOCKED,
      *          05 ACCOUNT DORMANT, 06 DUPLICATE PRESENTMENT,
      *          07 NOT A CHEQUE ACCOUNT, 08 IRREGULAR ITEM,
      *          09 REFER TO DRAWER.
      *          RETURN-CODE 4 when a rejected cheque could not be
      *          matched to the inward file (held out, reported)
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE ASSIGN TO
                   "../data/channel-rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT CHEQUE-FILE ASSIGN TO
                   "../data/inward-clearing.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHEQUE-FILE-STATUS.

           SELECT RETURN-FILE ASSIGN TO
                   "../data/cheque-returns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
       01  REJECT-LINE                 PIC X(80).

       FD  CHEQUE-FILE.
       01  CHEQUE-LINE                 PIC X(80).

       FD  RETURN-FILE.
       01  RETURN-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-REJECT-FILE-STATUS       PIC XX.
       01  WS-CHEQUE-FILE-STATUS       PIC XX.
       01  WS-RETURN-FILE-STATUS       PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Inward Items - today's presented cheques, held so each reject
      * can be resolved to its serial.  An item is returned once
      * only: a same-date rerun of the interface writes its stop
      * rejects a second time, and the presenting bank must not be
      * handed the same cheque back twice.
      *----------------------------------------------------------------
       01  WS-INWARD-TABLE.
           05  WS-IN-ENTRY             OCCURS 2000 TIMES.
               10  WS-IN-ACCOUNT       PIC X(10).
               10  WS-IN-SERIAL        PIC X(08).
               10  WS-IN-AMOUNT-TXT    PIC X(12).
               10  WS-IN-REF           PIC X(16).
               10  WS-IN-RETURNED      PIC X.
       01  WS-INWARD-TOTAL             PIC 9(04) VALUE 0.
       01  WS-INWARD-SUB               PIC 9(04) VALUE 0.
       01  WS-INWARD-MATCH             PIC 9(04) VALUE 0.

      *----------------------------------------------------------------
      * Reject Row Parsing and Return Reason
      *----------------------------------------------------------------
       01  WS-REJ-ACCOUNT              PIC X(10).
       01  WS-REJ-REF                  PIC X(16).
       01  WS-REJ-REASON               PIC X(30).
       01  WS-RETURN-CODE-OUT          PIC X(02).
       01  WS-RETURN-TEXT              PIC X(30).

      *----------------------------------------------------------------
      * Return Detail Assembly
      *----------------------------------------------------------------
       01  WS-OUT-LINE                 PIC X(100).
       01  WS-AMOUNT                   PIC 9(09)V99.
       01  WS-AMOUNT-EDIT              PIC 9(09).99.

      *----------------------------------------------------------------
      * Trailer Control and Counters
      *----------------------------------------------------------------
       01  WS-DETAIL-COUNT             PIC 9(05) VALUE 0.
       01  WS-HASH-TOTAL               PIC 9(10)V99 VALUE 0.
       01  WS-HASH-EDIT                PIC 9(10).99.
       01  WS-NSF-COUNT                PIC 9(05) VALUE 0.
       01  WS-STOP-COUNT               PIC 9(05) VALUE 0.
       01  WS-OTHER-COUNT              PIC 9(05) VALUE 0.
       01  WS-REPEAT-COUNT             PIC 9(05) VALUE 0.
       01  WS-UNRESOLVED-COUNT         PIC 9(05) VALUE 0.

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
      * today already exists - a re-run must not hand the clearing
      * house the same returns twice.
      *----------------------------------------------------------------
       01  WS-SAVED-RETURN-CODE        PIC S9(04) COMP VALUE 0.
       01  WS-RUN-REQUEST.
           05  WS-RUN-FUNCTION         PIC X.
           05  WS-RUN-JOB-DATE         PIC 9(08).
           05  WS-RUN-STEP             PIC X(20) VALUE
               'CHEQUE-RETURNS'.
           05  WS-RUN-START-TIME       PIC 9(08).
           05  WS-RUN-END-TIME         PIC 9(08).
           05  WS-RUN-RECORDS          PIC 9(05).
           05  WS-RUN-STATUS           PIC X(08).
           05  WS-RUN-FOUND            PIC X.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       0000-MAIN-ROUTINE.
      *----------------------------------------------------------------
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-INWARD-ITEMS THRU 1500-EXIT
           PERFORM 2000-COLLECT-CHEQUE-REJECTS
           PERFORM 3000-FINISH-RETURN-FILE
           PERFORM 4000-PRINT-SUMMARY
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'INWARD CLEARING CHEQUE RETURNS'
           DISPLAY '=================================================='
           DISPLAY ' '

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

           OPEN OUTPUT RETURN-FILE
           IF WS-RETURN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Unable to open cheque return file'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *----------------------------------------------------------------
       1500-LOAD-INWARD-ITEMS.
      *----------------------------------------------------------------
      *    No inward file means no cheques were presented today -
      *    the return file still goes out, empty but for its
      *    trailer, so the clearing house sees a positive nil.
           OPEN INPUT CHEQUE-FILE
           IF WS-CHEQUE-FILE-STATUS NOT = '00'
               GO TO 1500-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1600-LOAD-ONE-INWARD-ITEM UNTIL WS-EOF = 'Y'
           CLOSE CHEQUE-FILE
           .

       1500-EXIT.
           EXIT
           .

       1600-LOAD-ONE-INWARD-ITEM.
           READ CHEQUE-FILE INTO CHEQUE-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CHEQUE-LINE NOT = SPACES
                       IF WS-INWARD-TOTAL < 2000
                           ADD 1 TO WS-INWARD-TOTAL
                           MOVE CHEQUE-LINE(1:10)
                               TO WS-IN-ACCOUNT(WS-INWARD-TOTAL)
                           MOVE CHEQUE-LINE(12:8)
                               TO WS-IN-SERIAL(WS-INWARD-TOTAL)
                           MOVE CHEQUE-LINE(21:12)
                               TO WS-IN-AMOUNT-TXT(WS-INWARD-TOTAL)
                           MOVE CHEQUE-LINE(34:16)
                               TO WS-IN-REF(WS-INWARD-TOTAL)
                           MOVE 'N'
                               TO WS-IN-RETURNED(WS-INWARD-TOTAL)
                       ELSE
                           DISPLAY 'ERROR: inward table full - later'
                                   ' items cannot be returned'
                           MOVE 'Y' TO WS-EOF
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       2000-COLLECT-CHEQUE-REJECTS.
      *----------------------------------------------------------------
      *    Absence of the rejects file just means nothing was
      *    rejected today.
           MOVE 'N' TO WS-EOF

           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-READ-ONE-REJECT UNTIL WS-EOF = 'Y'

           CLOSE REJECT-FILE
           .

      *----------------------------------------------------------------
       2100-READ-ONE-REJECT.
      *----------------------------------------------------------------
           READ REJECT-FILE INTO REJECT-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF REJECT-LINE(1:8) = WS-BUS-DATE
                       AND REJECT-LINE(10:3) = 'CHQ'
                       PERFORM 2200-RETURN-ONE-CHEQUE
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       2200-RETURN-ONE-CHEQUE.
      *----------------------------------------------------------------
           MOVE REJECT-LINE(14:10) TO WS-REJ-ACCOUNT
           MOVE REJECT-LINE(27:16) TO WS-REJ-REF
           MOVE REJECT-LINE(44:30) TO WS-REJ-REASON

           MOVE 0 TO WS-INWARD-MATCH
           PERFORM 2210-MATCH-ONE-INWARD-ITEM
               VARYING WS-INWARD-SUB FROM 1 BY 1
               UNTIL WS-INWARD-SUB > WS-INWARD-TOTAL
                  OR WS-INWARD-MATCH > 0

           IF WS-INWARD-MATCH = 0
               ADD 1 TO WS-UNRESOLVED-COUNT
               DISPLAY 'UNRESOLVED ' WS-REJ-ACCOUNT
                       ' ref ' WS-REJ-REF
                       ' - not on the inward-clearing file'
               EXIT PARAGRAPH
           END-IF

           IF WS-IN-RETURNED(WS-INWARD-MATCH) = 'Y'
               ADD 1 TO WS-REPEAT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-IN-RETURNED(WS-INWARD-MATCH)

           PERFORM 2300-ASSIGN-REASON-CODE

           MOVE FUNCTION NUMVAL(
               FUNCTION TRIM(WS-IN-AMOUNT-TXT(WS-INWARD-MATCH)))
               TO WS-AMOUNT
           MOVE WS-AMOUNT TO WS-AMOUNT-EDIT

           MOVE SPACES TO WS-OUT-LINE
           MOVE WS-IN-ACCOUNT(WS-INWARD-MATCH) TO WS-OUT-LINE(1:10)
           MOVE WS-IN-SERIAL(WS-INWARD-MATCH)  TO WS-OUT-LINE(12:8)
           MOVE WS-AMOUNT-EDIT                 TO WS-OUT-LINE(21:12)
           MOVE WS-IN-REF(WS-INWARD-MATCH)     TO WS-OUT-LINE(34:16)
           MOVE WS-RETURN-CODE-OUT             TO WS-OUT-LINE(51:2)
           MOVE WS-RETURN-TEXT                 TO WS-OUT-LINE(54:30)
           MOVE WS-OUT-LINE TO RETURN-LINE
           WRITE RETURN-LINE

           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-AMOUNT TO WS-HASH-TOTAL

           DISPLAY 'RETURNED  ' WS-IN-ACCOUNT(WS-INWARD-MATCH)
                   ' serial ' WS-IN-SERIAL(WS-INWARD-MATCH)
                   ' ' WS-AMOUNT-EDIT
                   ' - ' WS-RETURN-CODE-OUT ' ' WS-RETURN-TEXT
           .

       2210-MATCH-ONE-INWARD-ITEM.
           IF WS-IN-ACCOUNT(WS-INWARD-SUB) = WS-REJ-ACCOUNT
               AND WS-IN-REF(WS-INWARD-SUB) = WS-REJ-REF
               MOVE WS-INWARD-SUB TO WS-INWARD-MATCH
           END-IF
           .

      *----------------------------------------------------------------
       2300-ASSIGN-REASON-CODE.
      *----------------------------------------------------------------
      *    The reject reasons are the literal texts CHANNEL-INTERFACE,
      *    ACCOUNT-TXN-BATCH and OFFICIAL-CHQ-RECON (a refused
      *    official cheque) write; anything not named here
      *    (a record lock, a staging failure) still leaves the cheque
      *    unpaid, and goes back as refer-to-drawer.
           EVALUATE WS-REJ-REASON
               WHEN 'Insufficient available funds'
                   MOVE '01' TO WS-RETURN-CODE-OUT
                   MOVE 'INSUFFICIENT FUNDS' TO WS-RETURN-TEXT
                   ADD 1 TO WS-NSF-COUNT
               WHEN 'STOP PAYMENT ON CHEQUE'
                   MOVE '02' TO WS-RETURN-CODE-OUT
                   MOVE 'PAYMENT STOPPED BY DRAWER' TO WS-RETURN-TEXT
                   ADD 1 TO WS-STOP-COUNT
               WHEN 'Account not found'
               WHEN 'NON-NUMERIC ACCOUNT'
                   MOVE '03' TO WS-RETURN-CODE-OUT
                   MOVE 'NO SUCH ACCOUNT' TO WS-RETURN-TEXT
                   ADD 1 TO WS-OTHER-COUNT
               WHEN 'Account restricted - order on'
                   MOVE '04' TO WS-RETURN-CODE-OUT
                   MOVE 'ACCOUNT BLOCKED' TO WS-RETURN-TEXT
                   ADD 1 TO WS-OTHER-COUNT
               WHEN 'Account dormant - reactivation'
                   MOVE '05' TO WS-RETURN-CODE-OUT
                   MOVE 'ACCOUNT DORMANT' TO WS-RETURN-TEXT
                   ADD 1 TO WS-OTHER-COUNT
               WHEN 'DUPLICATE NETWORK REFERENCE'
               WHEN 'OFFICIAL CHEQUE ALREADY PAID'
                   MOVE '06' TO WS-RETURN-CODE-OUT
                   MOVE 'DUPLICATE PRESENTMENT' TO WS-RETURN-TEXT
                   ADD 1 TO WS-OTHER-COUNT
               WHEN 'Cheque not drawn on CHECKING'
               WHEN 'Loan account - no debits'
               WHEN 'Term deposit not yet matured'
                   MOVE '07' TO WS-RETURN-CODE-OUT
                   MOVE 'NOT A CHEQUE ACCOUNT' TO WS-RETURN-TEXT
                   ADD 1 TO WS-OTHER-COUNT
               WHEN 'INVALID CHEQUE SERIAL'
               WHEN 'MISSING PRESENTING REFERENCE'
               WHEN 'MISSING AMOUNT'
               WHEN 'AMOUNT NOT POSITIVE'
               WHEN 'DATED AFTER BUSINESS DATE'
               WHEN 'OFFICIAL CHEQUE NOT ISSUED'
               WHEN 'AMOUNT DIFFERS FROM ISSUE'
                   MOVE '08' TO WS-RETURN-CODE-OUT
                   MOVE 'IRREGULAR ITEM' TO WS-RETURN-TEXT
                   ADD 1 TO WS-OTHER-COUNT
               WHEN OTHER
                   MOVE '09' TO WS-RETURN-CODE-OUT
                   MOVE 'REFER TO DRAWER' TO WS-RETURN-TEXT
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE
           .

      *----------------------------------------------------------------
       3000-FINISH-RETURN-FILE.
      *----------------------------------------------------------------
           MOVE WS-HASH-TOTAL TO WS-HASH-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'TRAILER '      DELIMITED BY SIZE
                  WS-DETAIL-COUNT DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-HASH-EDIT    DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           MOVE WS-OUT-LINE TO RETURN-LINE
           WRITE RETURN-LINE

           CLOSE RETURN-FILE
           .

      *----------------------------------------------------------------
       4000-PRINT-SUMMARY.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'CHEQUE RETURNS SUMMARY'
           DISPLAY '=================================================='
           DISPLAY 'Cheques Presented    : ' WS-INWARD-TOTAL
           DISPLAY 'Cheques Returned     : ' WS-DETAIL-COUNT
           DISPLAY '  Insufficient Funds : ' WS-NSF-COUNT
           DISPLAY '  Payment Stopped    : ' WS-STOP-COUNT
           DISPLAY '  Other Reasons      : ' WS-OTHER-COUNT
           MOVE WS-HASH-TOTAL TO WS-HASH-EDIT
           DISPLAY 'Amount Hash Total    : ' WS-HASH-EDIT
           DISPLAY 'Repeat Rejects Held  : ' WS-REPEAT-COUNT
           DISPLAY 'Unresolved Rejects   : ' WS-UNRESOLVED-COUNT
           DISPLAY '=================================================='

           IF WS-UNRESOLVED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           ACCEPT WS-RUN-END-TIME FROM TIME
           MOVE WS-DETAIL-COUNT TO WS-RUN-RECORDS
           IF RETURN-CODE > 4
               MOVE 'FAILED' TO WS-RUN-STATUS
           ELSE
               MOVE 'COMPLETE' TO WS-RUN-STATUS
           END-IF
           MOVE 'W' TO WS-RUN-FUNCTION
      *    The CALL hands back the subprogram's (zero) RETURN-CODE,
      *    so a failing step's own code must be restored afterward
      *    or the JCL COND tests never see the failure
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL 'CYCLE-RUN-LOG' USING WS-RUN-REQUEST
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           .
