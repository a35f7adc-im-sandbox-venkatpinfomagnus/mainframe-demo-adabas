       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAILY-LIMITS.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: DAILY-LIMITS
      * PURPOSE: Single home for the daily withdrawal and transfer
      *          limits and the per-business-date usage counted
      *          against them.  The limits table is keyed by
      *          ACCOUNT-TYPE and channel - ATM, MOB, CHQ, TLR
      *          (teller-keyed at ACCOUNT-UPDATE) or BAT (a batch
      *          item carrying no channel) - and gives a per-day
      *          amount ceiling and a per-day item-count ceiling for
      *          every debit (withdrawal, transfer out, external
      *          transfer) taken through that channel.  A row keyed
      *          by a 10-digit account number instead of a type is a
      *          per-account override and wins over the type row for
      *          that channel.  A zero ceiling means that measure is
      *          not limited; a channel with no row at all is not
      *          limited.  The posting programs check here before a
      *          debit posts and record each posted debit the check
      *          found a limit for, so a compromised ATM card or
      *          mobile login can only ever take a day's ceiling.
      *          Functions:
      *            C - check: LK-DLM-FOUND 'Y' when a limit applies;
      *                LK-DLM-OVER 'A' (amount) or 'C' (count) when
      *                LK-DLM-AMOUNT as one more item, on top of the
      *                usage recorded for the date plus the caller's
      *                LK-DLM-PENDING-AMOUNT/-COUNT counted but not
      *                yet recorded, would break a ceiling, else 'N'.
      *            U - record LK-DLM-PENDING-AMOUNT/-COUNT against
      *                the account and channel for the date; rows
      *                left from an earlier date are dropped.
      * INPUT:   ../data/daily-limits.txt, fixed format:
      *          1-15 ACCOUNT-TYPE (or ACCOUNT-NUMBER 1-10 for an
      *          override), 17-19 CHANNEL, 21-32 MAX-AMOUNT per day
      *          (9(09).99), 34-37 MAX-COUNT per day
      * OUTPUT:  ../data/daily-limit-usage.txt, fixed format:
      *          1-10 ACCOUNT, 12-14 CHANNEL, 16-23 BUSINESS-DATE,
      *          25-37 AMOUNT USED (9(10).99), 39-43 ITEMS USED
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMIT-FILE ASSIGN TO "../data/daily-limits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.
           SELECT USAGE-FILE ASSIGN TO DYNAMIC WS-USAGE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMIT-FILE.
       01  LIMIT-LINE                  PIC X(80).

       FD  USAGE-FILE.
       01  USAGE-LINE                  PIC X(50).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File names - a training session opens the training copy
      * (see 0100-RESOLVE-FILE-NAMES)
      *----------------------------------------------------------------
       01  WS-USAGE-FILE-NAME          PIC X(60) VALUE
           '../data/daily-limit-usage.txt'.

      *----------------------------------------------------------------
      * Training Mode (see TRAINING-MODE)
      *----------------------------------------------------------------
       01  WS-TRAINING-REQUEST.
           05  WS-TRN-FUNCTION         PIC X.
           05  WS-TRN-TRAINEE          PIC X.
           05  WS-TRN-OPERATOR-ID      PIC X(08).
           05  WS-TRN-ACTIVE           PIC X.
           05  WS-TRN-OK               PIC X.
           05  WS-TRN-FILE-NAME        PIC X(60).

       01  WS-LIMIT-FILE-STATUS        PIC XX.
       01  WS-USAGE-FILE-STATUS        PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.

       01  WS-LIMIT-TABLE.
           05  WS-LM-ENTRY             OCCURS 500 TIMES.
               10  WS-LM-KEY           PIC X(15).
               10  WS-LM-CHANNEL       PIC X(03).
               10  WS-LM-MAX-AMOUNT    PIC 9(09)V99.
               10  WS-LM-MAX-COUNT     PIC 9(04).
       01  WS-LIMIT-TOTAL              PIC 9(04) VALUE 0.
       01  WS-TYPE-MATCH               PIC 9(04) VALUE 0.
       01  WS-ACCOUNT-MATCH            PIC 9(04) VALUE 0.
       01  WS-LIMIT-MATCH              PIC 9(04) VALUE 0.
       01  WS-ACCOUNT-KEY              PIC X(15).

       01  WS-USAGE-TABLE.
           05  WS-DU-ENTRY             OCCURS 3000 TIMES.
               10  WS-DU-ACCOUNT       PIC 9(10).
               10  WS-DU-CHANNEL       PIC X(03).
               10  WS-DU-DATE          PIC 9(08).
               10  WS-DU-AMOUNT        PIC 9(10)V99.
               10  WS-DU-COUNT         PIC 9(05).
       01  WS-USAGE-TOTAL              PIC 9(04) VALUE 0.
       01  WS-USAGE-MATCH              PIC 9(04) VALUE 0.
       01  WS-SUBSCRIPT                PIC 9(04) VALUE 0.
       01  WS-AMOUNT-EDIT              PIC 9(10).99.

       01  WS-AMOUNT-AFTER             PIC 9(11)V99.
       01  WS-COUNT-AFTER              PIC 9(06).
       01  WS-REWRITE-NEEDED           PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  LK-DAILY-LIMIT-REQUEST.
           05  LK-DLM-FUNCTION         PIC X.
               88  LK-FUNC-CHECK       VALUE 'C'.
               88  LK-FUNC-RECORD      VALUE 'U'.
           05  LK-DLM-ACCOUNT          PIC 9(10).
           05  LK-DLM-ACCOUNT-TYPE     PIC X(15).
           05  LK-DLM-CHANNEL          PIC X(03).
           05  LK-DLM-BUS-DATE         PIC 9(08).
           05  LK-DLM-AMOUNT           PIC 9(09)V99.
           05  LK-DLM-PENDING-AMOUNT   PIC 9(10)V99.
           05  LK-DLM-PENDING-COUNT    PIC 9(05).
           05  LK-DLM-FOUND            PIC X.
           05  LK-DLM-OVERRIDE         PIC X.
           05  LK-DLM-MAX-AMOUNT       PIC 9(09)V99.
           05  LK-DLM-MAX-COUNT        PIC 9(04).
           05  LK-DLM-USED-AMOUNT      PIC 9(10)V99.
           05  LK-DLM-USED-COUNT       PIC 9(05).
           05  LK-DLM-OVER             PIC X.
           05  LK-DLM-OK               PIC X.

       PROCEDURE DIVISION USING LK-DAILY-LIMIT-REQUEST.

       0000-MAIN.
           PERFORM 0100-RESOLVE-FILE-NAMES

           MOVE 'N' TO LK-DLM-OK
           MOVE 'N' TO LK-DLM-FOUND
           MOVE 'N' TO LK-DLM-OVERRIDE
           MOVE 'N' TO LK-DLM-OVER
           MOVE 0   TO LK-DLM-MAX-AMOUNT
           MOVE 0   TO LK-DLM-MAX-COUNT
           MOVE 0   TO LK-DLM-USED-AMOUNT
           MOVE 0   TO LK-DLM-USED-COUNT
           MOVE 'N' TO WS-REWRITE-NEEDED

           PERFORM 1000-LOAD-LIMITS THRU 1000-EXIT
           MOVE SPACES TO WS-ACCOUNT-KEY
           MOVE LK-DLM-ACCOUNT TO WS-ACCOUNT-KEY(1:10)
           MOVE 0 TO WS-TYPE-MATCH
           MOVE 0 TO WS-ACCOUNT-MATCH
           PERFORM 1200-SCAN-ONE-LIMIT-ROW
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-LIMIT-TOTAL
                  OR WS-ACCOUNT-MATCH > 0

      *    An override row for the account beats its type's row
           IF WS-ACCOUNT-MATCH > 0
               MOVE WS-ACCOUNT-MATCH TO WS-LIMIT-MATCH
               MOVE 'Y' TO LK-DLM-OVERRIDE
           ELSE
               MOVE WS-TYPE-MATCH TO WS-LIMIT-MATCH
           END-IF
           IF WS-LIMIT-MATCH = 0
      *        Not a limited channel for this account - nothing to
      *        check or count
               MOVE 'Y' TO LK-DLM-OK
               GOBACK
           END-IF
           MOVE 'Y' TO LK-DLM-FOUND
           MOVE WS-LM-MAX-AMOUNT(WS-LIMIT-MATCH) TO LK-DLM-MAX-AMOUNT
           MOVE WS-LM-MAX-COUNT(WS-LIMIT-MATCH)  TO LK-DLM-MAX-COUNT

           PERFORM 2000-LOAD-USAGE THRU 2000-EXIT
           MOVE 0 TO WS-USAGE-MATCH
           PERFORM 2200-SCAN-ONE-USAGE-ROW
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-USAGE-TOTAL
                  OR WS-USAGE-MATCH > 0
           IF WS-USAGE-MATCH > 0
               MOVE WS-DU-AMOUNT(WS-USAGE-MATCH) TO LK-DLM-USED-AMOUNT
               MOVE WS-DU-COUNT(WS-USAGE-MATCH)  TO LK-DLM-USED-COUNT
           END-IF

           EVALUATE TRUE
               WHEN LK-FUNC-CHECK
                   PERFORM 3000-CHECK-LIMIT
               WHEN LK-FUNC-RECORD
                   PERFORM 4000-RECORD-USAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REWRITE-NEEDED = 'Y'
               PERFORM 5000-REWRITE-USAGE-FILE
           END-IF

           GOBACK
           .

       0100-RESOLVE-FILE-NAMES.
      *    Asked on every call - a trainee signing on part way
      *    through the run switches it to the training copy.
           MOVE 'R' TO WS-TRN-FUNCTION
           MOVE WS-USAGE-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-USAGE-FILE-NAME
           .

       1000-LOAD-LIMITS.
      *    Absence of the limits table just means nothing is limited.
           MOVE 0 TO WS-LIMIT-TOTAL

           OPEN INPUT LIMIT-FILE
           IF WS-LIMIT-FILE-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1100-LOAD-ONE-LIMIT-ROW UNTIL WS-EOF = 'Y'

           CLOSE LIMIT-FILE
           .

       1000-EXIT.
           EXIT
           .

       1100-LOAD-ONE-LIMIT-ROW.
           READ LIMIT-FILE INTO LIMIT-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LIMIT-LINE(1:1) NOT = '*'
                       AND LIMIT-LINE(1:15) NOT = SPACES
                       AND LIMIT-LINE(17:3) NOT = SPACES
                       AND LIMIT-LINE(21:9) IS NUMERIC
                       AND LIMIT-LINE(31:2) IS NUMERIC
                       AND WS-LIMIT-TOTAL < 500
                       ADD 1 TO WS-LIMIT-TOTAL
                       MOVE LIMIT-LINE(1:15)
                           TO WS-LM-KEY(WS-LIMIT-TOTAL)
                       MOVE LIMIT-LINE(17:3)
                           TO WS-LM-CHANNEL(WS-LIMIT-TOTAL)
                       COMPUTE WS-LM-MAX-AMOUNT(WS-LIMIT-TOTAL) =
                           FUNCTION NUMVAL(LIMIT-LINE(21:12))
                       IF LIMIT-LINE(34:4) IS NUMERIC
                           MOVE LIMIT-LINE(34:4)
                               TO WS-LM-MAX-COUNT(WS-LIMIT-TOTAL)
                       ELSE
                           MOVE 0 TO WS-LM-MAX-COUNT(WS-LIMIT-TOTAL)
                       END-IF
                   END-IF
           END-READ
           .

       1200-SCAN-ONE-LIMIT-ROW.
           IF WS-LM-CHANNEL(WS-SUBSCRIPT) = LK-DLM-CHANNEL
               IF WS-LM-KEY(WS-SUBSCRIPT) = WS-ACCOUNT-KEY
                   MOVE WS-SUBSCRIPT TO WS-ACCOUNT-MATCH
               ELSE
                   IF WS-LM-KEY(WS-SUBSCRIPT) = LK-DLM-ACCOUNT-TYPE
                       AND WS-TYPE-MATCH = 0
                       MOVE WS-SUBSCRIPT TO WS-TYPE-MATCH
                   END-IF
               END-IF
           END-IF
           .

       2000-LOAD-USAGE.
      *    Absence of the usage file just means nothing has been
      *    taken yet today.
           MOVE 0 TO WS-USAGE-TOTAL

           OPEN INPUT USAGE-FILE
           IF WS-USAGE-FILE-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 2100-LOAD-ONE-USAGE-ROW UNTIL WS-EOF = 'Y'

           CLOSE USAGE-FILE
           .

       2000-EXIT.
           EXIT
           .

       2100-LOAD-ONE-USAGE-ROW.
      *    Only the business date's rows are kept - usage from an
      *    earlier day counts against nothing and is dropped at the
      *    next rewrite.
           READ USAGE-FILE INTO USAGE-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF USAGE-LINE(1:10) IS NUMERIC
                       AND USAGE-LINE(16:8) IS NUMERIC
                       AND USAGE-LINE(16:8) = LK-DLM-BUS-DATE
                       AND USAGE-LINE(25:10) IS NUMERIC
                       AND USAGE-LINE(39:5) IS NUMERIC
                       AND WS-USAGE-TOTAL < 3000
                       ADD 1 TO WS-USAGE-TOTAL
                       MOVE USAGE-LINE(1:10)
                           TO WS-DU-ACCOUNT(WS-USAGE-TOTAL)
                       MOVE USAGE-LINE(12:3)
                           TO WS-DU-CHANNEL(WS-USAGE-TOTAL)
                       MOVE USAGE-LINE(16:8)
                           TO WS-DU-DATE(WS-USAGE-TOTAL)
                       COMPUTE WS-DU-AMOUNT(WS-USAGE-TOTAL) =
                           FUNCTION NUMVAL(USAGE-LINE(25:13))
                       MOVE USAGE-LINE(39:5)
                           TO WS-DU-COUNT(WS-USAGE-TOTAL)
                   END-IF
           END-READ
           .

       2200-SCAN-ONE-USAGE-ROW.
           IF WS-DU-ACCOUNT(WS-SUBSCRIPT) = LK-DLM-ACCOUNT
               AND WS-DU-CHANNEL(WS-SUBSCRIPT) = LK-DLM-CHANNEL
               MOVE WS-SUBSCRIPT TO WS-USAGE-MATCH
           END-IF
           .

       3000-CHECK-LIMIT.
           ADD LK-DLM-PENDING-AMOUNT TO LK-DLM-USED-AMOUNT
           ADD LK-DLM-PENDING-COUNT  TO LK-DLM-USED-COUNT
           COMPUTE WS-AMOUNT-AFTER = LK-DLM-USED-AMOUNT + LK-DLM-AMOUNT
           COMPUTE WS-COUNT-AFTER  = LK-DLM-USED-COUNT + 1

           IF LK-DLM-MAX-AMOUNT > 0
               AND WS-AMOUNT-AFTER > LK-DLM-MAX-AMOUNT
               MOVE 'A' TO LK-DLM-OVER
           ELSE
               IF LK-DLM-MAX-COUNT > 0
                   AND WS-COUNT-AFTER > LK-DLM-MAX-COUNT
                   MOVE 'C' TO LK-DLM-OVER
               END-IF
           END-IF
           MOVE 'Y' TO LK-DLM-OK
           .

       4000-RECORD-USAGE.
           ADD LK-DLM-PENDING-AMOUNT TO LK-DLM-USED-AMOUNT
           ADD LK-DLM-PENDING-COUNT  TO LK-DLM-USED-COUNT

           IF WS-USAGE-MATCH > 0
               MOVE LK-DLM-USED-AMOUNT TO WS-DU-AMOUNT(WS-USAGE-MATCH)
               MOVE LK-DLM-USED-COUNT  TO WS-DU-COUNT(WS-USAGE-MATCH)
               MOVE 'Y' TO WS-REWRITE-NEEDED
               MOVE 'Y' TO LK-DLM-OK
               EXIT PARAGRAPH
           END-IF

           IF WS-USAGE-TOTAL < 3000
               ADD 1 TO WS-USAGE-TOTAL
               MOVE LK-DLM-ACCOUNT  TO WS-DU-ACCOUNT(WS-USAGE-TOTAL)
               MOVE LK-DLM-CHANNEL  TO WS-DU-CHANNEL(WS-USAGE-TOTAL)
               MOVE LK-DLM-BUS-DATE TO WS-DU-DATE(WS-USAGE-TOTAL)
               MOVE LK-DLM-USED-AMOUNT
                   TO WS-DU-AMOUNT(WS-USAGE-TOTAL)
               MOVE LK-DLM-USED-COUNT
                   TO WS-DU-COUNT(WS-USAGE-TOTAL)
               MOVE 'Y' TO WS-REWRITE-NEEDED
               MOVE 'Y' TO LK-DLM-OK
           END-IF
           .

       5000-REWRITE-USAGE-FILE.
           OPEN OUTPUT USAGE-FILE
           IF WS-USAGE-FILE-STATUS NOT = '00'
               MOVE 'N' TO LK-DLM-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM 5100-WRITE-ONE-USAGE-ROW
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-USAGE-TOTAL

           CLOSE USAGE-FILE
           .

       5100-WRITE-ONE-USAGE-ROW.
           MOVE SPACES TO USAGE-LINE
           MOVE WS-DU-ACCOUNT(WS-SUBSCRIPT) TO USAGE-LINE(1:10)
           MOVE WS-DU-CHANNEL(WS-SUBSCRIPT) TO USAGE-LINE(12:3)
           MOVE WS-DU-DATE(WS-SUBSCRIPT)    TO USAGE-LINE(16:8)
           MOVE WS-DU-AMOUNT(WS-SUBSCRIPT)  TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT              TO USAGE-LINE(25:13)
           MOVE WS-DU-COUNT(WS-SUBSCRIPT)   TO USAGE-LINE(39:5)
           WRITE USAGE-LINE
           .
