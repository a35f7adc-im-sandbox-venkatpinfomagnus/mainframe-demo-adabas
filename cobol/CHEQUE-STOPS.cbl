       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUE-STOPS.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: CHEQUE-STOPS
      * PURPOSE: Single home for the cheque stop-payment file - the
      *          list of individual cheques (or a run of serials, for
      *          a lost cheque book) the drawer has asked us not to
      *          pay.  This is kept apart from RESTRICTION-STATUS on
      *          purpose: an account-wide order stops everything,
      *          while a cheque stop stops one item and leaves the
      *          account trading.  CHANNEL-INTERFACE asks here for
      *          every inward-clearing cheque before it may join the
      *          posting merge; the CHEQUE-STOP-MAINT screen places
      *          and lifts stops.
      *          Functions:
      *            C - check: LK-CSTP-FOUND comes back 'Y' when an
      *                unexpired stop on LK-CSTP-ACCOUNT covers serial
      *                LK-CSTP-SERIAL (inside the stop's serial range)
      *                for amount LK-CSTP-AMOUNT (a stop amount of
      *                zero covers any amount), with the stop's
      *                details returned.  A stop expired as of
      *                LK-CSTP-ASOF-DATE no longer stops anything;
      *                expiry 99999999 never expires.
      *            A - add/replace a stop (serial range, amount,
      *                reason, placing operator, placed date, expiry)
      *                keyed on account and first serial
      *            R - remove the stop keyed on account and first
      *                serial (lift)
      *            G - get the LK-CSTP-INDEX'th stop on file for the
      *                account, expired or not, for display
      * OUTPUT:  ../data/cheque-stops.txt, fixed format:
      *          1-10 ACCOUNT, 12-19 SERIAL-FROM, 21-28 SERIAL-TO,
      *          30-41 AMOUNT (zero = any amount), 43-62 REASON,
      *          64-71 PLACED-BY, 73-80 PLACED-DATE, 82-89 EXPIRY
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOP-FILE ASSIGN TO "../data/cheque-stops.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOP-FILE.
       01  STOP-LINE                   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-STOP-FILE-STATUS         PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.

       01  WS-STOP-TABLE.
           05  WS-ST-ENTRY             OCCURS 1000 TIMES.
               10  WS-ST-ACCOUNT       PIC 9(10).
               10  WS-ST-SERIAL-FROM   PIC 9(08).
               10  WS-ST-SERIAL-TO     PIC 9(08).
               10  WS-ST-AMOUNT        PIC 9(09)V99.
               10  WS-ST-REASON        PIC X(20).
               10  WS-ST-PLACED-BY     PIC X(08).
               10  WS-ST-PLACED-DATE   PIC 9(08).
               10  WS-ST-EXPIRY        PIC 9(08).
       01  WS-STOP-TOTAL               PIC 9(04) VALUE 0.
       01  WS-SUBSCRIPT                PIC 9(04) VALUE 0.
       01  WS-MATCH                    PIC 9(04) VALUE 0.
       01  WS-ACCOUNT-SEEN             PIC 9(03) VALUE 0.
       01  WS-REWRITE-NEEDED           PIC X VALUE 'N'.
       01  WS-AMOUNT-EDIT              PIC 9(09).99.

       LINKAGE SECTION.
       01  LK-CHEQUE-STOP-REQUEST.
           05  LK-CSTP-FUNCTION        PIC X.
               88  LK-FUNC-CHECK       VALUE 'C'.
               88  LK-FUNC-ADD         VALUE 'A'.
               88  LK-FUNC-REMOVE      VALUE 'R'.
               88  LK-FUNC-GET         VALUE 'G'.
           05  LK-CSTP-ACCOUNT         PIC 9(10).
           05  LK-CSTP-SERIAL          PIC 9(08).
           05  LK-CSTP-SERIAL-TO       PIC 9(08).
           05  LK-CSTP-AMOUNT          PIC 9(09)V99.
           05  LK-CSTP-REASON          PIC X(20).
           05  LK-CSTP-PLACED-BY       PIC X(08).
           05  LK-CSTP-PLACED-DATE     PIC 9(08).
           05  LK-CSTP-EXPIRY          PIC 9(08).
           05  LK-CSTP-ASOF-DATE       PIC 9(08).
           05  LK-CSTP-INDEX           PIC 9(03).
           05  LK-CSTP-FOUND           PIC X.
           05  LK-CSTP-OK              PIC X.

       PROCEDURE DIVISION USING LK-CHEQUE-STOP-REQUEST.

       0000-MAIN.
           MOVE 'N' TO LK-CSTP-OK
           MOVE 'N' TO LK-CSTP-FOUND
           MOVE 'N' TO WS-REWRITE-NEEDED

           PERFORM 1000-LOAD-STOP-FILE THRU 1000-EXIT

           EVALUATE TRUE
               WHEN LK-FUNC-CHECK
                   PERFORM 2000-CHECK-CHEQUE
               WHEN LK-FUNC-ADD
                   PERFORM 3000-ADD-STOP
               WHEN LK-FUNC-REMOVE
                   PERFORM 4000-REMOVE-STOP
               WHEN LK-FUNC-GET
                   PERFORM 6000-GET-NTH-STOP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REWRITE-NEEDED = 'Y'
               PERFORM 5000-REWRITE-STOP-FILE
           END-IF

           GOBACK
           .

       1000-LOAD-STOP-FILE.
      *    Absence of the file just means no cheque is stopped.
           MOVE 0 TO WS-STOP-TOTAL

           OPEN INPUT STOP-FILE
           IF WS-STOP-FILE-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1100-LOAD-ONE-LINE UNTIL WS-EOF = 'Y'

           CLOSE STOP-FILE
           .

       1000-EXIT.
           EXIT
           .

       1100-LOAD-ONE-LINE.
           READ STOP-FILE INTO STOP-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF STOP-LINE(1:10) IS NUMERIC
                       AND STOP-LINE(12:8) IS NUMERIC
                       AND WS-STOP-TOTAL < 1000
                       ADD 1 TO WS-STOP-TOTAL
                       MOVE STOP-LINE(1:10)
                           TO WS-ST-ACCOUNT(WS-STOP-TOTAL)
                       MOVE STOP-LINE(12:8)
                           TO WS-ST-SERIAL-FROM(WS-STOP-TOTAL)
                       IF STOP-LINE(21:8) IS NUMERIC
                           MOVE STOP-LINE(21:8)
                               TO WS-ST-SERIAL-TO(WS-STOP-TOTAL)
                       ELSE
                           MOVE STOP-LINE(12:8)
                               TO WS-ST-SERIAL-TO(WS-STOP-TOTAL)
                       END-IF
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(STOP-LINE(30:12)))
                           TO WS-ST-AMOUNT(WS-STOP-TOTAL)
                       MOVE STOP-LINE(43:20)
                           TO WS-ST-REASON(WS-STOP-TOTAL)
                       MOVE STOP-LINE(64:8)
                           TO WS-ST-PLACED-BY(WS-STOP-TOTAL)
                       IF STOP-LINE(73:8) IS NUMERIC
                           MOVE STOP-LINE(73:8)
                               TO WS-ST-PLACED-DATE(WS-STOP-TOTAL)
                       ELSE
                           MOVE 0
                               TO WS-ST-PLACED-DATE(WS-STOP-TOTAL)
                       END-IF
                       IF STOP-LINE(82:8) IS NUMERIC
                           MOVE STOP-LINE(82:8)
                               TO WS-ST-EXPIRY(WS-STOP-TOTAL)
                       ELSE
                           MOVE 99999999
                               TO WS-ST-EXPIRY(WS-STOP-TOTAL)
                       END-IF
                   END-IF
           END-READ
           .

       2000-CHECK-CHEQUE.
      *    The first unexpired stop covering the serial wins - an
      *    expired stop stays on file until someone lifts it, the
      *    same stance RESTRICTION-STATUS takes on an expired order.
           MOVE 0 TO WS-MATCH
           PERFORM 2100-TEST-ONE-STOP
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-STOP-TOTAL
                  OR WS-MATCH > 0

           IF WS-MATCH > 0
               MOVE 'Y' TO LK-CSTP-FOUND
               PERFORM 7000-RETURN-MATCHED-STOP
           END-IF
           MOVE 'Y' TO LK-CSTP-OK
           .

       2100-TEST-ONE-STOP.
           IF WS-ST-ACCOUNT(WS-SUBSCRIPT) = LK-CSTP-ACCOUNT
               AND LK-CSTP-SERIAL
                   NOT < WS-ST-SERIAL-FROM(WS-SUBSCRIPT)
               AND LK-CSTP-SERIAL
                   NOT > WS-ST-SERIAL-TO(WS-SUBSCRIPT)
               AND (WS-ST-AMOUNT(WS-SUBSCRIPT) = 0
                    OR WS-ST-AMOUNT(WS-SUBSCRIPT) = LK-CSTP-AMOUNT)
               AND WS-ST-EXPIRY(WS-SUBSCRIPT)
                   NOT < LK-CSTP-ASOF-DATE
               MOVE WS-SUBSCRIPT TO WS-MATCH
           END-IF
           .

       3000-ADD-STOP.
      *    A single-cheque stop carries its own serial as the end of
      *    its range.
           IF LK-CSTP-SERIAL-TO = 0
               MOVE LK-CSTP-SERIAL TO LK-CSTP-SERIAL-TO
           END-IF
           IF LK-CSTP-SERIAL-TO < LK-CSTP-SERIAL
               EXIT PARAGRAPH
           END-IF

           PERFORM 3100-FIND-BY-KEY

           IF WS-MATCH = 0
               IF WS-STOP-TOTAL < 1000
                   ADD 1 TO WS-STOP-TOTAL
                   MOVE WS-STOP-TOTAL TO WS-MATCH
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE LK-CSTP-ACCOUNT     TO WS-ST-ACCOUNT(WS-MATCH)
           MOVE LK-CSTP-SERIAL      TO WS-ST-SERIAL-FROM(WS-MATCH)
           MOVE LK-CSTP-SERIAL-TO   TO WS-ST-SERIAL-TO(WS-MATCH)
           MOVE LK-CSTP-AMOUNT      TO WS-ST-AMOUNT(WS-MATCH)
           MOVE LK-CSTP-REASON      TO WS-ST-REASON(WS-MATCH)
           MOVE LK-CSTP-PLACED-BY   TO WS-ST-PLACED-BY(WS-MATCH)
           MOVE LK-CSTP-PLACED-DATE TO WS-ST-PLACED-DATE(WS-MATCH)
           MOVE LK-CSTP-EXPIRY      TO WS-ST-EXPIRY(WS-MATCH)
           MOVE 'Y' TO WS-REWRITE-NEEDED
           MOVE 'Y' TO LK-CSTP-OK
           .

       3100-FIND-BY-KEY.
           MOVE 0 TO WS-MATCH
           PERFORM 3110-MATCH-ONE-KEY
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-STOP-TOTAL
                  OR WS-MATCH > 0
           .

       3110-MATCH-ONE-KEY.
           IF WS-ST-ACCOUNT(WS-SUBSCRIPT) = LK-CSTP-ACCOUNT
               AND WS-ST-SERIAL-FROM(WS-SUBSCRIPT) = LK-CSTP-SERIAL
               MOVE WS-SUBSCRIPT TO WS-MATCH
           END-IF
           .

       4000-REMOVE-STOP.
           PERFORM 3100-FIND-BY-KEY
           IF WS-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-CLOSE-UP-ONE-SLOT
               VARYING WS-SUBSCRIPT FROM WS-MATCH BY 1
               UNTIL WS-SUBSCRIPT NOT < WS-STOP-TOTAL
           SUBTRACT 1 FROM WS-STOP-TOTAL
           MOVE 'Y' TO WS-REWRITE-NEEDED
           MOVE 'Y' TO LK-CSTP-OK
           .

       4100-CLOSE-UP-ONE-SLOT.
           MOVE WS-ST-ENTRY(WS-SUBSCRIPT + 1)
               TO WS-ST-ENTRY(WS-SUBSCRIPT)
           .

       5000-REWRITE-STOP-FILE.
           OPEN OUTPUT STOP-FILE
           IF WS-STOP-FILE-STATUS NOT = '00'
               MOVE 'N' TO LK-CSTP-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM 5100-WRITE-ONE-LINE
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-STOP-TOTAL

           CLOSE STOP-FILE
           .

       5100-WRITE-ONE-LINE.
           MOVE SPACES TO STOP-LINE
           MOVE WS-ST-ACCOUNT(WS-SUBSCRIPT)
               TO STOP-LINE(1:10)
           MOVE WS-ST-SERIAL-FROM(WS-SUBSCRIPT)
               TO STOP-LINE(12:8)
           MOVE WS-ST-SERIAL-TO(WS-SUBSCRIPT)
               TO STOP-LINE(21:8)
           MOVE WS-ST-AMOUNT(WS-SUBSCRIPT) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT
               TO STOP-LINE(30:12)
           MOVE WS-ST-REASON(WS-SUBSCRIPT)
               TO STOP-LINE(43:20)
           MOVE WS-ST-PLACED-BY(WS-SUBSCRIPT)
               TO STOP-LINE(64:8)
           MOVE WS-ST-PLACED-DATE(WS-SUBSCRIPT)
               TO STOP-LINE(73:8)
           MOVE WS-ST-EXPIRY(WS-SUBSCRIPT)
               TO STOP-LINE(82:8)
           WRITE STOP-LINE
           .

       6000-GET-NTH-STOP.
           MOVE 0 TO WS-MATCH
           MOVE 0 TO WS-ACCOUNT-SEEN
           PERFORM 6100-COUNT-ONE-STOP
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-STOP-TOTAL
                  OR WS-MATCH > 0

           IF WS-MATCH > 0
               MOVE 'Y' TO LK-CSTP-FOUND
               PERFORM 7000-RETURN-MATCHED-STOP
           END-IF
           MOVE 'Y' TO LK-CSTP-OK
           .

       6100-COUNT-ONE-STOP.
           IF WS-ST-ACCOUNT(WS-SUBSCRIPT) = LK-CSTP-ACCOUNT
               ADD 1 TO WS-ACCOUNT-SEEN
               IF WS-ACCOUNT-SEEN = LK-CSTP-INDEX
                   MOVE WS-SUBSCRIPT TO WS-MATCH
               END-IF
           END-IF
           .

       7000-RETURN-MATCHED-STOP.
           MOVE WS-ST-SERIAL-FROM(WS-MATCH) TO LK-CSTP-SERIAL
           MOVE WS-ST-SERIAL-TO(WS-MATCH)   TO LK-CSTP-SERIAL-TO
           MOVE WS-ST-AMOUNT(WS-MATCH)      TO LK-CSTP-AMOUNT
           MOVE WS-ST-REASON(WS-MATCH)      TO LK-CSTP-REASON
           MOVE WS-ST-PLACED-BY(WS-MATCH)   TO LK-CSTP-PLACED-BY
           MOVE WS-ST-PLACED-DATE(WS-MATCH) TO LK-CSTP-PLACED-DATE
           MOVE WS-ST-EXPIRY(WS-MATCH)      TO LK-CSTP-EXPIRY
           .
