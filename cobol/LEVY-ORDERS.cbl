       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEVY-ORDERS.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: LEVY-ORDERS
      * PURPOSE: Single home for the levy / garnishment order file.
      *          An order is served on the bank by an agency against
      *          a debtor CUSTOMER-ID for a stated amount; the
      *          LEVY-MAINT screen records and releases orders and the
      *          LEVY-PROCESS batch step seizes funds against them,
      *          keeping the running seized-to-date figure here until
      *          the order is satisfied.  Order status: A active,
      *          S satisfied, R released.
      *          Functions:
      *            A - add an order (customer, agency, case number,
      *                amount, date served, exempt floor, operator);
      *                the new order ID comes back in LK-LEV-ORDER-ID.
      *                An order already on file for the same agency
      *                and case number comes back with LK-LEV-FOUND
      *                'Y' instead - never a second copy
      *            G - get order LK-LEV-ORDER-ID
      *            N - get the LK-LEV-INDEX'th order on file (orders
      *                are held in order ID sequence)
      *            U - apply a seizure of LK-LEV-SEIZE-AMOUNT to
      *                active order LK-LEV-ORDER-ID; the order becomes
      *                satisfied once nothing remains owing
      *            R - release active order LK-LEV-ORDER-ID
      *          Every function that finds an order returns it in
      *          full, LK-LEV-REMAINING being amount less seized.
      * OUTPUT:  ../data/levy-orders.txt, fixed format, one row per
      *          order: 1-8 ORDER-ID, 10-19 CUSTOMER, 21-50 AGENCY,
      *          52-71 CASE-NUMBER, 73-84 AMOUNT, 86-93 DATE-SERVED,
      *          95-106 EXEMPT FLOOR, 108 STATUS, 110-121 SEIZED TO
      *          DATE, 123-130 ENTERED-BY, 132-139 ENTERED-DATE,
      *          141-148 STATUS-DATE, 150-157 STATUS-BY,
      *          159-166 LAST-SEIZURE-DATE, 168-179 AMOUNT SEIZED
      *          ON THAT DATE (a second seizure the same day adds to
      *          it, so the day's remittance can be rebuilt from the
      *          file alone)
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEVY-FILE ASSIGN TO "../data/levy-orders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEVY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEVY-FILE.
       01  LEVY-LINE                   PIC X(180).

       WORKING-STORAGE SECTION.
       01  WS-LEVY-FILE-STATUS         PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.

       01  WS-ORDER-TABLE.
           05  WS-ORDER-LINE           PIC X(180) OCCURS 500 TIMES.
       01  WS-ORDER-TOTAL              PIC 9(04) VALUE 0.
       01  WS-SUBSCRIPT                PIC 9(04) VALUE 0.
       01  WS-MATCH                    PIC 9(04) VALUE 0.
       01  WS-LAST-ORDER-ID            PIC 9(08) VALUE 0.
       01  WS-REWRITE-NEEDED           PIC X VALUE 'N'.
       01  WS-SEIZED                   PIC S9(08)V99 VALUE 0.
       01  WS-SEIZED-TODAY             PIC S9(08)V99 VALUE 0.
       01  WS-MONEY-EDIT               PIC -9(08).99.

       LINKAGE SECTION.
       01  LK-LEVY-REQUEST.
           05  LK-LEV-FUNCTION         PIC X.
               88  LK-FUNC-ADD         VALUE 'A'.
               88  LK-FUNC-GET         VALUE 'G'.
               88  LK-FUNC-GET-NTH     VALUE 'N'.
               88  LK-FUNC-SEIZE       VALUE 'U'.
               88  LK-FUNC-RELEASE     VALUE 'R'.
           05  LK-LEV-ORDER-ID         PIC 9(08).
           05  LK-LEV-INDEX            PIC 9(04).
           05  LK-LEV-CUSTOMER         PIC 9(10).
           05  LK-LEV-AGENCY           PIC X(30).
           05  LK-LEV-CASE-NUMBER      PIC X(20).
           05  LK-LEV-AMOUNT           PIC S9(08)V99.
           05  LK-LEV-DATE-SERVED      PIC 9(08).
           05  LK-LEV-EXEMPT           PIC S9(08)V99.
           05  LK-LEV-STATUS           PIC X.
           05  LK-LEV-SEIZED           PIC S9(08)V99.
           05  LK-LEV-REMAINING        PIC S9(08)V99.
           05  LK-LEV-SEIZE-AMOUNT     PIC S9(08)V99.
           05  LK-LEV-ENTERED-BY       PIC X(08).
           05  LK-LEV-ENTERED-DATE     PIC 9(08).
           05  LK-LEV-STATUS-DATE      PIC 9(08).
           05  LK-LEV-STATUS-BY        PIC X(08).
           05  LK-LEV-LAST-SEIZURE     PIC 9(08).
           05  LK-LEV-LAST-SEIZED      PIC S9(08)V99.
           05  LK-LEV-ACTION-DATE      PIC 9(08).
           05  LK-LEV-ACTION-BY        PIC X(08).
           05  LK-LEV-FOUND            PIC X.
           05  LK-LEV-OK               PIC X.

       PROCEDURE DIVISION USING LK-LEVY-REQUEST.

       0000-MAIN.
           MOVE 'N' TO LK-LEV-OK
           MOVE 'N' TO LK-LEV-FOUND
           MOVE 'N' TO WS-REWRITE-NEEDED

           PERFORM 1000-LOAD-LEVY-FILE THRU 1000-EXIT

           EVALUATE TRUE
               WHEN LK-FUNC-ADD
                   PERFORM 2000-ADD-ORDER
               WHEN LK-FUNC-GET
                   PERFORM 3000-GET-ORDER
               WHEN LK-FUNC-GET-NTH
                   PERFORM 3500-GET-NTH-ORDER
               WHEN LK-FUNC-SEIZE
                   PERFORM 4000-APPLY-SEIZURE
               WHEN LK-FUNC-RELEASE
                   PERFORM 4500-RELEASE-ORDER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REWRITE-NEEDED = 'Y'
               PERFORM 5000-REWRITE-LEVY-FILE
           END-IF

           GOBACK
           .

       1000-LOAD-LEVY-FILE.
      *    Absence of the file just means no order has been served.
           MOVE 0 TO WS-ORDER-TOTAL
           MOVE 0 TO WS-LAST-ORDER-ID

           OPEN INPUT LEVY-FILE
           IF WS-LEVY-FILE-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1100-LOAD-ONE-LINE UNTIL WS-EOF = 'Y'

           CLOSE LEVY-FILE
           .

       1000-EXIT.
           EXIT
           .

       1100-LOAD-ONE-LINE.
           READ LEVY-FILE INTO LEVY-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LEVY-LINE(1:8) IS NUMERIC
                       AND WS-ORDER-TOTAL < 500
                       ADD 1 TO WS-ORDER-TOTAL
                       MOVE LEVY-LINE TO WS-ORDER-LINE(WS-ORDER-TOTAL)
                       IF LEVY-LINE(1:8) > WS-LAST-ORDER-ID
                           MOVE LEVY-LINE(1:8) TO WS-LAST-ORDER-ID
                       END-IF
                   END-IF
           END-READ
           .

       2000-ADD-ORDER.
           MOVE 0 TO WS-MATCH
           PERFORM 2100-MATCH-AGENCY-CASE
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-ORDER-TOTAL
                  OR WS-MATCH > 0

           IF WS-MATCH > 0
               MOVE 'Y' TO LK-LEV-FOUND
               PERFORM 7000-RETURN-ORDER
               MOVE 'Y' TO LK-LEV-OK
               EXIT PARAGRAPH
           END-IF

           IF WS-ORDER-TOTAL NOT < 500
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LAST-ORDER-ID
           ADD 1 TO WS-ORDER-TOTAL
           MOVE WS-ORDER-TOTAL TO WS-MATCH
           MOVE SPACES              TO WS-ORDER-LINE(WS-MATCH)
           MOVE WS-LAST-ORDER-ID    TO WS-ORDER-LINE(WS-MATCH)(1:8)
           MOVE LK-LEV-CUSTOMER     TO WS-ORDER-LINE(WS-MATCH)(10:10)
           MOVE LK-LEV-AGENCY       TO WS-ORDER-LINE(WS-MATCH)(21:30)
           MOVE LK-LEV-CASE-NUMBER  TO WS-ORDER-LINE(WS-MATCH)(52:20)
           MOVE LK-LEV-AMOUNT       TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT       TO WS-ORDER-LINE(WS-MATCH)(73:12)
           MOVE LK-LEV-DATE-SERVED  TO WS-ORDER-LINE(WS-MATCH)(86:8)
           MOVE LK-LEV-EXEMPT       TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT       TO WS-ORDER-LINE(WS-MATCH)(95:12)
           MOVE 'A'                 TO WS-ORDER-LINE(WS-MATCH)(108:1)
           MOVE 0                   TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT       TO WS-ORDER-LINE(WS-MATCH)(110:12)
           MOVE LK-LEV-ACTION-BY    TO WS-ORDER-LINE(WS-MATCH)(123:8)
           MOVE LK-LEV-ACTION-DATE  TO WS-ORDER-LINE(WS-MATCH)(132:8)
           MOVE LK-LEV-ACTION-DATE  TO WS-ORDER-LINE(WS-MATCH)(141:8)
           MOVE LK-LEV-ACTION-BY    TO WS-ORDER-LINE(WS-MATCH)(150:8)
           MOVE ZERO                TO WS-ORDER-LINE(WS-MATCH)(159:8)
           MOVE 0                   TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT       TO WS-ORDER-LINE(WS-MATCH)(168:12)
           MOVE 'Y' TO WS-REWRITE-NEEDED

           PERFORM 7000-RETURN-ORDER
           MOVE 'Y' TO LK-LEV-OK
           .

       2100-MATCH-AGENCY-CASE.
           IF WS-ORDER-LINE(WS-SUBSCRIPT)(21:30) = LK-LEV-AGENCY
               AND WS-ORDER-LINE(WS-SUBSCRIPT)(52:20)
                   = LK-LEV-CASE-NUMBER
               MOVE WS-SUBSCRIPT TO WS-MATCH
           END-IF
           .

       3000-GET-ORDER.
           PERFORM 3100-FIND-ORDER
           IF WS-MATCH > 0
               MOVE 'Y' TO LK-LEV-FOUND
               PERFORM 7000-RETURN-ORDER
           END-IF
           MOVE 'Y' TO LK-LEV-OK
           .

       3100-FIND-ORDER.
           MOVE 0 TO WS-MATCH
           PERFORM 3110-MATCH-ONE-ORDER
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-ORDER-TOTAL
                  OR WS-MATCH > 0
           .

       3110-MATCH-ONE-ORDER.
           IF WS-ORDER-LINE(WS-SUBSCRIPT)(1:8) = LK-LEV-ORDER-ID
               MOVE WS-SUBSCRIPT TO WS-MATCH
           END-IF
           .

       3500-GET-NTH-ORDER.
           IF LK-LEV-INDEX > 0 AND LK-LEV-INDEX NOT > WS-ORDER-TOTAL
               MOVE LK-LEV-INDEX TO WS-MATCH
               MOVE 'Y' TO LK-LEV-FOUND
               PERFORM 7000-RETURN-ORDER
           END-IF
           MOVE 'Y' TO LK-LEV-OK
           .

       4000-APPLY-SEIZURE.
           PERFORM 3100-FIND-ORDER
           IF WS-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO LK-LEV-FOUND
           IF WS-ORDER-LINE(WS-MATCH)(108:1) NOT = 'A'
               OR LK-LEV-SEIZE-AMOUNT NOT > 0
               PERFORM 7000-RETURN-ORDER
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-ORDER-LINE(WS-MATCH)(110:12))
               TO WS-SEIZED
           ADD LK-LEV-SEIZE-AMOUNT TO WS-SEIZED
           MOVE WS-SEIZED          TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT      TO WS-ORDER-LINE(WS-MATCH)(110:12)

           IF WS-ORDER-LINE(WS-MATCH)(159:8) = LK-LEV-ACTION-DATE
               MOVE FUNCTION NUMVAL(WS-ORDER-LINE(WS-MATCH)(168:12))
                   TO WS-SEIZED-TODAY
           ELSE
               MOVE 0 TO WS-SEIZED-TODAY
           END-IF
           ADD LK-LEV-SEIZE-AMOUNT TO WS-SEIZED-TODAY
           MOVE WS-SEIZED-TODAY    TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT      TO WS-ORDER-LINE(WS-MATCH)(168:12)
           MOVE LK-LEV-ACTION-DATE TO WS-ORDER-LINE(WS-MATCH)(159:8)

           IF WS-SEIZED NOT <
               FUNCTION NUMVAL(WS-ORDER-LINE(WS-MATCH)(73:12))
               MOVE 'S' TO WS-ORDER-LINE(WS-MATCH)(108:1)
               MOVE LK-LEV-ACTION-DATE
                   TO WS-ORDER-LINE(WS-MATCH)(141:8)
               MOVE LK-LEV-ACTION-BY
                   TO WS-ORDER-LINE(WS-MATCH)(150:8)
           END-IF
           MOVE 'Y' TO WS-REWRITE-NEEDED

           PERFORM 7000-RETURN-ORDER
           MOVE 'Y' TO LK-LEV-OK
           .

       4500-RELEASE-ORDER.
           PERFORM 3100-FIND-ORDER
           IF WS-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO LK-LEV-FOUND
           IF WS-ORDER-LINE(WS-MATCH)(108:1) NOT = 'A'
               PERFORM 7000-RETURN-ORDER
               EXIT PARAGRAPH
           END-IF

           MOVE 'R'                TO WS-ORDER-LINE(WS-MATCH)(108:1)
           MOVE LK-LEV-ACTION-DATE TO WS-ORDER-LINE(WS-MATCH)(141:8)
           MOVE LK-LEV-ACTION-BY   TO WS-ORDER-LINE(WS-MATCH)(150:8)
           MOVE 'Y' TO WS-REWRITE-NEEDED

           PERFORM 7000-RETURN-ORDER
           MOVE 'Y' TO LK-LEV-OK
           .

       5000-REWRITE-LEVY-FILE.
           OPEN OUTPUT LEVY-FILE
           IF WS-LEVY-FILE-STATUS NOT = '00'
               MOVE 'N' TO LK-LEV-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM 5100-WRITE-ONE-LINE
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-ORDER-TOTAL

           CLOSE LEVY-FILE
           .

       5100-WRITE-ONE-LINE.
           MOVE WS-ORDER-LINE(WS-SUBSCRIPT) TO LEVY-LINE
           WRITE LEVY-LINE
           .

       7000-RETURN-ORDER.
           MOVE WS-ORDER-LINE(WS-MATCH)(1:8)    TO LK-LEV-ORDER-ID
           MOVE WS-ORDER-LINE(WS-MATCH)(10:10)  TO LK-LEV-CUSTOMER
           MOVE WS-ORDER-LINE(WS-MATCH)(21:30)  TO LK-LEV-AGENCY
           MOVE WS-ORDER-LINE(WS-MATCH)(52:20)  TO LK-LEV-CASE-NUMBER
           MOVE FUNCTION NUMVAL(WS-ORDER-LINE(WS-MATCH)(73:12))
               TO LK-LEV-AMOUNT
           MOVE WS-ORDER-LINE(WS-MATCH)(86:8)   TO LK-LEV-DATE-SERVED
           MOVE FUNCTION NUMVAL(WS-ORDER-LINE(WS-MATCH)(95:12))
               TO LK-LEV-EXEMPT
           MOVE WS-ORDER-LINE(WS-MATCH)(108:1)  TO LK-LEV-STATUS
           MOVE FUNCTION NUMVAL(WS-ORDER-LINE(WS-MATCH)(110:12))
               TO LK-LEV-SEIZED
           COMPUTE LK-LEV-REMAINING = LK-LEV-AMOUNT - LK-LEV-SEIZED
           IF LK-LEV-REMAINING < 0
               MOVE 0 TO LK-LEV-REMAINING
           END-IF
           MOVE WS-ORDER-LINE(WS-MATCH)(123:8)  TO LK-LEV-ENTERED-BY
           MOVE WS-ORDER-LINE(WS-MATCH)(132:8)  TO LK-LEV-ENTERED-DATE
           MOVE WS-ORDER-LINE(WS-MATCH)(141:8)  TO LK-LEV-STATUS-DATE
           MOVE WS-ORDER-LINE(WS-MATCH)(150:8)  TO LK-LEV-STATUS-BY
           IF WS-ORDER-LINE(WS-MATCH)(159:8) IS NUMERIC
               MOVE WS-ORDER-LINE(WS-MATCH)(159:8)
                   TO LK-LEV-LAST-SEIZURE
           ELSE
               MOVE 0 TO LK-LEV-LAST-SEIZURE
           END-IF
           IF WS-ORDER-LINE(WS-MATCH)(168:12) = SPACES
               MOVE 0 TO LK-LEV-LAST-SEIZED
           ELSE
               MOVE FUNCTION NUMVAL(WS-ORDER-LINE(WS-MATCH)(168:12))
                   TO LK-LEV-LAST-SEIZED
           END-IF
           .
