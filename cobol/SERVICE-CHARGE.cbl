       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVICE-CHARGE.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: SERVICE-CHARGE
      * PURPOSE: Single home for the per-transaction service-charge
      *          schedule and the per-cycle usage counts behind its
      *          free-item allowances.  The schedule is keyed by
      *          ACCOUNT-TYPE, transaction code and channel - ATM,
      *          MOB, CHQ, TLR (teller-keyed at ACCOUNT-UPDATE) or
      *          BAT (a batch item carrying no channel) - and code X
      *          prices a cross-currency transfer in place of the
      *          plain T row.  The posting programs quote here at
      *          posting time and post any charge as a linked type F
      *          fee entry right behind the item; every item the
      *          schedule covers, charged or free, is then recorded
      *          against the customer's current statement cycle so
      *          the allowance runs down.
      *          Functions:
      *            Q - quote: LK-SVC-FOUND 'Y' when the schedule has
      *                a row for the key; LK-SVC-CHARGE comes back
      *                zero while the cycle's free items last
      *                (items already recorded this cycle plus
      *                LK-SVC-PENDING counted but not yet recorded
      *                by the caller), the scheduled charge after.
      *            U - record LK-SVC-PENDING items against the key
      *                for the current cycle; a row left from an
      *                earlier cycle starts over.
      *          The current cycle ends on the customer's statement
      *          cycle day (statement-cycles.txt, the same day
      *          STATEMENT-RUN uses - pulled back to the last day of
      *          a short month); a customer with no cycle row runs
      *          on calendar months.
      * INPUT:   ../data/service-charges.txt, fixed format:
      *          1-15 ACCOUNT-TYPE, 17 TXN-CODE, 19-21 CHANNEL,
      *          23-34 CHARGE (9(09).99), 36-38 FREE-ITEMS per cycle;
      *          ../data/statement-cycles.txt (CUSTOMER-ID 1-10,
      *          CYCLE-DAY 12-13)
      * OUTPUT:  ../data/service-charge-usage.txt, fixed format:
      *          1-10 ACCOUNT, 12 TXN-CODE, 14-16 CHANNEL,
      *          18-25 CYCLE-END-DATE, 27-31 ITEMS USED
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO
                   "../data/service-charges.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.
           SELECT CYCLE-FILE ASSIGN TO
                   "../data/statement-cycles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT USAGE-FILE ASSIGN TO DYNAMIC WS-USAGE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-LINE               PIC X(60).

       FD  CYCLE-FILE.
       01  CYCLE-LINE                  PIC X(20).

       FD  USAGE-FILE.
       01  USAGE-LINE                  PIC X(40).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File names - a training session opens the training copy
      * (see 0100-RESOLVE-FILE-NAMES)
      *----------------------------------------------------------------
       01  WS-USAGE-FILE-NAME          PIC X(60) VALUE
           '../data/service-charge-usage.txt'.

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

       01  WS-SCHEDULE-FILE-STATUS     PIC XX.
       01  WS-CYCLE-FILE-STATUS        PIC XX.
       01  WS-USAGE-FILE-STATUS        PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.

       01  WS-SCHEDULE-TABLE.
           05  WS-SC-ENTRY             OCCURS 200 TIMES.
               10  WS-SC-ACCOUNT-TYPE  PIC X(15).
               10  WS-SC-TXN-CODE      PIC X.
               10  WS-SC-CHANNEL       PIC X(03).
               10  WS-SC-CHARGE        PIC 9(09)V99.
               10  WS-SC-FREE-ITEMS    PIC 9(03).
       01  WS-SCHEDULE-TOTAL           PIC 9(03) VALUE 0.
       01  WS-SCHEDULE-MATCH           PIC 9(03) VALUE 0.

       01  WS-USAGE-TABLE.
           05  WS-SU-ENTRY             OCCURS 3000 TIMES.
               10  WS-SU-ACCOUNT       PIC 9(10).
               10  WS-SU-TXN-CODE      PIC X.
               10  WS-SU-CHANNEL       PIC X(03).
               10  WS-SU-CYCLE-END     PIC 9(08).
               10  WS-SU-COUNT         PIC 9(05).
       01  WS-USAGE-TOTAL              PIC 9(04) VALUE 0.
       01  WS-USAGE-MATCH              PIC 9(04) VALUE 0.
       01  WS-SUBSCRIPT                PIC 9(04) VALUE 0.

      *----------------------------------------------------------------
      * Statement cycle arithmetic - the cycle closes on the cycle
      * day of this month if the as-of date has not passed it, else
      * on the cycle day of next month; a cycle day beyond the end
      * of a month closes on that month's last day.
      *----------------------------------------------------------------
       01  WS-CYCLE-DAY                PIC 9(02) VALUE 31.
       01  WS-ASOF-DATE.
           05  WS-ASOF-YEAR            PIC 9(04).
           05  WS-ASOF-MONTH           PIC 9(02).
           05  WS-ASOF-DAY             PIC 9(02).
       01  WS-CYCLE-END-DATE.
           05  WS-CEND-YEAR            PIC 9(04).
           05  WS-CEND-MONTH           PIC 9(02).
           05  WS-CEND-DAY             PIC 9(02).
       01  WS-CYCLE-END-NUM REDEFINES WS-CYCLE-END-DATE
                                       PIC 9(08).
       01  WS-MONTH-DAYS-TABLE.
           05  FILLER                  PIC X(24) VALUE
               '312831303130313130313031'.
       01  WS-MONTH-DAYS-ENTRIES REDEFINES WS-MONTH-DAYS-TABLE.
           05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
       01  WS-DAYS-IN-MONTH            PIC 9(02).
       01  WS-LEAP-QUOTIENT            PIC 9(04).
       01  WS-LEAP-REM-4               PIC 9(04).
       01  WS-LEAP-REM-100             PIC 9(04).
       01  WS-LEAP-REM-400             PIC 9(04).
       01  WS-ITEMS-USED               PIC 9(05).
       01  WS-REWRITE-NEEDED           PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  LK-SERVICE-CHARGE-REQUEST.
           05  LK-SVC-FUNCTION         PIC X.
               88  LK-FUNC-QUOTE       VALUE 'Q'.
               88  LK-FUNC-RECORD      VALUE 'U'.
           05  LK-SVC-ACCOUNT          PIC 9(10).
           05  LK-SVC-CUSTOMER         PIC 9(10).
           05  LK-SVC-ACCOUNT-TYPE     PIC X(15).
           05  LK-SVC-TXN-CODE         PIC X.
           05  LK-SVC-CHANNEL          PIC X(03).
           05  LK-SVC-ASOF-DATE        PIC 9(08).
           05  LK-SVC-PENDING          PIC 9(05).
           05  LK-SVC-FOUND            PIC X.
           05  LK-SVC-CHARGE           PIC 9(09)V99.
           05  LK-SVC-FREE-ITEMS       PIC 9(03).
           05  LK-SVC-USED             PIC 9(05).
           05  LK-SVC-CYCLE-END        PIC 9(08).
           05  LK-SVC-OK               PIC X.

       PROCEDURE DIVISION USING LK-SERVICE-CHARGE-REQUEST.

       0000-MAIN.
           PERFORM 0100-RESOLVE-FILE-NAMES

           MOVE 'N' TO LK-SVC-OK
           MOVE 'N' TO LK-SVC-FOUND
           MOVE 0   TO LK-SVC-CHARGE
           MOVE 0   TO LK-SVC-FREE-ITEMS
           MOVE 0   TO LK-SVC-USED
           MOVE 'N' TO WS-REWRITE-NEEDED

           PERFORM 1000-LOAD-SCHEDULE THRU 1000-EXIT
           MOVE 0 TO WS-SCHEDULE-MATCH
           PERFORM 1200-SCAN-ONE-SCHEDULE-ROW
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-SCHEDULE-TOTAL
                  OR WS-SCHEDULE-MATCH > 0
           IF WS-SCHEDULE-MATCH = 0
      *        Not a chargeable item - nothing to quote or count
               MOVE 'Y' TO LK-SVC-OK
               GOBACK
           END-IF
           MOVE 'Y' TO LK-SVC-FOUND
           MOVE WS-SC-FREE-ITEMS(WS-SCHEDULE-MATCH)
               TO LK-SVC-FREE-ITEMS

           PERFORM 1500-FIND-CYCLE-END THRU 1500-EXIT
           MOVE WS-CYCLE-END-NUM TO LK-SVC-CYCLE-END

           PERFORM 2000-LOAD-USAGE THRU 2000-EXIT
           MOVE 0 TO WS-USAGE-MATCH
           PERFORM 2200-SCAN-ONE-USAGE-ROW
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-USAGE-TOTAL
                  OR WS-USAGE-MATCH > 0

           MOVE 0 TO WS-ITEMS-USED
           IF WS-USAGE-MATCH > 0
               AND WS-SU-CYCLE-END(WS-USAGE-MATCH) = WS-CYCLE-END-NUM
               MOVE WS-SU-COUNT(WS-USAGE-MATCH) TO WS-ITEMS-USED
           END-IF

           EVALUATE TRUE
               WHEN LK-FUNC-QUOTE
                   PERFORM 3000-QUOTE-CHARGE
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

       1000-LOAD-SCHEDULE.
      *    Absence of the schedule just means nothing is charged.
           MOVE 0 TO WS-SCHEDULE-TOTAL

           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-FILE-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1100-LOAD-ONE-SCHEDULE-ROW UNTIL WS-EOF = 'Y'

           CLOSE SCHEDULE-FILE
           .

       1000-EXIT.
           EXIT
           .

       1100-LOAD-ONE-SCHEDULE-ROW.
           READ SCHEDULE-FILE INTO SCHEDULE-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF SCHEDULE-LINE(1:1) NOT = '*'
                       AND SCHEDULE-LINE(1:15) NOT = SPACES
                       AND SCHEDULE-LINE(23:9) IS NUMERIC
                       AND SCHEDULE-LINE(33:2) IS NUMERIC
                       AND WS-SCHEDULE-TOTAL < 200
                       ADD 1 TO WS-SCHEDULE-TOTAL
                       MOVE SCHEDULE-LINE(1:15)
                           TO WS-SC-ACCOUNT-TYPE(WS-SCHEDULE-TOTAL)
                       MOVE SCHEDULE-LINE(17:1)
                           TO WS-SC-TXN-CODE(WS-SCHEDULE-TOTAL)
                       MOVE SCHEDULE-LINE(19:3)
                           TO WS-SC-CHANNEL(WS-SCHEDULE-TOTAL)
                       COMPUTE WS-SC-CHARGE(WS-SCHEDULE-TOTAL) =
                           FUNCTION NUMVAL(SCHEDULE-LINE(23:12))
                       IF SCHEDULE-LINE(36:3) IS NUMERIC
                           MOVE SCHEDULE-LINE(36:3)
                               TO WS-SC-FREE-ITEMS(WS-SCHEDULE-TOTAL)
                       ELSE
                           MOVE 0
                               TO WS-SC-FREE-ITEMS(WS-SCHEDULE-TOTAL)
                       END-IF
                   END-IF
           END-READ
           .

       1200-SCAN-ONE-SCHEDULE-ROW.
           IF WS-SC-ACCOUNT-TYPE(WS-SUBSCRIPT) = LK-SVC-ACCOUNT-TYPE
               AND WS-SC-TXN-CODE(WS-SUBSCRIPT) = LK-SVC-TXN-CODE
               AND WS-SC-CHANNEL(WS-SUBSCRIPT) = LK-SVC-CHANNEL
               MOVE WS-SUBSCRIPT TO WS-SCHEDULE-MATCH
           END-IF
           .

       1500-FIND-CYCLE-END.
           MOVE 31 TO WS-CYCLE-DAY
           OPEN INPUT CYCLE-FILE
           IF WS-CYCLE-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM 1510-READ-ONE-CYCLE-ROW UNTIL WS-EOF = 'Y'
               CLOSE CYCLE-FILE
           END-IF
           IF WS-CYCLE-DAY = 0 OR WS-CYCLE-DAY > 31
               MOVE 31 TO WS-CYCLE-DAY
           END-IF

           MOVE LK-SVC-ASOF-DATE TO WS-ASOF-DATE
           MOVE WS-ASOF-YEAR  TO WS-CEND-YEAR
           MOVE WS-ASOF-MONTH TO WS-CEND-MONTH
           PERFORM 1520-SET-CYCLE-DAY
           IF WS-ASOF-DAY NOT > WS-CEND-DAY
               GO TO 1500-EXIT
           END-IF

      *    This month's cycle has closed - the item belongs to the
      *    cycle closing next month.
           IF WS-CEND-MONTH = 12
               MOVE 1 TO WS-CEND-MONTH
               ADD 1 TO WS-CEND-YEAR
           ELSE
               ADD 1 TO WS-CEND-MONTH
           END-IF
           PERFORM 1520-SET-CYCLE-DAY
           .

       1500-EXIT.
           EXIT
           .

       1510-READ-ONE-CYCLE-ROW.
           READ CYCLE-FILE INTO CYCLE-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CYCLE-LINE(1:10) IS NUMERIC
                       AND CYCLE-LINE(12:2) IS NUMERIC
                       AND CYCLE-LINE(1:10) = LK-SVC-CUSTOMER
                       MOVE CYCLE-LINE(12:2) TO WS-CYCLE-DAY
                       MOVE 'Y' TO WS-EOF
                   END-IF
           END-READ
           .

       1520-SET-CYCLE-DAY.
           MOVE WS-MONTH-DAYS(WS-CEND-MONTH) TO WS-DAYS-IN-MONTH
           IF WS-CEND-MONTH = 2
               DIVIDE WS-CEND-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-CEND-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-CEND-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = 0
                   AND (WS-LEAP-REM-100 NOT = 0
                        OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF
           IF WS-CYCLE-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-CEND-DAY
           ELSE
               MOVE WS-CYCLE-DAY TO WS-CEND-DAY
           END-IF
           .

       2000-LOAD-USAGE.
      *    Absence of the usage file just means nothing has been
      *    used yet this cycle.
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
           READ USAGE-FILE INTO USAGE-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF USAGE-LINE(1:10) IS NUMERIC
                       AND USAGE-LINE(18:8) IS NUMERIC
                       AND USAGE-LINE(27:5) IS NUMERIC
                       AND WS-USAGE-TOTAL < 3000
                       ADD 1 TO WS-USAGE-TOTAL
                       MOVE USAGE-LINE(1:10)
                           TO WS-SU-ACCOUNT(WS-USAGE-TOTAL)
                       MOVE USAGE-LINE(12:1)
                           TO WS-SU-TXN-CODE(WS-USAGE-TOTAL)
                       MOVE USAGE-LINE(14:3)
                           TO WS-SU-CHANNEL(WS-USAGE-TOTAL)
                       MOVE USAGE-LINE(18:8)
                           TO WS-SU-CYCLE-END(WS-USAGE-TOTAL)
                       MOVE USAGE-LINE(27:5)
                           TO WS-SU-COUNT(WS-USAGE-TOTAL)
                   END-IF
           END-READ
           .

       2200-SCAN-ONE-USAGE-ROW.
           IF WS-SU-ACCOUNT(WS-SUBSCRIPT) = LK-SVC-ACCOUNT
               AND WS-SU-TXN-CODE(WS-SUBSCRIPT) = LK-SVC-TXN-CODE
               AND WS-SU-CHANNEL(WS-SUBSCRIPT) = LK-SVC-CHANNEL
               MOVE WS-SUBSCRIPT TO WS-USAGE-MATCH
           END-IF
           .

       3000-QUOTE-CHARGE.
           ADD LK-SVC-PENDING TO WS-ITEMS-USED
           MOVE WS-ITEMS-USED TO LK-SVC-USED
           IF WS-ITEMS-USED < WS-SC-FREE-ITEMS(WS-SCHEDULE-MATCH)
               MOVE 0 TO LK-SVC-CHARGE
           ELSE
               MOVE WS-SC-CHARGE(WS-SCHEDULE-MATCH) TO LK-SVC-CHARGE
           END-IF
           MOVE 'Y' TO LK-SVC-OK
           .

       4000-RECORD-USAGE.
           ADD LK-SVC-PENDING TO WS-ITEMS-USED
           MOVE WS-ITEMS-USED TO LK-SVC-USED

           IF WS-USAGE-MATCH > 0
               MOVE WS-CYCLE-END-NUM
                   TO WS-SU-CYCLE-END(WS-USAGE-MATCH)
               MOVE WS-ITEMS-USED TO WS-SU-COUNT(WS-USAGE-MATCH)
               MOVE 'Y' TO WS-REWRITE-NEEDED
               MOVE 'Y' TO LK-SVC-OK
               EXIT PARAGRAPH
           END-IF

           IF WS-USAGE-TOTAL < 3000
               ADD 1 TO WS-USAGE-TOTAL
               MOVE LK-SVC-ACCOUNT  TO WS-SU-ACCOUNT(WS-USAGE-TOTAL)
               MOVE LK-SVC-TXN-CODE TO WS-SU-TXN-CODE(WS-USAGE-TOTAL)
               MOVE LK-SVC-CHANNEL  TO WS-SU-CHANNEL(WS-USAGE-TOTAL)
               MOVE WS-CYCLE-END-NUM
                   TO WS-SU-CYCLE-END(WS-USAGE-TOTAL)
               MOVE WS-ITEMS-USED   TO WS-SU-COUNT(WS-USAGE-TOTAL)
               MOVE 'Y' TO WS-REWRITE-NEEDED
               MOVE 'Y' TO LK-SVC-OK
           END-IF
           .

       5000-REWRITE-USAGE-FILE.
           OPEN OUTPUT USAGE-FILE
           IF WS-USAGE-FILE-STATUS NOT = '00'
               MOVE 'N' TO LK-SVC-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM 5100-WRITE-ONE-USAGE-ROW
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-USAGE-TOTAL

           CLOSE USAGE-FILE
           .

       5100-WRITE-ONE-USAGE-ROW.
           MOVE SPACES TO USAGE-LINE
           MOVE WS-SU-ACCOUNT(WS-SUBSCRIPT)   TO USAGE-LINE(1:10)
           MOVE WS-SU-TXN-CODE(WS-SUBSCRIPT)  TO USAGE-LINE(12:1)
           MOVE WS-SU-CHANNEL(WS-SUBSCRIPT)   TO USAGE-LINE(14:3)
           MOVE WS-SU-CYCLE-END(WS-SUBSCRIPT) TO USAGE-LINE(18:8)
           MOVE WS-SU-COUNT(WS-SUBSCRIPT)     TO USAGE-LINE(27:5)
           WRITE USAGE-LINE
           .
