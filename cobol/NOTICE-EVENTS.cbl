       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICE-EVENTS.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: NOTICE-EVENTS
      * PURPOSE: Single home for the customer-notice event queue -
      *          the things a customer must hear about from us (a
      *          term deposit matured, an account gone overdrawn, a
      *          memo hold or a posting restriction placed, an
      *          external transfer returned), queued by the program
      *          that made them happen and turned into addressed
      *          letters by the nightly NOTICE-RUN.  Kept in one
      *          CALLed subprogram so every producer writes the same
      *          row the same way and the queue numbering stays
      *          honest.  Each row is stamped with the business date
      *          (see BUSINESS-DATE) and the time it was queued.
      *          Functions:
      *            A - add an event (code, account, amount,
      *                reference, detail, reference date); the
      *                next EVENT-ID is assigned and handed back
      *            N - next pending event after LK-NEV-EVENT-ID
      *                (start at zero); LK-NEV-FOUND 'N' at the end
      *            S - mark event LK-NEV-EVENT-ID sent on
      *                LK-NEV-SENT-DATE
      *            P - purge every sent event (the notice log is
      *                the permanent record of what went out);
      *                count purged returned in LK-NEV-COUNT
      *          Event codes:
      *            MP - term deposit matured, proceeds paid out
      *                 (REF = account paid to, AMOUNT = proceeds,
      *                 REF-DATE = maturity date)
      *            MR - term deposit matured and rolled over
      *                 (AMOUNT = new balance, REF-DATE = new
      *                 maturity date)
      *            OD - account went overdrawn (AMOUNT = overdrawn
      *                 amount, REF-DATE = first negative date)
      *            HP - memo hold placed (AMOUNT, DETAIL = reason,
      *                 REF-DATE = release date)
      *            RP - posting restriction placed (REF = type
      *                 D/C/A, DETAIL = reason, REF-DATE = expiry)
      *            XR - external transfer returned (AMOUNT, REF =
      *                 outbound reference, DETAIL = return reason)
      *            DP - channel dispute opened, provisional credit
      *                 posted (AMOUNT, REF = dispute number, DETAIL
      *                 = channel and reference, REF-DATE = item date)
      *            DF - dispute accepted, provisional credit made
      *                 final (AMOUNT, REF = dispute number, DETAIL =
      *                 network reason, REF-DATE = item date)
      *            DR - dispute declined, provisional credit reversed
      *                 (AMOUNT, REF = dispute number, DETAIL =
      *                 network reason, REF-DATE = item date)
      * OUTPUT:  ../data/notice-events.txt, fixed format:
      *          1-8 EVENT-ID, 10-17 EVENT-DATE, 19-26 EVENT-TIME,
      *          28-29 CODE, 31-40 ACCOUNT, 42-53 AMOUNT,
      *          55-67 REF, 69-88 DETAIL, 90-97 REF-DATE,
      *          99 STATUS (P pending, S sent), 101-108 SENT-DATE
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO DYNAMIC WS-EVENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE.
       01  EVENT-LINE                  PIC X(110).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File names - a training session opens the training copy
      * (see 0100-RESOLVE-FILE-NAMES)
      *----------------------------------------------------------------
       01  WS-EVENT-FILE-NAME          PIC X(60) VALUE
           '../data/notice-events.txt'.

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

       01  WS-EVENT-FILE-STATUS        PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.

       01  WS-EVENT-TABLE.
           05  WS-EV-ENTRY             OCCURS 2000 TIMES.
               10  WS-EV-ID            PIC 9(08).
               10  WS-EV-DATE          PIC 9(08).
               10  WS-EV-TIME          PIC 9(08).
               10  WS-EV-CODE          PIC X(02).
               10  WS-EV-ACCOUNT       PIC 9(10).
               10  WS-EV-AMOUNT        PIC 9(09)V99.
               10  WS-EV-REF           PIC X(13).
               10  WS-EV-DETAIL        PIC X(20).
               10  WS-EV-REF-DATE      PIC 9(08).
               10  WS-EV-STATUS        PIC X.
               10  WS-EV-SENT-DATE     PIC 9(08).
       01  WS-EVENT-TOTAL              PIC 9(04) VALUE 0.
       01  WS-SUBSCRIPT                PIC 9(04) VALUE 0.
       01  WS-KEEP-TOTAL               PIC 9(04) VALUE 0.
       01  WS-HIGH-ID                  PIC 9(08) VALUE 0.
       01  WS-AMOUNT-EDIT              PIC 9(09).99.
       01  WS-REWRITE-NEEDED           PIC X VALUE 'N'.

       01  WS-BUSDATE-REQUEST.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.

       LINKAGE SECTION.
       01  LK-NOTICE-EVENT-REQUEST.
           05  LK-NEV-FUNCTION         PIC X.
               88  LK-FUNC-ADD         VALUE 'A'.
               88  LK-FUNC-NEXT        VALUE 'N'.
               88  LK-FUNC-SENT        VALUE 'S'.
               88  LK-FUNC-PURGE       VALUE 'P'.
           05  LK-NEV-EVENT-ID         PIC 9(08).
           05  LK-NEV-EVENT-DATE       PIC 9(08).
           05  LK-NEV-EVENT-TIME       PIC 9(08).
           05  LK-NEV-CODE             PIC X(02).
           05  LK-NEV-ACCOUNT          PIC 9(10).
           05  LK-NEV-AMOUNT           PIC 9(09)V99.
           05  LK-NEV-REF              PIC X(13).
           05  LK-NEV-DETAIL           PIC X(20).
           05  LK-NEV-REF-DATE         PIC 9(08).
           05  LK-NEV-SENT-DATE        PIC 9(08).
           05  LK-NEV-COUNT            PIC 9(05).
           05  LK-NEV-FOUND            PIC X.
           05  LK-NEV-OK               PIC X.

       PROCEDURE DIVISION USING LK-NOTICE-EVENT-REQUEST.

       0000-MAIN.
           PERFORM 0100-RESOLVE-FILE-NAMES

           MOVE 'N' TO LK-NEV-OK
           MOVE 'N' TO LK-NEV-FOUND
           MOVE 'N' TO WS-REWRITE-NEEDED

           PERFORM 1000-LOAD-EVENTS THRU 1000-EXIT

           EVALUATE TRUE
               WHEN LK-FUNC-ADD
                   PERFORM 2000-ADD-EVENT THRU 2000-EXIT
               WHEN LK-FUNC-NEXT
                   PERFORM 3000-NEXT-PENDING
               WHEN LK-FUNC-SENT
                   PERFORM 4000-MARK-SENT
               WHEN LK-FUNC-PURGE
                   PERFORM 5000-PURGE-SENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REWRITE-NEEDED = 'Y'
               PERFORM 6000-REWRITE-EVENTS
           END-IF

           GOBACK
           .

       0100-RESOLVE-FILE-NAMES.
      *    Asked on every call - a trainee signing on part way
      *    through the run switches it to the training copy.
           MOVE 'R' TO WS-TRN-FUNCTION
           MOVE WS-EVENT-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-EVENT-FILE-NAME
           .

       1000-LOAD-EVENTS.
      *    Absence of the file just means nothing is queued yet.
           MOVE 0 TO WS-EVENT-TOTAL
           MOVE 0 TO WS-HIGH-ID

           OPEN INPUT EVENT-FILE
           IF WS-EVENT-FILE-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1100-LOAD-ONE-EVENT UNTIL WS-EOF = 'Y'

           CLOSE EVENT-FILE
           .

       1000-EXIT.
           EXIT
           .

       1100-LOAD-ONE-EVENT.
           READ EVENT-FILE INTO EVENT-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF EVENT-LINE(1:8) IS NUMERIC
                       AND WS-EVENT-TOTAL < 2000
                       ADD 1 TO WS-EVENT-TOTAL
                       PERFORM 1200-PARSE-EVENT-LINE
                   END-IF
           END-READ
           .

       1200-PARSE-EVENT-LINE.
           MOVE EVENT-LINE(1:8)   TO WS-EV-ID(WS-EVENT-TOTAL)
           MOVE EVENT-LINE(10:8)  TO WS-EV-DATE(WS-EVENT-TOTAL)
           MOVE EVENT-LINE(19:8)  TO WS-EV-TIME(WS-EVENT-TOTAL)
           MOVE EVENT-LINE(28:2)  TO WS-EV-CODE(WS-EVENT-TOTAL)
           MOVE EVENT-LINE(31:10) TO WS-EV-ACCOUNT(WS-EVENT-TOTAL)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(EVENT-LINE(42:12)))
               TO WS-EV-AMOUNT(WS-EVENT-TOTAL)
           MOVE EVENT-LINE(55:13) TO WS-EV-REF(WS-EVENT-TOTAL)
           MOVE EVENT-LINE(69:20) TO WS-EV-DETAIL(WS-EVENT-TOTAL)
           IF EVENT-LINE(90:8) IS NUMERIC
               MOVE EVENT-LINE(90:8) TO WS-EV-REF-DATE(WS-EVENT-TOTAL)
           ELSE
               MOVE 0 TO WS-EV-REF-DATE(WS-EVENT-TOTAL)
           END-IF
           MOVE EVENT-LINE(99:1)  TO WS-EV-STATUS(WS-EVENT-TOTAL)
           IF EVENT-LINE(101:8) IS NUMERIC
               MOVE EVENT-LINE(101:8)
                   TO WS-EV-SENT-DATE(WS-EVENT-TOTAL)
           ELSE
               MOVE 0 TO WS-EV-SENT-DATE(WS-EVENT-TOTAL)
           END-IF
           IF WS-EV-ID(WS-EVENT-TOTAL) > WS-HIGH-ID
               MOVE WS-EV-ID(WS-EVENT-TOTAL) TO WS-HIGH-ID
           END-IF
           .

       2000-ADD-EVENT.
      *    A full queue refuses the event rather than dropping an
      *    older one - the caller's own work is already done and
      *    it says so on its log.
           IF WS-EVENT-TOTAL NOT < 2000
               GO TO 2000-EXIT
           END-IF

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST

           ADD 1 TO WS-EVENT-TOTAL
           ADD 1 TO WS-HIGH-ID
           MOVE WS-HIGH-ID       TO WS-EV-ID(WS-EVENT-TOTAL)
           MOVE WS-BUS-DATE      TO WS-EV-DATE(WS-EVENT-TOTAL)
           ACCEPT WS-EV-TIME(WS-EVENT-TOTAL) FROM TIME
           MOVE LK-NEV-CODE      TO WS-EV-CODE(WS-EVENT-TOTAL)
           MOVE LK-NEV-ACCOUNT   TO WS-EV-ACCOUNT(WS-EVENT-TOTAL)
           MOVE LK-NEV-AMOUNT    TO WS-EV-AMOUNT(WS-EVENT-TOTAL)
           MOVE LK-NEV-REF       TO WS-EV-REF(WS-EVENT-TOTAL)
           MOVE LK-NEV-DETAIL    TO WS-EV-DETAIL(WS-EVENT-TOTAL)
           MOVE LK-NEV-REF-DATE  TO WS-EV-REF-DATE(WS-EVENT-TOTAL)
           MOVE 'P'              TO WS-EV-STATUS(WS-EVENT-TOTAL)
           MOVE 0                TO WS-EV-SENT-DATE(WS-EVENT-TOTAL)

           MOVE WS-EV-ID(WS-EVENT-TOTAL)   TO LK-NEV-EVENT-ID
           MOVE WS-EV-DATE(WS-EVENT-TOTAL) TO LK-NEV-EVENT-DATE
           MOVE WS-EV-TIME(WS-EVENT-TOTAL) TO LK-NEV-EVENT-TIME
           MOVE 'Y' TO WS-REWRITE-NEEDED
           MOVE 'Y' TO LK-NEV-OK
           .

       2000-EXIT.
           EXIT
           .

       3000-NEXT-PENDING.
      *    The queue is in EVENT-ID order, so the first pending row
      *    past the caller's last one is the next to send.
           PERFORM 3100-CHECK-ONE-EVENT
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-EVENT-TOTAL
                  OR LK-NEV-FOUND = 'Y'
           MOVE 'Y' TO LK-NEV-OK
           .

       3100-CHECK-ONE-EVENT.
           IF WS-EV-STATUS(WS-SUBSCRIPT) = 'P'
               AND WS-EV-ID(WS-SUBSCRIPT) > LK-NEV-EVENT-ID
               MOVE 'Y' TO LK-NEV-FOUND
               MOVE WS-EV-ID(WS-SUBSCRIPT)       TO LK-NEV-EVENT-ID
               MOVE WS-EV-DATE(WS-SUBSCRIPT)     TO LK-NEV-EVENT-DATE
               MOVE WS-EV-TIME(WS-SUBSCRIPT)     TO LK-NEV-EVENT-TIME
               MOVE WS-EV-CODE(WS-SUBSCRIPT)     TO LK-NEV-CODE
               MOVE WS-EV-ACCOUNT(WS-SUBSCRIPT)  TO LK-NEV-ACCOUNT
               MOVE WS-EV-AMOUNT(WS-SUBSCRIPT)   TO LK-NEV-AMOUNT
               MOVE WS-EV-REF(WS-SUBSCRIPT)      TO LK-NEV-REF
               MOVE WS-EV-DETAIL(WS-SUBSCRIPT)   TO LK-NEV-DETAIL
               MOVE WS-EV-REF-DATE(WS-SUBSCRIPT) TO LK-NEV-REF-DATE
           END-IF
           .

       4000-MARK-SENT.
           PERFORM 4100-MARK-ONE-EVENT
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-EVENT-TOTAL
                  OR LK-NEV-OK = 'Y'
           .

       4100-MARK-ONE-EVENT.
           IF WS-EV-ID(WS-SUBSCRIPT) = LK-NEV-EVENT-ID
               MOVE 'S'              TO WS-EV-STATUS(WS-SUBSCRIPT)
               MOVE LK-NEV-SENT-DATE TO WS-EV-SENT-DATE(WS-SUBSCRIPT)
               MOVE 'Y' TO WS-REWRITE-NEEDED
               MOVE 'Y' TO LK-NEV-OK
           END-IF
           .

       5000-PURGE-SENT.
      *    Compact the table down to the rows still pending.
           MOVE 0 TO LK-NEV-COUNT
           MOVE 0 TO WS-KEEP-TOTAL
           PERFORM 5100-KEEP-ONE-EVENT
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-EVENT-TOTAL
           MOVE WS-KEEP-TOTAL TO WS-EVENT-TOTAL
           IF LK-NEV-COUNT > 0
               MOVE 'Y' TO WS-REWRITE-NEEDED
           END-IF
           MOVE 'Y' TO LK-NEV-OK
           .

       5100-KEEP-ONE-EVENT.
           IF WS-EV-STATUS(WS-SUBSCRIPT) = 'S'
               ADD 1 TO LK-NEV-COUNT
           ELSE
               ADD 1 TO WS-KEEP-TOTAL
               IF WS-KEEP-TOTAL < WS-SUBSCRIPT
                   MOVE WS-EV-ENTRY(WS-SUBSCRIPT)
                       TO WS-EV-ENTRY(WS-KEEP-TOTAL)
               END-IF
           END-IF
           .

       6000-REWRITE-EVENTS.
           OPEN OUTPUT EVENT-FILE
           IF WS-EVENT-FILE-STATUS NOT = '00'
               MOVE 'N' TO LK-NEV-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM 6100-WRITE-ONE-EVENT
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-EVENT-TOTAL

           CLOSE EVENT-FILE
           .

       6100-WRITE-ONE-EVENT.
           MOVE SPACES TO EVENT-LINE
           MOVE WS-EV-ID(WS-SUBSCRIPT)       TO EVENT-LINE(1:8)
           MOVE WS-EV-DATE(WS-SUBSCRIPT)     TO EVENT-LINE(10:8)
           MOVE WS-EV-TIME(WS-SUBSCRIPT)     TO EVENT-LINE(19:8)
           MOVE WS-EV-CODE(WS-SUBSCRIPT)     TO EVENT-LINE(28:2)
           MOVE WS-EV-ACCOUNT(WS-SUBSCRIPT)  TO EVENT-LINE(31:10)
           MOVE WS-EV-AMOUNT(WS-SUBSCRIPT)   TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT               TO EVENT-LINE(42:12)
           MOVE WS-EV-REF(WS-SUBSCRIPT)      TO EVENT-LINE(55:13)
           MOVE WS-EV-DETAIL(WS-SUBSCRIPT)   TO EVENT-LINE(69:20)
           MOVE WS-EV-REF-DATE(WS-SUBSCRIPT) TO EVENT-LINE(90:8)
           MOVE WS-EV-STATUS(WS-SUBSCRIPT)   TO EVENT-LINE(99:1)
           MOVE WS-EV-SENT-DATE(WS-SUBSCRIPT) TO EVENT-LINE(101:8)
           WRITE EVENT-LINE
           .
