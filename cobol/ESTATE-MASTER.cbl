       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATE-MASTER.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: ESTATE-MASTER
      * PURPOSE: Single home for the deceased-customer estate file.
      *          An estate is opened against the deceased's
      *          CUSTOMER-ID by the ESTATE-MAINT screen, which
      *          freezes every holding, cancels the standing orders
      *          and overdraft links they carried, values each
      *          holding as at the date of death and pays the
      *          proceeds out; ACCOUNT-CLOSE closes each paid-out
      *          holding under the ESTATE reason code, and the estate
      *          is settled when its last holding closes.  One file,
      *          one row per fact, every row keyed by estate ID:
      *            E - the estate itself
      *            H - one holding (account owned or co-owned)
      *            O - a standing order cancelled at opening (the
      *                order file line as it stood)
      *            L - an overdraft link cancelled at opening
      *            P - one payee of the proceeds
      *          Estate status: O open, S settled.
      *          Holding status: F frozen and valued, P paid out,
      *          C closed.
      *          Functions:
      *            O - open an estate for LK-EST-CUSTOMER (date of
      *                death, executor, operator).  A customer who
      *                already has an open estate gets that one back
      *                with LK-EST-FOUND 'Y' - never a second
      *            G - get the estate LK-EST-ESTATE-ID
      *            F - get the latest estate of LK-EST-CUSTOMER
      *            H - add (or revalue) holding LK-EST-ACCOUNT
      *            X - record a cancelled item, LK-EST-ROW-TYPE O or
      *                L, LK-EST-TEXT as the image
      *            Y - add a payee; the payee sequence comes back in
      *                LK-EST-INDEX
      *            Q - remove payee LK-EST-INDEX
      *            N - get the LK-EST-INDEX'th row of type
      *                LK-EST-ROW-TYPE (H, O, L, P) of the estate
      *            A - find LK-EST-ACCOUNT as a holding of an open
      *                estate - the estate comes back with the holding
      *            M - move holding LK-EST-ACCOUNT to
      *                LK-EST-HOLDING-STATUS (P paid, C closed); the
      *                last holding closed settles the estate, and
      *                LK-EST-STATUS comes back as the estate status
      *            L - record the valuation letter date
      * OUTPUT:  ../data/estate-master.txt, fixed format, every row
      *          1-8 ESTATE-ID, 10 ROW-TYPE, then:
      *          E  12-21 CUSTOMER, 23-30 DATE-OF-DEATH,
      *             32-61 EXECUTOR, 63 STATUS, 65-72 OPENED-BY,
      *             74-81 OPENED-DATE, 83-90 LETTER-DATE,
      *             92-99 SETTLED-DATE
      *          H  12-21 ACCOUNT, 23-37 ACCOUNT-TYPE, 39-41 CURRENCY,
      *             43 ROLE (S sole, J surviving joint owners),
      *             45-56 DATE-OF-DEATH BALANCE, 58-69 ACCRUED
      *             INTEREST, 71 STATUS, 73-80 ACTION-DATE,
      *             82-89 ACTION-BY
      *          O, L  12-91 IMAGE
      *          P  12-13 PAYEE-SEQ, 15 TYPE (J surviving joint owner,
      *             N named payee), 17-26 HOLDING (J only),
      *             28-37 PAYEE CUSTOMER, 39-68 NAME,
      *             70-79 DESTINATION ACCOUNT, 81-86 SHARE PERCENT
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTATE-FILE ASSIGN TO DYNAMIC WS-ESTATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTATE-FILE.
       01  ESTATE-LINE                 PIC X(120).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File names - a training session opens the training copy
      * (see 0100-RESOLVE-FILE-NAMES)
      *----------------------------------------------------------------
       01  WS-ESTATE-FILE-NAME         PIC X(60) VALUE
           '../data/estate-master.txt'.

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

       01  WS-ESTATE-FILE-STATUS       PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.

       01  WS-ROW-TABLE.
           05  WS-ROW-LINE             PIC X(120) OCCURS 2000 TIMES.
       01  WS-ROW-TOTAL                PIC 9(04) VALUE 0.
       01  WS-SUBSCRIPT                PIC 9(04) VALUE 0.
       01  WS-SCAN-SUBSCRIPT           PIC 9(04) VALUE 0.
       01  WS-MATCH                    PIC 9(04) VALUE 0.
       01  WS-HEADER-MATCH             PIC 9(04) VALUE 0.
       01  WS-SEEN                     PIC 9(03) VALUE 0.
       01  WS-LAST-ESTATE-ID           PIC 9(08) VALUE 0.
       01  WS-LAST-PAYEE-SEQ           PIC 9(02) VALUE 0.
       01  WS-OPEN-HOLDINGS            PIC 9(03) VALUE 0.
       01  WS-WANTED-ID                PIC 9(08).
       01  WS-REWRITE-NEEDED           PIC X VALUE 'N'.
       01  WS-MONEY-EDIT               PIC -9(08).99.
       01  WS-SHARE-EDIT               PIC 9(03).99.

       LINKAGE SECTION.
       01  LK-ESTATE-REQUEST.
           05  LK-EST-FUNCTION         PIC X.
               88  LK-FUNC-OPEN        VALUE 'O'.
               88  LK-FUNC-GET         VALUE 'G'.
               88  LK-FUNC-FIND-CUST   VALUE 'F'.
               88  LK-FUNC-HOLDING     VALUE 'H'.
               88  LK-FUNC-CANCELLED   VALUE 'X'.
               88  LK-FUNC-ADD-PAYEE   VALUE 'Y'.
               88  LK-FUNC-DROP-PAYEE  VALUE 'Q'.
               88  LK-FUNC-GET-NTH     VALUE 'N'.
               88  LK-FUNC-FIND-ACCT   VALUE 'A'.
               88  LK-FUNC-MARK        VALUE 'M'.
               88  LK-FUNC-LETTER      VALUE 'L'.
           05  LK-EST-ESTATE-ID        PIC 9(08).
           05  LK-EST-INDEX            PIC 9(03).
           05  LK-EST-ROW-TYPE         PIC X.
           05  LK-EST-CUSTOMER         PIC 9(10).
           05  LK-EST-DEATH-DATE       PIC 9(08).
           05  LK-EST-EXECUTOR         PIC X(30).
           05  LK-EST-STATUS           PIC X.
           05  LK-EST-OPENED-BY        PIC X(08).
           05  LK-EST-OPENED-DATE      PIC 9(08).
           05  LK-EST-LETTER-DATE      PIC 9(08).
           05  LK-EST-SETTLED-DATE     PIC 9(08).
           05  LK-EST-ACCOUNT          PIC 9(10).
           05  LK-EST-ACCOUNT-TYPE     PIC X(15).
           05  LK-EST-CURRENCY         PIC X(03).
           05  LK-EST-ROLE             PIC X.
           05  LK-EST-DOD-BALANCE      PIC S9(08)V99.
           05  LK-EST-ACCRUED          PIC S9(08)V99.
           05  LK-EST-HOLDING-STATUS   PIC X.
           05  LK-EST-ACTION-DATE      PIC 9(08).
           05  LK-EST-ACTION-BY        PIC X(08).
           05  LK-EST-PAYEE-TYPE       PIC X.
           05  LK-EST-PAYEE-CUSTOMER   PIC 9(10).
           05  LK-EST-PAYEE-NAME       PIC X(30).
           05  LK-EST-DEST-ACCOUNT     PIC 9(10).
           05  LK-EST-SHARE-PCT        PIC 9(03)V99.
           05  LK-EST-TEXT             PIC X(80).
           05  LK-EST-FOUND            PIC X.
           05  LK-EST-OK               PIC X.

       PROCEDURE DIVISION USING LK-ESTATE-REQUEST.

       0000-MAIN.
           PERFORM 0100-RESOLVE-FILE-NAMES

           MOVE 'N' TO LK-EST-OK
           MOVE 'N' TO LK-EST-FOUND
           MOVE 'N' TO WS-REWRITE-NEEDED

           PERFORM 1000-LOAD-ESTATE-FILE THRU 1000-EXIT

           EVALUATE TRUE
               WHEN LK-FUNC-OPEN
                   PERFORM 2000-OPEN-ESTATE
               WHEN LK-FUNC-GET
                   PERFORM 3000-GET-ESTATE
               WHEN LK-FUNC-FIND-CUST
                   PERFORM 3200-FIND-BY-CUSTOMER
               WHEN LK-FUNC-HOLDING
                   PERFORM 4000-PUT-HOLDING
               WHEN LK-FUNC-CANCELLED
                   PERFORM 4200-ADD-CANCELLED-ITEM
               WHEN LK-FUNC-ADD-PAYEE
                   PERFORM 4400-ADD-PAYEE
               WHEN LK-FUNC-DROP-PAYEE
                   PERFORM 4600-DROP-PAYEE
               WHEN LK-FUNC-GET-NTH
                   PERFORM 3500-GET-NTH-ROW
               WHEN LK-FUNC-FIND-ACCT
                   PERFORM 3700-FIND-BY-ACCOUNT
               WHEN LK-FUNC-MARK
                   PERFORM 6000-MARK-HOLDING
               WHEN LK-FUNC-LETTER
                   PERFORM 6500-RECORD-LETTER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REWRITE-NEEDED = 'Y'
               PERFORM 5000-REWRITE-ESTATE-FILE
           END-IF

           GOBACK
           .

       0100-RESOLVE-FILE-NAMES.
      *    Asked on every call - a trainee signing on part way
      *    through the run switches it to the training copy.
           MOVE 'R' TO WS-TRN-FUNCTION
           MOVE WS-ESTATE-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-ESTATE-FILE-NAME
           .

       1000-LOAD-ESTATE-FILE.
      *    Absence of the file just means no estate has been opened.
           MOVE 0 TO WS-ROW-TOTAL
           MOVE 0 TO WS-LAST-ESTATE-ID

           OPEN INPUT ESTATE-FILE
           IF WS-ESTATE-FILE-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1100-LOAD-ONE-LINE UNTIL WS-EOF = 'Y'

           CLOSE ESTATE-FILE
           .

       1000-EXIT.
           EXIT
           .

       1100-LOAD-ONE-LINE.
           READ ESTATE-FILE INTO ESTATE-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ESTATE-LINE(1:8) IS NUMERIC
                       AND WS-ROW-TOTAL < 2000
                       ADD 1 TO WS-ROW-TOTAL
                       MOVE ESTATE-LINE TO WS-ROW-LINE(WS-ROW-TOTAL)
                       IF ESTATE-LINE(1:8) > WS-LAST-ESTATE-ID
                           MOVE ESTATE-LINE(1:8) TO WS-LAST-ESTATE-ID
                       END-IF
                   END-IF
           END-READ
           .

       2000-OPEN-ESTATE.
           MOVE 0 TO WS-MATCH
           PERFORM 2100-MATCH-OPEN-ESTATE
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-ROW-TOTAL

           IF WS-MATCH > 0
               MOVE 'Y' TO LK-EST-FOUND
               PERFORM 7000-RETURN-HEADER
               MOVE 'Y' TO LK-EST-OK
               EXIT PARAGRAPH
           END-IF

           IF WS-ROW-TOTAL NOT < 2000
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LAST-ESTATE-ID
           ADD 1 TO WS-ROW-TOTAL
           MOVE WS-ROW-TOTAL TO WS-MATCH
           MOVE SPACES             TO WS-ROW-LINE(WS-MATCH)
           MOVE WS-LAST-ESTATE-ID  TO WS-ROW-LINE(WS-MATCH)(1:8)
           MOVE 'E'                TO WS-ROW-LINE(WS-MATCH)(10:1)
           MOVE LK-EST-CUSTOMER    TO WS-ROW-LINE(WS-MATCH)(12:10)
           MOVE LK-EST-DEATH-DATE  TO WS-ROW-LINE(WS-MATCH)(23:8)
           MOVE LK-EST-EXECUTOR    TO WS-ROW-LINE(WS-MATCH)(32:30)
           MOVE 'O'                TO WS-ROW-LINE(WS-MATCH)(63:1)
           MOVE LK-EST-ACTION-BY   TO WS-ROW-LINE(WS-MATCH)(65:8)
           MOVE LK-EST-ACTION-DATE TO WS-ROW-LINE(WS-MATCH)(74:8)
           MOVE ZERO               TO WS-ROW-LINE(WS-MATCH)(83:8)
           MOVE ZERO               TO WS-ROW-LINE(WS-MATCH)(92:8)
           MOVE 'Y' TO WS-REWRITE-NEEDED

           PERFORM 7000-RETURN-HEADER
           MOVE 'Y' TO LK-EST-OK
           .

       2100-MATCH-OPEN-ESTATE.
           IF WS-ROW-LINE(WS-SUBSCRIPT)(10:1) = 'E'
               AND WS-ROW-LINE(WS-SUBSCRIPT)(12:10) = LK-EST-CUSTOMER
               AND WS-ROW-LINE(WS-SUBSCRIPT)(63:1) = 'O'
               MOVE WS-SUBSCRIPT TO WS-MATCH
           END-IF
           .

       3000-GET-ESTATE.
           MOVE LK-EST-ESTATE-ID TO WS-WANTED-ID
           PERFORM 3100-FIND-HEADER
           IF WS-HEADER-MATCH > 0
               MOVE WS-HEADER-MATCH TO WS-MATCH
               MOVE 'Y' TO LK-EST-FOUND
               PERFORM 7000-RETURN-HEADER
           END-IF
           MOVE 'Y' TO LK-EST-OK
           .

       3100-FIND-HEADER.
           MOVE 0 TO WS-HEADER-MATCH
           PERFORM 3110-MATCH-ONE-HEADER
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-ROW-TOTAL
                  OR WS-HEADER-MATCH > 0
           .

       3110-MATCH-ONE-HEADER.
           IF WS-ROW-LINE(WS-SUBSCRIPT)(1:8) = WS-WANTED-ID
               AND WS-ROW-LINE(WS-SUBSCRIPT)(10:1) = 'E'
               MOVE WS-SUBSCRIPT TO WS-HEADER-MATCH
           END-IF
           .

       3200-FIND-BY-CUSTOMER.
      *    The latest estate wins - estate IDs only ever ascend.
           MOVE 0 TO WS-MATCH
           PERFORM 3210-MATCH-ONE-CUSTOMER
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-ROW-TOTAL
           IF WS-MATCH > 0
               MOVE 'Y' TO LK-EST-FOUND
               PERFORM 7000-RETURN-HEADER
           END-IF
           MOVE 'Y' TO LK-EST-OK
           .

       3210-MATCH-ONE-CUSTOMER.
           IF WS-ROW-LINE(WS-SUBSCRIPT)(10:1) = 'E'
               AND WS-ROW-LINE(WS-SUBSCRIPT)(12:10) = LK-EST-CUSTOMER
               MOVE WS-SUBSCRIPT TO WS-MATCH
           END-IF
           .

       3500-GET-NTH-ROW.
           MOVE 0 TO WS-MATCH
           MOVE 0 TO WS-SEEN
           PERFORM 3510-COUNT-ONE-ROW
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-ROW-TOTAL
                  OR WS-MATCH > 0

           IF WS-MATCH > 0
               MOVE 'Y' TO LK-EST-FOUND
               EVALUATE LK-EST-ROW-TYPE
                   WHEN 'H'
                       PERFORM 7100-RETURN-HOLDING
                   WHEN 'P'
                       PERFORM 7200-RETURN-PAYEE
                   WHEN OTHER
                       MOVE WS-ROW-LINE(WS-MATCH)(12:80)
                           TO LK-EST-TEXT
               END-EVALUATE
           END-IF
           MOVE 'Y' TO LK-EST-OK
           .

       3510-COUNT-ONE-ROW.
           IF WS-ROW-LINE(WS-SUBSCRIPT)(1:8) = LK-EST-ESTATE-ID
               AND WS-ROW-LINE(WS-SUBSCRIPT)(10:1) = LK-EST-ROW-TYPE
               ADD 1 TO WS-SEEN
               IF WS-SEEN = LK-EST-INDEX
                   MOVE WS-SUBSCRIPT TO WS-MATCH
               END-IF
           END-IF
           .

       3700-FIND-BY-ACCOUNT.
      *    Only an open estate holds an account - once an estate is
      *    settled its closed holdings are history.
           MOVE 0 TO WS-MATCH
           PERFORM 3710-MATCH-ONE-HOLDING
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-ROW-TOTAL
           IF WS-MATCH > 0
               MOVE 'Y' TO LK-EST-FOUND
               PERFORM 7100-RETURN-HOLDING
               MOVE WS-ROW-LINE(WS-MATCH)(1:8) TO WS-WANTED-ID
               PERFORM 3100-FIND-HEADER
               MOVE WS-HEADER-MATCH TO WS-MATCH
               PERFORM 7000-RETURN-HEADER
           END-IF
           MOVE 'Y' TO LK-EST-OK
           .

       3710-MATCH-ONE-HOLDING.
           IF WS-ROW-LINE(WS-SUBSCRIPT)(10:1) = 'H'
               AND WS-ROW-LINE(WS-SUBSCRIPT)(12:10) = LK-EST-ACCOUNT
               MOVE WS-ROW-LINE(WS-SUBSCRIPT)(1:8) TO WS-WANTED-ID
               MOVE WS-SUBSCRIPT TO WS-SCAN-SUBSCRIPT
               PERFORM 3100-FIND-HEADER
               MOVE WS-SCAN-SUBSCRIPT TO WS-SUBSCRIPT
               IF WS-HEADER-MATCH > 0
                   AND WS-ROW-LINE(WS-HEADER-MATCH)(63:1) = 'O'
                   MOVE WS-SUBSCRIPT TO WS-MATCH
               END-IF
           END-IF
           .

       4000-PUT-HOLDING.
           MOVE LK-EST-ESTATE-ID TO WS-WANTED-ID
           PERFORM 3100-FIND-HEADER
           IF WS-HEADER-MATCH = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM 4100-FIND-ESTATE-HOLDING
           IF WS-MATCH = 0
               IF WS-ROW-TOTAL NOT < 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ROW-TOTAL
               MOVE WS-ROW-TOTAL TO WS-MATCH
           ELSE
               MOVE 'Y' TO LK-EST-FOUND
           END-IF

           MOVE SPACES              TO WS-ROW-LINE(WS-MATCH)
           MOVE LK-EST-ESTATE-ID    TO WS-ROW-LINE(WS-MATCH)(1:8)
           MOVE 'H'                 TO WS-ROW-LINE(WS-MATCH)(10:1)
           MOVE LK-EST-ACCOUNT      TO WS-ROW-LINE(WS-MATCH)(12:10)
           MOVE LK-EST-ACCOUNT-TYPE TO WS-ROW-LINE(WS-MATCH)(23:15)
           MOVE LK-EST-CURRENCY     TO WS-ROW-LINE(WS-MATCH)(39:3)
           MOVE LK-EST-ROLE         TO WS-ROW-LINE(WS-MATCH)(43:1)
           MOVE LK-EST-DOD-BALANCE  TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT       TO WS-ROW-LINE(WS-MATCH)(45:12)
           MOVE LK-EST-ACCRUED      TO WS-MONEY-EDIT
           MOVE WS-MONEY-EDIT       TO WS-ROW-LINE(WS-MATCH)(58:12)
           MOVE 'F'                 TO WS-ROW-LINE(WS-MATCH)(71:1)
           MOVE LK-EST-ACTION-DATE  TO WS-ROW-LINE(WS-MATCH)(73:8)
           MOVE LK-EST-ACTION-BY    TO WS-ROW-LINE(WS-MATCH)(82:8)
           MOVE 'Y' TO WS-REWRITE-NEEDED
           MOVE 'Y' TO LK-EST-OK
           .

       4100-FIND-ESTATE-HOLDING.
           MOVE 0 TO WS-MATCH
           PERFORM 4110-MATCH-ESTATE-HOLDING
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-ROW-TOTAL
                  OR WS-MATCH > 0
           .

       4110-MATCH-ESTATE-HOLDING.
           IF WS-ROW-LINE(WS-SUBSCRIPT)(1:8) = LK-EST-ESTATE-ID
               AND WS-ROW-LINE(WS-SUBSCRIPT)(10:1) = 'H'
               AND WS-ROW-LINE(WS-SUBSCRIPT)(12:10) = LK-EST-ACCOUNT
               MOVE WS-SUBSCRIPT TO WS-MATCH
           END-IF
           .

       4200-ADD-CANCELLED-ITEM.
           IF LK-EST-ROW-TYPE NOT = 'O' AND LK-EST-ROW-TYPE NOT = 'L'
               EXIT PARAGRAPH
           END-IF
           MOVE LK-EST-ESTATE-ID TO WS-WANTED-ID
           PERFORM 3100-FIND-HEADER
           IF WS-HEADER-MATCH = 0 OR WS-ROW-TOTAL NOT < 2000
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ROW-TOTAL
           MOVE SPACES           TO WS-ROW-LINE(WS-ROW-TOTAL)
           MOVE LK-EST-ESTATE-ID TO WS-ROW-LINE(WS-ROW-TOTAL)(1:8)
           MOVE LK-EST-ROW-TYPE  TO WS-ROW-LINE(WS-ROW-TOTAL)(10:1)
           MOVE LK-EST-TEXT      TO WS-ROW-LINE(WS-ROW-TOTAL)(12:80)
           MOVE 'Y' TO WS-REWRITE-NEEDED
           MOVE 'Y' TO LK-EST-OK
           .

       4400-ADD-PAYEE.
           MOVE LK-EST-ESTATE-ID TO WS-WANTED-ID
           PERFORM 3100-FIND-HEADER
           IF WS-HEADER-MATCH = 0 OR WS-ROW-TOTAL NOT < 2000
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LAST-PAYEE-SEQ
           PERFORM 4410-NOTE-ONE-PAYEE-SEQ
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-ROW-TOTAL
           IF WS-LAST-PAYEE-SEQ = 99
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LAST-PAYEE-SEQ

           ADD 1 TO WS-ROW-TOTAL
           MOVE WS-ROW-TOTAL TO WS-MATCH
           MOVE SPACES            TO WS-ROW-LINE(WS-MATCH)
           MOVE LK-EST-ESTATE-ID  TO WS-ROW-LINE(WS-MATCH)(1:8)
           MOVE 'P'               TO WS-ROW-LINE(WS-MATCH)(10:1)
           MOVE WS-LAST-PAYEE-SEQ TO WS-ROW-LINE(WS-MATCH)(12:2)
           MOVE LK-EST-PAYEE-TYPE TO WS-ROW-LINE(WS-MATCH)(15:1)
           MOVE LK-EST-ACCOUNT    TO WS-ROW-LINE(WS-MATCH)(17:10)
           MOVE LK-EST-PAYEE-CUSTOMER
                                  TO WS-ROW-LINE(WS-MATCH)(28:10)
           MOVE LK-EST-PAYEE-NAME TO WS-ROW-LINE(WS-MATCH)(39:30)
           MOVE LK-EST-DEST-ACCOUNT
                                  TO WS-ROW-LINE(WS-MATCH)(70:10)
           MOVE LK-EST-SHARE-PCT  TO WS-SHARE-EDIT
           MOVE WS-SHARE-EDIT     TO WS-ROW-LINE(WS-MATCH)(81:6)
           MOVE 'Y' TO WS-REWRITE-NEEDED

           MOVE WS-LAST-PAYEE-SEQ TO LK-EST-INDEX
           MOVE 'Y' TO LK-EST-OK
           .

       4410-NOTE-ONE-PAYEE-SEQ.
           IF WS-ROW-LINE(WS-SUBSCRIPT)(1:8) = LK-EST-ESTATE-ID
               AND WS-ROW-LINE(WS-SUBSCRIPT)(10:1) = 'P'
               AND WS-ROW-LINE(WS-SUBSCRIPT)(12:2) > WS-LAST-PAYEE-SEQ
               MOVE WS-ROW-LINE(WS-SUBSCRIPT)(12:2)
                   TO WS-LAST-PAYEE-SEQ
           END-IF
           .

       4600-DROP-PAYEE.
           MOVE 0 TO WS-MATCH
           PERFORM 4610-MATCH-ONE-PAYEE
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-ROW-TOTAL
                  OR WS-MATCH > 0
           IF WS-MATCH = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO LK-EST-FOUND
           PERFORM 4620-SHIFT-ONE-ROW
               VARYING WS-SUBSCRIPT FROM WS-MATCH BY 1
               UNTIL WS-SUBSCRIPT NOT < WS-ROW-TOTAL
           SUBTRACT 1 FROM WS-ROW-TOTAL
           MOVE 'Y' TO WS-REWRITE-NEEDED
           MOVE 'Y' TO LK-EST-OK
           .

       4610-MATCH-ONE-PAYEE.
           IF WS-ROW-LINE(WS-SUBSCRIPT)(1:8) = LK-EST-ESTATE-ID
               AND WS-ROW-LINE(WS-SUBSCRIPT)(10:1) = 'P'
               AND WS-ROW-LINE(WS-SUBSCRIPT)(12:2) IS NUMERIC
               IF WS-ROW-LINE(WS-SUBSCRIPT)(12:2) = LK-EST-INDEX
                   MOVE WS-SUBSCRIPT TO WS-MATCH
               END-IF
           END-IF
           .

       4620-SHIFT-ONE-ROW.
           MOVE WS-ROW-LINE(WS-SUBSCRIPT + 1)
               TO WS-ROW-LINE(WS-SUBSCRIPT)
           .

       5000-REWRITE-ESTATE-FILE.
           OPEN OUTPUT ESTATE-FILE
           IF WS-ESTATE-FILE-STATUS NOT = '00'
               MOVE 'N' TO LK-EST-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM 5100-WRITE-ONE-LINE
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-ROW-TOTAL

           CLOSE ESTATE-FILE
           .

       5100-WRITE-ONE-LINE.
           MOVE WS-ROW-LINE(WS-SUBSCRIPT) TO ESTATE-LINE
           WRITE ESTATE-LINE
           .

       6000-MARK-HOLDING.
           PERFORM 4100-FIND-ESTATE-HOLDING
           IF WS-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO LK-EST-FOUND

           MOVE LK-EST-HOLDING-STATUS TO WS-ROW-LINE(WS-MATCH)(71:1)
           MOVE LK-EST-ACTION-DATE    TO WS-ROW-LINE(WS-MATCH)(73:8)
           MOVE LK-EST-ACTION-BY      TO WS-ROW-LINE(WS-MATCH)(82:8)
           MOVE 'Y' TO WS-REWRITE-NEEDED

           MOVE 0 TO WS-OPEN-HOLDINGS
           PERFORM 6100-COUNT-ONE-OPEN-HOLDING
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-ROW-TOTAL

           MOVE LK-EST-ESTATE-ID TO WS-WANTED-ID
           PERFORM 3100-FIND-HEADER
           IF WS-HEADER-MATCH > 0
               IF WS-OPEN-HOLDINGS = 0
                   MOVE 'S' TO WS-ROW-LINE(WS-HEADER-MATCH)(63:1)
                   MOVE LK-EST-ACTION-DATE
                       TO WS-ROW-LINE(WS-HEADER-MATCH)(92:8)
               END-IF
               MOVE WS-HEADER-MATCH TO WS-MATCH
               PERFORM 7000-RETURN-HEADER
           END-IF
           MOVE 'Y' TO LK-EST-OK
           .

       6100-COUNT-ONE-OPEN-HOLDING.
           IF WS-ROW-LINE(WS-SUBSCRIPT)(1:8) = LK-EST-ESTATE-ID
               AND WS-ROW-LINE(WS-SUBSCRIPT)(10:1) = 'H'
               AND WS-ROW-LINE(WS-SUBSCRIPT)(71:1) NOT = 'C'
               ADD 1 TO WS-OPEN-HOLDINGS
           END-IF
           .

       6500-RECORD-LETTER.
           MOVE LK-EST-ESTATE-ID TO WS-WANTED-ID
           PERFORM 3100-FIND-HEADER
           IF WS-HEADER-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO LK-EST-FOUND
           MOVE LK-EST-ACTION-DATE
               TO WS-ROW-LINE(WS-HEADER-MATCH)(83:8)
           MOVE 'Y' TO WS-REWRITE-NEEDED
           MOVE 'Y' TO LK-EST-OK
           .

       7000-RETURN-HEADER.
           MOVE WS-ROW-LINE(WS-MATCH)(1:8)   TO LK-EST-ESTATE-ID
           MOVE WS-ROW-LINE(WS-MATCH)(12:10) TO LK-EST-CUSTOMER
           MOVE WS-ROW-LINE(WS-MATCH)(23:8)  TO LK-EST-DEATH-DATE
           MOVE WS-ROW-LINE(WS-MATCH)(32:30) TO LK-EST-EXECUTOR
           MOVE WS-ROW-LINE(WS-MATCH)(63:1)  TO LK-EST-STATUS
           MOVE WS-ROW-LINE(WS-MATCH)(65:8)  TO LK-EST-OPENED-BY
           MOVE WS-ROW-LINE(WS-MATCH)(74:8)  TO LK-EST-OPENED-DATE
           IF WS-ROW-LINE(WS-MATCH)(83:8) IS NUMERIC
               MOVE WS-ROW-LINE(WS-MATCH)(83:8) TO LK-EST-LETTER-DATE
           ELSE
               MOVE 0 TO LK-EST-LETTER-DATE
           END-IF
           IF WS-ROW-LINE(WS-MATCH)(92:8) IS NUMERIC
               MOVE WS-ROW-LINE(WS-MATCH)(92:8)
                   TO LK-EST-SETTLED-DATE
           ELSE
               MOVE 0 TO LK-EST-SETTLED-DATE
           END-IF
           .

       7100-RETURN-HOLDING.
           MOVE WS-ROW-LINE(WS-MATCH)(12:10) TO LK-EST-ACCOUNT
           MOVE WS-ROW-LINE(WS-MATCH)(23:15) TO LK-EST-ACCOUNT-TYPE
           MOVE WS-ROW-LINE(WS-MATCH)(39:3)  TO LK-EST-CURRENCY
           MOVE WS-ROW-LINE(WS-MATCH)(43:1)  TO LK-EST-ROLE
           MOVE FUNCTION NUMVAL(WS-ROW-LINE(WS-MATCH)(45:12))
               TO LK-EST-DOD-BALANCE
           MOVE FUNCTION NUMVAL(WS-ROW-LINE(WS-MATCH)(58:12))
               TO LK-EST-ACCRUED
           MOVE WS-ROW-LINE(WS-MATCH)(71:1)  TO LK-EST-HOLDING-STATUS
           MOVE WS-ROW-LINE(WS-MATCH)(73:8)  TO LK-EST-ACTION-DATE
           MOVE WS-ROW-LINE(WS-MATCH)(82:8)  TO LK-EST-ACTION-BY
           .

       7200-RETURN-PAYEE.
           MOVE WS-ROW-LINE(WS-MATCH)(12:2)  TO LK-EST-INDEX
           MOVE WS-ROW-LINE(WS-MATCH)(15:1)  TO LK-EST-PAYEE-TYPE
           MOVE WS-ROW-LINE(WS-MATCH)(17:10) TO LK-EST-ACCOUNT
           MOVE WS-ROW-LINE(WS-MATCH)(28:10) TO LK-EST-PAYEE-CUSTOMER
           MOVE WS-ROW-LINE(WS-MATCH)(39:30) TO LK-EST-PAYEE-NAME
           MOVE WS-ROW-LINE(WS-MATCH)(70:10) TO LK-EST-DEST-ACCOUNT
           MOVE FUNCTION NUMVAL(WS-ROW-LINE(WS-MATCH)(81:6))
               TO LK-EST-SHARE-PCT
           .
