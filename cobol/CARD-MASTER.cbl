       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-MASTER.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: CARD-MASTER
      * PURPOSE: Single home for the ATM card master - one row per
      *          card we have issued, holding the accounts the card
      *          draws on, its status and its expiry.  The ATM
      *          network identifies a customer by card number, never
      *          by our account number; CHANNEL-INTERFACE asks here to
      *          turn the network's card number into the account to
      *          post to, and a lost or stolen card is blocked here
      *          without touching the account itself (an account-wide
      *          freeze stays a RESTRICTION-MAINT order).  The
      *          CARD-MAINT screen issues, replaces and hot-lists
      *          cards.
      *          A card links up to three accounts, each under the
      *          role the network's account selection asks for - C
      *          checking, S savings.  Link 1 is the primary account:
      *          the one a withdrawal with no account selection (or
      *          the network's default selection) draws on.
      *          Functions:
      *            C - check: resolve LK-CARD-NUMBER for the network's
      *                account selection LK-CARD-SELECTION (blank =
      *                primary) as of LK-CARD-ASOF-DATE.  LK-CARD-FOUND
      *                is 'Y' when the card is on file, the card's
      *                details come back, and LK-CARD-RESULT says
      *                whether it may be used: A usable (LK-CARD-
      *                ACCOUNT is the account to post to), U unknown
      *                card, H hot-listed (lost or stolen), R replaced
      *                by a newer card, X expired, N no linked account
      *                for the selection
      *            G - get the card LK-CARD-NUMBER, for display
      *            N - get the LK-CARD-INDEX'th card linking account
      *                LK-CARD-ACCOUNT under any role, any status
      *            A - add (issue) a card; refused when the number is
      *                already on file, however old that card is
      *            S - set the status of card LK-CARD-NUMBER to
      *                LK-CARD-STATUS as of LK-CARD-STATUS-DATE by
      *                LK-CARD-STATUS-BY, recording LK-CARD-REPLACED-BY
      *                when it is not blank
      * OUTPUT:  ../data/card-master.txt, fixed format:
      *          1-16 CARD-NUMBER, 18 STATUS (A active, L lost,
      *          S stolen, R replaced), 20-27 ISSUE-DATE, 29-34
      *          EXPIRY (YYYYMM - good through the end of that
      *          month), 36-45 CUSTOMER-ID, 47 ROLE-1 and 49-58
      *          ACCOUNT-1 (primary), 60 ROLE-2 and 62-71 ACCOUNT-2,
      *          73 ROLE-3 and 75-84 ACCOUNT-3, 86-93 STATUS-DATE,
      *          95-102 STATUS-BY, 104-119 REPLACED-BY, 121-128
      *          ISSUED-BY
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "../data/card-master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-LINE                   PIC X(130).

       WORKING-STORAGE SECTION.
       01  WS-CARD-FILE-STATUS         PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.

       01  WS-CARD-TABLE.
           05  WS-CD-ENTRY             OCCURS 2000 TIMES.
               10  WS-CD-NUMBER        PIC X(16).
               10  WS-CD-STATUS        PIC X.
               10  WS-CD-ISSUE-DATE    PIC 9(08).
               10  WS-CD-EXPIRY        PIC 9(06).
               10  WS-CD-CUSTOMER      PIC 9(10).
               10  WS-CD-LINK          OCCURS 3 TIMES.
                   15  WS-CD-LINK-ROLE     PIC X.
                   15  WS-CD-LINK-ACCOUNT  PIC 9(10).
               10  WS-CD-STATUS-DATE   PIC 9(08).
               10  WS-CD-STATUS-BY     PIC X(08).
               10  WS-CD-REPLACED-BY   PIC X(16).
               10  WS-CD-ISSUED-BY     PIC X(08).
       01  WS-CARD-TOTAL               PIC 9(04) VALUE 0.
       01  WS-SUBSCRIPT                PIC 9(04) VALUE 0.
       01  WS-MATCH                    PIC 9(04) VALUE 0.
       01  WS-LINK-SUB                 PIC 9(02) VALUE 0.
       01  WS-LINK-MATCH               PIC 9(02) VALUE 0.
       01  WS-ACCOUNT-SEEN             PIC 9(03) VALUE 0.
       01  WS-ASOF-MONTH               PIC 9(06) VALUE 0.
       01  WS-REWRITE-NEEDED           PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  LK-CARD-REQUEST.
           05  LK-CARD-FUNCTION        PIC X.
               88  LK-FUNC-CHECK       VALUE 'C'.
               88  LK-FUNC-GET         VALUE 'G'.
               88  LK-FUNC-NTH         VALUE 'N'.
               88  LK-FUNC-ADD         VALUE 'A'.
               88  LK-FUNC-STATUS      VALUE 'S'.
           05  LK-CARD-NUMBER          PIC X(16).
           05  LK-CARD-SELECTION       PIC X.
           05  LK-CARD-ASOF-DATE       PIC 9(08).
           05  LK-CARD-INDEX           PIC 9(03).
           05  LK-CARD-STATUS          PIC X.
           05  LK-CARD-ISSUE-DATE      PIC 9(08).
           05  LK-CARD-EXPIRY          PIC 9(06).
           05  LK-CARD-CUSTOMER        PIC 9(10).
           05  LK-CARD-LINK            OCCURS 3 TIMES.
               10  LK-CARD-LINK-ROLE       PIC X.
               10  LK-CARD-LINK-ACCOUNT    PIC 9(10).
           05  LK-CARD-ACCOUNT         PIC 9(10).
           05  LK-CARD-STATUS-DATE     PIC 9(08).
           05  LK-CARD-STATUS-BY       PIC X(08).
           05  LK-CARD-REPLACED-BY     PIC X(16).
           05  LK-CARD-ISSUED-BY       PIC X(08).
           05  LK-CARD-RESULT          PIC X.
               88  LK-CARD-USABLE      VALUE 'A'.
               88  LK-CARD-UNKNOWN     VALUE 'U'.
               88  LK-CARD-HOT         VALUE 'H'.
               88  LK-CARD-REPLACED    VALUE 'R'.
               88  LK-CARD-EXPIRED     VALUE 'X'.
               88  LK-CARD-NO-ACCOUNT  VALUE 'N'.
           05  LK-CARD-FOUND           PIC X.
           05  LK-CARD-OK              PIC X.

       PROCEDURE DIVISION USING LK-CARD-REQUEST.

       0000-MAIN.
           MOVE 'N' TO LK-CARD-OK
           MOVE 'N' TO LK-CARD-FOUND
           MOVE 'N' TO WS-REWRITE-NEEDED

           PERFORM 1000-LOAD-CARD-FILE THRU 1000-EXIT

           EVALUATE TRUE
               WHEN LK-FUNC-CHECK
                   PERFORM 2000-CHECK-CARD
               WHEN LK-FUNC-GET
                   PERFORM 2500-GET-CARD
               WHEN LK-FUNC-NTH
                   PERFORM 6000-GET-NTH-CARD
               WHEN LK-FUNC-ADD
                   PERFORM 3000-ADD-CARD
               WHEN LK-FUNC-STATUS
                   PERFORM 4000-SET-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REWRITE-NEEDED = 'Y'
               PERFORM 5000-REWRITE-CARD-FILE
           END-IF

           GOBACK
           .

       1000-LOAD-CARD-FILE.
      *    Absence of the file just means no card has been issued.
           MOVE 0 TO WS-CARD-TOTAL

           OPEN INPUT CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1100-LOAD-ONE-LINE UNTIL WS-EOF = 'Y'

           CLOSE CARD-FILE
           .

       1000-EXIT.
           EXIT
           .

       1100-LOAD-ONE-LINE.
           READ CARD-FILE INTO CARD-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CARD-LINE(1:16) IS NUMERIC
                       AND CARD-LINE(49:10) IS NUMERIC
                       AND WS-CARD-TOTAL < 2000
                       ADD 1 TO WS-CARD-TOTAL
                       PERFORM 1200-PARSE-ONE-LINE
                   END-IF
           END-READ
           .

       1200-PARSE-ONE-LINE.
           INITIALIZE WS-CD-ENTRY(WS-CARD-TOTAL)
           MOVE CARD-LINE(1:16)  TO WS-CD-NUMBER(WS-CARD-TOTAL)
           MOVE CARD-LINE(18:1)  TO WS-CD-STATUS(WS-CARD-TOTAL)
           IF CARD-LINE(20:8) IS NUMERIC
               MOVE CARD-LINE(20:8)
                   TO WS-CD-ISSUE-DATE(WS-CARD-TOTAL)
           END-IF
      *    A card with no readable expiry is treated as expired, not
      *    as good for ever.
           IF CARD-LINE(29:6) IS NUMERIC
               MOVE CARD-LINE(29:6) TO WS-CD-EXPIRY(WS-CARD-TOTAL)
           END-IF
           IF CARD-LINE(36:10) IS NUMERIC
               MOVE CARD-LINE(36:10)
                   TO WS-CD-CUSTOMER(WS-CARD-TOTAL)
           END-IF
           MOVE CARD-LINE(47:1)  TO WS-CD-LINK-ROLE(WS-CARD-TOTAL, 1)
           MOVE CARD-LINE(49:10)
               TO WS-CD-LINK-ACCOUNT(WS-CARD-TOTAL, 1)
           IF CARD-LINE(62:10) IS NUMERIC
               MOVE CARD-LINE(60:1)
                   TO WS-CD-LINK-ROLE(WS-CARD-TOTAL, 2)
               MOVE CARD-LINE(62:10)
                   TO WS-CD-LINK-ACCOUNT(WS-CARD-TOTAL, 2)
           END-IF
           IF CARD-LINE(75:10) IS NUMERIC
               MOVE CARD-LINE(73:1)
                   TO WS-CD-LINK-ROLE(WS-CARD-TOTAL, 3)
               MOVE CARD-LINE(75:10)
                   TO WS-CD-LINK-ACCOUNT(WS-CARD-TOTAL, 3)
           END-IF
           IF CARD-LINE(86:8) IS NUMERIC
               MOVE CARD-LINE(86:8)
                   TO WS-CD-STATUS-DATE(WS-CARD-TOTAL)
           END-IF
           MOVE CARD-LINE(95:8)  TO WS-CD-STATUS-BY(WS-CARD-TOTAL)
           MOVE CARD-LINE(104:16)
               TO WS-CD-REPLACED-BY(WS-CARD-TOTAL)
           MOVE CARD-LINE(121:8) TO WS-CD-ISSUED-BY(WS-CARD-TOTAL)
           .

       2000-CHECK-CARD.
      *    The refusals are tested in the order the network needs
      *    them answered: a hot card is reported as hot even when it
      *    has also expired, so the network can capture it.
           MOVE 0 TO LK-CARD-ACCOUNT
           PERFORM 3100-FIND-BY-NUMBER
           IF WS-MATCH = 0
               MOVE 'U' TO LK-CARD-RESULT
               MOVE 'Y' TO LK-CARD-OK
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO LK-CARD-FOUND
           PERFORM 7000-RETURN-MATCHED-CARD
           MOVE 'Y' TO LK-CARD-OK

           IF WS-CD-STATUS(WS-MATCH) = 'L'
               OR WS-CD-STATUS(WS-MATCH) = 'S'
               MOVE 'H' TO LK-CARD-RESULT
               EXIT PARAGRAPH
           END-IF
           IF WS-CD-STATUS(WS-MATCH) NOT = 'A'
               MOVE 'R' TO LK-CARD-RESULT
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ASOF-MONTH = LK-CARD-ASOF-DATE / 100
           IF WS-CD-EXPIRY(WS-MATCH) < WS-ASOF-MONTH
               MOVE 'X' TO LK-CARD-RESULT
               EXIT PARAGRAPH
           END-IF

      *    No selection means the primary account; a selection
      *    answers to the first link held under that role.
           IF LK-CARD-SELECTION = SPACE
               MOVE 1 TO WS-LINK-MATCH
           ELSE
               MOVE 0 TO WS-LINK-MATCH
               PERFORM 2100-MATCH-ONE-ROLE
                   VARYING WS-LINK-SUB FROM 1 BY 1
                   UNTIL WS-LINK-SUB > 3
                      OR WS-LINK-MATCH > 0
           END-IF
           IF WS-LINK-MATCH = 0
               MOVE 'N' TO LK-CARD-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CD-LINK-ACCOUNT(WS-MATCH, WS-LINK-MATCH)
               TO LK-CARD-ACCOUNT
           MOVE 'A' TO LK-CARD-RESULT
           .

       2100-MATCH-ONE-ROLE.
           IF WS-CD-LINK-ROLE(WS-MATCH, WS-LINK-SUB)
                   = LK-CARD-SELECTION
               AND WS-CD-LINK-ACCOUNT(WS-MATCH, WS-LINK-SUB) > 0
               MOVE WS-LINK-SUB TO WS-LINK-MATCH
           END-IF
           .

       2500-GET-CARD.
           PERFORM 3100-FIND-BY-NUMBER
           IF WS-MATCH > 0
               MOVE 'Y' TO LK-CARD-FOUND
               PERFORM 7000-RETURN-MATCHED-CARD
           END-IF
           MOVE 'Y' TO LK-CARD-OK
           .

       3000-ADD-CARD.
      *    A card number is never reused - not even one long since
      *    replaced - so a network item on an old plastic can never
      *    land on a new customer.
           IF LK-CARD-NUMBER NOT NUMERIC
               OR LK-CARD-LINK-ACCOUNT(1) = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-FIND-BY-NUMBER
           IF WS-MATCH > 0
               MOVE 'Y' TO LK-CARD-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-CARD-TOTAL NOT < 2000
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CARD-TOTAL
           MOVE WS-CARD-TOTAL TO WS-MATCH
           INITIALIZE WS-CD-ENTRY(WS-MATCH)
           MOVE LK-CARD-NUMBER      TO WS-CD-NUMBER(WS-MATCH)
           MOVE 'A'                 TO WS-CD-STATUS(WS-MATCH)
           MOVE LK-CARD-ISSUE-DATE  TO WS-CD-ISSUE-DATE(WS-MATCH)
           MOVE LK-CARD-EXPIRY      TO WS-CD-EXPIRY(WS-MATCH)
           MOVE LK-CARD-CUSTOMER    TO WS-CD-CUSTOMER(WS-MATCH)
           PERFORM 3200-STORE-ONE-LINK
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > 3
           MOVE LK-CARD-ISSUE-DATE  TO WS-CD-STATUS-DATE(WS-MATCH)
           MOVE LK-CARD-ISSUED-BY   TO WS-CD-STATUS-BY(WS-MATCH)
           MOVE LK-CARD-ISSUED-BY   TO WS-CD-ISSUED-BY(WS-MATCH)
           MOVE 'Y' TO WS-REWRITE-NEEDED
           MOVE 'Y' TO LK-CARD-OK
           .

       3100-FIND-BY-NUMBER.
           MOVE 0 TO WS-MATCH
           PERFORM 3110-MATCH-ONE-NUMBER
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-CARD-TOTAL
                  OR WS-MATCH > 0
           .

       3110-MATCH-ONE-NUMBER.
           IF WS-CD-NUMBER(WS-SUBSCRIPT) = LK-CARD-NUMBER
               MOVE WS-SUBSCRIPT TO WS-MATCH
           END-IF
           .

       3200-STORE-ONE-LINK.
           IF LK-CARD-LINK-ACCOUNT(WS-LINK-SUB) > 0
               MOVE LK-CARD-LINK-ROLE(WS-LINK-SUB)
                   TO WS-CD-LINK-ROLE(WS-MATCH, WS-LINK-SUB)
               MOVE LK-CARD-LINK-ACCOUNT(WS-LINK-SUB)
                   TO WS-CD-LINK-ACCOUNT(WS-MATCH, WS-LINK-SUB)
           END-IF
           .

       4000-SET-STATUS.
           PERFORM 3100-FIND-BY-NUMBER
           IF WS-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO LK-CARD-FOUND
           MOVE LK-CARD-STATUS      TO WS-CD-STATUS(WS-MATCH)
           MOVE LK-CARD-STATUS-DATE TO WS-CD-STATUS-DATE(WS-MATCH)
           MOVE LK-CARD-STATUS-BY   TO WS-CD-STATUS-BY(WS-MATCH)
           IF LK-CARD-REPLACED-BY NOT = SPACES
               MOVE LK-CARD-REPLACED-BY
                   TO WS-CD-REPLACED-BY(WS-MATCH)
           END-IF
           MOVE 'Y' TO WS-REWRITE-NEEDED
           MOVE 'Y' TO LK-CARD-OK
           .

       5000-REWRITE-CARD-FILE.
           OPEN OUTPUT CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = '00'
               MOVE 'N' TO LK-CARD-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM 5100-WRITE-ONE-LINE
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-CARD-TOTAL

           CLOSE CARD-FILE
           .

       5100-WRITE-ONE-LINE.
           MOVE SPACES TO CARD-LINE
           MOVE WS-CD-NUMBER(WS-SUBSCRIPT)      TO CARD-LINE(1:16)
           MOVE WS-CD-STATUS(WS-SUBSCRIPT)      TO CARD-LINE(18:1)
           MOVE WS-CD-ISSUE-DATE(WS-SUBSCRIPT)  TO CARD-LINE(20:8)
           MOVE WS-CD-EXPIRY(WS-SUBSCRIPT)      TO CARD-LINE(29:6)
           MOVE WS-CD-CUSTOMER(WS-SUBSCRIPT)    TO CARD-LINE(36:10)
           MOVE WS-CD-LINK-ROLE(WS-SUBSCRIPT, 1) TO CARD-LINE(47:1)
           MOVE WS-CD-LINK-ACCOUNT(WS-SUBSCRIPT, 1)
               TO CARD-LINE(49:10)
           IF WS-CD-LINK-ACCOUNT(WS-SUBSCRIPT, 2) > 0
               MOVE WS-CD-LINK-ROLE(WS-SUBSCRIPT, 2)
                   TO CARD-LINE(60:1)
               MOVE WS-CD-LINK-ACCOUNT(WS-SUBSCRIPT, 2)
                   TO CARD-LINE(62:10)
           END-IF
           IF WS-CD-LINK-ACCOUNT(WS-SUBSCRIPT, 3) > 0
               MOVE WS-CD-LINK-ROLE(WS-SUBSCRIPT, 3)
                   TO CARD-LINE(73:1)
               MOVE WS-CD-LINK-ACCOUNT(WS-SUBSCRIPT, 3)
                   TO CARD-LINE(75:10)
           END-IF
           MOVE WS-CD-STATUS-DATE(WS-SUBSCRIPT) TO CARD-LINE(86:8)
           MOVE WS-CD-STATUS-BY(WS-SUBSCRIPT)   TO CARD-LINE(95:8)
           MOVE WS-CD-REPLACED-BY(WS-SUBSCRIPT) TO CARD-LINE(104:16)
           MOVE WS-CD-ISSUED-BY(WS-SUBSCRIPT)   TO CARD-LINE(121:8)
           WRITE CARD-LINE
           .

       6000-GET-NTH-CARD.
           MOVE 'Y' TO LK-CARD-OK
           IF LK-CARD-ACCOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MATCH
           MOVE 0 TO WS-ACCOUNT-SEEN
           PERFORM 6100-COUNT-ONE-CARD
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-CARD-TOTAL
                  OR WS-MATCH > 0

           IF WS-MATCH > 0
               MOVE 'Y' TO LK-CARD-FOUND
               PERFORM 7000-RETURN-MATCHED-CARD
           END-IF
           MOVE 'Y' TO LK-CARD-OK
           .

       6100-COUNT-ONE-CARD.
           IF WS-CD-LINK-ACCOUNT(WS-SUBSCRIPT, 1) = LK-CARD-ACCOUNT
               OR WS-CD-LINK-ACCOUNT(WS-SUBSCRIPT, 2)
                   = LK-CARD-ACCOUNT
               OR WS-CD-LINK-ACCOUNT(WS-SUBSCRIPT, 3)
                   = LK-CARD-ACCOUNT
               ADD 1 TO WS-ACCOUNT-SEEN
               IF WS-ACCOUNT-SEEN = LK-CARD-INDEX
                   MOVE WS-SUBSCRIPT TO WS-MATCH
               END-IF
           END-IF
           .

       7000-RETURN-MATCHED-CARD.
           MOVE WS-CD-NUMBER(WS-MATCH)      TO LK-CARD-NUMBER
           MOVE WS-CD-STATUS(WS-MATCH)      TO LK-CARD-STATUS
           MOVE WS-CD-ISSUE-DATE(WS-MATCH)  TO LK-CARD-ISSUE-DATE
           MOVE WS-CD-EXPIRY(WS-MATCH)      TO LK-CARD-EXPIRY
           MOVE WS-CD-CUSTOMER(WS-MATCH)    TO LK-CARD-CUSTOMER
           PERFORM 7100-RETURN-ONE-LINK
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > 3
           MOVE WS-CD-STATUS-DATE(WS-MATCH) TO LK-CARD-STATUS-DATE
           MOVE WS-CD-STATUS-BY(WS-MATCH)   TO LK-CARD-STATUS-BY
           MOVE WS-CD-REPLACED-BY(WS-MATCH) TO LK-CARD-REPLACED-BY
           MOVE WS-CD-ISSUED-BY(WS-MATCH)   TO LK-CARD-ISSUED-BY
           .

       7100-RETURN-ONE-LINK.
           MOVE WS-CD-LINK-ROLE(WS-MATCH, WS-LINK-SUB)
               TO LK-CARD-LINK-ROLE(WS-LINK-SUB)
           MOVE WS-CD-LINK-ACCOUNT(WS-MATCH, WS-LINK-SUB)
               TO LK-CARD-LINK-ACCOUNT(WS-LINK-SUB)
           .
