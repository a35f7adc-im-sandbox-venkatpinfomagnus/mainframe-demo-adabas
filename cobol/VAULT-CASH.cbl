       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULT-CASH.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: VAULT-CASH
      * PURPOSE: Single home for the branch vault count file - each
      *          branch's declared opening and closing vault cash
      *          counts per business date.  The VAULT-MAINT screen
      *          records the counts (under dual sign-on); the
      *          end-of-day VAULT-CASH-PROOF batch compares the
      *          declared closing count against the vault position
      *          computed off the branch's vault audit entries.  The
      *          same shape TELLER-DRAWER gives the teller drawers,
      *          keyed on the branch rather than the operator.
      *          Functions:
      *            O - declare/replace the opening count for
      *                (date, branch)
      *            C - declare/replace the closing count
      *            G - get the row: LK-VLT-FOUND 'Y' plus both
      *                counts and whether each was declared
      * OUTPUT:  ../data/vault-cash.txt, fixed format:
      *          1-8 DATE, 10-12 BRANCH, 14-25 OPENING,
      *          27 OPENING-DECLARED (Y/N), 29-40 CLOSING,
      *          42 CLOSING-DECLARED (Y/N)
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAULT-FILE ASSIGN TO "../data/vault-cash.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAULT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VAULT-FILE.
       01  VAULT-LINE                  PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-VAULT-FILE-STATUS        PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.

       01  WS-VAULT-TABLE.
           05  WS-VT-ENTRY             OCCURS 200 TIMES.
               10  WS-VT-DATE          PIC 9(08).
               10  WS-VT-BRANCH        PIC X(03).
               10  WS-VT-OPENING       PIC 9(09)V99.
               10  WS-VT-OPEN-DECL     PIC X.
               10  WS-VT-CLOSING       PIC 9(09)V99.
               10  WS-VT-CLOSE-DECL    PIC X.
       01  WS-VAULT-TOTAL              PIC 9(03) VALUE 0.
       01  WS-SUBSCRIPT                PIC 9(03) VALUE 0.
       01  WS-MATCH                    PIC 9(03) VALUE 0.
       01  WS-REWRITE-NEEDED           PIC X VALUE 'N'.
       01  WS-AMOUNT-EDIT              PIC 9(09).99.

       LINKAGE SECTION.
       01  LK-VAULT-REQUEST.
           05  LK-VLT-FUNCTION         PIC X.
               88  LK-FUNC-OPENING     VALUE 'O'.
               88  LK-FUNC-CLOSING     VALUE 'C'.
               88  LK-FUNC-GET         VALUE 'G'.
           05  LK-VLT-DATE             PIC 9(08).
           05  LK-VLT-BRANCH           PIC X(03).
           05  LK-VLT-AMOUNT           PIC 9(09)V99.
           05  LK-VLT-FOUND            PIC X.
           05  LK-VLT-OPENING          PIC 9(09)V99.
           05  LK-VLT-OPEN-DECL        PIC X.
           05  LK-VLT-CLOSING          PIC 9(09)V99.
           05  LK-VLT-CLOSE-DECL       PIC X.
           05  LK-VLT-OK               PIC X.

       PROCEDURE DIVISION USING LK-VAULT-REQUEST.

       0000-MAIN.
           MOVE 'N' TO LK-VLT-FOUND
           MOVE 'N' TO LK-VLT-OK
           MOVE 'N' TO WS-REWRITE-NEEDED

           PERFORM 1000-LOAD-VAULT-FILE THRU 1000-EXIT

           MOVE 0 TO WS-MATCH
           PERFORM 1200-SCAN-ONE-ENTRY
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-VAULT-TOTAL

           EVALUATE TRUE
               WHEN LK-FUNC-OPENING
                   PERFORM 2000-DECLARE-OPENING
               WHEN LK-FUNC-CLOSING
                   PERFORM 3000-DECLARE-CLOSING
               WHEN LK-FUNC-GET
                   PERFORM 4000-GET-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REWRITE-NEEDED = 'Y'
               PERFORM 5000-REWRITE-VAULT-FILE
           END-IF

           GOBACK
           .

       1000-LOAD-VAULT-FILE.
      *    Absence of the file just means no vault has been counted yet.
           MOVE 0 TO WS-VAULT-TOTAL

           OPEN INPUT VAULT-FILE
           IF WS-VAULT-FILE-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1100-LOAD-ONE-LINE UNTIL WS-EOF = 'Y'

           CLOSE VAULT-FILE
           .

       1000-EXIT.
           EXIT
           .

       1100-LOAD-ONE-LINE.
           READ VAULT-FILE INTO VAULT-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF VAULT-LINE(1:8) IS NUMERIC
                       AND WS-VAULT-TOTAL < 200
                       ADD 1 TO WS-VAULT-TOTAL
                       MOVE VAULT-LINE(1:8)
                           TO WS-VT-DATE(WS-VAULT-TOTAL)
                       MOVE VAULT-LINE(10:3)
                           TO WS-VT-BRANCH(WS-VAULT-TOTAL)
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(VAULT-LINE(14:12)))
                           TO WS-VT-OPENING(WS-VAULT-TOTAL)
                       MOVE VAULT-LINE(27:1)
                           TO WS-VT-OPEN-DECL(WS-VAULT-TOTAL)
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(VAULT-LINE(29:12)))
                           TO WS-VT-CLOSING(WS-VAULT-TOTAL)
                       MOVE VAULT-LINE(42:1)
                           TO WS-VT-CLOSE-DECL(WS-VAULT-TOTAL)
                   END-IF
           END-READ
           .

       1200-SCAN-ONE-ENTRY.
           IF WS-VT-DATE(WS-SUBSCRIPT) = LK-VLT-DATE
               AND WS-VT-BRANCH(WS-SUBSCRIPT) = LK-VLT-BRANCH
               MOVE WS-SUBSCRIPT TO WS-MATCH
           END-IF
           .

       2000-DECLARE-OPENING.
           IF WS-MATCH = 0
               PERFORM 6000-ADD-NEW-ROW
           END-IF
           IF WS-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LK-VLT-AMOUNT TO WS-VT-OPENING(WS-MATCH)
           MOVE 'Y' TO WS-VT-OPEN-DECL(WS-MATCH)
           MOVE 'Y' TO WS-REWRITE-NEEDED
           MOVE 'Y' TO LK-VLT-OK
           .

       3000-DECLARE-CLOSING.
           IF WS-MATCH = 0
               PERFORM 6000-ADD-NEW-ROW
           END-IF
           IF WS-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LK-VLT-AMOUNT TO WS-VT-CLOSING(WS-MATCH)
           MOVE 'Y' TO WS-VT-CLOSE-DECL(WS-MATCH)
           MOVE 'Y' TO WS-REWRITE-NEEDED
           MOVE 'Y' TO LK-VLT-OK
           .

       4000-GET-ROW.
           IF WS-MATCH > 0
               MOVE 'Y' TO LK-VLT-FOUND
               MOVE WS-VT-OPENING(WS-MATCH)    TO LK-VLT-OPENING
               MOVE WS-VT-OPEN-DECL(WS-MATCH)  TO LK-VLT-OPEN-DECL
               MOVE WS-VT-CLOSING(WS-MATCH)    TO LK-VLT-CLOSING
               MOVE WS-VT-CLOSE-DECL(WS-MATCH) TO LK-VLT-CLOSE-DECL
           END-IF
           MOVE 'Y' TO LK-VLT-OK
           .

       6000-ADD-NEW-ROW.
           IF WS-VAULT-TOTAL < 200
               ADD 1 TO WS-VAULT-TOTAL
               MOVE WS-VAULT-TOTAL TO WS-MATCH
               MOVE LK-VLT-DATE     TO WS-VT-DATE(WS-MATCH)
               MOVE LK-VLT-BRANCH   TO WS-VT-BRANCH(WS-MATCH)
               MOVE 0   TO WS-VT-OPENING(WS-MATCH)
               MOVE 'N' TO WS-VT-OPEN-DECL(WS-MATCH)
               MOVE 0   TO WS-VT-CLOSING(WS-MATCH)
               MOVE 'N' TO WS-VT-CLOSE-DECL(WS-MATCH)
           END-IF
           .

       5000-REWRITE-VAULT-FILE.
           OPEN OUTPUT VAULT-FILE
           IF WS-VAULT-FILE-STATUS NOT = '00'
               MOVE 'N' TO LK-VLT-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM 5100-WRITE-ONE-LINE
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-VAULT-TOTAL

           CLOSE VAULT-FILE
           .

       5100-WRITE-ONE-LINE.
           MOVE SPACES TO VAULT-LINE
           MOVE WS-VT-DATE(WS-SUBSCRIPT)     TO VAULT-LINE(1:8)
           MOVE WS-VT-BRANCH(WS-SUBSCRIPT)   TO VAULT-LINE(10:3)
           MOVE WS-VT-OPENING(WS-SUBSCRIPT)  TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT               TO VAULT-LINE(14:12)
           MOVE WS-VT-OPEN-DECL(WS-SUBSCRIPT)
               TO VAULT-LINE(27:1)
           MOVE WS-VT-CLOSING(WS-SUBSCRIPT)  TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT               TO VAULT-LINE(29:12)
           MOVE WS-VT-CLOSE-DECL(WS-SUBSCRIPT)
               TO VAULT-LINE(42:1)
           WRITE VAULT-LINE
           .
