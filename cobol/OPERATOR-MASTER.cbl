      *                request fields
      *            A - add a new row from the request fields
      *                (fails when the id already exists)
      *            N - get the LK-OPM-INDEX'th row on file, id
      *                included (LK-OPM-FOUND 'N' past the last) -
      *                how a batch walks every operator
      *            K - get the customer links for LK-OPM-ID: the
      *                operator's own CUSTOMER-ID and up to three
      *                related customers (family, a business they
      *                control) - see EMPLOYEE-ACCOUNTS
      *            L - set the customer links for LK-OPM-ID
      *          G, U, A and N never read or touch the links, so a
      *          caller that never asks for K or L need not carry
      *          them, and an update through U leaves them standing.
      * OUTPUT:  ../data/operator-master.txt, fixed format:
      *          1-8 OPERATOR-ID, 10-39 NAME, 41 AUTHORITY
      *          (1 teller, 2 supervisor, 3 internal audit),
      *          43-50 PASSWORD-HASH
      *          (zero = no password enrolled yet), 52 FORCE-CHANGE
      *          (Y = must set a new password at next sign-on),
      *          54-61 LAST-CHANGE date, 63 FAILED-COUNT,
      *          65 LOCKED (Y), 67 DISABLED (Y), 69-71 BRANCH
      *          (blank reads as 001, the head office), 73 TRAINEE
      *          (Y = signs on to the training copy, see
      *          TRAINING-MODE), 75-84 CUSTOMER-ID (the operator's
      *          own customer record), 86-95, 97-106, 108-117
      *          RELATED customers (blank = none).  Rows written
      *          before these columns existed load with a zero hash
      *          and clear flags, which sign-on treats as a forced
      *          first-use enrollment.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       01  OPERATOR-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-FILE-STATUS     PIC XX.
               10  WS-OP-LOCKED        PIC X.
               10  WS-OP-DISABLED      PIC X.
               10  WS-OP-BRANCH        PIC X(03).
               10  WS-OP-TRAINEE       PIC X.
               10  WS-OP-CUSTOMER-ID   PIC 9(10).
               10  WS-OP-RELATED-ID    PIC 9(10) OCCURS 3 TIMES.
       01  WS-OPER-TOTAL               PIC 9(03) VALUE 0.
       01  WS-SUBSCRIPT                PIC 9(03) VALUE 0.
       01  WS-MATCH                    PIC 9(03) VALUE 0.
       01  WS-REWRITE-NEEDED           PIC X VALUE 'N'.
       01  WS-LINK-SUB                 PIC 9 VALUE 0.
       01  WS-LINK-COL                 PIC 9(03) VALUE 0.

       LINKAGE SECTION.
       01  LK-OPMASTER-REQUEST.
               88  LK-FUNC-GET         VALUE 'G'.
               88  LK-FUNC-UPDATE      VALUE 'U'.
               88  LK-FUNC-ADD         VALUE 'A'.
               88  LK-FUNC-NTH         VALUE 'N'.
               88  LK-FUNC-GET-LINKS   VALUE 'K'.
               88  LK-FUNC-SET-LINKS   VALUE 'L'.
           05  LK-OPM-ID               PIC X(08).
           05  LK-OPM-FOUND            PIC X.
           05  LK-OPM-NAME             PIC X(30).
           05  LK-OPM-LOCKED           PIC X.
           05  LK-OPM-DISABLED         PIC X.
           05  LK-OPM-BRANCH           PIC X(03).
           05  LK-OPM-TRAINEE          PIC X.
           05  LK-OPM-OK               PIC X.
      *    Function N only - a caller that never asks for N need not
      *    carry it.
           05  LK-OPM-INDEX            PIC 9(03).
      *    Functions K and L only - carried after the index, so a
      *    caller asking for either carries the index too.
           05  LK-OPM-CUSTOMER-ID      PIC 9(10).
           05  LK-OPM-RELATED-ID       PIC 9(10) OCCURS 3 TIMES.

       PROCEDURE DIVISION USING LK-OPMASTER-REQUEST.

                   PERFORM 3000-UPDATE-ROW
               WHEN LK-FUNC-ADD
                   PERFORM 4000-ADD-ROW
               WHEN LK-FUNC-NTH
                   PERFORM 4500-GET-NTH-ROW
               WHEN LK-FUNC-GET-LINKS
                   PERFORM 4600-GET-LINKS
               WHEN LK-FUNC-SET-LINKS
                   PERFORM 4700-SET-LINKS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                           MOVE '001'
                               TO WS-OP-BRANCH(WS-OPER-TOTAL)
                       END-IF
                       IF OPERATOR-LINE(73:1) = 'Y'
                           MOVE 'Y' TO WS-OP-TRAINEE(WS-OPER-TOTAL)
                       ELSE
                           MOVE 'N' TO WS-OP-TRAINEE(WS-OPER-TOTAL)
                       END-IF
                       PERFORM 1150-LOAD-CUSTOMER-LINKS
                   END-IF
           END-READ
           .

       1150-LOAD-CUSTOMER-LINKS.
      *    A row predating the link columns has no links
           IF OPERATOR-LINE(75:10) IS NUMERIC
               MOVE OPERATOR-LINE(75:10)
                   TO WS-OP-CUSTOMER-ID(WS-OPER-TOTAL)
           ELSE
               MOVE 0 TO WS-OP-CUSTOMER-ID(WS-OPER-TOTAL)
           END-IF
           PERFORM 1160-LOAD-ONE-RELATED
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > 3
           .

       1160-LOAD-ONE-RELATED.
           COMPUTE WS-LINK-COL = 86 + (WS-LINK-SUB - 1) * 11
           IF OPERATOR-LINE(WS-LINK-COL:10) IS NUMERIC
               MOVE OPERATOR-LINE(WS-LINK-COL:10)
                   TO WS-OP-RELATED-ID(WS-OPER-TOTAL, WS-LINK-SUB)
           ELSE
               MOVE 0
                   TO WS-OP-RELATED-ID(WS-OPER-TOTAL, WS-LINK-SUB)
           END-IF
           .

       1200-SCAN-ONE-ENTRY.
           IF WS-OP-ID(WS-SUBSCRIPT) = LK-OPM-ID
               MOVE WS-SUBSCRIPT TO WS-MATCH
               MOVE WS-OP-LOCKED(WS-MATCH)      TO LK-OPM-LOCKED
               MOVE WS-OP-DISABLED(WS-MATCH)    TO LK-OPM-DISABLED
               MOVE WS-OP-BRANCH(WS-MATCH)      TO LK-OPM-BRANCH
               MOVE WS-OP-TRAINEE(WS-MATCH)     TO LK-OPM-TRAINEE
           END-IF
           MOVE 'Y' TO LK-OPM-OK
           .
           IF LK-OPM-BRANCH IS NUMERIC
               MOVE LK-OPM-BRANCH  TO WS-OP-BRANCH(WS-MATCH)
           END-IF
           IF LK-OPM-TRAINEE = 'Y'
               MOVE 'Y' TO WS-OP-TRAINEE(WS-MATCH)
           ELSE
               MOVE 'N' TO WS-OP-TRAINEE(WS-MATCH)
           END-IF
           MOVE 'Y' TO WS-REWRITE-NEEDED
           MOVE 'Y' TO LK-OPM-OK
           .
               ELSE
                   MOVE '001' TO WS-OP-BRANCH(WS-MATCH)
               END-IF
               IF LK-OPM-TRAINEE = 'Y'
                   MOVE 'Y' TO WS-OP-TRAINEE(WS-MATCH)
               ELSE
                   MOVE 'N' TO WS-OP-TRAINEE(WS-MATCH)
               END-IF
      *        A new operator starts unlinked - links are set
      *        deliberately through function L
               MOVE 0 TO WS-OP-CUSTOMER-ID(WS-MATCH)
               MOVE 0 TO WS-OP-RELATED-ID(WS-MATCH, 1)
               MOVE 0 TO WS-OP-RELATED-ID(WS-MATCH, 2)
               MOVE 0 TO WS-OP-RELATED-ID(WS-MATCH, 3)
               MOVE 'Y' TO WS-REWRITE-NEEDED
               MOVE 'Y' TO LK-OPM-OK
           END-IF
           .

       4500-GET-NTH-ROW.
           MOVE 0 TO WS-MATCH
           IF LK-OPM-INDEX > 0
               AND LK-OPM-INDEX NOT > WS-OPER-TOTAL
               MOVE LK-OPM-INDEX TO WS-MATCH
               MOVE WS-OP-ID(WS-MATCH) TO LK-OPM-ID
           END-IF
           PERFORM 2000-GET-ROW
           .

       4600-GET-LINKS.
           IF WS-MATCH > 0
               MOVE 'Y' TO LK-OPM-FOUND
               MOVE WS-OP-CUSTOMER-ID(WS-MATCH) TO LK-OPM-CUSTOMER-ID
               MOVE WS-OP-RELATED-ID(WS-MATCH, 1)
                   TO LK-OPM-RELATED-ID(1)
               MOVE WS-OP-RELATED-ID(WS-MATCH, 2)
                   TO LK-OPM-RELATED-ID(2)
               MOVE WS-OP-RELATED-ID(WS-MATCH, 3)
                   TO LK-OPM-RELATED-ID(3)
           ELSE
               MOVE 0 TO LK-OPM-CUSTOMER-ID
               MOVE 0 TO LK-OPM-RELATED-ID(1)
               MOVE 0 TO LK-OPM-RELATED-ID(2)
               MOVE 0 TO LK-OPM-RELATED-ID(3)
           END-IF
           MOVE 'Y' TO LK-OPM-OK
           .

       4700-SET-LINKS.
           IF WS-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO LK-OPM-FOUND
           MOVE LK-OPM-CUSTOMER-ID TO WS-OP-CUSTOMER-ID(WS-MATCH)
           MOVE LK-OPM-RELATED-ID(1) TO WS-OP-RELATED-ID(WS-MATCH, 1)
           MOVE LK-OPM-RELATED-ID(2) TO WS-OP-RELATED-ID(WS-MATCH, 2)
           MOVE LK-OPM-RELATED-ID(3) TO WS-OP-RELATED-ID(WS-MATCH, 3)
           MOVE 'Y' TO WS-REWRITE-NEEDED
           MOVE 'Y' TO LK-OPM-OK
           .

       5000-REWRITE-OPERATOR-FILE.
           OPEN OUTPUT OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS NOT = '00'
           MOVE WS-OP-LOCKED(WS-SUBSCRIPT)      TO OPERATOR-LINE(65:1)
           MOVE WS-OP-DISABLED(WS-SUBSCRIPT)    TO OPERATOR-LINE(67:1)
           MOVE WS-OP-BRANCH(WS-SUBSCRIPT)      TO OPERATOR-LINE(69:3)
           MOVE WS-OP-TRAINEE(WS-SUBSCRIPT)     TO OPERATOR-LINE(73:1)
           IF WS-OP-CUSTOMER-ID(WS-SUBSCRIPT) > 0
               MOVE WS-OP-CUSTOMER-ID(WS-SUBSCRIPT)
                   TO OPERATOR-LINE(75:10)
           END-IF
           PERFORM 5110-WRITE-ONE-RELATED
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB > 3
           WRITE OPERATOR-LINE
           .

       5110-WRITE-ONE-RELATED.
           IF WS-OP-RELATED-ID(WS-SUBSCRIPT, WS-LINK-SUB) > 0
               COMPUTE WS-LINK-COL = 86 + (WS-LINK-SUB - 1) * 11
               MOVE WS-OP-RELATED-ID(WS-SUBSCRIPT, WS-LINK-SUB)
                   TO OPERATOR-LINE(WS-LINK-COL:10)
           END-IF
           .
