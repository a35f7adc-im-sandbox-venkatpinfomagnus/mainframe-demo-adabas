       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULT-CASH-PROOF.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: VAULT-CASH-PROOF
      * PURPOSE: End-of-day branch vault and cash proof, in three
      *          parts:
      *          1. Vault proof - per branch, the vault position
      *             computed off the day's vault audit entries
      *             (VAULT-MAINT's 'H' entries: opening count, plus
      *             cash sold in by tellers and shipments in from
      *             the cash centre, less cash bought out by tellers
      *             and shipments out) against the declared closing
      *             count (see VAULT-CASH).
      *          2. Branch cash proof - the vault closing count plus
      *             the closing count of every teller drawer at the
      *             branch (see TELLER-DRAWER; the drawer's branch
      *             is its operator's home branch on OPERATOR-MASTER)
      *             tied to the branch's cash GL balance from the GL
      *             feed, the way ACCOUNT-GL-RECON ties the account
      *             types to theirs.
      *          3. Cash order - the vault position against the
      *             branch's insurance limit and floor, with the
      *             shipment to order or send to bring it back in
      *             range.
      *          Over/short beyond the drawer tolerance, a vault or
      *          drawer with no closing count, a branch missing from
      *          the GL feed, and a vault outside its limits all
      *          flag and end the step RC 4.
      * INPUT:   ../data/audit-log.txt, ../data/vault-cash.txt,
      *          ../data/teller-drawer.txt,
      *          ../data/operator-master.txt (via OPERATOR-MASTER),
      *          ../data/cash-gl-extract.txt
      *          (GL feed: BRANCH, cash GL balance),
      *          ../data/vault-limits.txt (1-3 BRANCH, 5-16
      *          INSURANCE-LIMIT, 18-29 FLOOR),
      *          ../data/drawer-tolerance.txt (amount; absence of
      *          the file leaves the shipped default standing)
      * OUTPUT:  Vault, branch cash and cash order report on SYSOUT.
      *          RETURN-CODE 4 when anything is flagged
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "../data/audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT VAULT-FILE ASSIGN TO "../data/vault-cash.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAULT-FILE-STATUS.

           SELECT DRAWER-FILE ASSIGN TO "../data/teller-drawer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWER-FILE-STATUS.

           SELECT CASH-GL-FILE ASSIGN TO
                   "../data/cash-gl-extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-GL-FILE-STATUS.

           SELECT LIMITS-FILE ASSIGN TO "../data/vault-limits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMITS-FILE-STATUS.

           SELECT TOLERANCE-FILE ASSIGN TO
                   "../data/drawer-tolerance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLERANCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                  PIC X(300).

       FD  VAULT-FILE.
       01  VAULT-LINE                  PIC X(50).

       FD  DRAWER-FILE.
       01  DRAWER-LINE                 PIC X(50).

       FD  CASH-GL-FILE.
       01  CASH-GL-LINE                PIC X(80).

       FD  LIMITS-FILE.
       01  LIMITS-LINE                 PIC X(80).

       FD  TOLERANCE-FILE.
       01  TOLERANCE-LINE              PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS        PIC XX.
       01  WS-VAULT-FILE-STATUS        PIC XX.
       01  WS-DRAWER-FILE-STATUS       PIC XX.
       01  WS-CASH-GL-FILE-STATUS      PIC XX.
       01  WS-LIMITS-FILE-STATUS       PIC XX.
       01  WS-TOLERANCE-FILE-STATUS    PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.
       01  WS-CASH-GL-LOADED           PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Per-Branch Proof Table - vault activity, vault counts, drawer
      * counts, GL balance and cash limits merged by branch.
      *----------------------------------------------------------------
       01  WS-BRANCH-TABLE.
           05  WS-BT-ENTRY             OCCURS 20 TIMES.
               10  WS-BT-BRANCH        PIC X(03).
               10  WS-BT-VAULT-SEEN    PIC X.
               10  WS-BT-BUY           PIC 9(11)V99.
               10  WS-BT-SELL          PIC 9(11)V99.
               10  WS-BT-SHIP-IN       PIC 9(11)V99.
               10  WS-BT-SHIP-OUT      PIC 9(11)V99.
               10  WS-BT-OPENING       PIC 9(09)V99.
               10  WS-BT-OPEN-DECL     PIC X.
               10  WS-BT-CLOSING       PIC 9(09)V99.
               10  WS-BT-CLOSE-DECL    PIC X.
               10  WS-BT-EXPECTED      PIC S9(11)V99.
               10  WS-BT-DRAWERS       PIC 9(03).
               10  WS-BT-DRW-UNDECL    PIC 9(03).
               10  WS-BT-DRW-CLOSING   PIC 9(11)V99.
               10  WS-BT-GL-SEEN       PIC X.
               10  WS-BT-GL-BALANCE    PIC S9(11)V99.
               10  WS-BT-LIMITS-SEEN   PIC X.
               10  WS-BT-INS-LIMIT     PIC 9(09)V99.
               10  WS-BT-FLOOR         PIC 9(09)V99.
       01  WS-BRANCH-TOTAL             PIC 9(02) VALUE 0.
       01  WS-BT-SUB                   PIC 9(02) VALUE 0.
       01  WS-BT-MATCH                 PIC 9(02) VALUE 0.
       01  WS-LOOKUP-BRANCH            PIC X(03).

      *----------------------------------------------------------------
      * Audit-Log Line Parsing - a vault entry carries ACTION,
      * OPERATOR, SECOND and BRANCH behind the timestamp.
      *----------------------------------------------------------------
       01  WS-LOG-ISN-TXT              PIC X(10).
       01  WS-LOG-ACCOUNT-TXT          PIC X(10).
       01  WS-LOG-OLD-BAL-TXT          PIC X(12).
       01  WS-LOG-NEW-BAL-TXT          PIC X(12).
       01  WS-LOG-TYPE                 PIC X.
       01  WS-LOG-AMOUNT-TXT           PIC X(12).
       01  WS-LOG-TIMESTAMP            PIC X(16).
       01  WS-LOG-ACTION               PIC X(11).
       01  WS-LOG-OPERATOR             PIC X(08).
       01  WS-LOG-SECOND               PIC X(08).
       01  WS-LOG-BRANCH               PIC X(03).
       01  WS-LOG-AMOUNT               PIC 9(09)V99.

      *----------------------------------------------------------------
      * GL Feed Parsing
      *----------------------------------------------------------------
       01  WS-FEED-BRANCH              PIC X(03).
       01  WS-FEED-BALANCE-TEXT        PIC X(20).

      *----------------------------------------------------------------
      * Operator Master (see OPERATOR-MASTER) - a drawer belongs to
      * its operator's home branch.
      *----------------------------------------------------------------
       01  WS-OPMASTER-REQUEST.
           05  WS-OPM-FUNCTION         PIC X.
           05  WS-OPM-ID               PIC X(08).
           05  WS-OPM-FOUND            PIC X.
           05  WS-OPM-NAME             PIC X(30).
           05  WS-OPM-AUTHORITY        PIC 9.
           05  WS-OPM-PWD-HASH         PIC 9(08).
           05  WS-OPM-FORCE-CHG        PIC X.
           05  WS-OPM-LAST-CHANGE      PIC 9(08).
           05  WS-OPM-FAILED           PIC 9.
           05  WS-OPM-LOCKED           PIC X.
           05  WS-OPM-DISABLED         PIC X.
           05  WS-OPM-BRANCH           PIC X(03).
           05  WS-OPM-TRAINEE          PIC X.
           05  WS-OPM-OK               PIC X.

      *----------------------------------------------------------------
      * Proof Working Fields
      *----------------------------------------------------------------
       01  WS-TOLERANCE                PIC 9(05)V99 VALUE 1.00.
       01  WS-OVER-SHORT               PIC S9(11)V99.
       01  WS-ABS-OVER-SHORT           PIC 9(11)V99.
       01  WS-BRANCH-CASH              PIC S9(11)V99.
       01  WS-VAULT-POSITION           PIC S9(11)V99.
       01  WS-SHIPMENT                 PIC S9(11)V99.
       01  WS-FLAG-COUNT               PIC 9(03) VALUE 0.
       01  WS-FMT-A                    PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-FMT-B                    PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-FMT-C                    PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-FMT-D                    PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-FMT-COUNT                PIC ZZ9.

      *----------------------------------------------------------------
      * Business Date - stamped from the system control record via
      * BUSINESS-DATE, never from the wall clock.
      *----------------------------------------------------------------
       01  WS-BUSDATE-REQUEST.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       0000-MAIN-ROUTINE.
      *----------------------------------------------------------------
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SUM-VAULT-ACTIVITY
           PERFORM 3000-LOAD-VAULT-COUNTS THRU 3000-EXIT
           PERFORM 3200-LOAD-DRAWER-COUNTS THRU 3200-EXIT
           PERFORM 3400-LOAD-CASH-GL THRU 3400-EXIT
           PERFORM 3600-LOAD-VAULT-LIMITS THRU 3600-EXIT
           PERFORM 4000-PRINT-VAULT-PROOF
           PERFORM 5000-PRINT-BRANCH-CASH-PROOF
           PERFORM 6000-PRINT-CASH-ORDER
           PERFORM 7000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'BRANCH VAULT AND CASH PROOF'
           DISPLAY '=================================================='

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
           DISPLAY 'Business Date: ' WS-BUS-DATE
           DISPLAY ' '

           PERFORM 1100-LOAD-TOLERANCE THRU 1100-EXIT
           .

      *----------------------------------------------------------------
       1100-LOAD-TOLERANCE.
      *----------------------------------------------------------------
      *    The vault and the branch prove to the same tolerance the
      *    teller drawers do.
           OPEN INPUT TOLERANCE-FILE
           IF WS-TOLERANCE-FILE-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF

           READ TOLERANCE-FILE INTO TOLERANCE-LINE
               AT END
                   CONTINUE
               NOT AT END
                   IF TOLERANCE-LINE NOT = SPACES
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(TOLERANCE-LINE))
                           TO WS-TOLERANCE
                   END-IF
           END-READ

           CLOSE TOLERANCE-FILE
           .

       1100-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2000-SUM-VAULT-ACTIVITY.
      *----------------------------------------------------------------
           MOVE 'N' TO WS-EOF

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'No audit log exists - no vault activity'
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-READ-ONE-ENTRY UNTIL WS-EOF = 'Y'

           CLOSE AUDIT-FILE
           .

      *----------------------------------------------------------------
       2100-READ-ONE-ENTRY.
      *----------------------------------------------------------------
           READ AUDIT-FILE INTO AUDIT-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF AUDIT-LINE(1:10) IS NUMERIC
                       PERFORM 2200-APPLY-ONE-ENTRY
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       2200-APPLY-ONE-ENTRY.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-LOG-BRANCH
           UNSTRING AUDIT-LINE DELIMITED BY ','
               INTO WS-LOG-ISN-TXT
                    WS-LOG-ACCOUNT-TXT
                    WS-LOG-OLD-BAL-TXT
                    WS-LOG-NEW-BAL-TXT
                    WS-LOG-TYPE
                    WS-LOG-AMOUNT-TXT
                    WS-LOG-TIMESTAMP
                    WS-LOG-ACTION
                    WS-LOG-OPERATOR
                    WS-LOG-SECOND
                    WS-LOG-BRANCH
           END-UNSTRING

           IF WS-LOG-TIMESTAMP(1:8) NOT = WS-BUS-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-LOG-TYPE NOT = 'H'
               EXIT PARAGRAPH
           END-IF
           IF WS-LOG-BRANCH = SPACES
               OR WS-LOG-AMOUNT-TXT(1:9) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LOG-AMOUNT-TXT))
               TO WS-LOG-AMOUNT

           MOVE WS-LOG-BRANCH TO WS-LOOKUP-BRANCH
           PERFORM 8000-FIND-OR-ADD-BRANCH
           IF WS-BT-MATCH = 0
               EXIT PARAGRAPH
           END-IF

      *    The counts themselves are taken from the vault file, not
      *    from their audit copies; only the movements sum here.
           EVALUATE WS-LOG-ACTION
               WHEN 'VAULT-BUY'
                   ADD WS-LOG-AMOUNT TO WS-BT-BUY(WS-BT-MATCH)
                   MOVE 'Y' TO WS-BT-VAULT-SEEN(WS-BT-MATCH)
               WHEN 'VAULT-SELL'
                   ADD WS-LOG-AMOUNT TO WS-BT-SELL(WS-BT-MATCH)
                   MOVE 'Y' TO WS-BT-VAULT-SEEN(WS-BT-MATCH)
               WHEN 'SHIP-IN'
                   ADD WS-LOG-AMOUNT TO WS-BT-SHIP-IN(WS-BT-MATCH)
                   MOVE 'Y' TO WS-BT-VAULT-SEEN(WS-BT-MATCH)
               WHEN 'SHIP-OUT'
                   ADD WS-LOG-AMOUNT TO WS-BT-SHIP-OUT(WS-BT-MATCH)
                   MOVE 'Y' TO WS-BT-VAULT-SEEN(WS-BT-MATCH)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------
       3000-LOAD-VAULT-COUNTS.
      *----------------------------------------------------------------
           OPEN INPUT VAULT-FILE
           IF WS-VAULT-FILE-STATUS NOT = '00'
               DISPLAY 'No vault counts on file'
               GO TO 3000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 3100-LOAD-ONE-VAULT-COUNT UNTIL WS-EOF = 'Y'

           CLOSE VAULT-FILE
           .

       3000-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       3100-LOAD-ONE-VAULT-COUNT.
      *----------------------------------------------------------------
           READ VAULT-FILE INTO VAULT-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF VAULT-LINE(1:8) = WS-BUS-DATE
                       MOVE VAULT-LINE(10:3) TO WS-LOOKUP-BRANCH
                       PERFORM 8000-FIND-OR-ADD-BRANCH
                       IF WS-BT-MATCH > 0
                           MOVE 'Y' TO WS-BT-VAULT-SEEN(WS-BT-MATCH)
                           MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                               VAULT-LINE(14:12)))
                               TO WS-BT-OPENING(WS-BT-MATCH)
                           MOVE VAULT-LINE(27:1)
                               TO WS-BT-OPEN-DECL(WS-BT-MATCH)
                           MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                               VAULT-LINE(29:12)))
                               TO WS-BT-CLOSING(WS-BT-MATCH)
                           MOVE VAULT-LINE(42:1)
                               TO WS-BT-CLOSE-DECL(WS-BT-MATCH)
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       3200-LOAD-DRAWER-COUNTS.
      *----------------------------------------------------------------
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-FILE-STATUS NOT = '00'
               DISPLAY 'No drawer declarations on file'
               GO TO 3200-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 3300-LOAD-ONE-DRAWER-COUNT UNTIL WS-EOF = 'Y'

           CLOSE DRAWER-FILE
           .

       3200-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       3300-LOAD-ONE-DRAWER-COUNT.
      *----------------------------------------------------------------
           READ DRAWER-FILE INTO DRAWER-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF DRAWER-LINE(1:8) = WS-BUS-DATE
                       PERFORM 3310-APPLY-ONE-DRAWER
                   END-IF
           END-READ
           .

       3310-APPLY-ONE-DRAWER.
           INITIALIZE WS-OPMASTER-REQUEST
           MOVE 'G' TO WS-OPM-FUNCTION
           MOVE DRAWER-LINE(10:8) TO WS-OPM-ID
           CALL 'OPERATOR-MASTER' USING WS-OPMASTER-REQUEST
           IF WS-OPM-FOUND = 'Y'
               MOVE WS-OPM-BRANCH TO WS-LOOKUP-BRANCH
           ELSE
               MOVE '???' TO WS-LOOKUP-BRANCH
           END-IF

           PERFORM 8000-FIND-OR-ADD-BRANCH
           IF WS-BT-MATCH = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BT-DRAWERS(WS-BT-MATCH)
           IF DRAWER-LINE(47:1) = 'Y'
               ADD FUNCTION NUMVAL(FUNCTION TRIM(DRAWER-LINE(34:12)))
                   TO WS-BT-DRW-CLOSING(WS-BT-MATCH)
           ELSE
               ADD 1 TO WS-BT-DRW-UNDECL(WS-BT-MATCH)
           END-IF
           .

      *----------------------------------------------------------------
       3400-LOAD-CASH-GL.
      *----------------------------------------------------------------
      *    One line per branch: BRANCH, cash GL balance - the same
      *    comma layout the account-type GL feed takes.
           OPEN INPUT CASH-GL-FILE
           IF WS-CASH-GL-FILE-STATUS NOT = '00'
               DISPLAY 'No cash GL feed on file - branch cash'
                       ' cannot be proved'
               GO TO 3400-EXIT
           END-IF
           MOVE 'Y' TO WS-CASH-GL-LOADED

           MOVE 'N' TO WS-EOF
           PERFORM 3500-LOAD-ONE-GL-LINE UNTIL WS-EOF = 'Y'

           CLOSE CASH-GL-FILE
           .

       3400-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       3500-LOAD-ONE-GL-LINE.
      *----------------------------------------------------------------
           READ CASH-GL-FILE INTO CASH-GL-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CASH-GL-LINE NOT = SPACES
                       PERFORM 3510-APPLY-ONE-GL-LINE
                   END-IF
           END-READ
           .

       3510-APPLY-ONE-GL-LINE.
           UNSTRING CASH-GL-LINE DELIMITED BY ','
               INTO WS-FEED-BRANCH WS-FEED-BALANCE-TEXT
           END-UNSTRING

           MOVE WS-FEED-BRANCH TO WS-LOOKUP-BRANCH
           PERFORM 8000-FIND-OR-ADD-BRANCH
           IF WS-BT-MATCH = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FEED-BALANCE-TEXT))
               TO WS-BT-GL-BALANCE(WS-BT-MATCH)
           MOVE 'Y' TO WS-BT-GL-SEEN(WS-BT-MATCH)
           .

      *----------------------------------------------------------------
       3600-LOAD-VAULT-LIMITS.
      *----------------------------------------------------------------
           OPEN INPUT LIMITS-FILE
           IF WS-LIMITS-FILE-STATUS NOT = '00'
               DISPLAY 'No vault limits on file - no cash order'
                       ' check'
               GO TO 3600-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 3700-LOAD-ONE-LIMIT UNTIL WS-EOF = 'Y'

           CLOSE LIMITS-FILE
           .

       3600-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       3700-LOAD-ONE-LIMIT.
      *----------------------------------------------------------------
           READ LIMITS-FILE INTO LIMITS-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LIMITS-LINE(1:3) NOT = SPACES
                       MOVE LIMITS-LINE(1:3) TO WS-LOOKUP-BRANCH
                       PERFORM 8000-FIND-OR-ADD-BRANCH
                       IF WS-BT-MATCH > 0
                           MOVE 'Y' TO WS-BT-LIMITS-SEEN(WS-BT-MATCH)
                           MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                               LIMITS-LINE(5:12)))
                               TO WS-BT-INS-LIMIT(WS-BT-MATCH)
                           MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                               LIMITS-LINE(18:12)))
                               TO WS-BT-FLOOR(WS-BT-MATCH)
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       4000-PRINT-VAULT-PROOF.
      *----------------------------------------------------------------
           DISPLAY 'VAULT PROOF'
           DISPLAY 'Branch          Opening  Sold In/Ship In'
                   ' Bought/Ship Out        Expected'
           DISPLAY '--------------------------------------------------'
                   '----------------------------------------'
           PERFORM 4100-PROVE-ONE-VAULT
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BRANCH-TOTAL
           DISPLAY '--------------------------------------------------'
                   '----------------------------------------'
           DISPLAY ' '
           .

      *----------------------------------------------------------------
       4100-PROVE-ONE-VAULT.
      *----------------------------------------------------------------
           COMPUTE WS-BT-EXPECTED(WS-BT-SUB) =
               WS-BT-OPENING(WS-BT-SUB)
               + WS-BT-SELL(WS-BT-SUB)
               + WS-BT-SHIP-IN(WS-BT-SUB)
               - WS-BT-BUY(WS-BT-SUB)
               - WS-BT-SHIP-OUT(WS-BT-SUB)

           IF WS-BT-VAULT-SEEN(WS-BT-SUB) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-OVER-SHORT =
               WS-BT-CLOSING(WS-BT-SUB) - WS-BT-EXPECTED(WS-BT-SUB)
           IF WS-OVER-SHORT < 0
               COMPUTE WS-ABS-OVER-SHORT = 0 - WS-OVER-SHORT
           ELSE
               MOVE WS-OVER-SHORT TO WS-ABS-OVER-SHORT
           END-IF

           MOVE WS-BT-OPENING(WS-BT-SUB) TO WS-FMT-A
           COMPUTE WS-FMT-B =
               WS-BT-SELL(WS-BT-SUB) + WS-BT-SHIP-IN(WS-BT-SUB)
           COMPUTE WS-FMT-C =
               WS-BT-BUY(WS-BT-SUB) + WS-BT-SHIP-OUT(WS-BT-SUB)
           MOVE WS-BT-EXPECTED(WS-BT-SUB) TO WS-FMT-D
           DISPLAY WS-BT-BRANCH(WS-BT-SUB) '  '
                   WS-FMT-A ' ' WS-FMT-B ' ' WS-FMT-C ' ' WS-FMT-D

           MOVE WS-BT-CLOSING(WS-BT-SUB) TO WS-FMT-A
           MOVE WS-OVER-SHORT TO WS-FMT-B
           EVALUATE TRUE
               WHEN WS-BT-OPEN-DECL(WS-BT-SUB) NOT = 'Y'
                   ADD 1 TO WS-FLAG-COUNT
                   DISPLAY '     *** NO VAULT OPENING COUNT'
                           ' DECLARED ***'
               WHEN WS-BT-CLOSE-DECL(WS-BT-SUB) NOT = 'Y'
                   ADD 1 TO WS-FLAG-COUNT
                   DISPLAY '     *** NO VAULT CLOSING COUNT'
                           ' DECLARED ***'
               WHEN WS-ABS-OVER-SHORT > WS-TOLERANCE
                   ADD 1 TO WS-FLAG-COUNT
                   DISPLAY '     closing counted ' WS-FMT-A
                           '  over/short ' WS-FMT-B
                           '  *** REVIEW ***'
               WHEN OTHER
                   DISPLAY '     closing counted ' WS-FMT-A
                           '  over/short ' WS-FMT-B '  OK'
           END-EVALUATE
           .

      *----------------------------------------------------------------
       5000-PRINT-BRANCH-CASH-PROOF.
      *----------------------------------------------------------------
           DISPLAY 'BRANCH CASH PROOF'
           DISPLAY 'Branch    Vault Closing Drawers Closing'
                   '     Branch Cash Cash GL Balance'
           DISPLAY '--------------------------------------------------'
                   '----------------------------------------'
           PERFORM 5100-PROVE-ONE-BRANCH
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BRANCH-TOTAL
           DISPLAY '--------------------------------------------------'
                   '----------------------------------------'
           DISPLAY ' '
           .

      *----------------------------------------------------------------
       5100-PROVE-ONE-BRANCH.
      *----------------------------------------------------------------
      *    Every branch that holds cash - a vault, a drawer or a GL
      *    balance - has to prove.
           IF WS-BT-VAULT-SEEN(WS-BT-SUB) NOT = 'Y'
               AND WS-BT-DRAWERS(WS-BT-SUB) = 0
               AND WS-BT-GL-SEEN(WS-BT-SUB) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-BRANCH-CASH =
               WS-BT-CLOSING(WS-BT-SUB) + WS-BT-DRW-CLOSING(WS-BT-SUB)
           COMPUTE WS-OVER-SHORT =
               WS-BRANCH-CASH - WS-BT-GL-BALANCE(WS-BT-SUB)
           IF WS-OVER-SHORT < 0
               COMPUTE WS-ABS-OVER-SHORT = 0 - WS-OVER-SHORT
           ELSE
               MOVE WS-OVER-SHORT TO WS-ABS-OVER-SHORT
           END-IF

           MOVE WS-BT-CLOSING(WS-BT-SUB)     TO WS-FMT-A
           MOVE WS-BT-DRW-CLOSING(WS-BT-SUB) TO WS-FMT-B
           MOVE WS-BRANCH-CASH               TO WS-FMT-C
           MOVE WS-BT-GL-BALANCE(WS-BT-SUB)  TO WS-FMT-D
           MOVE WS-BT-DRAWERS(WS-BT-SUB)     TO WS-FMT-COUNT

           DISPLAY WS-BT-BRANCH(WS-BT-SUB) '  '
                   WS-FMT-A ' ' WS-FMT-B ' ' WS-FMT-C ' ' WS-FMT-D
           MOVE WS-OVER-SHORT TO WS-FMT-A

           EVALUATE TRUE
               WHEN WS-CASH-GL-LOADED NOT = 'Y'
                   OR WS-BT-GL-SEEN(WS-BT-SUB) NOT = 'Y'
                   ADD 1 TO WS-FLAG-COUNT
                   DISPLAY '     *** NOT ON CASH GL FEED ***'
               WHEN WS-ABS-OVER-SHORT > WS-TOLERANCE
                   ADD 1 TO WS-FLAG-COUNT
                   DISPLAY '     difference ' WS-FMT-A
                           '  *** BREAK ***'
               WHEN OTHER
                   DISPLAY '     difference ' WS-FMT-A '  OK'
           END-EVALUATE
           DISPLAY '     ' WS-FMT-COUNT ' drawer(s) counted'
           IF WS-BT-DRW-UNDECL(WS-BT-SUB) > 0
               MOVE WS-BT-DRW-UNDECL(WS-BT-SUB) TO WS-FMT-COUNT
               DISPLAY '     ' WS-FMT-COUNT
                       ' drawer(s) with no closing count - counted'
                       ' at zero'
           END-IF
           .

      *----------------------------------------------------------------
       6000-PRINT-CASH-ORDER.
      *----------------------------------------------------------------
           DISPLAY 'CASH ORDER'
           DISPLAY 'Branch   Vault Position Insurance Limit'
                   '           Floor  Action'
           DISPLAY '--------------------------------------------------'
                   '----------------------------------------'
           PERFORM 6100-CHECK-ONE-VAULT
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BRANCH-TOTAL
           DISPLAY '--------------------------------------------------'
                   '----------------------------------------'
           DISPLAY ' '
           .

      *----------------------------------------------------------------
       6100-CHECK-ONE-VAULT.
      *----------------------------------------------------------------
      *    The vault position is the declared closing count, or the
      *    computed position where none was declared.
           IF WS-BT-LIMITS-SEEN(WS-BT-SUB) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-BT-CLOSE-DECL(WS-BT-SUB) = 'Y'
               MOVE WS-BT-CLOSING(WS-BT-SUB) TO WS-VAULT-POSITION
           ELSE
               MOVE WS-BT-EXPECTED(WS-BT-SUB) TO WS-VAULT-POSITION
           END-IF

           MOVE WS-VAULT-POSITION          TO WS-FMT-A
           MOVE WS-BT-INS-LIMIT(WS-BT-SUB) TO WS-FMT-B
           MOVE WS-BT-FLOOR(WS-BT-SUB)     TO WS-FMT-C

           EVALUATE TRUE
               WHEN WS-VAULT-POSITION > WS-BT-INS-LIMIT(WS-BT-SUB)
                   ADD 1 TO WS-FLAG-COUNT
                   COMPUTE WS-SHIPMENT =
                       WS-VAULT-POSITION - WS-BT-INS-LIMIT(WS-BT-SUB)
                   MOVE WS-SHIPMENT TO WS-FMT-D
                   DISPLAY WS-BT-BRANCH(WS-BT-SUB) ' '
                           WS-FMT-A ' ' WS-FMT-B ' ' WS-FMT-C
                           '  *** ABOVE INSURANCE LIMIT ***'
                   DISPLAY '     ship out to cash centre at least '
                           WS-FMT-D
               WHEN WS-VAULT-POSITION < WS-BT-FLOOR(WS-BT-SUB)
                   ADD 1 TO WS-FLAG-COUNT
                   COMPUTE WS-SHIPMENT =
                       WS-BT-FLOOR(WS-BT-SUB) - WS-VAULT-POSITION
                   MOVE WS-SHIPMENT TO WS-FMT-D
                   DISPLAY WS-BT-BRANCH(WS-BT-SUB) ' '
                           WS-FMT-A ' ' WS-FMT-B ' ' WS-FMT-C
                           '  *** BELOW FLOOR ***'
                   DISPLAY '     order from cash centre at least '
                           WS-FMT-D
               WHEN OTHER
                   DISPLAY WS-BT-BRANCH(WS-BT-SUB) ' '
                           WS-FMT-A ' ' WS-FMT-B ' ' WS-FMT-C
                           '  OK'
           END-EVALUATE
           .

      *----------------------------------------------------------------
       7000-TERMINATE.
      *----------------------------------------------------------------
           IF WS-FLAG-COUNT = 0
               DISPLAY 'ALL VAULTS AND BRANCHES PROVE - NO CASH'
                       ' ORDERS NEEDED'
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY WS-FLAG-COUNT ' ITEM(S) FLAGGED FOR'
                       ' SUPERVISOR REVIEW'
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '=================================================='
           .

      *----------------------------------------------------------------
       8000-FIND-OR-ADD-BRANCH.
      *----------------------------------------------------------------
      *    Same find-or-add idiom DRAWER-PROOF's
      *    5000-FIND-OR-ADD-OPERATOR uses, keyed on the branch.
           MOVE 0 TO WS-BT-MATCH
           PERFORM 8100-SCAN-ONE-BRANCH
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BRANCH-TOTAL

           IF WS-BT-MATCH = 0
               AND WS-BRANCH-TOTAL < 20
               ADD 1 TO WS-BRANCH-TOTAL
               MOVE WS-BRANCH-TOTAL TO WS-BT-MATCH
               INITIALIZE WS-BT-ENTRY(WS-BT-MATCH)
               MOVE WS-LOOKUP-BRANCH TO WS-BT-BRANCH(WS-BT-MATCH)
               MOVE 'N' TO WS-BT-VAULT-SEEN(WS-BT-MATCH)
               MOVE 'N' TO WS-BT-OPEN-DECL(WS-BT-MATCH)
               MOVE 'N' TO WS-BT-CLOSE-DECL(WS-BT-MATCH)
               MOVE 'N' TO WS-BT-GL-SEEN(WS-BT-MATCH)
               MOVE 'N' TO WS-BT-LIMITS-SEEN(WS-BT-MATCH)
           END-IF
           .

       8100-SCAN-ONE-BRANCH.
           IF WS-BT-BRANCH(WS-BT-SUB) = WS-LOOKUP-BRANCH
               MOVE WS-BT-SUB TO WS-BT-MATCH
           END-IF
           .
