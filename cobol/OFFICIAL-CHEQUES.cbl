       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFICIAL-CHEQUES.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: OFFICIAL-CHEQUES
      * PURPOSE: Single home for the official (cashier's) cheque
      *          outstanding register.  An official cheque is drawn
      *          by the bank on itself: the OFFICIAL-CHQ-MAINT teller
      *          screen debits the purchaser's account, issues the
      *          next serial from here and prints the cheque, and
      *          the bank owes the amount to whoever presents it.
      *          The cheques are drawn on the bank's official-cheque
      *          drawee account named on the control file - not an
      *          account on the account file, but the number the
      *          clearing house presents them under, the number the
      *          official legs of the audit trail carry, and the one
      *          GL-JOURNAL-EXTRACT maps to the official cheques
      *          outstanding GL.  The outstanding total returned on
      *          every call is that account's balance.
      *          OFFICIAL-CHQ-RECON pays the presented items off the
      *          register each night, and DORMANT-ACCOUNT-RVW hands
      *          the ones never presented to escheatment.
      *          Cheque status workflow:
      *            O outstanding -> S stopped, V voided, R replaced,
      *                             P paid
      *            S stopped (still owed, refused if presented)
      *                          -> V voided, R replaced
      *            V voided and refunded to the purchaser,
      *            R replaced by a reissue, P paid - all final
      *          Functions:
      *            I - issue the next serial (purchaser account,
      *                amount, payee, remitter, operator, and for a
      *                reissue the serial it replaces in
      *                LK-OCQ-LINKED-SERIAL); status O
      *            G - get cheque LK-OCQ-SERIAL
      *            N - get the LK-OCQ-INDEX'th cheque on file, any
      *                status, for lists and the review reports
      *            S - move cheque LK-OCQ-SERIAL to LK-OCQ-STATUS,
      *                stamping the status date and operator; R also
      *                records the replacing serial and P the
      *                presenting bank's reference
      *            K - control only: the drawee account and the
      *                outstanding total
      *          Every call returns LK-OCQ-OFFICIAL-ACCOUNT and the
      *          outstanding count and total (status O and S) as they
      *          stand after the call; every function that finds a
      *          cheque returns it in full.
      * INPUT:   ../data/official-cheque-control.txt (line 1 drawee
      *          ACCOUNT 1-10, default 9900000001; line 2 FIRST
      *          SERIAL 1-8, default 50000001 - used while the
      *          register is empty or behind it)
      * OUTPUT:  ../data/official-cheques.txt, fixed format:
      *          1-8 SERIAL, 10 STATUS, 12-21 PURCHASER ACCOUNT,
      *          23-34 AMOUNT, 36-65 PAYEE, 67-74 ISSUE-DATE,
      *          76-83 ISSUED-BY, 85-92 STATUS-DATE, 94-101 STATUS-BY,
      *          103-110 LINKED SERIAL (the reissue that replaced it,
      *          or the cheque a reissue replaces), 112-127 PAID REF,
      *          129-158 REMITTER
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUE-FILE ASSIGN TO
                   "../data/official-cheques.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHEQUE-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO
                   "../data/official-cheque-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUE-FILE.
       01  CHEQUE-LINE                 PIC X(160).

       FD  CONTROL-FILE.
       01  CONTROL-LINE                PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-CHEQUE-FILE-STATUS       PIC XX.
       01  WS-CONTROL-FILE-STATUS      PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Control Values
      *----------------------------------------------------------------
       01  WS-OFFICIAL-ACCOUNT         PIC 9(10) VALUE 9900000001.
       01  WS-FIRST-SERIAL             PIC 9(08) VALUE 50000001.

       01  WS-CHEQUE-TABLE.
           05  WS-OC-ENTRY             OCCURS 2000 TIMES.
               10  WS-OC-SERIAL        PIC 9(08).
               10  WS-OC-STATUS        PIC X.
               10  WS-OC-ACCOUNT       PIC 9(10).
               10  WS-OC-AMOUNT        PIC 9(09)V99.
               10  WS-OC-PAYEE         PIC X(30).
               10  WS-OC-ISSUE-DATE    PIC 9(08).
               10  WS-OC-ISSUED-BY     PIC X(08).
               10  WS-OC-STATUS-DATE   PIC 9(08).
               10  WS-OC-STATUS-BY     PIC X(08).
               10  WS-OC-LINKED-SERIAL PIC 9(08).
               10  WS-OC-PAID-REF      PIC X(16).
               10  WS-OC-REMITTER      PIC X(30).
       01  WS-CHEQUE-TOTAL             PIC 9(04) VALUE 0.
       01  WS-SUBSCRIPT                PIC 9(04) VALUE 0.
       01  WS-MATCH                    PIC 9(04) VALUE 0.
       01  WS-LAST-SERIAL              PIC 9(08) VALUE 0.
       01  WS-REWRITE-NEEDED           PIC X VALUE 'N'.
       01  WS-AMOUNT-EDIT              PIC 9(09).99.

      *----------------------------------------------------------------
      * Workflow - the transitions the register allows
      *----------------------------------------------------------------
       01  WS-TRANSITION               PIC XX.
           88  WS-TRANSITION-ALLOWED   VALUE 'OS' 'OV' 'OR' 'OP'
                                             'SV' 'SR'.

       LINKAGE SECTION.
       01  LK-OFFICIAL-CHEQUE-REQUEST.
           05  LK-OCQ-FUNCTION         PIC X.
               88  LK-FUNC-ISSUE       VALUE 'I'.
               88  LK-FUNC-GET         VALUE 'G'.
               88  LK-FUNC-GET-NTH     VALUE 'N'.
               88  LK-FUNC-STATUS      VALUE 'S'.
               88  LK-FUNC-CONTROL     VALUE 'K'.
           05  LK-OCQ-SERIAL           PIC 9(08).
           05  LK-OCQ-INDEX            PIC 9(04).
           05  LK-OCQ-STATUS           PIC X.
           05  LK-OCQ-ACCOUNT          PIC 9(10).
           05  LK-OCQ-AMOUNT           PIC 9(09)V99.
           05  LK-OCQ-PAYEE            PIC X(30).
           05  LK-OCQ-ISSUE-DATE       PIC 9(08).
           05  LK-OCQ-ISSUED-BY        PIC X(08).
           05  LK-OCQ-STATUS-DATE      PIC 9(08).
           05  LK-OCQ-STATUS-BY        PIC X(08).
           05  LK-OCQ-LINKED-SERIAL    PIC 9(08).
           05  LK-OCQ-PAID-REF         PIC X(16).
           05  LK-OCQ-REMITTER         PIC X(30).
           05  LK-OCQ-ACTION-DATE      PIC 9(08).
           05  LK-OCQ-OPERATOR         PIC X(08).
           05  LK-OCQ-OFFICIAL-ACCOUNT PIC 9(10).
           05  LK-OCQ-OUT-COUNT        PIC 9(05).
           05  LK-OCQ-OUT-TOTAL        PIC 9(09)V99.
           05  LK-OCQ-FOUND            PIC X.
           05  LK-OCQ-OK               PIC X.

       PROCEDURE DIVISION USING LK-OFFICIAL-CHEQUE-REQUEST.

       0000-MAIN.
           MOVE 'N' TO LK-OCQ-OK
           MOVE 'N' TO LK-OCQ-FOUND
           MOVE 'N' TO WS-REWRITE-NEEDED

           PERFORM 0500-READ-CONTROL-FILE THRU 0500-EXIT
           PERFORM 1000-LOAD-CHEQUE-FILE THRU 1000-EXIT

           EVALUATE TRUE
               WHEN LK-FUNC-ISSUE
                   PERFORM 2000-ISSUE-CHEQUE
               WHEN LK-FUNC-GET
                   PERFORM 3000-GET-CHEQUE
               WHEN LK-FUNC-GET-NTH
                   PERFORM 3500-GET-NTH-CHEQUE
               WHEN LK-FUNC-STATUS
                   PERFORM 4000-CHANGE-STATUS
               WHEN LK-FUNC-CONTROL
                   MOVE 'Y' TO LK-OCQ-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REWRITE-NEEDED = 'Y'
               PERFORM 5000-REWRITE-CHEQUE-FILE
           END-IF

           PERFORM 6000-TOTAL-OUTSTANDING
           GOBACK
           .

       0500-READ-CONTROL-FILE.
      *    A missing or short control file leaves the defaults.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = '00'
               GO TO 0500-EXIT
           END-IF
           READ CONTROL-FILE INTO CONTROL-LINE
               AT END
                   MOVE SPACES TO CONTROL-LINE
               NOT AT END
                   IF CONTROL-LINE(1:10) IS NUMERIC
                       AND CONTROL-LINE(1:10) NOT = '0000000000'
                       MOVE CONTROL-LINE(1:10) TO WS-OFFICIAL-ACCOUNT
                   END-IF
           END-READ
           READ CONTROL-FILE INTO CONTROL-LINE
               AT END
                   MOVE SPACES TO CONTROL-LINE
               NOT AT END
                   IF CONTROL-LINE(1:8) IS NUMERIC
                       AND CONTROL-LINE(1:8) NOT = '00000000'
                       MOVE CONTROL-LINE(1:8) TO WS-FIRST-SERIAL
                   END-IF
           END-READ
           CLOSE CONTROL-FILE
           .

       0500-EXIT.
           EXIT
           .

       1000-LOAD-CHEQUE-FILE.
      *    Absence of the file just means no cheque has been issued.
           MOVE 0 TO WS-CHEQUE-TOTAL
           MOVE 0 TO WS-LAST-SERIAL

           OPEN INPUT CHEQUE-FILE
           IF WS-CHEQUE-FILE-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1100-LOAD-ONE-LINE UNTIL WS-EOF = 'Y'

           CLOSE CHEQUE-FILE
           .

       1000-EXIT.
           EXIT
           .

       1100-LOAD-ONE-LINE.
           READ CHEQUE-FILE INTO CHEQUE-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CHEQUE-LINE(1:8) IS NUMERIC
                       AND WS-CHEQUE-TOTAL < 2000
                       ADD 1 TO WS-CHEQUE-TOTAL
                       PERFORM 1200-PARSE-ONE-LINE
                   END-IF
           END-READ
           .

       1200-PARSE-ONE-LINE.
           MOVE CHEQUE-LINE(1:8)   TO WS-OC-SERIAL(WS-CHEQUE-TOTAL)
           MOVE CHEQUE-LINE(10:1)  TO WS-OC-STATUS(WS-CHEQUE-TOTAL)
           MOVE CHEQUE-LINE(12:10) TO WS-OC-ACCOUNT(WS-CHEQUE-TOTAL)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(CHEQUE-LINE(23:12)))
               TO WS-OC-AMOUNT(WS-CHEQUE-TOTAL)
           MOVE CHEQUE-LINE(36:30) TO WS-OC-PAYEE(WS-CHEQUE-TOTAL)
           MOVE CHEQUE-LINE(67:8)
               TO WS-OC-ISSUE-DATE(WS-CHEQUE-TOTAL)
           MOVE CHEQUE-LINE(76:8)
               TO WS-OC-ISSUED-BY(WS-CHEQUE-TOTAL)
           IF CHEQUE-LINE(85:8) IS NUMERIC
               MOVE CHEQUE-LINE(85:8)
                   TO WS-OC-STATUS-DATE(WS-CHEQUE-TOTAL)
           ELSE
               MOVE 0 TO WS-OC-STATUS-DATE(WS-CHEQUE-TOTAL)
           END-IF
           MOVE CHEQUE-LINE(94:8)
               TO WS-OC-STATUS-BY(WS-CHEQUE-TOTAL)
           IF CHEQUE-LINE(103:8) IS NUMERIC
               MOVE CHEQUE-LINE(103:8)
                   TO WS-OC-LINKED-SERIAL(WS-CHEQUE-TOTAL)
           ELSE
               MOVE 0 TO WS-OC-LINKED-SERIAL(WS-CHEQUE-TOTAL)
           END-IF
           MOVE CHEQUE-LINE(112:16)
               TO WS-OC-PAID-REF(WS-CHEQUE-TOTAL)
           MOVE CHEQUE-LINE(129:30)
               TO WS-OC-REMITTER(WS-CHEQUE-TOTAL)
           IF WS-OC-SERIAL(WS-CHEQUE-TOTAL) > WS-LAST-SERIAL
               MOVE WS-OC-SERIAL(WS-CHEQUE-TOTAL) TO WS-LAST-SERIAL
           END-IF
           .

       2000-ISSUE-CHEQUE.
      *    Serials run on from the highest on file, never below the
      *    first serial the control file sets for the cheque stock.
           IF WS-CHEQUE-TOTAL NOT < 2000
               EXIT PARAGRAPH
           END-IF
           IF WS-LAST-SERIAL < WS-FIRST-SERIAL
               COMPUTE WS-LAST-SERIAL = WS-FIRST-SERIAL - 1
           END-IF

           ADD 1 TO WS-CHEQUE-TOTAL
           MOVE WS-CHEQUE-TOTAL TO WS-MATCH
           ADD 1 TO WS-LAST-SERIAL
           MOVE WS-LAST-SERIAL       TO WS-OC-SERIAL(WS-MATCH)
           MOVE 'O'                  TO WS-OC-STATUS(WS-MATCH)
           MOVE LK-OCQ-ACCOUNT       TO WS-OC-ACCOUNT(WS-MATCH)
           MOVE LK-OCQ-AMOUNT        TO WS-OC-AMOUNT(WS-MATCH)
           MOVE LK-OCQ-PAYEE         TO WS-OC-PAYEE(WS-MATCH)
           MOVE LK-OCQ-ACTION-DATE   TO WS-OC-ISSUE-DATE(WS-MATCH)
           MOVE LK-OCQ-OPERATOR      TO WS-OC-ISSUED-BY(WS-MATCH)
           MOVE LK-OCQ-ACTION-DATE   TO WS-OC-STATUS-DATE(WS-MATCH)
           MOVE LK-OCQ-OPERATOR      TO WS-OC-STATUS-BY(WS-MATCH)
           MOVE LK-OCQ-LINKED-SERIAL TO WS-OC-LINKED-SERIAL(WS-MATCH)
           MOVE SPACES               TO WS-OC-PAID-REF(WS-MATCH)
           MOVE LK-OCQ-REMITTER      TO WS-OC-REMITTER(WS-MATCH)
           MOVE 'Y' TO WS-REWRITE-NEEDED

           PERFORM 7000-RETURN-MATCHED-CHEQUE
           MOVE 'Y' TO LK-OCQ-OK
           .

       3000-GET-CHEQUE.
           PERFORM 3050-FIND-CHEQUE
           IF WS-MATCH > 0
               MOVE 'Y' TO LK-OCQ-FOUND
               PERFORM 7000-RETURN-MATCHED-CHEQUE
           END-IF
           MOVE 'Y' TO LK-OCQ-OK
           .

       3050-FIND-CHEQUE.
           MOVE 0 TO WS-MATCH
           PERFORM 3060-MATCH-ONE-CHEQUE
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-CHEQUE-TOTAL
                  OR WS-MATCH > 0
           .

       3060-MATCH-ONE-CHEQUE.
           IF WS-OC-SERIAL(WS-SUBSCRIPT) = LK-OCQ-SERIAL
               MOVE WS-SUBSCRIPT TO WS-MATCH
           END-IF
           .

       3500-GET-NTH-CHEQUE.
           IF LK-OCQ-INDEX > 0
               AND LK-OCQ-INDEX NOT > WS-CHEQUE-TOTAL
               MOVE LK-OCQ-INDEX TO WS-MATCH
               MOVE 'Y' TO LK-OCQ-FOUND
               PERFORM 7000-RETURN-MATCHED-CHEQUE
           END-IF
           MOVE 'Y' TO LK-OCQ-OK
           .

       4000-CHANGE-STATUS.
           PERFORM 3050-FIND-CHEQUE
           IF WS-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO LK-OCQ-FOUND

           MOVE WS-OC-STATUS(WS-MATCH) TO WS-TRANSITION(1:1)
           MOVE LK-OCQ-STATUS          TO WS-TRANSITION(2:1)
           IF NOT WS-TRANSITION-ALLOWED
               PERFORM 7000-RETURN-MATCHED-CHEQUE
               EXIT PARAGRAPH
           END-IF

           MOVE LK-OCQ-STATUS      TO WS-OC-STATUS(WS-MATCH)
           MOVE LK-OCQ-ACTION-DATE TO WS-OC-STATUS-DATE(WS-MATCH)
           MOVE LK-OCQ-OPERATOR    TO WS-OC-STATUS-BY(WS-MATCH)
           IF LK-OCQ-STATUS = 'R'
               MOVE LK-OCQ-LINKED-SERIAL
                   TO WS-OC-LINKED-SERIAL(WS-MATCH)
           END-IF
           IF LK-OCQ-STATUS = 'P'
               MOVE LK-OCQ-PAID-REF TO WS-OC-PAID-REF(WS-MATCH)
           END-IF
           MOVE 'Y' TO WS-REWRITE-NEEDED

           PERFORM 7000-RETURN-MATCHED-CHEQUE
           MOVE 'Y' TO LK-OCQ-OK
           .

       5000-REWRITE-CHEQUE-FILE.
           OPEN OUTPUT CHEQUE-FILE
           IF WS-CHEQUE-FILE-STATUS NOT = '00'
               MOVE 'N' TO LK-OCQ-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM 5100-WRITE-ONE-LINE
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-CHEQUE-TOTAL

           CLOSE CHEQUE-FILE
           .

       5100-WRITE-ONE-LINE.
           MOVE SPACES TO CHEQUE-LINE
           MOVE WS-OC-SERIAL(WS-SUBSCRIPT)   TO CHEQUE-LINE(1:8)
           MOVE WS-OC-STATUS(WS-SUBSCRIPT)   TO CHEQUE-LINE(10:1)
           MOVE WS-OC-ACCOUNT(WS-SUBSCRIPT)  TO CHEQUE-LINE(12:10)
           MOVE WS-OC-AMOUNT(WS-SUBSCRIPT)   TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT               TO CHEQUE-LINE(23:12)
           MOVE WS-OC-PAYEE(WS-SUBSCRIPT)    TO CHEQUE-LINE(36:30)
           MOVE WS-OC-ISSUE-DATE(WS-SUBSCRIPT)
                                             TO CHEQUE-LINE(67:8)
           MOVE WS-OC-ISSUED-BY(WS-SUBSCRIPT)
                                             TO CHEQUE-LINE(76:8)
           MOVE WS-OC-STATUS-DATE(WS-SUBSCRIPT)
                                             TO CHEQUE-LINE(85:8)
           MOVE WS-OC-STATUS-BY(WS-SUBSCRIPT)
                                             TO CHEQUE-LINE(94:8)
           MOVE WS-OC-LINKED-SERIAL(WS-SUBSCRIPT)
                                             TO CHEQUE-LINE(103:8)
           MOVE WS-OC-PAID-REF(WS-SUBSCRIPT) TO CHEQUE-LINE(112:16)
           MOVE WS-OC-REMITTER(WS-SUBSCRIPT) TO CHEQUE-LINE(129:30)
           WRITE CHEQUE-LINE
           .

       6000-TOTAL-OUTSTANDING.
      *    A stopped cheque is still owed until it is voided or
      *    replaced, so it stays in the outstanding total.
           MOVE WS-OFFICIAL-ACCOUNT TO LK-OCQ-OFFICIAL-ACCOUNT
           MOVE 0 TO LK-OCQ-OUT-COUNT
           MOVE 0 TO LK-OCQ-OUT-TOTAL
           PERFORM 6100-ADD-ONE-OUTSTANDING
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-CHEQUE-TOTAL
           .

       6100-ADD-ONE-OUTSTANDING.
           IF WS-OC-STATUS(WS-SUBSCRIPT) = 'O'
               OR WS-OC-STATUS(WS-SUBSCRIPT) = 'S'
               ADD 1 TO LK-OCQ-OUT-COUNT
               ADD WS-OC-AMOUNT(WS-SUBSCRIPT) TO LK-OCQ-OUT-TOTAL
           END-IF
           .

       7000-RETURN-MATCHED-CHEQUE.
           MOVE WS-OC-SERIAL(WS-MATCH)        TO LK-OCQ-SERIAL
           MOVE WS-OC-STATUS(WS-MATCH)        TO LK-OCQ-STATUS
           MOVE WS-OC-ACCOUNT(WS-MATCH)       TO LK-OCQ-ACCOUNT
           MOVE WS-OC-AMOUNT(WS-MATCH)        TO LK-OCQ-AMOUNT
           MOVE WS-OC-PAYEE(WS-MATCH)         TO LK-OCQ-PAYEE
           MOVE WS-OC-ISSUE-DATE(WS-MATCH)    TO LK-OCQ-ISSUE-DATE
           MOVE WS-OC-ISSUED-BY(WS-MATCH)     TO LK-OCQ-ISSUED-BY
           MOVE WS-OC-STATUS-DATE(WS-MATCH)   TO LK-OCQ-STATUS-DATE
           MOVE WS-OC-STATUS-BY(WS-MATCH)     TO LK-OCQ-STATUS-BY
           MOVE WS-OC-LINKED-SERIAL(WS-MATCH) TO LK-OCQ-LINKED-SERIAL
           MOVE WS-OC-PAID-REF(WS-MATCH)      TO LK-OCQ-PAID-REF
           MOVE WS-OC-REMITTER(WS-MATCH)      TO LK-OCQ-REMITTER
           .
