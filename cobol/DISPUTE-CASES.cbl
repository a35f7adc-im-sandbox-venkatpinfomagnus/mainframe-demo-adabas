       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-CASES.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: DISPUTE-CASES
      * PURPOSE: Single home for the channel dispute file.  A dispute
      *          is opened by the DISPUTE-MAINT teller screen against
      *          the network reference of an ATM or mobile posting
      *          the customer says went wrong (cash not dispensed,
      *          a payment that was not theirs), and the customer is
      *          given a provisional credit for it at once.
      *          DISPUTE-CHARGEBACK-OUT sends the claim to the ATM
      *          network or mobile vendor under their own reference,
      *          and DISPUTE-RESOLUTION applies the network's answer:
      *          the credit is made final, or reversed off the
      *          account.  DISPUTE-AGING-RPT ages whatever is still
      *          waiting on an answer.
      *          Dispute status workflow:
      *            O open (credit posted, claim not yet sent)
      *                   -> S sent, X cancelled
      *            S sent to the network -> F final, R reversed
      *            F final (network accepted), R reversed (network
      *            declined), X cancelled (the provisional credit
      *            could not be posted) - all final
      *          Functions:
      *            O - open a dispute (channel, network reference,
      *                account, amount disputed, original amount,
      *                transaction date, reason, operator).  A live
      *                dispute (any status but X) already on file for
      *                the same channel and reference is never
      *                duplicated: LK-DSP-FOUND comes back 'Y' with
      *                the existing dispute
      *            G - get dispute LK-DSP-DISPUTE-NO
      *            F - find the live dispute for LK-DSP-CHANNEL and
      *                LK-DSP-REF
      *            N - get the LK-DSP-INDEX'th dispute on file, any
      *                status, for lists and the aging report
      *            C - record LK-DSP-CREDIT-STAMP (the business date
      *                and time of the provisional-credit audit
      *                entry) on dispute LK-DSP-DISPUTE-NO
      *            S - move dispute LK-DSP-DISPUTE-NO to
      *                LK-DSP-STATUS; S stamps the sent date, F, R and X
      *                the resolved date and LK-DSP-TEXT (the
      *                network's reason)
      *          Every function that finds a dispute returns it in
      *          full.
      * OUTPUT:  ../data/channel-disputes.txt, fixed format:
      *          1-8 DISPUTE-NO, 10 STATUS, 12-14 CHANNEL (ATM/MOB),
      *          16-31 NETWORK REF, 33-42 ACCOUNT, 44-55 AMOUNT
      *          DISPUTED, 57-68 ORIGINAL AMOUNT, 70-77 TXN-DATE,
      *          79 REASON (N not dispensed, P part dispensed,
      *          U unauthorised, D duplicate), 81-88 OPENED-DATE,
      *          90-97 OPENED-BY, 99-114 CREDIT-STAMP,
      *          116-123 SENT-DATE, 125-132 RESOLVED-DATE,
      *          134-163 RESOLUTION TEXT
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO
                   "../data/channel-disputes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
       01  DISPUTE-LINE                PIC X(170).

       WORKING-STORAGE SECTION.
       01  WS-DISPUTE-FILE-STATUS      PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.

       01  WS-DISPUTE-TABLE.
           05  WS-DS-ENTRY             OCCURS 2000 TIMES.
               10  WS-DS-DISPUTE-NO    PIC 9(08).
               10  WS-DS-STATUS        PIC X.
               10  WS-DS-CHANNEL       PIC X(03).
               10  WS-DS-REF           PIC X(16).
               10  WS-DS-ACCOUNT       PIC 9(10).
               10  WS-DS-AMOUNT        PIC 9(09)V99.
               10  WS-DS-ORIG-AMOUNT   PIC 9(09)V99.
               10  WS-DS-TXN-DATE      PIC 9(08).
               10  WS-DS-REASON        PIC X.
               10  WS-DS-OPENED-DATE   PIC 9(08).
               10  WS-DS-OPENED-BY     PIC X(08).
               10  WS-DS-CREDIT-STAMP  PIC X(16).
               10  WS-DS-SENT-DATE     PIC 9(08).
               10  WS-DS-RESOLVED-DATE PIC 9(08).
               10  WS-DS-TEXT          PIC X(30).
       01  WS-DISPUTE-TOTAL            PIC 9(04) VALUE 0.
       01  WS-SUBSCRIPT                PIC 9(04) VALUE 0.
       01  WS-MATCH                    PIC 9(04) VALUE 0.
       01  WS-LAST-DISPUTE-NO          PIC 9(08) VALUE 0.
       01  WS-REWRITE-NEEDED           PIC X VALUE 'N'.
       01  WS-AMOUNT-EDIT              PIC 9(09).99.

      *----------------------------------------------------------------
      * Workflow - the transitions the dispute file allows
      *----------------------------------------------------------------
       01  WS-TRANSITION               PIC XX.
           88  WS-TRANSITION-ALLOWED   VALUE 'OS' 'OX'
                                             'SF' 'SR'.

       LINKAGE SECTION.
       01  LK-DISPUTE-REQUEST.
           05  LK-DSP-FUNCTION         PIC X.
               88  LK-FUNC-OPEN        VALUE 'O'.
               88  LK-FUNC-GET         VALUE 'G'.
               88  LK-FUNC-FIND        VALUE 'F'.
               88  LK-FUNC-GET-NTH     VALUE 'N'.
               88  LK-FUNC-CREDIT      VALUE 'C'.
               88  LK-FUNC-STATUS      VALUE 'S'.
           05  LK-DSP-DISPUTE-NO       PIC 9(08).
           05  LK-DSP-INDEX            PIC 9(04).
           05  LK-DSP-STATUS           PIC X.
           05  LK-DSP-CHANNEL          PIC X(03).
           05  LK-DSP-REF              PIC X(16).
           05  LK-DSP-ACCOUNT          PIC 9(10).
           05  LK-DSP-AMOUNT           PIC 9(09)V99.
           05  LK-DSP-ORIG-AMOUNT      PIC 9(09)V99.
           05  LK-DSP-TXN-DATE         PIC 9(08).
           05  LK-DSP-REASON           PIC X.
           05  LK-DSP-OPENED-DATE      PIC 9(08).
           05  LK-DSP-OPENED-BY        PIC X(08).
           05  LK-DSP-CREDIT-STAMP     PIC X(16).
           05  LK-DSP-SENT-DATE        PIC 9(08).
           05  LK-DSP-RESOLVED-DATE    PIC 9(08).
           05  LK-DSP-TEXT             PIC X(30).
           05  LK-DSP-ACTION-DATE      PIC 9(08).
           05  LK-DSP-FOUND            PIC X.
           05  LK-DSP-OK               PIC X.

       PROCEDURE DIVISION USING LK-DISPUTE-REQUEST.

       0000-MAIN.
           MOVE 'N' TO LK-DSP-OK
           MOVE 'N' TO LK-DSP-FOUND
           MOVE 'N' TO WS-REWRITE-NEEDED

           PERFORM 1000-LOAD-DISPUTE-FILE THRU 1000-EXIT

           EVALUATE TRUE
               WHEN LK-FUNC-OPEN
                   PERFORM 2000-OPEN-DISPUTE
               WHEN LK-FUNC-GET
                   PERFORM 3000-GET-DISPUTE
               WHEN LK-FUNC-FIND
                   PERFORM 3200-FIND-BY-REFERENCE
               WHEN LK-FUNC-GET-NTH
                   PERFORM 3500-GET-NTH-DISPUTE
               WHEN LK-FUNC-CREDIT
                   PERFORM 4500-RECORD-CREDIT-STAMP
               WHEN LK-FUNC-STATUS
                   PERFORM 4000-CHANGE-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REWRITE-NEEDED = 'Y'
               PERFORM 5000-REWRITE-DISPUTE-FILE
           END-IF

           GOBACK
           .

       1000-LOAD-DISPUTE-FILE.
      *    Absence of the file just means no dispute has been opened.
           MOVE 0 TO WS-DISPUTE-TOTAL
           MOVE 0 TO WS-LAST-DISPUTE-NO

           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-FILE-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1100-LOAD-ONE-LINE UNTIL WS-EOF = 'Y'

           CLOSE DISPUTE-FILE
           .

       1000-EXIT.
           EXIT
           .

       1100-LOAD-ONE-LINE.
           READ DISPUTE-FILE INTO DISPUTE-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF DISPUTE-LINE(1:8) IS NUMERIC
                       AND WS-DISPUTE-TOTAL < 2000
                       ADD 1 TO WS-DISPUTE-TOTAL
                       PERFORM 1200-PARSE-ONE-LINE
                   END-IF
           END-READ
           .

       1200-PARSE-ONE-LINE.
           MOVE DISPUTE-LINE(1:8)
               TO WS-DS-DISPUTE-NO(WS-DISPUTE-TOTAL)
           MOVE DISPUTE-LINE(10:1)  TO WS-DS-STATUS(WS-DISPUTE-TOTAL)
           MOVE DISPUTE-LINE(12:3)  TO WS-DS-CHANNEL(WS-DISPUTE-TOTAL)
           MOVE DISPUTE-LINE(16:16) TO WS-DS-REF(WS-DISPUTE-TOTAL)
           MOVE DISPUTE-LINE(33:10) TO WS-DS-ACCOUNT(WS-DISPUTE-TOTAL)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(DISPUTE-LINE(44:12)))
               TO WS-DS-AMOUNT(WS-DISPUTE-TOTAL)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(DISPUTE-LINE(57:12)))
               TO WS-DS-ORIG-AMOUNT(WS-DISPUTE-TOTAL)
           MOVE DISPUTE-LINE(70:8)
               TO WS-DS-TXN-DATE(WS-DISPUTE-TOTAL)
           MOVE DISPUTE-LINE(79:1)  TO WS-DS-REASON(WS-DISPUTE-TOTAL)
           MOVE DISPUTE-LINE(81:8)
               TO WS-DS-OPENED-DATE(WS-DISPUTE-TOTAL)
           MOVE DISPUTE-LINE(90:8)
               TO WS-DS-OPENED-BY(WS-DISPUTE-TOTAL)
           MOVE DISPUTE-LINE(99:16)
               TO WS-DS-CREDIT-STAMP(WS-DISPUTE-TOTAL)
           IF DISPUTE-LINE(116:8) IS NUMERIC
               MOVE DISPUTE-LINE(116:8)
                   TO WS-DS-SENT-DATE(WS-DISPUTE-TOTAL)
           ELSE
               MOVE 0 TO WS-DS-SENT-DATE(WS-DISPUTE-TOTAL)
           END-IF
           IF DISPUTE-LINE(125:8) IS NUMERIC
               MOVE DISPUTE-LINE(125:8)
                   TO WS-DS-RESOLVED-DATE(WS-DISPUTE-TOTAL)
           ELSE
               MOVE 0 TO WS-DS-RESOLVED-DATE(WS-DISPUTE-TOTAL)
           END-IF
           MOVE DISPUTE-LINE(134:30) TO WS-DS-TEXT(WS-DISPUTE-TOTAL)
           IF WS-DS-DISPUTE-NO(WS-DISPUTE-TOTAL) > WS-LAST-DISPUTE-NO
               MOVE WS-DS-DISPUTE-NO(WS-DISPUTE-TOTAL)
                   TO WS-LAST-DISPUTE-NO
           END-IF
           .

       2000-OPEN-DISPUTE.
           PERFORM 3100-FIND-LIVE-REFERENCE
           IF WS-MATCH > 0
               MOVE 'Y' TO LK-DSP-FOUND
               PERFORM 7000-RETURN-MATCHED-DISPUTE
               MOVE 'Y' TO LK-DSP-OK
               EXIT PARAGRAPH
           END-IF

           IF WS-DISPUTE-TOTAL NOT < 2000
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DISPUTE-TOTAL
           MOVE WS-DISPUTE-TOTAL TO WS-MATCH
           ADD 1 TO WS-LAST-DISPUTE-NO
           MOVE WS-LAST-DISPUTE-NO  TO WS-DS-DISPUTE-NO(WS-MATCH)
           MOVE 'O'                 TO WS-DS-STATUS(WS-MATCH)
           MOVE LK-DSP-CHANNEL      TO WS-DS-CHANNEL(WS-MATCH)
           MOVE LK-DSP-REF          TO WS-DS-REF(WS-MATCH)
           MOVE LK-DSP-ACCOUNT      TO WS-DS-ACCOUNT(WS-MATCH)
           MOVE LK-DSP-AMOUNT       TO WS-DS-AMOUNT(WS-MATCH)
           MOVE LK-DSP-ORIG-AMOUNT  TO WS-DS-ORIG-AMOUNT(WS-MATCH)
           MOVE LK-DSP-TXN-DATE     TO WS-DS-TXN-DATE(WS-MATCH)
           MOVE LK-DSP-REASON       TO WS-DS-REASON(WS-MATCH)
           MOVE LK-DSP-ACTION-DATE  TO WS-DS-OPENED-DATE(WS-MATCH)
           MOVE LK-DSP-OPENED-BY    TO WS-DS-OPENED-BY(WS-MATCH)
           MOVE SPACES              TO WS-DS-CREDIT-STAMP(WS-MATCH)
           MOVE 0                   TO WS-DS-SENT-DATE(WS-MATCH)
           MOVE 0                   TO WS-DS-RESOLVED-DATE(WS-MATCH)
           MOVE SPACES              TO WS-DS-TEXT(WS-MATCH)
           MOVE 'Y' TO WS-REWRITE-NEEDED

           PERFORM 7000-RETURN-MATCHED-DISPUTE
           MOVE 'Y' TO LK-DSP-OK
           .

       3000-GET-DISPUTE.
           PERFORM 3050-FIND-DISPUTE
           IF WS-MATCH > 0
               MOVE 'Y' TO LK-DSP-FOUND
               PERFORM 7000-RETURN-MATCHED-DISPUTE
           END-IF
           MOVE 'Y' TO LK-DSP-OK
           .

       3050-FIND-DISPUTE.
           MOVE 0 TO WS-MATCH
           PERFORM 3060-MATCH-ONE-DISPUTE
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-DISPUTE-TOTAL
                  OR WS-MATCH > 0
           .

       3060-MATCH-ONE-DISPUTE.
           IF WS-DS-DISPUTE-NO(WS-SUBSCRIPT) = LK-DSP-DISPUTE-NO
               MOVE WS-SUBSCRIPT TO WS-MATCH
           END-IF
           .

       3100-FIND-LIVE-REFERENCE.
      *    A cancelled dispute never reached the customer's account,
      *    so the same item may be disputed again.
           MOVE 0 TO WS-MATCH
           PERFORM 3110-MATCH-ONE-REFERENCE
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-DISPUTE-TOTAL
                  OR WS-MATCH > 0
           .

       3110-MATCH-ONE-REFERENCE.
           IF WS-DS-CHANNEL(WS-SUBSCRIPT) = LK-DSP-CHANNEL
               AND WS-DS-REF(WS-SUBSCRIPT) = LK-DSP-REF
               AND WS-DS-STATUS(WS-SUBSCRIPT) NOT = 'X'
               MOVE WS-SUBSCRIPT TO WS-MATCH
           END-IF
           .

       3200-FIND-BY-REFERENCE.
           PERFORM 3100-FIND-LIVE-REFERENCE
           IF WS-MATCH > 0
               MOVE 'Y' TO LK-DSP-FOUND
               PERFORM 7000-RETURN-MATCHED-DISPUTE
           END-IF
           MOVE 'Y' TO LK-DSP-OK
           .

       3500-GET-NTH-DISPUTE.
           IF LK-DSP-INDEX > 0
               AND LK-DSP-INDEX NOT > WS-DISPUTE-TOTAL
               MOVE LK-DSP-INDEX TO WS-MATCH
               MOVE 'Y' TO LK-DSP-FOUND
               PERFORM 7000-RETURN-MATCHED-DISPUTE
           END-IF
           MOVE 'Y' TO LK-DSP-OK
           .

       4000-CHANGE-STATUS.
           PERFORM 3050-FIND-DISPUTE
           IF WS-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO LK-DSP-FOUND

           MOVE WS-DS-STATUS(WS-MATCH) TO WS-TRANSITION(1:1)
           MOVE LK-DSP-STATUS          TO WS-TRANSITION(2:1)
           IF NOT WS-TRANSITION-ALLOWED
               PERFORM 7000-RETURN-MATCHED-DISPUTE
               EXIT PARAGRAPH
           END-IF

           MOVE LK-DSP-STATUS TO WS-DS-STATUS(WS-MATCH)
           IF LK-DSP-STATUS = 'S'
               MOVE LK-DSP-ACTION-DATE TO WS-DS-SENT-DATE(WS-MATCH)
           END-IF
           IF LK-DSP-STATUS = 'F' OR LK-DSP-STATUS = 'R'
               OR LK-DSP-STATUS = 'X'
               MOVE LK-DSP-ACTION-DATE
                   TO WS-DS-RESOLVED-DATE(WS-MATCH)
               MOVE LK-DSP-TEXT TO WS-DS-TEXT(WS-MATCH)
           END-IF
           MOVE 'Y' TO WS-REWRITE-NEEDED

           PERFORM 7000-RETURN-MATCHED-DISPUTE
           MOVE 'Y' TO LK-DSP-OK
           .

       4500-RECORD-CREDIT-STAMP.
           PERFORM 3050-FIND-DISPUTE
           IF WS-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO LK-DSP-FOUND

           MOVE LK-DSP-CREDIT-STAMP TO WS-DS-CREDIT-STAMP(WS-MATCH)
           MOVE 'Y' TO WS-REWRITE-NEEDED

           PERFORM 7000-RETURN-MATCHED-DISPUTE
           MOVE 'Y' TO LK-DSP-OK
           .

       5000-REWRITE-DISPUTE-FILE.
           OPEN OUTPUT DISPUTE-FILE
           IF WS-DISPUTE-FILE-STATUS NOT = '00'
               MOVE 'N' TO LK-DSP-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM 5100-WRITE-ONE-LINE
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-DISPUTE-TOTAL

           CLOSE DISPUTE-FILE
           .

       5100-WRITE-ONE-LINE.
           MOVE SPACES TO DISPUTE-LINE
           MOVE WS-DS-DISPUTE-NO(WS-SUBSCRIPT) TO DISPUTE-LINE(1:8)
           MOVE WS-DS-STATUS(WS-SUBSCRIPT)     TO DISPUTE-LINE(10:1)
           MOVE WS-DS-CHANNEL(WS-SUBSCRIPT)    TO DISPUTE-LINE(12:3)
           MOVE WS-DS-REF(WS-SUBSCRIPT)        TO DISPUTE-LINE(16:16)
           MOVE WS-DS-ACCOUNT(WS-SUBSCRIPT)    TO DISPUTE-LINE(33:10)
           MOVE WS-DS-AMOUNT(WS-SUBSCRIPT)     TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT                 TO DISPUTE-LINE(44:12)
           MOVE WS-DS-ORIG-AMOUNT(WS-SUBSCRIPT) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT                 TO DISPUTE-LINE(57:12)
           MOVE WS-DS-TXN-DATE(WS-SUBSCRIPT)   TO DISPUTE-LINE(70:8)
           MOVE WS-DS-REASON(WS-SUBSCRIPT)     TO DISPUTE-LINE(79:1)
           MOVE WS-DS-OPENED-DATE(WS-SUBSCRIPT)
                                               TO DISPUTE-LINE(81:8)
           MOVE WS-DS-OPENED-BY(WS-SUBSCRIPT)  TO DISPUTE-LINE(90:8)
           MOVE WS-DS-CREDIT-STAMP(WS-SUBSCRIPT)
                                               TO DISPUTE-LINE(99:16)
           MOVE WS-DS-SENT-DATE(WS-SUBSCRIPT)  TO DISPUTE-LINE(116:8)
           MOVE WS-DS-RESOLVED-DATE(WS-SUBSCRIPT)
                                               TO DISPUTE-LINE(125:8)
           MOVE WS-DS-TEXT(WS-SUBSCRIPT)       TO DISPUTE-LINE(134:30)
           WRITE DISPUTE-LINE
           .

       7000-RETURN-MATCHED-DISPUTE.
           MOVE WS-DS-DISPUTE-NO(WS-MATCH)    TO LK-DSP-DISPUTE-NO
           MOVE WS-DS-STATUS(WS-MATCH)        TO LK-DSP-STATUS
           MOVE WS-DS-CHANNEL(WS-MATCH)       TO LK-DSP-CHANNEL
           MOVE WS-DS-REF(WS-MATCH)           TO LK-DSP-REF
           MOVE WS-DS-ACCOUNT(WS-MATCH)       TO LK-DSP-ACCOUNT
           MOVE WS-DS-AMOUNT(WS-MATCH)        TO LK-DSP-AMOUNT
           MOVE WS-DS-ORIG-AMOUNT(WS-MATCH)   TO LK-DSP-ORIG-AMOUNT
           MOVE WS-DS-TXN-DATE(WS-MATCH)      TO LK-DSP-TXN-DATE
           MOVE WS-DS-REASON(WS-MATCH)        TO LK-DSP-REASON
           MOVE WS-DS-OPENED-DATE(WS-MATCH)   TO LK-DSP-OPENED-DATE
           MOVE WS-DS-OPENED-BY(WS-MATCH)     TO LK-DSP-OPENED-BY
           MOVE WS-DS-CREDIT-STAMP(WS-MATCH)  TO LK-DSP-CREDIT-STAMP
           MOVE WS-DS-SENT-DATE(WS-MATCH)     TO LK-DSP-SENT-DATE
           MOVE WS-DS-RESOLVED-DATE(WS-MATCH) TO LK-DSP-RESOLVED-DATE
           MOVE WS-DS-TEXT(WS-MATCH)          TO LK-DSP-TEXT
           .
