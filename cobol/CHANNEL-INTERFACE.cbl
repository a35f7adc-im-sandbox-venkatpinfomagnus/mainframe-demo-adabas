      *          merged file the posting batch reads - so a disputed
      *          ATM withdrawal traces from the audit log straight
      *          back to the network's reference.
      *          Inward-clearing cheques drawn on our CHECKING
      *          accounts arrive from the clearing house the same
      *          way and post as withdrawals under channel 'CHQ' with
      *          the presenting bank's reference; each cheque's
      *          serial number is first matched against the cheque
      *          stop-payment list (see CHEQUE-STOPS), and a stopped
      *          cheque is rejected here so it goes back to the
      *          clearing house on the CHEQUE-RETURNS file instead
      *          of posting.  A cheque drawn on the bank's own
      *          official-cheque account (see OFFICIAL-CHEQUES) is
      *          not a customer's debit: it is held out of the merge
      *          for OFFICIAL-CHQ-RECON to pay against the
      *          outstanding register.
      *          The ATM network identifies the customer by card
      *          number, not by our account number: each ATM item's
      *          card is resolved to the account it draws on through
      *          the card master (see CARD-MASTER), using the account
      *          selection the holder made at the terminal, and an
      *          item on a hot-listed, replaced, expired or unknown
      *          card - or with no linked account for the selection -
      *          is rejected here with its own response code, which
      *          CHANNEL-SETTLE-ACK returns to the network.
      * INPUT:   ../data/daily-transactions.edited.txt (back-office,
      *          already pre-edited, standing orders included),
      *          ../data/atm-transactions.txt (ATM: 'ATM' 1-3,
      *          REF 5-18, CARD 20-35, ACCOUNT-SELECTION 37 - blank
      *          primary, C checking, S savings - CODE 39, AMOUNT
      *          41-52, DATE 54-61), ../data/card-master.txt (via
      *          CARD-MASTER),
      *          ../data/mobile-transactions.txt (MOB: ACCOUNT 1-10,
      *          DATE 12-19, CODE 21, AMOUNT 23-34, REF 36-51),
      *          ../data/inward-clearing.txt (cheques: ACCOUNT 1-10,
      *          SERIAL 12-19, AMOUNT 21-32, PRESENTING-BANK REF
      *          34-49, DATE 51-58), ../data/cheque-stops.txt (via
      *          CHEQUE-STOPS), ../data/official-cheque-control.txt
      *          (via OFFICIAL-CHEQUES)
      * OUTPUT:  ../data/daily-transactions.merged.txt sorted by
      *          account; ../data/channel-rejects.txt (one dated row
      *          per rejected channel item, read by the settlement
      *          acknowledgment step CHANNEL-SETTLE-ACK, with the
      *          response code at 75-77 on a card refusal);
      *          RETURN-CODE 4 when channel items were
      *          rejected (reported, posting proceeds on the rest);
      *          RETURN-CODE 8 with an EMPTY merged file when the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOBILE-FILE-STATUS.

           SELECT CHEQUE-FILE ASSIGN TO
                   "../data/inward-clearing.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHEQUE-FILE-STATUS.

           SELECT MERGED-FILE ASSIGN TO
                   "../data/daily-transactions.merged.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  MOBILE-FILE.
       01  MOBILE-LINE                 PIC X(80).

       FD  CHEQUE-FILE.
       01  CHEQUE-LINE                 PIC X(80).

       FD  MERGED-FILE.
       01  MERGED-LINE                 PIC X(80).

       01  WS-EDITED-FILE-STATUS       PIC XX.
       01  WS-ATM-FILE-STATUS          PIC XX.
       01  WS-MOBILE-FILE-STATUS       PIC XX.
       01  WS-CHEQUE-FILE-STATUS       PIC XX.
       01  WS-MERGED-FILE-STATUS       PIC XX.
       01  WS-REJECT-FILE-STATUS       PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.
      * Internal Transaction Line being assembled (the layout
      * ACCOUNT-TXN-BATCH's 2100-PARSE-TXN-LINE reads: account 1-10,
      * code 12, amount 14-25, to-account 28-37, date 39-46,
      * channel 48-50, external reference 52-67; a back-office line
      * may also carry a value date in 69-76, which channel items
      * never do)
      *----------------------------------------------------------------
       01  WS-OUT-LINE                 PIC X(80).
       01  WS-FLD-ACCOUNT              PIC X(10).
       01  WS-FLD-DATE                 PIC X(08).
       01  WS-FLD-CHANNEL              PIC X(03).
       01  WS-FLD-REF                  PIC X(16).
       01  WS-FLD-SERIAL-TXT           PIC X(08).
       01  WS-FLD-SERIAL               PIC 9(08).
       01  WS-FLD-REASON               PIC X(30).
       01  WS-FLD-CARD                 PIC X(16).
       01  WS-FLD-SELECTION            PIC X.
       01  WS-FLD-RESP-CODE            PIC 9(03) VALUE 0.
       01  WS-REJECT-WORK              PIC X(80).
       01  WS-ITEM-OK                  PIC X.

       01  WS-ATM-DUP                  PIC 9(04) VALUE 0.
       01  WS-MOB-SEEN                 PIC 9(04) VALUE 0.
       01  WS-MOB-DUP                  PIC 9(04) VALUE 0.
       01  WS-CHQ-SEEN                 PIC 9(04) VALUE 0.
       01  WS-CHQ-DUP                  PIC 9(04) VALUE 0.

      *----------------------------------------------------------------
      * Cheque Stop-Payment Matching - every inward cheque's serial
      * is asked of the cheque stop list (see CHEQUE-STOPS) before it
      * may join the merge; account-wide orders stay with
      * RESTRICTION-STATUS and are enforced at posting.
      *----------------------------------------------------------------
       01  WS-CHEQUE-STOP-REQUEST.
           05  WS-CSTP-FUNCTION        PIC X.
           05  WS-CSTP-ACCOUNT         PIC 9(10).
           05  WS-CSTP-SERIAL          PIC 9(08).
           05  WS-CSTP-SERIAL-TO       PIC 9(08).
           05  WS-CSTP-AMOUNT          PIC 9(09)V99.
           05  WS-CSTP-REASON          PIC X(20).
           05  WS-CSTP-PLACED-BY       PIC X(08).
           05  WS-CSTP-PLACED-DATE     PIC 9(08).
           05  WS-CSTP-EXPIRY          PIC 9(08).
           05  WS-CSTP-ASOF-DATE       PIC 9(08).
           05  WS-CSTP-INDEX           PIC 9(03).
           05  WS-CSTP-FOUND           PIC X.
           05  WS-CSTP-OK              PIC X.

      *----------------------------------------------------------------
      * Official Cheques - inward items drawn on the official-cheque
      * account are left for OFFICIAL-CHQ-RECON.
      *----------------------------------------------------------------
       01  WS-OFFICIAL-CHEQUE-REQUEST.
           05  WS-OCQ-FUNCTION         PIC X.
           05  WS-OCQ-SERIAL           PIC 9(08).
           05  WS-OCQ-INDEX            PIC 9(04).
           05  WS-OCQ-STATUS           PIC X.
           05  WS-OCQ-ACCOUNT          PIC 9(10).
           05  WS-OCQ-AMOUNT           PIC 9(09)V99.
           05  WS-OCQ-PAYEE            PIC X(30).
           05  WS-OCQ-ISSUE-DATE       PIC 9(08).
           05  WS-OCQ-ISSUED-BY        PIC X(08).
           05  WS-OCQ-STATUS-DATE      PIC 9(08).
           05  WS-OCQ-STATUS-BY        PIC X(08).
           05  WS-OCQ-LINKED-SERIAL    PIC 9(08).
           05  WS-OCQ-PAID-REF         PIC X(16).
           05  WS-OCQ-REMITTER         PIC X(30).
           05  WS-OCQ-ACTION-DATE      PIC 9(08).
           05  WS-OCQ-OPERATOR         PIC X(08).
           05  WS-OCQ-OFFICIAL-ACCOUNT PIC 9(10).
           05  WS-OCQ-OUT-COUNT        PIC 9(05).
           05  WS-OCQ-OUT-TOTAL        PIC 9(09)V99.
           05  WS-OCQ-FOUND            PIC X.
           05  WS-OCQ-OK               PIC X.
       01  WS-OFFICIAL-ACCOUNT-TXT     PIC X(10).

      *----------------------------------------------------------------
      * ATM Card Resolution - the network sends the card number; the
      * card master (see CARD-MASTER) answers which account it draws
      * on for the holder's account selection, or why it may not be
      * used.  A refused card rejects here with the response code
      * RESPCODE-LOOKUP words it by (202 blocked, 203 expired, 204
      * not on file, 205 no account for the selection).
      *----------------------------------------------------------------
       01  WS-CARD-REQUEST.
           05  WS-CARD-FUNCTION        PIC X.
           05  WS-CARD-NUMBER          PIC X(16).
           05  WS-CARD-SELECTION       PIC X.
           05  WS-CARD-ASOF-DATE       PIC 9(08).
           05  WS-CARD-INDEX           PIC 9(03).
           05  WS-CARD-STATUS          PIC X.
           05  WS-CARD-ISSUE-DATE      PIC 9(08).
           05  WS-CARD-EXPIRY          PIC 9(06).
           05  WS-CARD-CUSTOMER        PIC 9(10).
           05  WS-CARD-LINK            OCCURS 3 TIMES.
               10  WS-CARD-LINK-ROLE       PIC X.
               10  WS-CARD-LINK-ACCOUNT    PIC 9(10).
           05  WS-CARD-ACCOUNT         PIC 9(10).
           05  WS-CARD-STATUS-DATE     PIC 9(08).
           05  WS-CARD-STATUS-BY       PIC X(08).
           05  WS-CARD-REPLACED-BY     PIC X(16).
           05  WS-CARD-ISSUED-BY       PIC X(08).
           05  WS-CARD-RESULT          PIC X.
           05  WS-CARD-FOUND           PIC X.
           05  WS-CARD-OK              PIC X.

      *----------------------------------------------------------------
      * Counters and Result Log
       01  WS-BACKOFFICE-COUNT         PIC 9(04) VALUE 0.
       01  WS-ATM-COUNT                PIC 9(04) VALUE 0.
       01  WS-MOBILE-COUNT             PIC 9(04) VALUE 0.
       01  WS-CHEQUE-COUNT             PIC 9(04) VALUE 0.
       01  WS-STOPPED-COUNT            PIC 9(04) VALUE 0.
       01  WS-OFFICIAL-HELD-COUNT      PIC 9(04) VALUE 0.
       01  WS-CARD-REFUSED-COUNT       PIC 9(04) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(04) VALUE 0.
       01  WS-DUPLICATE-COUNT          PIC 9(04) VALUE 0.

           PERFORM 2000-COLLECT-BACKOFFICE THRU 2000-EXIT
           PERFORM 3000-COLLECT-ATM THRU 3000-EXIT
           PERFORM 4000-COLLECT-MOBILE THRU 4000-EXIT
           PERFORM 4500-COLLECT-CHEQUES THRU 4500-EXIT
           IF WS-MERGE-OVERFLOW = 'Y'
               PERFORM 6500-REJECT-RUN
           END-IF
           MOVE 'P' TO WS-REG-FUNCTION
           MOVE WS-BUS-DATE TO WS-REG-DATE
           CALL 'POSTED-REF-REGISTRY' USING WS-REGISTRY-REQUEST

           INITIALIZE WS-OFFICIAL-CHEQUE-REQUEST
           MOVE 'K' TO WS-OCQ-FUNCTION
           CALL 'OFFICIAL-CHEQUES' USING WS-OFFICIAL-CHEQUE-REQUEST
           MOVE WS-OCQ-OFFICIAL-ACCOUNT TO WS-OFFICIAL-ACCOUNT-TXT
           .

      *----------------------------------------------------------------
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ATM-LINE(1:3) = 'ATM'
                       MOVE ATM-LINE(20:16) TO WS-FLD-CARD
                       MOVE ATM-LINE(37:1)  TO WS-FLD-SELECTION
                       MOVE ATM-LINE(39:1)  TO WS-FLD-CODE
                       MOVE ATM-LINE(41:12) TO WS-FLD-AMOUNT-TXT
                       MOVE ATM-LINE(54:8)  TO WS-FLD-DATE
                       MOVE 'ATM'           TO WS-FLD-CHANNEL
                       MOVE ATM-LINE(5:14)  TO WS-FLD-REF
                       PERFORM 3200-RESOLVE-CARD
                       PERFORM 3500-VALIDATE-AND-ADD
                       IF WS-ITEM-OK = 'Y'
                           ADD 1 TO WS-ATM-COUNT
           END-READ
           .

      *----------------------------------------------------------------
       3200-RESOLVE-CARD.
      *----------------------------------------------------------------
      *    Card -> account through the card master.  A refused card
      *    leaves its response code and reason for 3500 to reject
      *    the item with; the account column stays blank only when
      *    the card is not on file at all.
           MOVE SPACES TO WS-FLD-ACCOUNT
           MOVE 0 TO WS-FLD-RESP-CODE

           INITIALIZE WS-CARD-REQUEST
           MOVE 'C'              TO WS-CARD-FUNCTION
           MOVE WS-FLD-CARD      TO WS-CARD-NUMBER
           MOVE WS-FLD-SELECTION TO WS-CARD-SELECTION
           MOVE WS-BUS-DATE      TO WS-CARD-ASOF-DATE
           CALL 'CARD-MASTER' USING WS-CARD-REQUEST

           EVALUATE WS-CARD-RESULT
               WHEN 'A'
                   MOVE WS-CARD-ACCOUNT TO WS-FLD-ACCOUNT
               WHEN 'H'
                   MOVE 202 TO WS-FLD-RESP-CODE
                   IF WS-CARD-STATUS = 'S'
                       MOVE 'HOT CARD - STOLEN' TO WS-FLD-REASON
                   ELSE
                       MOVE 'HOT CARD - LOST' TO WS-FLD-REASON
                   END-IF
               WHEN 'R'
                   MOVE 202 TO WS-FLD-RESP-CODE
                   MOVE 'CARD REPLACED' TO WS-FLD-REASON
               WHEN 'X'
                   MOVE 203 TO WS-FLD-RESP-CODE
                   MOVE 'CARD EXPIRED' TO WS-FLD-REASON
               WHEN 'N'
                   MOVE 205 TO WS-FLD-RESP-CODE
                   MOVE 'NO ACCOUNT FOR SELECTION' TO WS-FLD-REASON
               WHEN OTHER
                   MOVE 204 TO WS-FLD-RESP-CODE
                   MOVE 'UNKNOWN CARD' TO WS-FLD-REASON
           END-EVALUATE
      *    A refused card that is on file still names its primary
      *    account on the reject row, so the branch can follow up.
           IF WS-CARD-RESULT NOT = 'A'
               AND WS-CARD-FOUND = 'Y'
               MOVE WS-CARD-LINK-ACCOUNT(1) TO WS-FLD-ACCOUNT
           END-IF
           .

      *----------------------------------------------------------------
       4000-COLLECT-MOBILE.
      *----------------------------------------------------------------
           END-READ
           .

      *----------------------------------------------------------------
       4500-COLLECT-CHEQUES.
      *----------------------------------------------------------------
           OPEN INPUT CHEQUE-FILE
           IF WS-CHEQUE-FILE-STATUS NOT = '00'
      *        No inward clearing arrived today
               GO TO 4500-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 4600-COLLECT-ONE-CHEQUE UNTIL WS-EOF = 'Y'
           CLOSE CHEQUE-FILE
           .

       4500-EXIT.
           EXIT
           .

       4600-COLLECT-ONE-CHEQUE.
      *    A presented cheque is a withdrawal from the drawer's
      *    account; the presenting bank's reference is the item's
      *    network reference, the way an ATM item carries the ATM
      *    network's.
           READ CHEQUE-FILE INTO CHEQUE-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CHEQUE-LINE(1:10) = WS-OFFICIAL-ACCOUNT-TXT
      *                Drawn on the bank itself - OFFICIAL-CHQ-RECON
      *                pays it against the register
                       ADD 1 TO WS-OFFICIAL-HELD-COUNT
                   ELSE
                       IF CHEQUE-LINE NOT = SPACES
                           MOVE CHEQUE-LINE(1:10)  TO WS-FLD-ACCOUNT
                           MOVE 'W'                TO WS-FLD-CODE
                           MOVE CHEQUE-LINE(21:12) TO WS-FLD-AMOUNT-TXT
                           MOVE CHEQUE-LINE(51:8)  TO WS-FLD-DATE
                           MOVE 'CHQ'              TO WS-FLD-CHANNEL
                           MOVE CHEQUE-LINE(34:16) TO WS-FLD-REF
                           MOVE CHEQUE-LINE(12:8)  TO WS-FLD-SERIAL-TXT
                           PERFORM 3500-VALIDATE-AND-ADD
                           IF WS-ITEM-OK = 'Y'
                               ADD 1 TO WS-CHEQUE-COUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       3500-VALIDATE-AND-ADD.
      *----------------------------------------------------------------
      *    ends RC 4 so the channel team hears about it.
           MOVE 'Y' TO WS-ITEM-OK

           EVALUATE WS-FLD-CHANNEL
               WHEN 'ATM'
                   ADD 1 TO WS-ATM-SEEN
               WHEN 'CHQ'
                   ADD 1 TO WS-CHQ-SEEN
               WHEN OTHER
                   ADD 1 TO WS-MOB-SEEN
           END-EVALUATE

      *    A card the card master refused never gets as far as the
      *    account edits - there may be no account to edit.
           IF WS-FLD-CHANNEL = 'ATM'
               AND WS-FLD-RESP-CODE > 0
               MOVE 'N' TO WS-ITEM-OK
               ADD 1 TO WS-CARD-REFUSED-COUNT
               PERFORM 3600-REJECT-ITEM
               EXIT PARAGRAPH
           END-IF

           IF WS-FLD-ACCOUNT NOT NUMERIC
               PERFORM 3600-REJECT-ITEM
               EXIT PARAGRAPH
           END-IF
           IF WS-FLD-CHANNEL = 'CHQ'
               IF WS-FLD-SERIAL-TXT NOT NUMERIC
                   OR WS-FLD-SERIAL-TXT = '00000000'
                   MOVE 'N' TO WS-ITEM-OK
                   MOVE 'INVALID CHEQUE SERIAL' TO WS-FLD-REASON
                   PERFORM 3600-REJECT-ITEM
                   EXIT PARAGRAPH
               END-IF
               IF WS-FLD-REF = SPACES
                   MOVE 'N' TO WS-ITEM-OK
                   MOVE 'MISSING PRESENTING REFERENCE'
                       TO WS-FLD-REASON
                   PERFORM 3600-REJECT-ITEM
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    A reference already on the registry posted on an earlier
      *    day - the network has re-transmitted it, and posting it
               MOVE 'N' TO WS-ITEM-OK
               MOVE 'DUPLICATE NETWORK REFERENCE' TO WS-FLD-REASON
               ADD 1 TO WS-DUPLICATE-COUNT
               EVALUATE WS-FLD-CHANNEL
                   WHEN 'ATM'
                       ADD 1 TO WS-ATM-DUP
                   WHEN 'CHQ'
                       ADD 1 TO WS-CHQ-DUP
                   WHEN OTHER
                       ADD 1 TO WS-MOB-DUP
               END-EVALUATE
               PERFORM 3600-REJECT-ITEM
               EXIT PARAGRAPH
           END-IF

      *    A cheque the drawer has stopped never reaches posting -
      *    it is rejected here with its own reason, and the reject
      *    row sends it back to the clearing house.
           IF WS-FLD-CHANNEL = 'CHQ'
               MOVE WS-FLD-SERIAL-TXT TO WS-FLD-SERIAL
               INITIALIZE WS-CHEQUE-STOP-REQUEST
               MOVE 'C' TO WS-CSTP-FUNCTION
               MOVE WS-FLD-ACCOUNT TO WS-CSTP-ACCOUNT
               MOVE WS-FLD-SERIAL  TO WS-CSTP-SERIAL
               MOVE WS-FLD-AMOUNT  TO WS-CSTP-AMOUNT
               MOVE WS-BUS-DATE    TO WS-CSTP-ASOF-DATE
               CALL 'CHEQUE-STOPS' USING WS-CHEQUE-STOP-REQUEST
               IF WS-CSTP-FOUND = 'Y'
                   MOVE 'N' TO WS-ITEM-OK
                   MOVE 'STOP PAYMENT ON CHEQUE' TO WS-FLD-REASON
                   ADD 1 TO WS-STOPPED-COUNT
                   PERFORM 3600-REJECT-ITEM
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-MERGE-TOTAL < 1000
               ADD 1 TO WS-MERGE-TOTAL
               MOVE SPACES TO WS-OUT-LINE
      *    file so the settlement acknowledgment step can answer the
      *    network item by item instead of the reject living only on
      *    SYSOUT.  Layout: DATE 1-8, CHANNEL 10-12, ACCOUNT 14-23,
      *    CODE 25, REF 27-42, REASON 44-73, RESP-CODE 75-77 when
      *    the refusal has a response code of its own.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY 'REJECTED  ' WS-FLD-CHANNEL ' ' WS-FLD-ACCOUNT
                   ' ' WS-FLD-CODE ' ref ' WS-FLD-REF
           MOVE WS-FLD-CODE    TO WS-REJECT-WORK(25:1)
           MOVE WS-FLD-REF     TO WS-REJECT-WORK(27:16)
           MOVE WS-FLD-REASON  TO WS-REJECT-WORK(44:30)
           IF WS-FLD-RESP-CODE > 0
               MOVE WS-FLD-RESP-CODE TO WS-REJECT-WORK(75:3)
               MOVE 0 TO WS-FLD-RESP-CODE
           END-IF

           OPEN EXTEND REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = '00' AND
      *    the channel team is on the phone before posting ever runs.
           IF (WS-ATM-SEEN > 0 AND WS-ATM-DUP = WS-ATM-SEEN)
               OR (WS-MOB-SEEN > 0 AND WS-MOB-DUP = WS-MOB-SEEN)
               OR (WS-CHQ-SEEN > 0 AND WS-CHQ-DUP = WS-CHQ-SEEN)
               DISPLAY 'RUN REJECTED - a channel file is a complete'
                       ' replay of already-posted references;'
                       ' nothing released to posting'
                       ' / ' WS-ATM-DUP
               DISPLAY '  Mobile items/duplicates : ' WS-MOB-SEEN
                       ' / ' WS-MOB-DUP
               DISPLAY '  Cheque items/duplicates : ' WS-CHQ-SEEN
                       ' / ' WS-CHQ-DUP
               OPEN OUTPUT MERGED-FILE
               IF WS-MERGED-FILE-STATUS = '00'
                   CLOSE MERGED-FILE
           DISPLAY 'Back-Office Items      : ' WS-BACKOFFICE-COUNT
           DISPLAY 'ATM Items              : ' WS-ATM-COUNT
           DISPLAY 'Mobile Items           : ' WS-MOBILE-COUNT
           DISPLAY 'Inward Cheques         : ' WS-CHEQUE-COUNT
           DISPLAY 'Official Cheques Held  : ' WS-OFFICIAL-HELD-COUNT
           DISPLAY 'Channel Items Rejected : ' WS-REJECT-COUNT
           DISPLAY '  Of Which Duplicates  : ' WS-DUPLICATE-COUNT
           DISPLAY '  Of Which Stopped     : ' WS-STOPPED-COUNT
           DISPLAY '  Of Which Card Refused: ' WS-CARD-REFUSED-COUNT
           DISPLAY 'Merged Items Released  : ' WS-MERGE-TOTAL
           DISPLAY '=================================================='

