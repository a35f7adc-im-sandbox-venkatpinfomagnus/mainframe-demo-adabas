      *          settlement-totals file each network sends - flagging
      *          any difference the way ACCOUNT-GL-RECON flags a GL
      *          break, so the ATM settlement desk no longer does
      *          this by hand off SYSOUT.  A rejected withdrawal or
      *          transfer is also proved against the stand-in
      *          available-balance file the network held for the day
      *          (see CHANNEL-AVAIL-OUT): an item that file would
      *          have authorized was most likely paid out at source
      *          already, so it is listed separately for the
      *          settlement desk to recover.
      * INPUT:   ../data/audit-log.txt (channel entries carry the
      *          channel code and network reference as trailing CSV
      *          columns), ../data/channel-rejects.txt (DATE 1-8,
      *          CHANNEL 10-12, ACCOUNT 14-23, CODE 25, REF 27-42,
      *          REASON 44-73, RESP-CODE 75-77 when the refusal
      *          has a response code of its own - 201 over the daily
      *          limit, see DAILY-LIMITS; 202-205 a refused ATM card,
      *          see CARD-MASTER), ../data/settlement-
      *          totals.txt (CHANNEL 1-3, COUNT 5-9, AMOUNT 11-23),
      *          ../data/atm-avail.txt and ../data/mobile-avail.txt
      *          (stand-in files, see CHANNEL-AVAIL-OUT for the
      *          layouts), ../data/atm-transactions.txt and
      *          ../data/mobile-transactions.txt (the day's inbound
      *          feeds, for the amount of a rejected item)
      * OUTPUT:  ../data/atm-ack.txt ('ATM' 1-3, REF 5-18,
      *          STATUS 20-25 POSTED/REJECT, AMOUNT 27-38 or, on a
      *          REJECT, REASON 27-50 and RESP-CODE 52-54),
      *          ../data/mobile-ack.txt (REF 1-16, STATUS 18-23,
      *          AMOUNT 25-36 or REASON 25-48 and RESP-CODE 50-52);
      *          reconciliation report on SYSOUT.
      *          RETURN-CODE 4 when any channel's posted count or
      *          amount differs from the network's settlement totals
      *          or any rejected item was authorized by a stand-in
      *          file
      *================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-FILE-STATUS.

           SELECT ATM-AVAIL-FILE ASSIGN TO "../data/atm-avail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATM-AVAIL-STATUS.

           SELECT MOB-AVAIL-FILE ASSIGN TO
                   "../data/mobile-avail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOB-AVAIL-STATUS.

           SELECT ATM-IN-FILE ASSIGN TO
                   "../data/atm-transactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATM-IN-STATUS.

           SELECT MOB-IN-FILE ASSIGN TO
                   "../data/mobile-transactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOB-IN-STATUS.

           SELECT ATM-ACK-FILE ASSIGN TO "../data/atm-ack.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATM-ACK-STATUS.
       FD  SETTLE-FILE.
       01  SETTLE-LINE                 PIC X(40).

       FD  ATM-AVAIL-FILE.
       01  ATM-AVAIL-LINE              PIC X(60).

       FD  MOB-AVAIL-FILE.
       01  MOB-AVAIL-LINE              PIC X(60).

       FD  ATM-IN-FILE.
       01  ATM-IN-LINE                 PIC X(80).

       FD  MOB-IN-FILE.
       01  MOB-IN-LINE                 PIC X(80).

       FD  ATM-ACK-FILE.
       01  ATM-ACK-LINE                PIC X(60).

       FD  MOB-ACK-FILE.
       01  MOB-ACK-LINE                PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS        PIC XX.
       01  WS-SETTLE-FILE-STATUS       PIC XX.
       01  WS-ATM-ACK-STATUS           PIC XX.
       01  WS-MOB-ACK-STATUS           PIC XX.
       01  WS-ATM-AVAIL-STATUS         PIC XX.
       01  WS-MOB-AVAIL-STATUS         PIC XX.
       01  WS-ATM-IN-STATUS            PIC XX.
       01  WS-MOB-IN-STATUS            PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * Acknowledgment Assembly
      *----------------------------------------------------------------
       01  WS-ACK-WORK                 PIC X(60).
       01  WS-ACK-AMOUNT-EDIT          PIC 9(09).99.
       01  WS-ATM-ACK-COUNT            PIC 9(05) VALUE 0.
       01  WS-MOB-ACK-COUNT            PIC 9(05) VALUE 0.
       01  WS-LIMIT-REJECT-COUNT       PIC 9(05) VALUE 0.
       01  WS-CARD-REJECT-COUNT        PIC 9(05) VALUE 0.

      *----------------------------------------------------------------
      * Stand-In Availability - the rows CHANNEL-AVAIL-OUT wrote at
      * the end of the last cycle, dated for today, which the
      * networks authorized against while they could not reach us.
      * The ATM network keys a row on card and selection, the mobile
      * vendor on account.
      *----------------------------------------------------------------
       01  WS-STANDIN-TABLE.
           05  WS-SIN-ENTRY            OCCURS 2000 TIMES.
               10  WS-SIN-CHANNEL      PIC X(03).
               10  WS-SIN-KEY          PIC X(17).
               10  WS-SIN-STATUS       PIC X.
               10  WS-SIN-AVAILABLE    PIC 9(09)V99.
       01  WS-SIN-USED                 PIC 9(04) VALUE 0.
       01  WS-SIN-SUB                  PIC 9(04) VALUE 0.
       01  WS-SIN-MATCH                PIC 9(04) VALUE 0.
       01  WS-SIN-FULL-WARNED          PIC X VALUE 'N'.
       01  WS-SIN-STATUS-TXT           PIC X.
       01  WS-SIN-AVAILABLE-TXT        PIC X(12).

      *----------------------------------------------------------------
      * Inbound Items - the reject row carries no amount, so a
      * rejected withdrawal or transfer is resolved back to the
      * network's own inbound record by reference, the way
      * CHEQUE-RETURNS resolves a returned cheque to the inward file.
      *----------------------------------------------------------------
       01  WS-INBOUND-TABLE.
           05  WS-INB-ENTRY            OCCURS 2000 TIMES.
               10  WS-INB-CHANNEL      PIC X(03).
               10  WS-INB-REF          PIC X(16).
               10  WS-INB-KEY          PIC X(17).
               10  WS-INB-AMOUNT       PIC 9(09)V99.
       01  WS-INB-USED                 PIC 9(04) VALUE 0.
       01  WS-INB-SUB                  PIC 9(04) VALUE 0.
       01  WS-INB-MATCH                PIC 9(04) VALUE 0.
       01  WS-INB-FULL-WARNED          PIC X VALUE 'N'.
       01  WS-LOOKUP-KEY               PIC X(17).

      *----------------------------------------------------------------
      * Authorized-But-Rejected Items - reported on their own after
      * the reconciliation.
      *----------------------------------------------------------------
       01  WS-EXPOSURE-TABLE.
           05  WS-EXP-ENTRY            OCCURS 200 TIMES.
               10  WS-EXP-CHANNEL      PIC X(03).
               10  WS-EXP-REF          PIC X(16).
               10  WS-EXP-ACCOUNT      PIC X(10).
               10  WS-EXP-AMOUNT       PIC 9(09)V99.
               10  WS-EXP-AVAILABLE    PIC 9(09)V99.
               10  WS-EXP-REASON       PIC X(30).
       01  WS-EXP-USED                 PIC 9(03) VALUE 0.
       01  WS-EXP-SUB                  PIC 9(03) VALUE 0.
       01  WS-STANDIN-COUNT            PIC 9(05) VALUE 0.
       01  WS-STANDIN-AMOUNT           PIC 9(11)V99 VALUE 0.
       01  WS-FORMATTED-ITEM           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-FORMATTED-AVAIL          PIC ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      * Reconciliation Working Data
           PERFORM 4000-FINISH-ACK-FILES
           PERFORM 5000-LOAD-SETTLEMENT-TOTALS THRU 5000-EXIT
           PERFORM 6000-PRINT-RECONCILIATION
           PERFORM 6200-PRINT-STAND-IN-EXPOSURE
           IF WS-BREAK-COUNT > 0 OR WS-STANDIN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
      *----------------------------------------------------------------
      *    Absence of the rejects file just means no channel item was
      *    rejected today.
           PERFORM 3500-LOAD-STAND-IN-FILES
           PERFORM 3600-LOAD-INBOUND-ITEMS
           MOVE 'N' TO WS-EOF

           OPEN INPUT REJECT-FILE
           MOVE REJECT-LINE(10:3)  TO WS-LOG-CHANNEL
           MOVE REJECT-LINE(27:16) TO WS-LOG-REF

      *    Inward-clearing cheques share the rejects file, but the
      *    clearing house is answered by the CHEQUE-RETURNS file,
      *    not by an acknowledgment here.
           IF WS-LOG-CHANNEL NOT = 'ATM'
               AND WS-LOG-CHANNEL NOT = 'MOB'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOG-CHANNEL TO WS-LOOKUP-CHANNEL
           PERFORM 8000-FIND-OR-ADD-CHANNEL
           ADD 1 TO WS-CHN-REJECTED(WS-CHN-MATCH)
           IF REJECT-LINE(25:1) = 'W' OR REJECT-LINE(25:1) = 'T'
               PERFORM 3300-CHECK-STAND-IN
           END-IF
           EVALUATE REJECT-LINE(75:3)
               WHEN '201'
                   ADD 1 TO WS-LIMIT-REJECT-COUNT
               WHEN '202'
               WHEN '203'
               WHEN '204'
               WHEN '205'
                   ADD 1 TO WS-CARD-REJECT-COUNT
           END-EVALUATE

      *    A refusal with a response code of its own (an over-limit
      *    item, a hot, expired or unknown card) carries the code for
      *    the network to act on - the card or login can be blocked
      *    or captured at source.
           MOVE SPACES TO WS-ACK-WORK
           IF WS-LOG-CHANNEL = 'ATM'
               MOVE 'ATM'            TO WS-ACK-WORK(1:3)
               MOVE WS-LOG-REF(1:14) TO WS-ACK-WORK(5:14)
               MOVE 'REJECT'         TO WS-ACK-WORK(20:6)
               MOVE REJECT-LINE(44:24) TO WS-ACK-WORK(27:24)
               MOVE REJECT-LINE(75:3)  TO WS-ACK-WORK(52:3)
               MOVE WS-ACK-WORK TO ATM-ACK-LINE
               WRITE ATM-ACK-LINE
               ADD 1 TO WS-ATM-ACK-COUNT
               MOVE WS-LOG-REF       TO WS-ACK-WORK(1:16)
               MOVE 'REJECT'         TO WS-ACK-WORK(18:6)
               MOVE REJECT-LINE(44:24) TO WS-ACK-WORK(25:24)
               MOVE REJECT-LINE(75:3)  TO WS-ACK-WORK(50:3)
               MOVE WS-ACK-WORK TO MOB-ACK-LINE
               WRITE MOB-ACK-LINE
               ADD 1 TO WS-MOB-ACK-COUNT
           END-IF
           .

      *----------------------------------------------------------------
       3300-CHECK-STAND-IN.
      *----------------------------------------------------------------
      *    A refused withdrawal or transfer the network could have
      *    authorized on its own - the stand-in row for the card or
      *    account said authorize, and for at least this much - is
      *    money the network may already have paid out.
           MOVE 0 TO WS-INB-MATCH
           PERFORM 3310-MATCH-ONE-INBOUND
               VARYING WS-INB-SUB FROM 1 BY 1
               UNTIL WS-INB-SUB > WS-INB-USED
                  OR WS-INB-MATCH > 0
           IF WS-INB-MATCH = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-INB-KEY(WS-INB-MATCH) TO WS-LOOKUP-KEY
           MOVE 0 TO WS-SIN-MATCH
           PERFORM 3320-MATCH-ONE-STAND-IN
               VARYING WS-SIN-SUB FROM 1 BY 1
               UNTIL WS-SIN-SUB > WS-SIN-USED
                  OR WS-SIN-MATCH > 0
           IF WS-SIN-MATCH = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-SIN-STATUS(WS-SIN-MATCH) NOT = 'A'
               OR WS-SIN-AVAILABLE(WS-SIN-MATCH)
                   < WS-INB-AMOUNT(WS-INB-MATCH)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-STANDIN-COUNT
           ADD WS-INB-AMOUNT(WS-INB-MATCH) TO WS-STANDIN-AMOUNT
           IF WS-EXP-USED < 200
               ADD 1 TO WS-EXP-USED
               MOVE WS-LOG-CHANNEL    TO WS-EXP-CHANNEL(WS-EXP-USED)
               MOVE WS-LOG-REF        TO WS-EXP-REF(WS-EXP-USED)
               MOVE REJECT-LINE(14:10)
                   TO WS-EXP-ACCOUNT(WS-EXP-USED)
               MOVE WS-INB-AMOUNT(WS-INB-MATCH)
                   TO WS-EXP-AMOUNT(WS-EXP-USED)
               MOVE WS-SIN-AVAILABLE(WS-SIN-MATCH)
                   TO WS-EXP-AVAILABLE(WS-EXP-USED)
               MOVE REJECT-LINE(44:30)
                   TO WS-EXP-REASON(WS-EXP-USED)
           END-IF
           .

       3310-MATCH-ONE-INBOUND.
           IF WS-INB-CHANNEL(WS-INB-SUB) = WS-LOG-CHANNEL
               AND WS-INB-REF(WS-INB-SUB) = WS-LOG-REF
               MOVE WS-INB-SUB TO WS-INB-MATCH
           END-IF
           .

       3320-MATCH-ONE-STAND-IN.
           IF WS-SIN-CHANNEL(WS-SIN-SUB) = WS-LOG-CHANNEL
               AND WS-SIN-KEY(WS-SIN-SUB) = WS-LOOKUP-KEY
               MOVE WS-SIN-SUB TO WS-SIN-MATCH
           END-IF
           .

      *----------------------------------------------------------------
       3500-LOAD-STAND-IN-FILES.
      *----------------------------------------------------------------
      *    Only rows dated today count - a file left over from an
      *    earlier cycle was not what the networks held today.  No
      *    file means the network had nothing to stand in on.
           OPEN INPUT ATM-AVAIL-FILE
           IF WS-ATM-AVAIL-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM 3510-READ-ONE-ATM-AVAIL UNTIL WS-EOF = 'Y'
               CLOSE ATM-AVAIL-FILE
           END-IF

           OPEN INPUT MOB-AVAIL-FILE
           IF WS-MOB-AVAIL-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM 3520-READ-ONE-MOB-AVAIL UNTIL WS-EOF = 'Y'
               CLOSE MOB-AVAIL-FILE
           END-IF
           .

       3510-READ-ONE-ATM-AVAIL.
           READ ATM-AVAIL-FILE INTO ATM-AVAIL-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ATM-AVAIL-LINE(1:3) = 'ATM'
                       AND ATM-AVAIL-LINE(43:8) = WS-BUS-DATE
                       MOVE 'ATM' TO WS-LOOKUP-CHANNEL
                       MOVE SPACES TO WS-LOOKUP-KEY
                       MOVE ATM-AVAIL-LINE(5:16)
                           TO WS-LOOKUP-KEY(1:16)
                       MOVE ATM-AVAIL-LINE(22:1)
                           TO WS-LOOKUP-KEY(17:1)
                       MOVE ATM-AVAIL-LINE(24:1) TO WS-SIN-STATUS-TXT
                       MOVE ATM-AVAIL-LINE(26:12)
                           TO WS-SIN-AVAILABLE-TXT
                       PERFORM 3530-ADD-STAND-IN-ROW
                   END-IF
           END-READ
           .

       3520-READ-ONE-MOB-AVAIL.
           READ MOB-AVAIL-FILE INTO MOB-AVAIL-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF MOB-AVAIL-LINE(1:7) NOT = 'TRAILER'
                       AND MOB-AVAIL-LINE(12:8) = WS-BUS-DATE
                       MOVE 'MOB' TO WS-LOOKUP-CHANNEL
                       MOVE SPACES TO WS-LOOKUP-KEY
                       MOVE MOB-AVAIL-LINE(1:10)
                           TO WS-LOOKUP-KEY(1:10)
                       MOVE MOB-AVAIL-LINE(21:1) TO WS-SIN-STATUS-TXT
                       MOVE MOB-AVAIL-LINE(23:12)
                           TO WS-SIN-AVAILABLE-TXT
                       PERFORM 3530-ADD-STAND-IN-ROW
                   END-IF
           END-READ
           .

       3530-ADD-STAND-IN-ROW.
           IF WS-SIN-USED >= 2000
               IF WS-SIN-FULL-WARNED = 'N'
                   DISPLAY 'WARNING: stand-in table full - later'
                           ' rows not checked'
                   MOVE 'Y' TO WS-SIN-FULL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SIN-USED
           MOVE WS-LOOKUP-CHANNEL TO WS-SIN-CHANNEL(WS-SIN-USED)
           MOVE WS-LOOKUP-KEY     TO WS-SIN-KEY(WS-SIN-USED)
           MOVE WS-SIN-STATUS-TXT TO WS-SIN-STATUS(WS-SIN-USED)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-SIN-AVAILABLE-TXT))
               TO WS-SIN-AVAILABLE(WS-SIN-USED)
           .

      *----------------------------------------------------------------
       3600-LOAD-INBOUND-ITEMS.
      *----------------------------------------------------------------
      *    Only withdrawals and transfers are authorized against a
      *    balance, so only those are kept.
           OPEN INPUT ATM-IN-FILE
           IF WS-ATM-IN-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM 3610-READ-ONE-ATM-ITEM UNTIL WS-EOF = 'Y'
               CLOSE ATM-IN-FILE
           END-IF

           OPEN INPUT MOB-IN-FILE
           IF WS-MOB-IN-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM 3620-READ-ONE-MOB-ITEM UNTIL WS-EOF = 'Y'
               CLOSE MOB-IN-FILE
           END-IF
           .

       3610-READ-ONE-ATM-ITEM.
           READ ATM-IN-FILE INTO ATM-IN-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ATM-IN-LINE(1:3) = 'ATM'
                       AND (ATM-IN-LINE(39:1) = 'W'
                            OR ATM-IN-LINE(39:1) = 'T')
                       MOVE 'ATM' TO WS-LOOKUP-CHANNEL
                       MOVE SPACES TO WS-LOG-REF
                       MOVE ATM-IN-LINE(5:14) TO WS-LOG-REF
                       MOVE SPACES TO WS-LOOKUP-KEY
                       MOVE ATM-IN-LINE(20:16)
                           TO WS-LOOKUP-KEY(1:16)
                       MOVE ATM-IN-LINE(37:1)
                           TO WS-LOOKUP-KEY(17:1)
                       MOVE ATM-IN-LINE(41:12) TO WS-LOG-AMOUNT-TXT
                       PERFORM 3630-ADD-INBOUND-ITEM
                   END-IF
           END-READ
           .

       3620-READ-ONE-MOB-ITEM.
           READ MOB-IN-FILE INTO MOB-IN-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF MOB-IN-LINE(21:1) = 'W'
                       OR MOB-IN-LINE(21:1) = 'T'
                       MOVE 'MOB' TO WS-LOOKUP-CHANNEL
                       MOVE MOB-IN-LINE(36:16) TO WS-LOG-REF
                       MOVE SPACES TO WS-LOOKUP-KEY
                       MOVE MOB-IN-LINE(1:10)
                           TO WS-LOOKUP-KEY(1:10)
                       MOVE MOB-IN-LINE(23:12) TO WS-LOG-AMOUNT-TXT
                       PERFORM 3630-ADD-INBOUND-ITEM
                   END-IF
           END-READ
           .

       3630-ADD-INBOUND-ITEM.
           IF WS-INB-USED >= 2000
               IF WS-INB-FULL-WARNED = 'N'
                   DISPLAY 'WARNING: inbound table full - later'
                           ' items not checked'
                   MOVE 'Y' TO WS-INB-FULL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INB-USED
           MOVE WS-LOOKUP-CHANNEL TO WS-INB-CHANNEL(WS-INB-USED)
           MOVE WS-LOG-REF        TO WS-INB-REF(WS-INB-USED)
           MOVE WS-LOOKUP-KEY     TO WS-INB-KEY(WS-INB-USED)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LOG-AMOUNT-TXT))
               TO WS-INB-AMOUNT(WS-INB-USED)
           .

      *----------------------------------------------------------------
       4000-FINISH-ACK-FILES.
      *----------------------------------------------------------------
           END-IF
           DISPLAY 'ATM acknowledgments    : ' WS-ATM-ACK-COUNT
           DISPLAY 'Mobile acknowledgments : ' WS-MOB-ACK-COUNT
           DISPLAY 'Over daily limit       : ' WS-LIMIT-REJECT-COUNT
           DISPLAY 'Card refused           : ' WS-CARD-REJECT-COUNT
           DISPLAY '=================================================='
           .

           END-IF
           .

      *----------------------------------------------------------------
       6200-PRINT-STAND-IN-EXPOSURE.
      *----------------------------------------------------------------
      *    Kept apart from the settlement break - the networks'
      *    totals can tie out to the penny while an item they paid on
      *    the stand-in file is still owed back.
           DISPLAY ' '
           DISPLAY 'AUTHORIZED AGAINST STAND-IN FILE, REJECTED BY US'
           DISPLAY 'CHN  Reference        Account            Amount'
                   ' Stand-In Avail  Reason'
           DISPLAY '--------------------------------------------------'
                   '--------------------------------'
           PERFORM 6210-PRINT-ONE-EXPOSURE
               VARYING WS-EXP-SUB FROM 1 BY 1
               UNTIL WS-EXP-SUB > WS-EXP-USED
           DISPLAY '--------------------------------------------------'
                   '--------------------------------'
           MOVE WS-STANDIN-AMOUNT TO WS-FORMATTED-OURS
           DISPLAY 'Items                  : ' WS-STANDIN-COUNT
           DISPLAY 'Amount                 : ' WS-FORMATTED-OURS
           IF WS-STANDIN-COUNT > WS-EXP-USED
               DISPLAY 'WARNING: only the first 200 items are listed'
           END-IF
           DISPLAY '=================================================='
           .

       6210-PRINT-ONE-EXPOSURE.
           MOVE WS-EXP-AMOUNT(WS-EXP-SUB)    TO WS-FORMATTED-ITEM
           MOVE WS-EXP-AVAILABLE(WS-EXP-SUB) TO WS-FORMATTED-AVAIL
           DISPLAY WS-EXP-CHANNEL(WS-EXP-SUB) '  '
                   WS-EXP-REF(WS-EXP-SUB) ' '
                   WS-EXP-ACCOUNT(WS-EXP-SUB) ' '
                   WS-FORMATTED-ITEM ' '
                   WS-FORMATTED-AVAIL '  '
                   WS-EXP-REASON(WS-EXP-SUB)
           .

      *----------------------------------------------------------------
       7000-RECORD-RUN.
      *----------------------------------------------------------------
