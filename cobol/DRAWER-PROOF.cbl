      *          the business date - deposits in, withdrawals out;
      *          transfers and fees move no drawer cash and are
      *          excluded, as is everything the posting batch did
      *          under BATCH; cash bought from or sold to the branch
      *          vault (VAULT-MAINT's 'H' entries) moves the drawer
      *          too - computes the drawer position from the
      *          declared opening count, compares it against the
      *          operator's declared closing count, and prints a
      *          per-teller over/short report plus a branch-level
      *----------------------------------------------------------------
      * Audit-Log Line Parsing - field 8 is the posting operator on
      * a teller entry; the posting batch stamps BATCH there and its
      * activity moves no drawer cash.  A vault entry carries the
      * action word in field 8 and the teller in field 9.
      *----------------------------------------------------------------
       01  WS-LOG-ISN-TXT              PIC X(10).
       01  WS-LOG-ACCOUNT-TXT          PIC X(10).
       01  WS-LOG-TYPE                 PIC X.
       01  WS-LOG-AMOUNT-TXT           PIC X(12).
       01  WS-LOG-TIMESTAMP            PIC X(16).
       01  WS-LOG-TAIL-1               PIC X(11).
       01  WS-LOG-TAIL-2               PIC X(08).
       01  WS-LOG-OPERATOR             PIC X(08).
       01  WS-LOG-ACTION               PIC X(11).
       01  WS-LOG-AMOUNT               PIC 9(09)V99.

      *----------------------------------------------------------------
                    WS-LOG-TYPE
                    WS-LOG-AMOUNT-TXT
                    WS-LOG-TIMESTAMP
                    WS-LOG-TAIL-1
                    WS-LOG-TAIL-2
           END-UNSTRING
           MOVE WS-LOG-TAIL-1 TO WS-LOG-OPERATOR
           MOVE SPACES TO WS-LOG-ACTION

           IF WS-LOG-TIMESTAMP(1:8) NOT = WS-BUS-DATE
               EXIT PARAGRAPH
           END-IF

      *    Only over-the-counter cash moves a drawer: deposits in,
      *    withdrawals out, and cash bought from (in) or sold to
      *    (out) the vault.  Transfers, fees, interest, adjustments
      *    and everything batch-posted are not drawer cash.
           IF WS-LOG-TYPE = 'H'
               MOVE WS-LOG-TAIL-1 TO WS-LOG-ACTION
               IF WS-LOG-ACTION NOT = 'VAULT-BUY'
                   AND WS-LOG-ACTION NOT = 'VAULT-SELL'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LOG-TAIL-2 TO WS-LOG-OPERATOR
           ELSE
               IF WS-LOG-TYPE NOT = 'D' AND WS-LOG-TYPE NOT = 'W'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-LOG-OPERATOR = SPACES
               OR WS-LOG-OPERATOR = 'BATCH'
           END-IF

           IF WS-LOG-TYPE = 'D'
               OR WS-LOG-ACTION = 'VAULT-BUY'
               ADD WS-LOG-AMOUNT TO WS-PF-CASH-IN(WS-PF-MATCH)
           ELSE
               ADD WS-LOG-AMOUNT TO WS-PF-CASH-OUT(WS-PF-MATCH)
