           88  WS-LOG-REVERSAL                  VALUE 'R'.
           88  WS-LOG-EXTERNAL                  VALUE 'E'.
           88  WS-LOG-EXT-RETURN                VALUE 'B'.
           88  WS-LOG-LEVY                      VALUE 'K'.
           88  WS-LOG-DISPUTE                   VALUE 'Y'.
           88  WS-LOG-VALUE-ADJ                 VALUE '1'.
           88  WS-LOG-LOAN-INTEREST             VALUE '2'.
       01  WS-LOG-AMOUNT-TXT             PIC X(12).
       01  WS-LOG-TIMESTAMP              PIC X(16).
       01  WS-LOG-DATE                   PIC 9(08).
               WHEN WS-LOG-EXT-RETURN
                   MOVE 'EXT RETURN'   TO STMT-DESC(WS-STMT-COUNT)
                   MOVE 'Y' TO STMT-AMOUNT-VALID(WS-STMT-COUNT)
               WHEN WS-LOG-LEVY
      *            Taken under a court levy or garnishment order -
      *            the entry's tail names the order
                   MOVE 'LEVY SEIZURE' TO STMT-DESC(WS-STMT-COUNT)
                   MOVE 'Y' TO STMT-AMOUNT-VALID(WS-STMT-COUNT)
               WHEN WS-LOG-DISPUTE
      *            Provisional credit on a disputed ATM or mobile item,
      *            or its reversal when the network declines - the
      *            row's cross-reference names the dispute
                   MOVE 'CHANNEL DISPUTE' TO STMT-DESC(WS-STMT-COUNT)
                   MOVE 'Y' TO STMT-AMOUNT-VALID(WS-STMT-COUNT)
               WHEN WS-LOG-VALUE-ADJ
      *            Interest put right for an item that took value on
      *            an earlier date - linked to the item by its time
                   MOVE 'VALUE DATE INT' TO STMT-DESC(WS-STMT-COUNT)
                   MOVE 'Y' TO STMT-AMOUNT-VALID(WS-STMT-COUNT)
               WHEN WS-LOG-LOAN-INTEREST
      *            Interest split off an installment-loan payment -
      *            linked to the payment by its time
                   MOVE 'LOAN INTEREST' TO STMT-DESC(WS-STMT-COUNT)
                   MOVE 'Y' TO STMT-AMOUNT-VALID(WS-STMT-COUNT)
               WHEN OTHER
                   MOVE 'OTHER'        TO STMT-DESC(WS-STMT-COUNT)
                   MOVE 'N' TO STMT-AMOUNT-VALID(WS-STMT-COUNT)
