           88  WS-LOG-REVERSAL                  VALUE 'R'.
           88  WS-LOG-EXTERNAL                  VALUE 'E'.
           88  WS-LOG-EXT-RETURN                VALUE 'B'.
           88  WS-LOG-LEVY                      VALUE 'K'.
           88  WS-LOG-DISPUTE                   VALUE 'Y'.
           88  WS-LOG-VALUE-ADJ                 VALUE '1'.
           88  WS-LOG-LOAN-INTEREST             VALUE '2'.
       01  WS-LOG-AMOUNT-TXT             PIC X(12).
       01  WS-LOG-DATE                   PIC 9(08).
       01  WS-LOG-NEW-BAL                PIC S9(08)V99.
               10  HV-NEW-BAL-TXT      PIC X(12).
               10  FILLER              PIC X(07).

      *----------------------------------------------------------------
      * Training Mode - a trainee's session open on this terminal
      * today means the inquiry shows the training copy
      * (see TRAINING-MODE).
      *----------------------------------------------------------------
       01  WS-TRAINING-REQUEST.
           05  WS-TRN-FUNCTION         PIC X.
           05  WS-TRN-TRAINEE          PIC X.
           05  WS-TRN-OPERATOR-ID      PIC X(08).
           05  WS-TRN-ACTIVE           PIC X.
           05  WS-TRN-OK               PIC X.
           05  WS-TRN-FILE-NAME        PIC X(60).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY ' '

           INITIALIZE WS-TRAINING-REQUEST
           MOVE 'C' TO WS-TRN-FUNCTION
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           IF WS-TRN-ACTIVE = 'Y'
               DISPLAY '*** TRAINING MODE - showing the training copy'
                       ' for trainee ' WS-TRN-OPERATOR-ID ' ***'
               DISPLAY ' '
           END-IF

           MOVE 00012 TO ACB-FILE-NUMBER
           .

               WHEN WS-LOG-EXT-RETURN
                   MOVE 'EXT RETURN'   TO HIST-DESC(WS-HIST-COUNT)
                   MOVE 'Y' TO HIST-AMOUNT-VALID(WS-HIST-COUNT)
               WHEN WS-LOG-LEVY
      *            Taken under a court levy or garnishment order -
      *            the entry's tail names the order
                   MOVE 'LEVY SEIZURE' TO HIST-DESC(WS-HIST-COUNT)
                   MOVE 'Y' TO HIST-AMOUNT-VALID(WS-HIST-COUNT)
               WHEN WS-LOG-DISPUTE
      *            Provisional credit on a disputed ATM or mobile item,
      *            or its reversal when the network declines - the
      *            row's cross-reference names the dispute
                   MOVE 'CHANNEL DISPUTE' TO HIST-DESC(WS-HIST-COUNT)
                   MOVE 'Y' TO HIST-AMOUNT-VALID(WS-HIST-COUNT)
               WHEN WS-LOG-VALUE-ADJ
      *            Interest put right for an item that took value on
      *            an earlier date - linked to the item by its time
                   MOVE 'VALUE DATE INT' TO HIST-DESC(WS-HIST-COUNT)
                   MOVE 'Y' TO HIST-AMOUNT-VALID(WS-HIST-COUNT)
               WHEN WS-LOG-LOAN-INTEREST
      *            Interest split off an installment-loan payment -
      *            linked to the payment by its time
                   MOVE 'LOAN INTEREST' TO HIST-DESC(WS-HIST-COUNT)
                   MOVE 'Y' TO HIST-AMOUNT-VALID(WS-HIST-COUNT)
               WHEN OTHER
                   MOVE 'OTHER'        TO HIST-DESC(WS-HIST-COUNT)
                   MOVE 'N' TO HIST-AMOUNT-VALID(WS-HIST-COUNT)
