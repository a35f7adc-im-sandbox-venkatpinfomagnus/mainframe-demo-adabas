      * PROGRAM: ACCOUNT-TXN-PREEDIT
      * PURPOSE: Transaction pre-edit, run ahead of posting.  Every
      *          line of the raw daily transaction file is validated
      *          (numeric account, known code, positive amount, a
      *          real to-account on a transfer, and a real value date
      *          no later than the business date on a back-valued
      *          deposit, withdrawal or adjustment) and the file's
      *          TRAILER control record - record count and amount
      *          hash total - is proved against what was actually
      *          read; a trailer mismatch (or no trailer at all)
       01  WS-EDIT-REASON              PIC X(30).
       01  WS-EDIT-CODE                PIC X.
           88  WS-EDIT-VALID-CODE      VALUE 'D' 'W' 'A' 'T' 'E'.
       01  WS-EDIT-VALUE-DATE          PIC 9(08).
       01  WS-EDIT-AMOUNT              PIC 9(09)V99.

      *----------------------------------------------------------------
               AND WS-EDIT-LINE(39:8) > WS-TODAY
               MOVE 'N' TO WS-EDIT-OK
               MOVE 'DATED AFTER BUSINESS DATE' TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF

      *    A back-valued item carries its value date in cols 69-76
      *    (blank = the business date).  Only a deposit, withdrawal
      *    or adjustment can be back-valued - the posting batch
      *    works out the interest it missed - and the date must be
      *    a real one no later than the business date.
           IF WS-EDIT-LINE(69:8) NOT = SPACES
               IF WS-EDIT-CODE NOT = 'D' AND WS-EDIT-CODE NOT = 'W'
                   AND WS-EDIT-CODE NOT = 'A'
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'VALUE DATE NOT ALLOWED' TO WS-EDIT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF WS-EDIT-LINE(69:8) NOT NUMERIC
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'INVALID VALUE DATE' TO WS-EDIT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-EDIT-LINE(69:8) TO WS-EDIT-VALUE-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-EDIT-VALUE-DATE)
                       NOT = 0
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'INVALID VALUE DATE' TO WS-EDIT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF WS-EDIT-VALUE-DATE > WS-TODAY
                   MOVE 'N' TO WS-EDIT-OK
                   MOVE 'VALUE DATE AFTER BUSINESS DATE'
                       TO WS-EDIT-REASON
               END-IF
           END-IF
           .

