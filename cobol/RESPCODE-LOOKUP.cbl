      *          on-screen reference a teller pulls up mid-transaction
      *          can never drift out of sync with the short messages
      *          the transaction screens themselves display.
      *          Codes 200 and up are not Adabas responses but the
      *          posting programs' own business-rule refusals (201
      *          daily limit - see DAILY-LIMITS; 202-205 ATM card
      *          refusals - see CARD-MASTER), kept here so the
      *          teller screens, the batch reject lines and the
      *          channel acknowledgments all word them alike.
      * OUTPUT:  LK-RESPONSE-INFO, populated for the caller's
      *          LK-RESPONSE-CODE.  An unrecognized code still gets a
      *          usable (if generic) short message rather than a
                   STRING 'Program error, not a data problem -'
                          ' notify systems support.'
                       DELIMITED BY SIZE INTO LK-NEXT-ACTION
               WHEN 201
                   MOVE 'Daily limit exceeded'
                       TO LK-SHORT-MESSAGE
                   STRING 'The debit would take the account past its'
                          ' daily limit for this channel.'
                       DELIMITED BY SIZE INTO LK-LONG-EXPLANATION
                   STRING 'Decline the item; the limit resets next'
                          ' business day. See a supervisor.'
                       DELIMITED BY SIZE INTO LK-NEXT-ACTION
               WHEN 202
                   MOVE 'Card blocked' TO LK-SHORT-MESSAGE
                   STRING 'The card was reported lost or stolen, or'
                          ' was replaced by a new card.'
                       DELIMITED BY SIZE INTO LK-LONG-EXPLANATION
                   STRING 'Decline and retain the card; refer the'
                          ' holder to a branch to replace it.'
                       DELIMITED BY SIZE INTO LK-NEXT-ACTION
               WHEN 203
                   MOVE 'Card expired' TO LK-SHORT-MESSAGE
                   STRING 'The card is past the end of its expiry'
                          ' month.'
                       DELIMITED BY SIZE INTO LK-LONG-EXPLANATION
                   STRING 'Decline the item; the holder needs a'
                          ' replacement card.'
                       DELIMITED BY SIZE INTO LK-NEXT-ACTION
               WHEN 204
                   MOVE 'Card not on file' TO LK-SHORT-MESSAGE
                   STRING 'The card number is not on the card master'
                          ' - not ours, or mis-keyed.'
                       DELIMITED BY SIZE INTO LK-LONG-EXPLANATION
                   STRING 'Decline the item and query the network if'
                          ' the card number looks genuine.'
                       DELIMITED BY SIZE INTO LK-NEXT-ACTION
               WHEN 205
                   MOVE 'No account for card selection'
                       TO LK-SHORT-MESSAGE
                   STRING 'The card has no linked account of the type'
                          ' selected at the ATM.'
                       DELIMITED BY SIZE INTO LK-LONG-EXPLANATION
                   STRING 'Decline the item; a branch can link the'
                          ' account on a replacement card.'
                       DELIMITED BY SIZE INTO LK-NEXT-ACTION
               WHEN OTHER
                   MOVE 'Unrecognized Adabas response code'
                       TO LK-SHORT-MESSAGE
