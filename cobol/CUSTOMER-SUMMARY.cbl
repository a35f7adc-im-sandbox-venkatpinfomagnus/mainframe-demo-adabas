
       01  RECORD-BUFFER               PIC X(500).

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

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
