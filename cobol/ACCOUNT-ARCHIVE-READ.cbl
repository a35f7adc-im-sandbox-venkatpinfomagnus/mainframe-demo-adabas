       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.


       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File names - a training session opens the training copy
      * (see 0200-RESOLVE-FILE-NAMES)
      *----------------------------------------------------------------
       01  WS-AUDIT-FILE-NAME          PIC X(60) VALUE
           '../data/audit-log.txt'.

      *----------------------------------------------------------------
      * Training Mode (see TRAINING-MODE)
      *----------------------------------------------------------------
       01  WS-TRAINING-REQUEST.
           05  WS-TRN-FUNCTION         PIC X.
           05  WS-TRN-TRAINEE          PIC X.
           05  WS-TRN-OPERATOR-ID      PIC X(08).
           05  WS-TRN-ACTIVE           PIC X.
           05  WS-TRN-OK               PIC X.
           05  WS-TRN-FILE-NAME        PIC X(60).

      *----------------------------------------------------------------
      * Adabas Control Block
      *----------------------------------------------------------------
       01  ADABAS-CONTROL-BLOCK.
           PERFORM 9000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------
       0200-RESOLVE-FILE-NAMES.
      *----------------------------------------------------------------
           MOVE 'R' TO WS-TRN-FUNCTION
           MOVE WS-AUDIT-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-AUDIT-FILE-NAME
           .

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
               STOP RUN
           END-IF

      *    A trainee signing on here works on the training copy.
           INITIALIZE WS-TRAINING-REQUEST
           MOVE 'A' TO WS-TRN-FUNCTION
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST

           MOVE 1 TO WS-SIGN-MIN-AUTHORITY
           CALL 'OPERATOR-SIGNON' USING WS-SIGNON-REQUEST
           IF WS-SIGN-OK NOT = 'Y'
               MOVE 'N' TO WS-CONTINUE
           END-IF
           PERFORM 0200-RESOLVE-FILE-NAMES

           PERFORM 1100-LOAD-REOPEN-WINDOW THRU 1100-EXIT
           .
