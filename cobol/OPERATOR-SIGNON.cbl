      *          screen signs on the same way.  The caller states
      *          the minimum authority it requires; an operator
      *          below it is refused even with valid credentials.
      *          Internal audit (authority 3) is read-only: an
      *          auditor signs on only where the caller asks for
      *          audit authority (see AUDIT-SEARCH), never to a
      *          screen that posts or maintains.
      *          A zero stored hash (a row predating passwords, or
      *          an administration reset) forces the operator to
      *          enroll a password on the spot; a password older
      *          Three failed attempts end the sign-on AND lock the
      *          operator id until administration resets it.  Every
      *          success, failure and lockout lands on the signon
      *          journal with terminal and timestamp.  An operator
      *          flagged as a trainee is put on the training copy of
      *          the data here (see TRAINING-MODE), and refused on
      *          any screen that cannot run in training.
      * INPUT:   ../data/operator-master.txt (via OPERATOR-MASTER)
      * OUTPUT:  LK-SIGNON-REQUEST populated;
      *          ../data/signon-journal.txt appended:
           05  WS-OPM-LOCKED           PIC X.
           05  WS-OPM-DISABLED         PIC X.
           05  WS-OPM-BRANCH           PIC X(03).
           05  WS-OPM-TRAINEE          PIC X.
           05  WS-OPM-OK               PIC X.

      *----------------------------------------------------------------
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.

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

       LINKAGE SECTION.
       01  LK-SIGNON-REQUEST.
           05  LK-SIGN-MIN-AUTHORITY   PIC 9.
               GO TO 1000-EXIT
           END-IF

      *    Internal audit sits outside the teller/supervisor ladder -
      *    the higher number buys no posting rights
           IF WS-OPM-AUTHORITY = 3
               AND LK-SIGN-MIN-AUTHORITY NOT = 3
               DISPLAY 'Operator ' FUNCTION TRIM(WS-INPUT-ID)
                       ' holds internal audit authority - this'
                       ' function is not available to audit.'
               MOVE 'REFUSED' TO WS-JOURNAL-RESULT
               PERFORM 3000-WRITE-JOURNAL-ENTRY
               GO TO 1000-EXIT
           END-IF

      *    A trainee works on the training copy, and only on a
      *    screen that can run there
           INITIALIZE WS-TRAINING-REQUEST
           MOVE 'S'            TO WS-TRN-FUNCTION
           MOVE WS-OPM-TRAINEE TO WS-TRN-TRAINEE
           MOVE WS-INPUT-ID    TO WS-TRN-OPERATOR-ID
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           IF WS-TRN-OK = 'N'
               DISPLAY 'Operator ' FUNCTION TRIM(WS-INPUT-ID)
                       ' is a trainee - this function is not'
                       ' available in training.'
               MOVE 'REFUSED' TO WS-JOURNAL-RESULT
               PERFORM 3000-WRITE-JOURNAL-ENTRY
               GO TO 1000-EXIT
           END-IF
           IF WS-TRN-OK = 'X'
               DISPLAY 'The training copy has not been set up -'
                       ' see your supervisor.'
               MOVE 'REFUSED' TO WS-JOURNAL-RESULT
               PERFORM 3000-WRITE-JOURNAL-ENTRY
               GO TO 1000-EXIT
           END-IF

      *    Signed on - a clean sign-on clears the failed-attempt
      *    count so yesterday's typos never accumulate into a lock
           IF WS-OPM-FAILED NOT = 0
           MOVE 'SUCCESS' TO WS-JOURNAL-RESULT
           PERFORM 3000-WRITE-JOURNAL-ENTRY
           DISPLAY 'Signed on: ' FUNCTION TRIM(WS-OPM-NAME)
           IF WS-TRN-ACTIVE = 'Y'
               DISPLAY '*** TRAINING MODE - working on the training'
                       ' copy, nothing here reaches the live files'
                       ' ***'
           END-IF
           .

       1000-EXIT.
