      *            S - sum the open holds for LK-HOLD-ACCOUNT into
      *                LK-HOLD-TOTAL
      *            L - list up to 10 open holds for the account
      *            A - add a hold (amount, reason, release date);
      *                the placement is queued as a customer notice
      *                event (code HP, see NOTICE-EVENTS)
      *            R - release the account's LK-HOLD-INDEXth hold
      *            E - drop every hold whose release date is on or
      *                before LK-HOLD-RELEASE-DATE (count returned),
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDS-FILE ASSIGN TO DYNAMIC WS-HOLDS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-FILE-STATUS.

       01  HOLDS-LINE                  PIC X(60).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File names - a training session opens the training copy
      * (see 0100-RESOLVE-FILE-NAMES)
      *----------------------------------------------------------------
       01  WS-HOLDS-FILE-NAME          PIC X(60) VALUE
           '../data/memo-holds.txt'.

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

       01  WS-HOLDS-FILE-STATUS        PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.

       01  WS-AMOUNT-EDIT              PIC 9(09).99.
       01  WS-REWRITE-NEEDED           PIC X VALUE 'N'.

       01  WS-NOTICE-EVENT-REQUEST.
           05  WS-NEV-FUNCTION         PIC X.
           05  WS-NEV-EVENT-ID         PIC 9(08).
           05  WS-NEV-EVENT-DATE       PIC 9(08).
           05  WS-NEV-EVENT-TIME       PIC 9(08).
           05  WS-NEV-CODE             PIC X(02).
           05  WS-NEV-ACCOUNT          PIC 9(10).
           05  WS-NEV-AMOUNT           PIC 9(09)V99.
           05  WS-NEV-REF              PIC X(13).
           05  WS-NEV-DETAIL           PIC X(20).
           05  WS-NEV-REF-DATE         PIC 9(08).
           05  WS-NEV-SENT-DATE        PIC 9(08).
           05  WS-NEV-COUNT            PIC 9(05).
           05  WS-NEV-FOUND            PIC X.
           05  WS-NEV-OK               PIC X.

       LINKAGE SECTION.
       01  LK-HOLDS-REQUEST.
           05  LK-HOLD-FUNCTION        PIC X.
       PROCEDURE DIVISION USING LK-HOLDS-REQUEST.

       0000-MAIN.
           PERFORM 0100-RESOLVE-FILE-NAMES

           MOVE 'N' TO LK-HOLD-OK
           MOVE 0   TO LK-HOLD-TOTAL
           MOVE 0   TO LK-HOLD-COUNT
               PERFORM 7000-REWRITE-HOLDS
           END-IF

      *    Only a hold actually on file is worth telling anyone about
           IF LK-FUNC-ADD AND LK-HOLD-OK = 'Y'
               PERFORM 4100-QUEUE-HOLD-NOTICE
           END-IF

           GOBACK
           .

       0100-RESOLVE-FILE-NAMES.
      *    Asked on every call - a trainee signing on part way
      *    through the run switches it to the training copy.
           MOVE 'R' TO WS-TRN-FUNCTION
           MOVE WS-HOLDS-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-HOLDS-FILE-NAME
           .

       1000-LOAD-HOLDS.
      *    Absence of the file just means nothing is on hold.
           MOVE 0 TO WS-HOLDS-TOTAL
           MOVE 'Y' TO LK-HOLD-OK
           .

       4100-QUEUE-HOLD-NOTICE.
           INITIALIZE WS-NOTICE-EVENT-REQUEST
           MOVE 'A'                  TO WS-NEV-FUNCTION
           MOVE 'HP'                 TO WS-NEV-CODE
           MOVE LK-HOLD-ACCOUNT      TO WS-NEV-ACCOUNT
           MOVE LK-HOLD-AMOUNT       TO WS-NEV-AMOUNT
           MOVE LK-HOLD-REASON       TO WS-NEV-DETAIL
           MOVE LK-HOLD-RELEASE-DATE TO WS-NEV-REF-DATE
           CALL 'NOTICE-EVENTS' USING WS-NOTICE-EVENT-REQUEST
           .

       5000-RELEASE-HOLD.
      *    Drop the account's LK-HOLD-INDEXth hold (the ordinal the
      *    L listing showed the operator) by compacting the table
