       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT ANCHOR-FILE ASSIGN TO DYNAMIC WS-ANCHOR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCHOR-FILE-STATUS.

       01  ANCHOR-LINE                 PIC X(10).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File names - a training session opens the training copy
      * (see 0100-RESOLVE-FILE-NAMES)
      *----------------------------------------------------------------
       01  WS-AUDIT-FILE-NAME          PIC X(60) VALUE
           '../data/audit-log.txt'.
       01  WS-ANCHOR-FILE-NAME         PIC X(60) VALUE
           '../data/audit-chain-anchor.txt'.

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

       01  WS-AUDIT-FILE-STATUS        PIC XX.
       01  WS-ANCHOR-FILE-STATUS       PIC XX.
       01  WS-CHAIN-VALUE              PIC 9(08) VALUE 0.
       PROCEDURE DIVISION USING LK-AUDIT-WRITE-REQ.

       0000-MAIN.
           PERFORM 0100-RESOLVE-FILE-NAMES

           MOVE 'N' TO LK-AWR-OK

           PERFORM 1000-LOAD-ANCHOR THRU 1000-EXIT
           GOBACK
           .

       0100-RESOLVE-FILE-NAMES.
      *    Asked on every call - a trainee signing on part way
      *    through the run switches it to the training copy.
           MOVE 'R' TO WS-TRN-FUNCTION
           MOVE WS-AUDIT-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-AUDIT-FILE-NAME
           MOVE WS-ANCHOR-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-ANCHOR-FILE-NAME
           .

       1000-LOAD-ANCHOR.
      *    Absence of the anchor just means no chained entry has
      *    ever been written - the chain starts at zero.
