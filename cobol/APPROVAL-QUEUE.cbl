       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO DYNAMIC WS-QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT DISP-FILE ASSIGN TO DYNAMIC WS-DISP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-FILE-STATUS.
           SELECT AGE-FILE ASSIGN TO
       01  AGE-LINE                    PIC X(10).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File names - a training session opens the training copy
      * (see 0100-RESOLVE-FILE-NAMES)
      *----------------------------------------------------------------
       01  WS-QUEUE-FILE-NAME          PIC X(60) VALUE
           '../data/approval-queue.txt'.
       01  WS-DISP-FILE-NAME           PIC X(60) VALUE
           '../data/approval-disposition.txt'.

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

       01  WS-QUEUE-FILE-STATUS        PIC XX.
       01  WS-DISP-FILE-STATUS         PIC XX.
       01  WS-AGE-FILE-STATUS          PIC XX.
       PROCEDURE DIVISION USING LK-APPROVAL-REQUEST.

       0000-MAIN.
           PERFORM 0100-RESOLVE-FILE-NAMES

           MOVE 'N' TO LK-APQ-FOUND
           MOVE 'N' TO LK-APQ-OK
           MOVE 'N' TO WS-REWRITE-NEEDED
           GOBACK
           .

       0100-RESOLVE-FILE-NAMES.
      *    Asked on every call - a trainee signing on part way
      *    through the run switches it to the training copy.
           MOVE 'R' TO WS-TRN-FUNCTION
           MOVE WS-QUEUE-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-QUEUE-FILE-NAME
           MOVE WS-DISP-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-DISP-FILE-NAME
           .

       1000-LOAD-QUEUE-FILE.
      *    Absence of the file just means nothing is pending.
           MOVE 0 TO WS-QUEUE-TOTAL
