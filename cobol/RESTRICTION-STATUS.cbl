       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTRICTION-FILE ASSIGN TO DYNAMIC
                   WS-RESTRICTION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTRICTION-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

       01  REJECT-LINE                 PIC X(40).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File names - a training session opens the training copy
      * (see 0100-RESOLVE-FILE-NAMES)
      *----------------------------------------------------------------
       01  WS-RESTRICTION-FILE-NAME    PIC X(60) VALUE
           '../data/restriction-status.txt'.
       01  WS-REJECT-FILE-NAME         PIC X(60) VALUE
           '../data/restriction-rejects.txt'.

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

       01  WS-RESTRICTION-FILE-STATUS  PIC XX.
       01  WS-REJECT-FILE-STATUS       PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.
       PROCEDURE DIVISION USING LK-RESTRICTION-REQUEST.

       0000-MAIN.
           PERFORM 0100-RESOLVE-FILE-NAMES

           MOVE 'N' TO LK-RSTR-OK
           MOVE 'N' TO WS-REWRITE-NEEDED

           GOBACK
           .

       0100-RESOLVE-FILE-NAMES.
      *    Asked on every call - a trainee signing on part way
      *    through the run switches it to the training copy.
           MOVE 'R' TO WS-TRN-FUNCTION
           MOVE WS-RESTRICTION-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-RESTRICTION-FILE-NAME
           MOVE WS-REJECT-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-REJECT-FILE-NAME
           .

       1000-LOAD-RESTRICTION-FILE.
      *    Absence of the file just means no account is restricted.
           MOVE 0 TO WS-RSTR-TOTAL
