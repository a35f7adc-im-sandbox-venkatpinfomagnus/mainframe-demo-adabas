      *                account when a link exists
      *            A - add/replace the account's link
      *            R - remove the account's link
      *            F - find the first account LK-LINK-FUNDING stands
      *                behind: LK-LINK-FOUND 'Y' and the protected
      *                account in LK-LINK-ACCOUNT (a funding account
      *                being withdrawn - see ESTATE-MAINT - is found
      *                here and each of its links removed with R)
      *            S - journal one executed sweep to the sweep
      *                activity file, for the daily report - DATE,
      *                ACCOUNT, FUNDING-ACCOUNT, AMOUNT, SOURCE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINK-FILE ASSIGN TO DYNAMIC WS-LINK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-FILE-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO DYNAMIC WS-ACTIVITY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-FILE-STATUS.

       01  ACTIVITY-LINE               PIC X(60).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File names - a training session opens the training copy
      * (see 0100-RESOLVE-FILE-NAMES)
      *----------------------------------------------------------------
       01  WS-LINK-FILE-NAME           PIC X(60) VALUE
           '../data/overdraft-links.txt'.
       01  WS-ACTIVITY-FILE-NAME       PIC X(60) VALUE
           '../data/sweep-activity.txt'.

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

       01  WS-LINK-FILE-STATUS         PIC XX.
       01  WS-ACTIVITY-FILE-STATUS     PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.
               88  LK-FUNC-CHECK       VALUE 'C'.
               88  LK-FUNC-ADD         VALUE 'A'.
               88  LK-FUNC-REMOVE      VALUE 'R'.
               88  LK-FUNC-FIND-FUNDED VALUE 'F'.
               88  LK-FUNC-SWEEP-LOG   VALUE 'S'.
           05  LK-LINK-ACCOUNT         PIC 9(10).
           05  LK-LINK-FUNDING         PIC 9(10).
       PROCEDURE DIVISION USING LK-LINK-REQUEST.

       0000-MAIN.
           PERFORM 0100-RESOLVE-FILE-NAMES

           MOVE 'N' TO LK-LINK-FOUND
           MOVE 'N' TO LK-LINK-OK
           MOVE 'N' TO WS-REWRITE-NEEDED
                   PERFORM 3000-ADD-LINK
               WHEN LK-FUNC-REMOVE
                   PERFORM 4000-REMOVE-LINK
               WHEN LK-FUNC-FIND-FUNDED
                   PERFORM 2500-FIND-FUNDED-LINK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK
           .

       0100-RESOLVE-FILE-NAMES.
      *    Asked on every call - a trainee signing on part way
      *    through the run switches it to the training copy.
           MOVE 'R' TO WS-TRN-FUNCTION
           MOVE WS-LINK-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-LINK-FILE-NAME
           MOVE WS-ACTIVITY-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-ACTIVITY-FILE-NAME
           .

       1000-LOAD-LINK-FILE.
      *    Absence of the file just means no account is linked.
           MOVE 0 TO WS-LINK-TOTAL
           MOVE 'Y' TO LK-LINK-OK
           .

       2500-FIND-FUNDED-LINK.
           MOVE 0 TO WS-MATCH
           PERFORM 2510-SCAN-ONE-FUNDING
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-LINK-TOTAL
                  OR WS-MATCH > 0
           IF WS-MATCH > 0
               MOVE 'Y' TO LK-LINK-FOUND
               MOVE WS-LN-ACCOUNT(WS-MATCH) TO LK-LINK-ACCOUNT
           END-IF
           MOVE 'Y' TO LK-LINK-OK
           .

       2510-SCAN-ONE-FUNDING.
           IF WS-LN-FUNDING(WS-SUBSCRIPT) = LK-LINK-FUNDING
               MOVE WS-SUBSCRIPT TO WS-MATCH
           END-IF
           .

       3000-ADD-LINK.
           IF LK-LINK-FUNDING = 0
               OR LK-LINK-FUNDING = LK-LINK-ACCOUNT
