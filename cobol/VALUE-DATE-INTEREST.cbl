       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALUE-DATE-INTEREST.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: VALUE-DATE-INTEREST
      * PURPOSE: Single home for back-valued postings - a deposit
      *          keyed late or a posting error corrected days after
      *          the fact carries a value date earlier than the
      *          business date, and by the time it posts the interest
      *          runs have already worked on the wrong balance.  This
      *          subprogram works out what they would have done on
      *          the right one, so the posting programs (batch and
      *          teller) post the difference as a linked type 1
      *          interest-adjustment entry instead of the branch
      *          working it out by hand and keying an A.
      *          Functions:
      *            C - compute the interest effect of an item that
      *                moved the balance from LK-VDI-OLD-BALANCE to
      *                LK-VDI-NEW-BALANCE, had it posted on
      *                LK-VDI-VALUE-DATE instead of LK-VDI-BUS-DATE:
      *                  credit interest - only the product
      *                  ACCOUNT-INTEREST accrues (SAVINGS), at the
      *                  product's monthly rate on the positive part
      *                  of the balance, once for every month-end
      *                  accrual the item missed;
      *                  overdraft interest - every product but LOAN
      *                  (see OVERDRAFT-INTEREST), at the product's
      *                  daily OD rate on the overdrawn part of the
      *                  balance, once for every night the item
      *                  missed.
      *                Rates are the product master's in effect on
      *                the value date.  LK-VDI-ADJ-AMOUNT comes back
      *                signed from the customer's side - positive is
      *                owed to the customer (credit), negative is owed
      *                to the bank (debit).  LK-VDI-RESULT:
      *                  V - back-valued, effect computed
      *                  T - value date is the business date (or
      *                      none given); nothing to adjust
      *                  F - value date after the business date
      *                  I - not a calendar date
      *            W - log one back-valued item (the request as C
      *                left it, plus LK-VDI-ADJ-POSTED, the item's
      *                time stamp and its source) for the daily
      *                back-valued items report
      * INPUT:   Product master (via PRODUCT-MASTER)
      * OUTPUT:  ../data/value-dated-items.txt (appended), fixed
      *          format: 1-8 BUSINESS-DATE, 10-17 VALUE-DATE,
      *          19-23 DAYS-BACK, 25-34 ACCOUNT, 36 TXN-CODE,
      *          38-49 AMOUNT, 51-63 CREDIT-INTEREST EFFECT,
      *          65-77 OD-INTEREST EFFECT, 79-91 ADJUSTMENT,
      *          93 POSTED (Y/N), 95-102 ITEM TIME, 104-111 SOURCE,
      *          113-115 MONTH-ENDS MISSED
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-FILE ASSIGN TO DYNAMIC WS-ITEM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-FILE.
       01  ITEM-LINE                   PIC X(120).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File names - a training session opens the training copy
      * (see 0100-RESOLVE-FILE-NAMES)
      *----------------------------------------------------------------
       01  WS-ITEM-FILE-NAME           PIC X(60) VALUE
           '../data/value-dated-items.txt'.

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

       01  WS-ITEM-FILE-STATUS         PIC XX.

       01  WS-VALUE-DATE-PARTS.
           05  WS-VAL-YEAR             PIC 9(04).
           05  WS-VAL-MONTH            PIC 99.
           05  WS-VAL-DAY              PIC 99.
       01  WS-BUS-DATE-PARTS.
           05  WS-BUS-YEAR             PIC 9(04).
           05  WS-BUS-MONTH            PIC 99.
           05  WS-BUS-DAY              PIC 99.

       01  WS-OLD-CREDIT-BASE          PIC 9(09)V99.
       01  WS-NEW-CREDIT-BASE          PIC 9(09)V99.
       01  WS-OLD-OD-BASE              PIC 9(09)V99.
       01  WS-NEW-OD-BASE              PIC 9(09)V99.

       01  WS-PRODUCT-REQUEST.
           05  WS-PROD-ACCOUNT-TYPE    PIC X(15).
           05  WS-PROD-AS-OF-DATE      PIC 9(08).
           05  WS-PROD-FOUND           PIC X.
           05  WS-PROD-INTEREST-RATE   PIC 9V9(06).
           05  WS-PROD-FEE-AMOUNT      PIC 9(09)V99.
           05  WS-PROD-MIN-BALANCE     PIC 9(09)V99.
           05  WS-PROD-OD-LIMIT        PIC 9(09)V99.
           05  WS-PROD-OD-RATE         PIC 9V9(06).

       01  WS-AMOUNT-EDIT              PIC 9(09).99.
       01  WS-EFFECT-EDIT              PIC -9(09).99.

       LINKAGE SECTION.
       01  LK-VALUE-DATE-REQUEST.
           05  LK-VDI-FUNCTION         PIC X.
               88  LK-FUNC-COMPUTE     VALUE 'C'.
               88  LK-FUNC-WRITE       VALUE 'W'.
           05  LK-VDI-ACCOUNT          PIC 9(10).
           05  LK-VDI-ACCOUNT-TYPE     PIC X(15).
           05  LK-VDI-TXN-CODE         PIC X.
           05  LK-VDI-AMOUNT           PIC 9(09)V99.
           05  LK-VDI-VALUE-DATE       PIC 9(08).
           05  LK-VDI-BUS-DATE         PIC 9(08).
           05  LK-VDI-OLD-BALANCE      PIC S9(08)V99.
           05  LK-VDI-NEW-BALANCE      PIC S9(08)V99.
           05  LK-VDI-DAYS-BACK        PIC 9(05).
           05  LK-VDI-MONTH-ENDS       PIC 9(03).
           05  LK-VDI-CREDIT-EFFECT    PIC S9(09)V99.
           05  LK-VDI-OD-EFFECT        PIC S9(09)V99.
           05  LK-VDI-ADJ-AMOUNT       PIC S9(09)V99.
           05  LK-VDI-ADJ-POSTED       PIC X.
           05  LK-VDI-ITEM-TIME        PIC 9(08).
           05  LK-VDI-SOURCE           PIC X(08).
           05  LK-VDI-RESULT           PIC X.
               88  LK-VDI-BACK-VALUED  VALUE 'V'.
           05  LK-VDI-OK               PIC X.

       PROCEDURE DIVISION USING LK-VALUE-DATE-REQUEST.

       0000-MAIN.
           PERFORM 0100-RESOLVE-FILE-NAMES

           MOVE 'N' TO LK-VDI-OK

           EVALUATE TRUE
               WHEN LK-FUNC-COMPUTE
                   PERFORM 1000-COMPUTE-EFFECT THRU 1000-EXIT
               WHEN LK-FUNC-WRITE
                   PERFORM 2000-WRITE-ITEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           GOBACK
           .

       0100-RESOLVE-FILE-NAMES.
      *    Asked on every call - a trainee signing on part way
      *    through the run switches it to the training copy.
           MOVE 'R' TO WS-TRN-FUNCTION
           MOVE WS-ITEM-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-ITEM-FILE-NAME
           .

       1000-COMPUTE-EFFECT.
           MOVE 0 TO LK-VDI-DAYS-BACK
           MOVE 0 TO LK-VDI-MONTH-ENDS
           MOVE 0 TO LK-VDI-CREDIT-EFFECT
           MOVE 0 TO LK-VDI-OD-EFFECT
           MOVE 0 TO LK-VDI-ADJ-AMOUNT
           MOVE 'T' TO LK-VDI-RESULT
           MOVE 'Y' TO LK-VDI-OK

           IF LK-VDI-VALUE-DATE = 0
               OR LK-VDI-VALUE-DATE = LK-VDI-BUS-DATE
               GO TO 1000-EXIT
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(LK-VDI-VALUE-DATE) NOT = 0
               MOVE 'I' TO LK-VDI-RESULT
               GO TO 1000-EXIT
           END-IF

           IF LK-VDI-VALUE-DATE > LK-VDI-BUS-DATE
               MOVE 'F' TO LK-VDI-RESULT
               GO TO 1000-EXIT
           END-IF

           MOVE 'V' TO LK-VDI-RESULT
           MOVE LK-VDI-VALUE-DATE TO WS-VALUE-DATE-PARTS
           MOVE LK-VDI-BUS-DATE   TO WS-BUS-DATE-PARTS
           COMPUTE LK-VDI-DAYS-BACK =
               FUNCTION INTEGER-OF-DATE(LK-VDI-BUS-DATE)
               - FUNCTION INTEGER-OF-DATE(LK-VDI-VALUE-DATE)
      *    The monthly accrual runs on the last business day of the
      *    month, so the item missed one for every month boundary
      *    between its value date and today.
           COMPUTE LK-VDI-MONTH-ENDS =
               (WS-BUS-YEAR * 12 + WS-BUS-MONTH)
               - (WS-VAL-YEAR * 12 + WS-VAL-MONTH)

           MOVE LK-VDI-ACCOUNT-TYPE TO WS-PROD-ACCOUNT-TYPE
           MOVE LK-VDI-VALUE-DATE   TO WS-PROD-AS-OF-DATE
           CALL 'PRODUCT-MASTER' USING WS-PRODUCT-REQUEST
           IF WS-PROD-FOUND NOT = 'Y'
      *        No rate on file - nothing was accrued or charged on
      *        the wrong balance either
               GO TO 1000-EXIT
           END-IF

      *    Split each balance into the part that earns credit
      *    interest and the part that draws overdraft interest.
           MOVE 0 TO WS-OLD-CREDIT-BASE WS-NEW-CREDIT-BASE
                     WS-OLD-OD-BASE WS-NEW-OD-BASE
           IF LK-VDI-OLD-BALANCE > 0
               MOVE LK-VDI-OLD-BALANCE TO WS-OLD-CREDIT-BASE
           ELSE
               COMPUTE WS-OLD-OD-BASE = 0 - LK-VDI-OLD-BALANCE
           END-IF
           IF LK-VDI-NEW-BALANCE > 0
               MOVE LK-VDI-NEW-BALANCE TO WS-NEW-CREDIT-BASE
           ELSE
               COMPUTE WS-NEW-OD-BASE = 0 - LK-VDI-NEW-BALANCE
           END-IF

           IF LK-VDI-ACCOUNT-TYPE = 'SAVINGS'
               AND LK-VDI-MONTH-ENDS > 0
               COMPUTE LK-VDI-CREDIT-EFFECT ROUNDED =
                   (WS-NEW-CREDIT-BASE - WS-OLD-CREDIT-BASE)
                   * WS-PROD-INTEREST-RATE * LK-VDI-MONTH-ENDS
           END-IF

           IF LK-VDI-ACCOUNT-TYPE NOT = 'LOAN'
               AND WS-PROD-OD-RATE > 0
               COMPUTE LK-VDI-OD-EFFECT ROUNDED =
                   (WS-OLD-OD-BASE - WS-NEW-OD-BASE)
                   * WS-PROD-OD-RATE * LK-VDI-DAYS-BACK
           END-IF

           COMPUTE LK-VDI-ADJ-AMOUNT =
               LK-VDI-CREDIT-EFFECT + LK-VDI-OD-EFFECT
           .

       1000-EXIT.
           EXIT
           .

       2000-WRITE-ITEM.
           OPEN EXTEND ITEM-FILE
           IF WS-ITEM-FILE-STATUS NOT = '00' AND
              WS-ITEM-FILE-STATUS NOT = '05'
      *        First item ever logged - file does not exist yet
               CLOSE ITEM-FILE
               OPEN OUTPUT ITEM-FILE
           END-IF
           IF WS-ITEM-FILE-STATUS NOT = '00' AND
              WS-ITEM-FILE-STATUS NOT = '05'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ITEM-LINE
           MOVE LK-VDI-BUS-DATE      TO ITEM-LINE(1:8)
           MOVE LK-VDI-VALUE-DATE    TO ITEM-LINE(10:8)
           MOVE LK-VDI-DAYS-BACK     TO ITEM-LINE(19:5)
           MOVE LK-VDI-ACCOUNT       TO ITEM-LINE(25:10)
           MOVE LK-VDI-TXN-CODE      TO ITEM-LINE(36:1)
           MOVE LK-VDI-AMOUNT        TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT       TO ITEM-LINE(38:12)
           MOVE LK-VDI-CREDIT-EFFECT TO WS-EFFECT-EDIT
           MOVE WS-EFFECT-EDIT       TO ITEM-LINE(51:13)
           MOVE LK-VDI-OD-EFFECT     TO WS-EFFECT-EDIT
           MOVE WS-EFFECT-EDIT       TO ITEM-LINE(65:13)
           MOVE LK-VDI-ADJ-AMOUNT    TO WS-EFFECT-EDIT
           MOVE WS-EFFECT-EDIT       TO ITEM-LINE(79:13)
           MOVE LK-VDI-ADJ-POSTED    TO ITEM-LINE(93:1)
           MOVE LK-VDI-ITEM-TIME     TO ITEM-LINE(95:8)
           MOVE LK-VDI-SOURCE        TO ITEM-LINE(104:8)
           MOVE LK-VDI-MONTH-ENDS    TO ITEM-LINE(113:3)
           WRITE ITEM-LINE
           CLOSE ITEM-FILE
           MOVE 'Y' TO LK-VDI-OK
           .
