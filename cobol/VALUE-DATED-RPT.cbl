       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALUE-DATED-RPT.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: VALUE-DATED-RPT
      * PURPOSE: Daily back-valued items report - one line per item
      *          posted on the business date with a value date before
      *          it (account, code, amount, value date, days back,
      *          credit-interest and overdraft-interest effect, the
      *          net adjustment and whether it posted), with day
      *          totals, so operations reviews every item that moved
      *          interest on an earlier date.
      * INPUT:   ../data/value-dated-items.txt (layout in
      *          VALUE-DATE-INTEREST)
      * OUTPUT:  Report on SYSOUT
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALUE-DATED-FILE ASSIGN TO
                   "../data/value-dated-items.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUE-DATED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VALUE-DATED-FILE.
       01  VALUE-DATED-LINE            PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-VALUE-DATED-STATUS       PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.

       01  WS-ITEM-COUNT               PIC 9(05) VALUE 0.
       01  WS-POSTED-COUNT             PIC 9(05) VALUE 0.
       01  WS-CREDIT-TOTAL             PIC S9(11)V99 VALUE 0.
       01  WS-OD-TOTAL                 PIC S9(11)V99 VALUE 0.
       01  WS-ADJ-TOTAL                PIC S9(11)V99 VALUE 0.
       01  WS-FORMATTED-TOTAL          PIC ----,---,--9.99.

      *----------------------------------------------------------------
      * Business Date - stamped from the system control record via
      * BUSINESS-DATE, never from the wall clock.
      *----------------------------------------------------------------
       01  WS-BUSDATE-REQUEST.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       0000-MAIN-ROUTINE.
      *----------------------------------------------------------------
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-ITEMS THRU 2000-EXIT
           PERFORM 3000-PRINT-SUMMARY
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'DAILY BACK-VALUED ITEMS REPORT'
           DISPLAY '=================================================='

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
           DISPLAY 'Business Date: ' WS-BUS-DATE
           DISPLAY ' '
           DISPLAY 'Account    C       Amount Value Dt  Days'
                   '   Credit Effect       OD Effect'
                   '      Adjustment P Source'
           DISPLAY '-----------------------------------------'
                   '--------------------------------'
                   '---------------------------'
           .

      *----------------------------------------------------------------
       2000-LIST-ITEMS.
      *----------------------------------------------------------------
           OPEN INPUT VALUE-DATED-FILE
           IF WS-VALUE-DATED-STATUS NOT = '00'
               DISPLAY '(no back-valued items on file)'
               GO TO 2000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 2100-LIST-ONE-ITEM UNTIL WS-EOF = 'Y'

           CLOSE VALUE-DATED-FILE

           IF WS-ITEM-COUNT = 0
               DISPLAY '(none)'
           END-IF
           .

       2000-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2100-LIST-ONE-ITEM.
      *----------------------------------------------------------------
           READ VALUE-DATED-FILE INTO VALUE-DATED-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF VALUE-DATED-LINE(1:8) = WS-BUS-DATE
                       PERFORM 2200-SHOW-ITEM
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       2200-SHOW-ITEM.
      *----------------------------------------------------------------
           ADD 1 TO WS-ITEM-COUNT
           IF VALUE-DATED-LINE(93:1) = 'Y'
               ADD 1 TO WS-POSTED-COUNT
           END-IF
           ADD FUNCTION NUMVAL(VALUE-DATED-LINE(51:13))
               TO WS-CREDIT-TOTAL
           ADD FUNCTION NUMVAL(VALUE-DATED-LINE(65:13))
               TO WS-OD-TOTAL
           IF VALUE-DATED-LINE(93:1) = 'Y'
               ADD FUNCTION NUMVAL(VALUE-DATED-LINE(79:13))
                   TO WS-ADJ-TOTAL
           END-IF

           DISPLAY VALUE-DATED-LINE(25:10) ' '
                   VALUE-DATED-LINE(36:1) ' '
                   VALUE-DATED-LINE(38:12) ' '
                   VALUE-DATED-LINE(10:8) ' '
                   VALUE-DATED-LINE(19:5) ' '
                   VALUE-DATED-LINE(51:13) '   '
                   VALUE-DATED-LINE(65:13) '   '
                   VALUE-DATED-LINE(79:13) ' '
                   VALUE-DATED-LINE(93:1) ' '
                   VALUE-DATED-LINE(104:8)
           .

      *----------------------------------------------------------------
       3000-PRINT-SUMMARY.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'Back-Valued Items     : ' WS-ITEM-COUNT
           DISPLAY 'Adjustments Posted    : ' WS-POSTED-COUNT
           MOVE WS-CREDIT-TOTAL TO WS-FORMATTED-TOTAL
           DISPLAY 'Credit-Interest Effect: $' WS-FORMATTED-TOTAL
           MOVE WS-OD-TOTAL TO WS-FORMATTED-TOTAL
           DISPLAY 'OD-Interest Effect    : $' WS-FORMATTED-TOTAL
           MOVE WS-ADJ-TOTAL TO WS-FORMATTED-TOTAL
           DISPLAY 'Net Adjustment Posted : $' WS-FORMATTED-TOTAL
           DISPLAY '=================================================='
           .
