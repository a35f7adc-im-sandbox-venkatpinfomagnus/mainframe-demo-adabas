       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-AGING-RPT.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: DISPUTE-AGING-RPT
      * PURPOSE: Channel dispute aging report.  Every dispute still
      *          awaiting the network's answer (open or sent - see
      *          DISPUTE-CASES) is listed with its age since it was
      *          opened and since the claim went to the network, and
      *          marked:
      *            NOT SENT - opened before today and still not
      *                       claimed (the chargeback step has not
      *                       picked it up)
      *            OVERDUE  - no answer within the network's answer
      *                       period from the day it was opened
      *          The provisional credits outstanding are totalled in
      *          age bands (0-10, 11-30, 31-45 and over 45 days) so
      *          the exposure to a decline is visible.  Resolved and
      *          cancelled disputes are counted, not listed.
      * INPUT:   ../data/channel-disputes.txt (via DISPUTE-CASES),
      *          ../data/dispute-control.txt (line 1 answer days
      *          1-3, default 45)
      * OUTPUT:  Formatted report; RETURN-CODE 4 when any dispute is
      *          overdue or not sent, else 0
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO
                   "../data/dispute-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-LINE                PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS      PIC XX.
       01  WS-ANSWER-DAYS              PIC 9(03) VALUE 45.

      *----------------------------------------------------------------
      * Channel Dispute File (see DISPUTE-CASES)
      *----------------------------------------------------------------
       01  WS-DISPUTE-REQUEST.
           05  WS-DSP-FUNCTION         PIC X.
           05  WS-DSP-DISPUTE-NO       PIC 9(08).
           05  WS-DSP-INDEX            PIC 9(04).
           05  WS-DSP-STATUS           PIC X.
           05  WS-DSP-CHANNEL          PIC X(03).
           05  WS-DSP-REF              PIC X(16).
           05  WS-DSP-ACCOUNT          PIC 9(10).
           05  WS-DSP-AMOUNT           PIC 9(09)V99.
           05  WS-DSP-ORIG-AMOUNT      PIC 9(09)V99.
           05  WS-DSP-TXN-DATE         PIC 9(08).
           05  WS-DSP-REASON           PIC X.
           05  WS-DSP-OPENED-DATE      PIC 9(08).
           05  WS-DSP-OPENED-BY        PIC X(08).
           05  WS-DSP-CREDIT-STAMP     PIC X(16).
           05  WS-DSP-SENT-DATE        PIC 9(08).
           05  WS-DSP-RESOLVED-DATE    PIC 9(08).
           05  WS-DSP-TEXT             PIC X(30).
           05  WS-DSP-ACTION-DATE      PIC 9(08).
           05  WS-DSP-FOUND            PIC X.
           05  WS-DSP-OK               PIC X.

       01  WS-DISPUTE-INDEX            PIC 9(04) VALUE 0.
       01  WS-MORE-DISPUTES            PIC X VALUE 'Y'.

      *----------------------------------------------------------------
      * Aging - calendar days, by integer date
      *----------------------------------------------------------------
       01  WS-TODAY-INTEGER            PIC 9(09).
       01  WS-DAYS-OPEN                PIC S9(05).
       01  WS-DAYS-SENT                PIC S9(05).
       01  WS-DAYS-OPEN-FMT            PIC ZZZZ9.
       01  WS-DAYS-SENT-FMT            PIC ZZZZ9.
       01  WS-DAYS-SENT-TEXT           PIC X(05).
       01  WS-AGING-FLAG               PIC X(08).
       01  WS-STATUS-WORD              PIC X(08).
       01  WS-FORMATTED-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      * Age Bands - provisional credits outstanding
      *----------------------------------------------------------------
       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY           OCCURS 4 TIMES.
               10  WS-BAND-COUNT       PIC 9(05).
               10  WS-BAND-AMOUNT      PIC 9(10)V99.
       01  WS-BAND-SUB                 PIC 9(02) VALUE 0.
       01  WS-BAND-LABEL               PIC X(12).
       01  WS-BAND-AMOUNT-FMT          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-OUTSTANDING        PIC 9(10)V99 VALUE 0.

       01  WS-BUSDATE-REQUEST.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.

       01  WS-WAITING-COUNT            PIC 9(05) VALUE 0.
       01  WS-OVERDUE-COUNT            PIC 9(05) VALUE 0.
       01  WS-NOT-SENT-COUNT           PIC 9(05) VALUE 0.
       01  WS-FINAL-COUNT              PIC 9(05) VALUE 0.
       01  WS-REVERSED-COUNT           PIC 9(05) VALUE 0.
       01  WS-CANCELLED-COUNT          PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       0000-MAIN-ROUTINE.
      *----------------------------------------------------------------
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-DISPUTES
           PERFORM 3000-PRINT-SUMMARY
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'CHANNEL DISPUTE AGING REPORT'
           DISPLAY '=================================================='

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
           DISPLAY 'Business Date: ' WS-BUS-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)

           INITIALIZE WS-BAND-TABLE
           PERFORM 1100-READ-ANSWER-DAYS THRU 1100-EXIT
           DISPLAY 'Network Answer Period: ' WS-ANSWER-DAYS ' days'
           .

       1100-READ-ANSWER-DAYS.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF
           READ CONTROL-FILE INTO CONTROL-LINE
               AT END
                   MOVE SPACES TO CONTROL-LINE
               NOT AT END
                   IF CONTROL-LINE(1:3) IS NUMERIC
                       AND CONTROL-LINE(1:3) NOT = '000'
                       MOVE CONTROL-LINE(1:3) TO WS-ANSWER-DAYS
                   END-IF
           END-READ
           CLOSE CONTROL-FILE
           .

       1100-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2000-REPORT-DISPUTES.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'Dispute   Status   Ch  Reference         Account'
                   '             Amount  Open  Sent'
           DISPLAY '------------------------------------------------'
                   '---------------------------------------'
           MOVE 'Y' TO WS-MORE-DISPUTES
           PERFORM 2100-REPORT-ONE-DISPUTE
               VARYING WS-DISPUTE-INDEX FROM 1 BY 1
               UNTIL WS-MORE-DISPUTES = 'N'

           IF WS-WAITING-COUNT = 0
               DISPLAY '(no disputes awaiting an answer)'
           END-IF
           .

       2100-REPORT-ONE-DISPUTE.
           INITIALIZE WS-DISPUTE-REQUEST
           MOVE 'N' TO WS-DSP-FUNCTION
           MOVE WS-DISPUTE-INDEX TO WS-DSP-INDEX
           CALL 'DISPUTE-CASES' USING WS-DISPUTE-REQUEST

           IF WS-DSP-FOUND NOT = 'Y'
               MOVE 'N' TO WS-MORE-DISPUTES
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-DSP-STATUS
               WHEN 'F'
                   ADD 1 TO WS-FINAL-COUNT
                   EXIT PARAGRAPH
               WHEN 'R'
                   ADD 1 TO WS-REVERSED-COUNT
                   EXIT PARAGRAPH
               WHEN 'X'
                   ADD 1 TO WS-CANCELLED-COUNT
                   EXIT PARAGRAPH
               WHEN 'O'
                   MOVE 'OPEN'    TO WS-STATUS-WORD
               WHEN 'S'
                   MOVE 'SENT'    TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-STATUS-WORD
           END-EVALUATE
           ADD 1 TO WS-WAITING-COUNT

           COMPUTE WS-DAYS-OPEN = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(WS-DSP-OPENED-DATE)
           IF WS-DSP-SENT-DATE NOT = 0
               COMPUTE WS-DAYS-SENT = WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE(WS-DSP-SENT-DATE)
               MOVE WS-DAYS-SENT TO WS-DAYS-SENT-FMT
               MOVE WS-DAYS-SENT-FMT TO WS-DAYS-SENT-TEXT
           ELSE
               MOVE '    -' TO WS-DAYS-SENT-TEXT
           END-IF

           MOVE SPACES TO WS-AGING-FLAG
           IF WS-DSP-STATUS = 'O'
               AND WS-DSP-OPENED-DATE < WS-BUS-DATE
               MOVE 'NOT SENT' TO WS-AGING-FLAG
               ADD 1 TO WS-NOT-SENT-COUNT
           ELSE
               IF WS-DAYS-OPEN > WS-ANSWER-DAYS
                   MOVE 'OVERDUE' TO WS-AGING-FLAG
                   ADD 1 TO WS-OVERDUE-COUNT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-DAYS-OPEN NOT > 10
                   MOVE 1 TO WS-BAND-SUB
               WHEN WS-DAYS-OPEN NOT > 30
                   MOVE 2 TO WS-BAND-SUB
               WHEN WS-DAYS-OPEN NOT > 45
                   MOVE 3 TO WS-BAND-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BAND-SUB
           END-EVALUATE
           ADD 1 TO WS-BAND-COUNT(WS-BAND-SUB)
           ADD WS-DSP-AMOUNT TO WS-BAND-AMOUNT(WS-BAND-SUB)
           ADD WS-DSP-AMOUNT TO WS-TOTAL-OUTSTANDING

           MOVE WS-DAYS-OPEN  TO WS-DAYS-OPEN-FMT
           MOVE WS-DSP-AMOUNT TO WS-FORMATTED-AMOUNT
           DISPLAY WS-DSP-DISPUTE-NO '  ' WS-STATUS-WORD ' '
                   WS-DSP-CHANNEL ' ' WS-DSP-REF '  '
                   WS-DSP-ACCOUNT ' ' WS-FORMATTED-AMOUNT
                   WS-DAYS-OPEN-FMT ' ' WS-DAYS-SENT-TEXT '  '
                   WS-AGING-FLAG
           .

      *----------------------------------------------------------------
       3000-PRINT-SUMMARY.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'PROVISIONAL CREDITS OUTSTANDING BY AGE'
           DISPLAY '------------------------------------------------'
           PERFORM 3100-PRINT-ONE-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 4
           MOVE WS-TOTAL-OUTSTANDING TO WS-BAND-AMOUNT-FMT
           DISPLAY 'Total         ' WS-WAITING-COUNT '  '
                   WS-BAND-AMOUNT-FMT

           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'Disputes Awaiting Answer: ' WS-WAITING-COUNT
           DISPLAY '  Overdue               : ' WS-OVERDUE-COUNT
           DISPLAY '  Not Sent              : ' WS-NOT-SENT-COUNT
           DISPLAY 'Credits Made Final      : ' WS-FINAL-COUNT
           DISPLAY 'Credits Reversed        : ' WS-REVERSED-COUNT
           DISPLAY 'Cancelled               : ' WS-CANCELLED-COUNT
           DISPLAY '=================================================='

           IF WS-OVERDUE-COUNT > 0 OR WS-NOT-SENT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .

       3100-PRINT-ONE-BAND.
           EVALUATE WS-BAND-SUB
               WHEN 1
                   MOVE '0-10 days'    TO WS-BAND-LABEL
               WHEN 2
                   MOVE '11-30 days'   TO WS-BAND-LABEL
               WHEN 3
                   MOVE '31-45 days'   TO WS-BAND-LABEL
               WHEN OTHER
                   MOVE 'Over 45 days' TO WS-BAND-LABEL
           END-EVALUATE
           MOVE WS-BAND-AMOUNT(WS-BAND-SUB) TO WS-BAND-AMOUNT-FMT
           DISPLAY WS-BAND-LABEL '  ' WS-BAND-COUNT(WS-BAND-SUB)
                   '  ' WS-BAND-AMOUNT-FMT
           .
