       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAR-AGING-RPT.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: SAR-AGING-RPT
      * PURPOSE: Weekly suspicious-activity case aging report.  Every
      *          case still being worked (open, under review or
      *          escalated - see SAR-CASES) is listed with its age
      *          since the alert and the calendar days left before
      *          the regulatory filing deadline, and marked DUE SOON
      *          when the deadline falls inside the warning window
      *          or OVERDUE once it has passed, so the team can see
      *          what must be decided this week.  Decided cases are
      *          counted, not listed.
      * INPUT:   ../data/sar-cases.txt (via SAR-CASES),
      *          ../data/sar-control.txt (line 2 warning days 1-3,
      *          default 14)
      * OUTPUT:  Formatted report; RETURN-CODE 4 when any case is
      *          overdue or due soon, else 0
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "../data/sar-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-LINE                PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS      PIC XX.
       01  WS-WARNING-DAYS             PIC 9(03) VALUE 14.

      *----------------------------------------------------------------
      * SAR Cases - the single-home subprogram that owns the case
      * file (see SAR-CASES).
      *----------------------------------------------------------------
       01  WS-SAR-CASE-REQUEST.
           05  WS-SARC-FUNCTION        PIC X.
           05  WS-SARC-CASE-NO         PIC 9(08).
           05  WS-SARC-INDEX           PIC 9(04).
           05  WS-SARC-STATUS          PIC X.
           05  WS-SARC-SOURCE          PIC X.
           05  WS-SARC-ALERT-DATE      PIC 9(08).
           05  WS-SARC-DEADLINE        PIC 9(08).
           05  WS-SARC-ACCOUNT         PIC 9(10).
           05  WS-SARC-CUSTOMER        PIC 9(10).
           05  WS-SARC-AMOUNT          PIC 9(09)V99.
           05  WS-SARC-SUBJECT         PIC X(30).
           05  WS-SARC-OPENED-BY       PIC X(08).
           05  WS-SARC-ASSIGNED-TO     PIC X(08).
           05  WS-SARC-LAST-ACTION     PIC 9(08).
           05  WS-SARC-DECIDED-BY      PIC X(08).
           05  WS-SARC-DECISION-DATE   PIC 9(08).
           05  WS-SARC-OPERATOR        PIC X(08).
           05  WS-SARC-ACTION-DATE     PIC 9(08).
           05  WS-SARC-ENTRY-TYPE      PIC X.
           05  WS-SARC-ENTRY-DATE      PIC 9(08).
           05  WS-SARC-ENTRY-TIME      PIC 9(08).
           05  WS-SARC-TEXT            PIC X(80).
           05  WS-SARC-FOUND           PIC X.
           05  WS-SARC-OK              PIC X.

       01  WS-CASE-INDEX               PIC 9(04) VALUE 0.
       01  WS-MORE-CASES               PIC X VALUE 'Y'.

      *----------------------------------------------------------------
      * Aging - calendar days, by integer date
      *----------------------------------------------------------------
       01  WS-TODAY-INTEGER            PIC 9(09).
       01  WS-DAYS-OPEN                PIC S9(05).
       01  WS-DAYS-LEFT                PIC S9(05).
       01  WS-DAYS-OPEN-FMT            PIC ZZZZ9.
       01  WS-DAYS-LEFT-FMT            PIC -ZZZZ9.
       01  WS-AGING-FLAG               PIC X(08).
       01  WS-STATUS-WORD              PIC X(12).

       01  WS-BUSDATE-REQUEST.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.

       01  WS-WORKING-COUNT            PIC 9(05) VALUE 0.
       01  WS-OVERDUE-COUNT            PIC 9(05) VALUE 0.
       01  WS-DUE-SOON-COUNT           PIC 9(05) VALUE 0.
       01  WS-FILED-COUNT              PIC 9(05) VALUE 0.
       01  WS-CLOSED-COUNT             PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       0000-MAIN-ROUTINE.
      *----------------------------------------------------------------
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-CASES
           PERFORM 3000-PRINT-SUMMARY
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'SUSPICIOUS ACTIVITY CASE AGING REPORT'
           DISPLAY '=================================================='

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
           DISPLAY 'Business Date: ' WS-BUS-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)

           PERFORM 1100-READ-WARNING-DAYS THRU 1100-EXIT
           DISPLAY 'Due-Soon Window: ' WS-WARNING-DAYS ' days'
           .

       1100-READ-WARNING-DAYS.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF
      *    Line 1 is the filing period (SAR-CASES); line 2 is ours.
           READ CONTROL-FILE INTO CONTROL-LINE
               AT END
                   MOVE SPACES TO CONTROL-LINE
           END-READ
           READ CONTROL-FILE INTO CONTROL-LINE
               AT END
                   MOVE SPACES TO CONTROL-LINE
               NOT AT END
                   IF CONTROL-LINE(1:3) IS NUMERIC
                       MOVE CONTROL-LINE(1:3) TO WS-WARNING-DAYS
                   END-IF
           END-READ
           CLOSE CONTROL-FILE
           .

       1100-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2000-REPORT-CASES.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'Case      Status       Alert     Deadline  '
                   'Open  Left  Assigned  Account'
           DISPLAY '------------------------------------------------'
                   '-----------------------------------'
           MOVE 'Y' TO WS-MORE-CASES
           PERFORM 2100-REPORT-ONE-CASE
               VARYING WS-CASE-INDEX FROM 1 BY 1
               UNTIL WS-MORE-CASES = 'N'

           IF WS-WORKING-COUNT = 0
               DISPLAY '(no cases being worked)'
           END-IF
           .

       2100-REPORT-ONE-CASE.
           INITIALIZE WS-SAR-CASE-REQUEST
           MOVE 'N' TO WS-SARC-FUNCTION
           MOVE WS-CASE-INDEX TO WS-SARC-INDEX
           CALL 'SAR-CASES' USING WS-SAR-CASE-REQUEST

           IF WS-SARC-FOUND NOT = 'Y'
               MOVE 'N' TO WS-MORE-CASES
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SARC-STATUS
               WHEN 'F'
                   ADD 1 TO WS-FILED-COUNT
                   EXIT PARAGRAPH
               WHEN 'C'
                   ADD 1 TO WS-CLOSED-COUNT
                   EXIT PARAGRAPH
               WHEN 'O'
                   MOVE 'OPEN'         TO WS-STATUS-WORD
               WHEN 'R'
                   MOVE 'UNDER REVIEW' TO WS-STATUS-WORD
               WHEN 'E'
                   MOVE 'ESCALATED'    TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE 'UNKNOWN'      TO WS-STATUS-WORD
           END-EVALUATE
           ADD 1 TO WS-WORKING-COUNT

           COMPUTE WS-DAYS-OPEN = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(WS-SARC-ALERT-DATE)
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-SARC-DEADLINE)
               - WS-TODAY-INTEGER

           MOVE SPACES TO WS-AGING-FLAG
           IF WS-DAYS-LEFT < 0
               MOVE 'OVERDUE' TO WS-AGING-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               IF WS-DAYS-LEFT NOT > WS-WARNING-DAYS
                   MOVE 'DUE SOON' TO WS-AGING-FLAG
                   ADD 1 TO WS-DUE-SOON-COUNT
               END-IF
           END-IF

           MOVE WS-DAYS-OPEN TO WS-DAYS-OPEN-FMT
           MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-FMT
           DISPLAY WS-SARC-CASE-NO '  ' WS-STATUS-WORD ' '
                   WS-SARC-ALERT-DATE '  ' WS-SARC-DEADLINE
                   WS-DAYS-OPEN-FMT WS-DAYS-LEFT-FMT '  '
                   WS-SARC-ASSIGNED-TO '  ' WS-SARC-ACCOUNT '  '
                   WS-AGING-FLAG
           .

      *----------------------------------------------------------------
       3000-PRINT-SUMMARY.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'Cases Being Worked      : ' WS-WORKING-COUNT
           DISPLAY '  Overdue               : ' WS-OVERDUE-COUNT
           DISPLAY '  Due Soon              : ' WS-DUE-SOON-COUNT
           DISPLAY 'SAR Filed               : ' WS-FILED-COUNT
           DISPLAY 'Closed No Action        : ' WS-CLOSED-COUNT
           DISPLAY '=================================================='

           IF WS-OVERDUE-COUNT > 0 OR WS-DUE-SOON-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
