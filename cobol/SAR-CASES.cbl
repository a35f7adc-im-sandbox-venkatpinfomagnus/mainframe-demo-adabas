       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAR-CASES.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: SAR-CASES
      * PURPOSE: Single home for the suspicious-activity case file
      *          and its case diary.  Every compliance alert -
      *          COMPLIANCE-RPT's large items and same-day
      *          aggregates, and the watchlist hits taken at the
      *          front door by ACCOUNT-CREATE and CUSTOMER-MAINT -
      *          opens a case here; the SAR-CASE-MAINT investigator
      *          screen works it through the workflow and the weekly
      *          SAR-AGING-RPT ages it against the filing deadline.
      *          Case status workflow:
      *            O open -> R under review, E escalated,
      *                      C closed no action
      *            R under review -> E escalated, F SAR filed,
      *                      C closed no action
      *            E escalated -> R under review, F SAR filed,
      *                      C closed no action
      *            F SAR filed, C closed no action - final
      *          (the supervisor gate on F and C is the screen's
      *          business; this program only refuses a transition
      *          the workflow does not allow).  Every opening, view,
      *          note, attachment and status change is a diary line
      *          under the operator who did it, so the diary is the
      *          record of who looked at the case and what was
      *          decided; the diary is only ever appended to.
      *          Functions:
      *            O - open a case for an alert (source, alert date,
      *                account, customer, amount, subject, operator,
      *                opening text).  A second alert for the same
      *                cash activity (same account and alert date,
      *                large item or aggregate) or the same watchlist
      *                hit (same customer, subject and date) does not
      *                open another case: LK-SARC-FOUND comes back
      *                'Y' with the existing case, the larger amount
      *                kept, so a rerun of the day never duplicates.
      *                The filing deadline is the alert date plus the
      *                filing days on line 1 of the control file
      *                (default 30 calendar days).
      *            G - get the case LK-SARC-CASE-NO
      *            N - get the LK-SARC-INDEX'th case on file, any
      *                status, for lists and the aging report
      *            S - move case LK-SARC-CASE-NO to LK-SARC-STATUS,
      *                with LK-SARC-TEXT as the reason; taking a case
      *                under review assigns it to LK-SARC-OPERATOR,
      *                and a final status records LK-SARC-DECIDED-BY
      *                (the approving supervisor) and the date
      *            D - append a diary line (LK-SARC-ENTRY-TYPE,
      *                LK-SARC-TEXT) to case LK-SARC-CASE-NO
      *            L - get the LK-SARC-INDEX'th diary line of the case
      * INPUT:   ../data/sar-control.txt (line 1 filing days 1-3)
      * OUTPUT:  ../data/sar-cases.txt, fixed format:
      *          1-8 CASE-NO, 10 STATUS, 12 SOURCE (L large item,
      *          A aggregate, W watchlist), 14-21 ALERT-DATE,
      *          23-30 DEADLINE, 32-41 ACCOUNT, 43-52 CUSTOMER,
      *          54-65 AMOUNT, 67-96 SUBJECT, 98-105 OPENED-BY,
      *          107-114 ASSIGNED-TO, 116-123 LAST-ACTION,
      *          125-132 DECIDED-BY, 134-141 DECISION-DATE
      *          ../data/sar-case-diary.txt, appended:
      *          1-8 CASE-NO, 10 ENTRY-TYPE (O opened, V viewed,
      *          N note, A account attached, T transaction attached,
      *          S status change), 12-19 DATE, 21-28 TIME,
      *          30-37 OPERATOR, 39-118 TEXT
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO DYNAMIC WS-CASE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.

           SELECT DIARY-FILE ASSIGN TO DYNAMIC WS-DIARY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIARY-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "../data/sar-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
       01  CASE-LINE                   PIC X(150).

       FD  DIARY-FILE.
       01  DIARY-LINE                  PIC X(120).

       FD  CONTROL-FILE.
       01  CONTROL-LINE                PIC X(20).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File names - a training session opens the training copy
      * (see 0100-RESOLVE-FILE-NAMES)
      *----------------------------------------------------------------
       01  WS-CASE-FILE-NAME           PIC X(60) VALUE
           '../data/sar-cases.txt'.
       01  WS-DIARY-FILE-NAME          PIC X(60) VALUE
           '../data/sar-case-diary.txt'.

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

       01  WS-CASE-FILE-STATUS         PIC XX.
       01  WS-DIARY-FILE-STATUS        PIC XX.
       01  WS-CONTROL-FILE-STATUS      PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.

       01  WS-CASE-TABLE.
           05  WS-CS-ENTRY             OCCURS 2000 TIMES.
               10  WS-CS-CASE-NO       PIC 9(08).
               10  WS-CS-STATUS        PIC X.
               10  WS-CS-SOURCE        PIC X.
               10  WS-CS-ALERT-DATE    PIC 9(08).
               10  WS-CS-DEADLINE      PIC 9(08).
               10  WS-CS-ACCOUNT       PIC 9(10).
               10  WS-CS-CUSTOMER      PIC 9(10).
               10  WS-CS-AMOUNT        PIC 9(09)V99.
               10  WS-CS-SUBJECT       PIC X(30).
               10  WS-CS-OPENED-BY     PIC X(08).
               10  WS-CS-ASSIGNED-TO   PIC X(08).
               10  WS-CS-LAST-ACTION   PIC 9(08).
               10  WS-CS-DECIDED-BY    PIC X(08).
               10  WS-CS-DECISION-DATE PIC 9(08).
       01  WS-CASE-TOTAL               PIC 9(04) VALUE 0.
       01  WS-SUBSCRIPT                PIC 9(04) VALUE 0.
       01  WS-MATCH                    PIC 9(04) VALUE 0.
       01  WS-LAST-CASE-NO             PIC 9(08) VALUE 0.
       01  WS-REWRITE-NEEDED           PIC X VALUE 'N'.
       01  WS-AMOUNT-EDIT              PIC 9(09).99.

      *----------------------------------------------------------------
      * Filing deadline - calendar days from the alert date
      *----------------------------------------------------------------
       01  WS-FILING-DAYS              PIC 9(03) VALUE 30.
       01  WS-DATE-INTEGER             PIC 9(09).

      *----------------------------------------------------------------
      * Workflow - the transitions the case file allows
      *----------------------------------------------------------------
       01  WS-TRANSITION               PIC XX.
           88  WS-TRANSITION-ALLOWED   VALUE 'OR' 'OE' 'OC'
                                             'RE' 'RF' 'RC'
                                             'ER' 'EF' 'EC'.

       01  WS-DIARY-TIME               PIC 9(08).
       01  WS-DIARY-SEEN               PIC 9(04) VALUE 0.
       01  WS-DIARY-DONE               PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  LK-SAR-CASE-REQUEST.
           05  LK-SARC-FUNCTION        PIC X.
               88  LK-FUNC-OPEN        VALUE 'O'.
               88  LK-FUNC-GET         VALUE 'G'.
               88  LK-FUNC-GET-NTH     VALUE 'N'.
               88  LK-FUNC-STATUS      VALUE 'S'.
               88  LK-FUNC-DIARY       VALUE 'D'.
               88  LK-FUNC-LIST-DIARY  VALUE 'L'.
           05  LK-SARC-CASE-NO         PIC 9(08).
           05  LK-SARC-INDEX           PIC 9(04).
           05  LK-SARC-STATUS          PIC X.
           05  LK-SARC-SOURCE          PIC X.
           05  LK-SARC-ALERT-DATE      PIC 9(08).
           05  LK-SARC-DEADLINE        PIC 9(08).
           05  LK-SARC-ACCOUNT         PIC 9(10).
           05  LK-SARC-CUSTOMER        PIC 9(10).
           05  LK-SARC-AMOUNT          PIC 9(09)V99.
           05  LK-SARC-SUBJECT         PIC X(30).
           05  LK-SARC-OPENED-BY       PIC X(08).
           05  LK-SARC-ASSIGNED-TO     PIC X(08).
           05  LK-SARC-LAST-ACTION     PIC 9(08).
           05  LK-SARC-DECIDED-BY      PIC X(08).
           05  LK-SARC-DECISION-DATE   PIC 9(08).
           05  LK-SARC-OPERATOR        PIC X(08).
           05  LK-SARC-ACTION-DATE     PIC 9(08).
           05  LK-SARC-ENTRY-TYPE      PIC X.
           05  LK-SARC-ENTRY-DATE      PIC 9(08).
           05  LK-SARC-ENTRY-TIME      PIC 9(08).
           05  LK-SARC-TEXT            PIC X(80).
           05  LK-SARC-FOUND           PIC X.
           05  LK-SARC-OK              PIC X.

       PROCEDURE DIVISION USING LK-SAR-CASE-REQUEST.

       0000-MAIN.
           PERFORM 0100-RESOLVE-FILE-NAMES

           MOVE 'N' TO LK-SARC-OK
           MOVE 'N' TO LK-SARC-FOUND
           MOVE 'N' TO WS-REWRITE-NEEDED

           PERFORM 1000-LOAD-CASE-FILE THRU 1000-EXIT

           EVALUATE TRUE
               WHEN LK-FUNC-OPEN
                   PERFORM 2000-OPEN-CASE
               WHEN LK-FUNC-GET
                   PERFORM 3000-GET-CASE
               WHEN LK-FUNC-GET-NTH
                   PERFORM 3500-GET-NTH-CASE
               WHEN LK-FUNC-STATUS
                   PERFORM 4000-CHANGE-STATUS
               WHEN LK-FUNC-DIARY
                   PERFORM 6000-ADD-DIARY-ENTRY
               WHEN LK-FUNC-LIST-DIARY
                   PERFORM 6500-GET-NTH-DIARY-ENTRY THRU 6500-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REWRITE-NEEDED = 'Y'
               PERFORM 5000-REWRITE-CASE-FILE
           END-IF

           GOBACK
           .

       0100-RESOLVE-FILE-NAMES.
      *    Asked on every call - a trainee signing on part way
      *    through the run switches it to the training copy.
           MOVE 'R' TO WS-TRN-FUNCTION
           MOVE WS-CASE-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-CASE-FILE-NAME
           MOVE WS-DIARY-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-DIARY-FILE-NAME
           .

       1000-LOAD-CASE-FILE.
      *    Absence of the file just means no case has been opened.
           MOVE 0 TO WS-CASE-TOTAL
           MOVE 0 TO WS-LAST-CASE-NO

           OPEN INPUT CASE-FILE
           IF WS-CASE-FILE-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1100-LOAD-ONE-LINE UNTIL WS-EOF = 'Y'

           CLOSE CASE-FILE
           .

       1000-EXIT.
           EXIT
           .

       1100-LOAD-ONE-LINE.
           READ CASE-FILE INTO CASE-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CASE-LINE(1:8) IS NUMERIC
                       AND WS-CASE-TOTAL < 2000
                       ADD 1 TO WS-CASE-TOTAL
                       PERFORM 1200-PARSE-ONE-LINE
                   END-IF
           END-READ
           .

       1200-PARSE-ONE-LINE.
           MOVE CASE-LINE(1:8)  TO WS-CS-CASE-NO(WS-CASE-TOTAL)
           MOVE CASE-LINE(10:1) TO WS-CS-STATUS(WS-CASE-TOTAL)
           MOVE CASE-LINE(12:1) TO WS-CS-SOURCE(WS-CASE-TOTAL)
           MOVE CASE-LINE(14:8) TO WS-CS-ALERT-DATE(WS-CASE-TOTAL)
           MOVE CASE-LINE(23:8) TO WS-CS-DEADLINE(WS-CASE-TOTAL)
           MOVE CASE-LINE(32:10) TO WS-CS-ACCOUNT(WS-CASE-TOTAL)
           MOVE CASE-LINE(43:10) TO WS-CS-CUSTOMER(WS-CASE-TOTAL)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(CASE-LINE(54:12)))
               TO WS-CS-AMOUNT(WS-CASE-TOTAL)
           MOVE CASE-LINE(67:30) TO WS-CS-SUBJECT(WS-CASE-TOTAL)
           MOVE CASE-LINE(98:8) TO WS-CS-OPENED-BY(WS-CASE-TOTAL)
           MOVE CASE-LINE(107:8) TO WS-CS-ASSIGNED-TO(WS-CASE-TOTAL)
           IF CASE-LINE(116:8) IS NUMERIC
               MOVE CASE-LINE(116:8)
                   TO WS-CS-LAST-ACTION(WS-CASE-TOTAL)
           ELSE
               MOVE 0 TO WS-CS-LAST-ACTION(WS-CASE-TOTAL)
           END-IF
           MOVE CASE-LINE(125:8) TO WS-CS-DECIDED-BY(WS-CASE-TOTAL)
           IF CASE-LINE(134:8) IS NUMERIC
               MOVE CASE-LINE(134:8)
                   TO WS-CS-DECISION-DATE(WS-CASE-TOTAL)
           ELSE
               MOVE 0 TO WS-CS-DECISION-DATE(WS-CASE-TOTAL)
           END-IF
           IF WS-CS-CASE-NO(WS-CASE-TOTAL) > WS-LAST-CASE-NO
               MOVE WS-CS-CASE-NO(WS-CASE-TOTAL) TO WS-LAST-CASE-NO
           END-IF
           .

       2000-OPEN-CASE.
           MOVE 0 TO WS-MATCH
           PERFORM 2100-MATCH-ONE-ALERT
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-CASE-TOTAL
                  OR WS-MATCH > 0

           IF WS-MATCH > 0
               IF LK-SARC-AMOUNT > WS-CS-AMOUNT(WS-MATCH)
                   MOVE LK-SARC-AMOUNT TO WS-CS-AMOUNT(WS-MATCH)
                   MOVE 'Y' TO WS-REWRITE-NEEDED
               END-IF
               MOVE 'Y' TO LK-SARC-FOUND
               PERFORM 7000-RETURN-MATCHED-CASE
               MOVE 'Y' TO LK-SARC-OK
               EXIT PARAGRAPH
           END-IF

           IF WS-CASE-TOTAL NOT < 2000
               EXIT PARAGRAPH
           END-IF

           PERFORM 2200-READ-FILING-DAYS THRU 2200-EXIT
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(LK-SARC-ALERT-DATE)
               + WS-FILING-DAYS

           ADD 1 TO WS-CASE-TOTAL
           MOVE WS-CASE-TOTAL TO WS-MATCH
           ADD 1 TO WS-LAST-CASE-NO
           MOVE WS-LAST-CASE-NO    TO WS-CS-CASE-NO(WS-MATCH)
           MOVE 'O'                TO WS-CS-STATUS(WS-MATCH)
           MOVE LK-SARC-SOURCE     TO WS-CS-SOURCE(WS-MATCH)
           MOVE LK-SARC-ALERT-DATE TO WS-CS-ALERT-DATE(WS-MATCH)
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               TO WS-CS-DEADLINE(WS-MATCH)
           MOVE LK-SARC-ACCOUNT    TO WS-CS-ACCOUNT(WS-MATCH)
           MOVE LK-SARC-CUSTOMER   TO WS-CS-CUSTOMER(WS-MATCH)
           MOVE LK-SARC-AMOUNT     TO WS-CS-AMOUNT(WS-MATCH)
           MOVE LK-SARC-SUBJECT    TO WS-CS-SUBJECT(WS-MATCH)
           MOVE LK-SARC-OPERATOR   TO WS-CS-OPENED-BY(WS-MATCH)
           MOVE SPACES             TO WS-CS-ASSIGNED-TO(WS-MATCH)
           MOVE LK-SARC-ACTION-DATE
                                   TO WS-CS-LAST-ACTION(WS-MATCH)
           MOVE SPACES             TO WS-CS-DECIDED-BY(WS-MATCH)
           MOVE 0                  TO WS-CS-DECISION-DATE(WS-MATCH)
           MOVE 'Y' TO WS-REWRITE-NEEDED

           MOVE WS-LAST-CASE-NO TO LK-SARC-CASE-NO
           MOVE 'O' TO LK-SARC-ENTRY-TYPE
           PERFORM 6100-APPEND-DIARY-LINE
           PERFORM 7000-RETURN-MATCHED-CASE
           MOVE 'Y' TO LK-SARC-OK
           .

       2100-MATCH-ONE-ALERT.
      *    Cash alerts (large item, aggregate) on the same account and
      *    day are one piece of activity; a watchlist hit is one per
      *    customer, name and day.
           IF WS-CS-ALERT-DATE(WS-SUBSCRIPT) NOT = LK-SARC-ALERT-DATE
               EXIT PARAGRAPH
           END-IF
           IF LK-SARC-SOURCE = 'W'
               IF WS-CS-SOURCE(WS-SUBSCRIPT) = 'W'
                   AND WS-CS-CUSTOMER(WS-SUBSCRIPT) = LK-SARC-CUSTOMER
                   AND WS-CS-SUBJECT(WS-SUBSCRIPT) = LK-SARC-SUBJECT
                   MOVE WS-SUBSCRIPT TO WS-MATCH
               END-IF
           ELSE
               IF WS-CS-SOURCE(WS-SUBSCRIPT) NOT = 'W'
                   AND WS-CS-ACCOUNT(WS-SUBSCRIPT) = LK-SARC-ACCOUNT
                   MOVE WS-SUBSCRIPT TO WS-MATCH
               END-IF
           END-IF
           .

       2200-READ-FILING-DAYS.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = '00'
               GO TO 2200-EXIT
           END-IF
           READ CONTROL-FILE INTO CONTROL-LINE
               AT END
                   CONTINUE
               NOT AT END
                   IF CONTROL-LINE(1:3) IS NUMERIC
                       AND CONTROL-LINE(1:3) NOT = '000'
                       MOVE CONTROL-LINE(1:3) TO WS-FILING-DAYS
                   END-IF
           END-READ
           CLOSE CONTROL-FILE
           .

       2200-EXIT.
           EXIT
           .

       3000-GET-CASE.
           PERFORM 3100-FIND-CASE
           IF WS-MATCH > 0
               MOVE 'Y' TO LK-SARC-FOUND
               PERFORM 7000-RETURN-MATCHED-CASE
           END-IF
           MOVE 'Y' TO LK-SARC-OK
           .

       3100-FIND-CASE.
           MOVE 0 TO WS-MATCH
           PERFORM 3110-MATCH-ONE-CASE
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-CASE-TOTAL
                  OR WS-MATCH > 0
           .

       3110-MATCH-ONE-CASE.
           IF WS-CS-CASE-NO(WS-SUBSCRIPT) = LK-SARC-CASE-NO
               MOVE WS-SUBSCRIPT TO WS-MATCH
           END-IF
           .

       3500-GET-NTH-CASE.
           IF LK-SARC-INDEX > 0
               AND LK-SARC-INDEX NOT > WS-CASE-TOTAL
               MOVE LK-SARC-INDEX TO WS-MATCH
               MOVE 'Y' TO LK-SARC-FOUND
               PERFORM 7000-RETURN-MATCHED-CASE
           END-IF
           MOVE 'Y' TO LK-SARC-OK
           .

       4000-CHANGE-STATUS.
           PERFORM 3100-FIND-CASE
           IF WS-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO LK-SARC-FOUND

           MOVE WS-CS-STATUS(WS-MATCH) TO WS-TRANSITION(1:1)
           MOVE LK-SARC-STATUS         TO WS-TRANSITION(2:1)
           IF NOT WS-TRANSITION-ALLOWED
               PERFORM 7000-RETURN-MATCHED-CASE
               EXIT PARAGRAPH
           END-IF

           MOVE LK-SARC-STATUS TO WS-CS-STATUS(WS-MATCH)
           IF LK-SARC-STATUS = 'R'
               MOVE LK-SARC-OPERATOR TO WS-CS-ASSIGNED-TO(WS-MATCH)
           END-IF
           IF LK-SARC-STATUS = 'F' OR LK-SARC-STATUS = 'C'
               MOVE LK-SARC-DECIDED-BY
                   TO WS-CS-DECIDED-BY(WS-MATCH)
               MOVE LK-SARC-ACTION-DATE
                   TO WS-CS-DECISION-DATE(WS-MATCH)
           END-IF
           MOVE LK-SARC-ACTION-DATE TO WS-CS-LAST-ACTION(WS-MATCH)
           MOVE 'Y' TO WS-REWRITE-NEEDED

           MOVE 'S' TO LK-SARC-ENTRY-TYPE
           PERFORM 6100-APPEND-DIARY-LINE
           PERFORM 7000-RETURN-MATCHED-CASE
           MOVE 'Y' TO LK-SARC-OK
           .

       5000-REWRITE-CASE-FILE.
           OPEN OUTPUT CASE-FILE
           IF WS-CASE-FILE-STATUS NOT = '00'
               MOVE 'N' TO LK-SARC-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM 5100-WRITE-ONE-LINE
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-CASE-TOTAL

           CLOSE CASE-FILE
           .

       5100-WRITE-ONE-LINE.
           MOVE SPACES TO CASE-LINE
           MOVE WS-CS-CASE-NO(WS-SUBSCRIPT)    TO CASE-LINE(1:8)
           MOVE WS-CS-STATUS(WS-SUBSCRIPT)     TO CASE-LINE(10:1)
           MOVE WS-CS-SOURCE(WS-SUBSCRIPT)     TO CASE-LINE(12:1)
           MOVE WS-CS-ALERT-DATE(WS-SUBSCRIPT) TO CASE-LINE(14:8)
           MOVE WS-CS-DEADLINE(WS-SUBSCRIPT)   TO CASE-LINE(23:8)
           MOVE WS-CS-ACCOUNT(WS-SUBSCRIPT)    TO CASE-LINE(32:10)
           MOVE WS-CS-CUSTOMER(WS-SUBSCRIPT)   TO CASE-LINE(43:10)
           MOVE WS-CS-AMOUNT(WS-SUBSCRIPT)     TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT                 TO CASE-LINE(54:12)
           MOVE WS-CS-SUBJECT(WS-SUBSCRIPT)    TO CASE-LINE(67:30)
           MOVE WS-CS-OPENED-BY(WS-SUBSCRIPT)  TO CASE-LINE(98:8)
           MOVE WS-CS-ASSIGNED-TO(WS-SUBSCRIPT)
                                               TO CASE-LINE(107:8)
           MOVE WS-CS-LAST-ACTION(WS-SUBSCRIPT)
                                               TO CASE-LINE(116:8)
           MOVE WS-CS-DECIDED-BY(WS-SUBSCRIPT) TO CASE-LINE(125:8)
           MOVE WS-CS-DECISION-DATE(WS-SUBSCRIPT)
                                               TO CASE-LINE(134:8)
           WRITE CASE-LINE
           .

       6000-ADD-DIARY-ENTRY.
           PERFORM 3100-FIND-CASE
           IF WS-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO LK-SARC-FOUND

           MOVE LK-SARC-ACTION-DATE TO WS-CS-LAST-ACTION(WS-MATCH)
           MOVE 'Y' TO WS-REWRITE-NEEDED
           PERFORM 6100-APPEND-DIARY-LINE
           MOVE 'Y' TO LK-SARC-OK
           .

       6100-APPEND-DIARY-LINE.
           ACCEPT WS-DIARY-TIME FROM TIME

           OPEN EXTEND DIARY-FILE
           IF WS-DIARY-FILE-STATUS NOT = '00' AND
              WS-DIARY-FILE-STATUS NOT = '05'
      *        First entry ever written - file does not exist yet
               CLOSE DIARY-FILE
               OPEN OUTPUT DIARY-FILE
           END-IF

           IF WS-DIARY-FILE-STATUS = '00' OR
              WS-DIARY-FILE-STATUS = '05'
               MOVE SPACES TO DIARY-LINE
               MOVE LK-SARC-CASE-NO     TO DIARY-LINE(1:8)
               MOVE LK-SARC-ENTRY-TYPE  TO DIARY-LINE(10:1)
               MOVE LK-SARC-ACTION-DATE TO DIARY-LINE(12:8)
               MOVE WS-DIARY-TIME       TO DIARY-LINE(21:8)
               MOVE LK-SARC-OPERATOR    TO DIARY-LINE(30:8)
               MOVE LK-SARC-TEXT        TO DIARY-LINE(39:80)
               WRITE DIARY-LINE
               CLOSE DIARY-FILE
           END-IF
           .

       6500-GET-NTH-DIARY-ENTRY.
           MOVE 'Y' TO LK-SARC-OK
           OPEN INPUT DIARY-FILE
           IF WS-DIARY-FILE-STATUS NOT = '00'
               GO TO 6500-EXIT
           END-IF

           MOVE 0   TO WS-DIARY-SEEN
           MOVE 'N' TO WS-DIARY-DONE
           PERFORM 6600-SCAN-ONE-DIARY-LINE
               UNTIL WS-DIARY-DONE = 'Y'

           CLOSE DIARY-FILE
           .

       6500-EXIT.
           EXIT
           .

       6600-SCAN-ONE-DIARY-LINE.
           READ DIARY-FILE INTO DIARY-LINE
               AT END
                   MOVE 'Y' TO WS-DIARY-DONE
               NOT AT END
                   IF DIARY-LINE(1:8) = LK-SARC-CASE-NO
                       ADD 1 TO WS-DIARY-SEEN
                       IF WS-DIARY-SEEN = LK-SARC-INDEX
                           MOVE 'Y' TO LK-SARC-FOUND
                           MOVE DIARY-LINE(10:1)
                               TO LK-SARC-ENTRY-TYPE
                           MOVE DIARY-LINE(12:8)
                               TO LK-SARC-ENTRY-DATE
                           MOVE DIARY-LINE(21:8)
                               TO LK-SARC-ENTRY-TIME
                           MOVE DIARY-LINE(30:8)
                               TO LK-SARC-OPERATOR
                           MOVE DIARY-LINE(39:80)
                               TO LK-SARC-TEXT
                           MOVE 'Y' TO WS-DIARY-DONE
                       END-IF
                   END-IF
           END-READ
           .

       7000-RETURN-MATCHED-CASE.
           MOVE WS-CS-CASE-NO(WS-MATCH)     TO LK-SARC-CASE-NO
           MOVE WS-CS-STATUS(WS-MATCH)      TO LK-SARC-STATUS
           MOVE WS-CS-SOURCE(WS-MATCH)      TO LK-SARC-SOURCE
           MOVE WS-CS-ALERT-DATE(WS-MATCH)  TO LK-SARC-ALERT-DATE
           MOVE WS-CS-DEADLINE(WS-MATCH)    TO LK-SARC-DEADLINE
           MOVE WS-CS-ACCOUNT(WS-MATCH)     TO LK-SARC-ACCOUNT
           MOVE WS-CS-CUSTOMER(WS-MATCH)    TO LK-SARC-CUSTOMER
           MOVE WS-CS-AMOUNT(WS-MATCH)      TO LK-SARC-AMOUNT
           MOVE WS-CS-SUBJECT(WS-MATCH)     TO LK-SARC-SUBJECT
           MOVE WS-CS-OPENED-BY(WS-MATCH)   TO LK-SARC-OPENED-BY
           MOVE WS-CS-ASSIGNED-TO(WS-MATCH) TO LK-SARC-ASSIGNED-TO
           MOVE WS-CS-LAST-ACTION(WS-MATCH) TO LK-SARC-LAST-ACTION
           MOVE WS-CS-DECIDED-BY(WS-MATCH)  TO LK-SARC-DECIDED-BY
           MOVE WS-CS-DECISION-DATE(WS-MATCH)
                                            TO LK-SARC-DECISION-DATE
           .
