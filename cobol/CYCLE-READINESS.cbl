       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-READINESS.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: CYCLE-READINESS
      * PURPOSE: Go/no-go check at the head of ACCTDLY, ahead of
      *          CYCLE-QUIESCE - everything the cycle needs from the
      *          day is in place before the system is quiesced and
      *          the first posting step runs.  Each check ends GO,
      *          WARN (soft - the cycle runs, the item wants a look)
      *          or HOLD (hard - the job is held):
      *            DRAWERS  - a teller drawer opened on the business
      *                       date with no closing count declared
      *                       (HOLD: the drawer proof would be short)
      *            LOCKS    - a record hold in the lock table older
      *                       than the configured age, or with no
      *                       timestamp (HOLD); a current hold
      *                       (WARN: an update is in flight)
      *            ATMFILE, MOBFILE, CHQFILE - the ATM network's,
      *                       mobile vendor's and clearing house's
      *                       files not received (HOLD); received
      *                       empty or with nothing dated the
      *                       business date (WARN)
      *            SETTLE   - the networks' settlement totals not
      *                       received (HOLD); a channel's row
      *                       missing or its count not agreeing
      *                       with the items received (WARN)
      *            APPROVAL - maker-checker items still pending
      *                       from the business date or before (WARN)
      *            CALENDAR - the business date or the next business
      *                       day not on the processing calendar
      *                       (HOLD: the date advance would fall back
      *                       to plain calendar days); the calendar
      *                       ending within 30 days (WARN)
      *          A supervisor can override the HOLD checks of the
      *          day at READINESS-OVERRIDE; a held check covered by
      *          an override for the business date reports OVRD and
      *          no longer holds the job.  The override is entered
      *          in the cycle run log there, and again here when
      *          the cycle goes ahead on it.
      *          A resubmit after the cycle has started (the system
      *          is already QUIESCED) is not re-checked - the day's
      *          files have been consumed by then.
      * INPUT:   ../data/teller-drawer.txt, ../data/lock-table.txt,
      *          ../data/lock-max-age.txt (minutes), the channel
      *          files (../data/atm-transactions.txt,
      *          mobile-transactions.txt, inward-clearing.txt),
      *          ../data/settlement-totals.txt, the approval queue
      *          (via APPROVAL-QUEUE), the processing calendar (via
      *          PROCESSING-CALENDAR), system status (via
      *          SYSTEM-STATUS), ../data/cycle-readiness-override.txt
      *          (1-8 DATE, 10-17 CHECK, 19-26 SUPERVISOR, 28-35
      *          TIME, 37-76 REASON)
      * OUTPUT:  Readiness checklist on SYSOUT,
      *          ../data/cycle-readiness.txt (the latest checklist,
      *          one row per check: 1-8 DATE, 10-17 CHECK, 19-22
      *          RESULT GO/WARN/HOLD/OVRD, 24-73 DETAIL), run log
      *          record (see CYCLE-RUN-LOG) COMPLETE, OVERRIDE or
      *          FAILED.  RETURN-CODE 12 when any check holds (the
      *          JOB statement's COND ends the job), 4 on a warning
      *          or override, else 0
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWER-FILE ASSIGN TO "../data/teller-drawer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWER-FILE-STATUS.

           SELECT LOCK-FILE ASSIGN TO "../data/lock-table.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT LOCK-AGE-FILE ASSIGN TO "../data/lock-max-age.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-AGE-FILE-STATUS.

           SELECT CHANNEL-FILE ASSIGN TO DYNAMIC WS-CHANNEL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANNEL-FILE-STATUS.

           SELECT SETTLE-FILE ASSIGN TO
                   "../data/settlement-totals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-FILE-STATUS.

           SELECT OVERRIDE-FILE ASSIGN TO
                   "../data/cycle-readiness-override.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-FILE-STATUS.

           SELECT CHECKLIST-FILE ASSIGN TO
                   "../data/cycle-readiness.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKLIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAWER-FILE.
       01  DRAWER-LINE                 PIC X(50).

       FD  LOCK-FILE.
       01  LOCK-LINE                   PIC X(50).

       FD  LOCK-AGE-FILE.
       01  LOCK-AGE-LINE               PIC X(10).

       FD  CHANNEL-FILE.
       01  CHANNEL-LINE                PIC X(80).

       FD  SETTLE-FILE.
       01  SETTLE-LINE                 PIC X(40).

       FD  OVERRIDE-FILE.
       01  OVERRIDE-LINE               PIC X(80).

       FD  CHECKLIST-FILE.
       01  CHECKLIST-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DRAWER-FILE-STATUS       PIC XX.
       01  WS-LOCK-FILE-STATUS         PIC XX.
       01  WS-LOCK-AGE-FILE-STATUS     PIC XX.
       01  WS-CHANNEL-FILE-STATUS      PIC XX.
       01  WS-SETTLE-FILE-STATUS       PIC XX.
       01  WS-OVERRIDE-FILE-STATUS     PIC XX.
       01  WS-CHECKLIST-FILE-STATUS    PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * The Checks - code and title, in checklist order
      *----------------------------------------------------------------
       01  WS-CHECK-NAMES.
           05  FILLER                  PIC X(08) VALUE 'DRAWERS'.
           05  FILLER                  PIC X(36) VALUE
               'Teller drawers closed and declared'.
           05  FILLER                  PIC X(08) VALUE 'LOCKS'.
           05  FILLER                  PIC X(36) VALUE
               'No record holds outstanding'.
           05  FILLER                  PIC X(08) VALUE 'ATMFILE'.
           05  FILLER                  PIC X(36) VALUE
               'ATM network file received'.
           05  FILLER                  PIC X(08) VALUE 'MOBFILE'.
           05  FILLER                  PIC X(36) VALUE
               'Mobile vendor file received'.
           05  FILLER                  PIC X(08) VALUE 'CHQFILE'.
           05  FILLER                  PIC X(36) VALUE
               'Inward clearing file received'.
           05  FILLER                  PIC X(08) VALUE 'SETTLE'.
           05  FILLER                  PIC X(36) VALUE
               'Network settlement totals received'.
           05  FILLER                  PIC X(08) VALUE 'APPROVAL'.
           05  FILLER                  PIC X(36) VALUE
               'Approval queue clear for the day'.
           05  FILLER                  PIC X(08) VALUE 'CALENDAR'.
           05  FILLER                  PIC X(36) VALUE
               'Processing calendar maintained'.
       01  WS-CHECK-NAME-TABLE REDEFINES WS-CHECK-NAMES.
           05  WS-CHECK-NAME           OCCURS 8 TIMES.
               10  WS-CK-CODE          PIC X(08).
               10  WS-CK-TITLE         PIC X(36).

       01  WS-CHECK-RESULTS.
           05  WS-CHECK-RESULT         OCCURS 8 TIMES.
               10  WS-CK-RESULT        PIC X(04).
               10  WS-CK-DETAIL        PIC X(50).
               10  WS-CK-OVR-BY        PIC X(08).
               10  WS-CK-OVR-REASON    PIC X(40).
       01  WS-CK-SUB                   PIC 9(02) VALUE 0.
       01  WS-CHECK-COUNT              PIC 9(02) VALUE 8.

      *    Where the finding lands, set before 2900/2910 are done
       01  WS-FINDING                  PIC X(50).
       01  WS-FINDING-COUNT            PIC 9(05) VALUE 0.
       01  WS-HOLD-COUNT               PIC 9(02) VALUE 0.
       01  WS-WARN-COUNT               PIC 9(02) VALUE 0.
       01  WS-OVERRIDE-COUNT           PIC 9(02) VALUE 0.

      *----------------------------------------------------------------
      * Teller Drawers
      *----------------------------------------------------------------
       01  WS-DRAWERS-OPEN             PIC 9(03) VALUE 0.

      *----------------------------------------------------------------
      * Record Holds - age in minutes as LOCK-MANAGER reckons it
      *----------------------------------------------------------------
       01  WS-LOCK-MAX-AGE-MINUTES     PIC 9(05) VALUE 15.
       01  WS-LOCK-HOLDER              PIC X(08).
       01  WS-LOCK-STAMP               PIC 9(14).
       01  WS-LOCK-STAMP-R REDEFINES WS-LOCK-STAMP.
           05  WS-STAMP-DATE           PIC 9(08).
           05  WS-STAMP-HH             PIC 99.
           05  WS-STAMP-MM             PIC 99.
           05  FILLER                  PIC 99.
       01  WS-NOW-DATE                 PIC 9(08).
       01  WS-NOW-TIME                 PIC 9(08).
       01  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
           05  WS-NOW-HH               PIC 99.
           05  WS-NOW-MM               PIC 99.
           05  FILLER                  PIC 9(04).
       01  WS-NOW-MINUTES              PIC 9(09).
       01  WS-STAMP-MINUTES            PIC 9(09).
       01  WS-AGE-MINUTES              PIC S9(09).
       01  WS-AGE-EDIT                 PIC ZZZZ9.

      *----------------------------------------------------------------
      * Channel Files - name, where each item carries its date, and
      * the settlement row that answers for it (none for cheques)
      *----------------------------------------------------------------
       01  WS-CHANNEL-FILE-NAME        PIC X(60).
       01  WS-CHANNEL-DEFS.
           05  FILLER                  PIC X(40) VALUE
               '../data/atm-transactions.txt'.
           05  FILLER                  PIC 9(02) VALUE 54.
           05  FILLER                  PIC X(03) VALUE 'ATM'.
           05  FILLER                  PIC X(40) VALUE
               '../data/mobile-transactions.txt'.
           05  FILLER                  PIC 9(02) VALUE 12.
           05  FILLER                  PIC X(03) VALUE 'MOB'.
           05  FILLER                  PIC X(40) VALUE
               '../data/inward-clearing.txt'.
           05  FILLER                  PIC 9(02) VALUE 51.
           05  FILLER                  PIC X(03) VALUE SPACES.
       01  WS-CHANNEL-TABLE REDEFINES WS-CHANNEL-DEFS.
           05  WS-CHANNEL-DEF          OCCURS 3 TIMES.
               10  WS-CHD-FILE         PIC X(40).
               10  WS-CHD-DATE-POS     PIC 9(02).
               10  WS-CHD-SETTLE-CODE  PIC X(03).
       01  WS-CHANNEL-COUNTS.
           05  WS-CHANNEL-COUNT        OCCURS 3 TIMES.
               10  WS-CHC-RECEIVED     PIC X.
               10  WS-CHC-ITEMS        PIC 9(05).
               10  WS-CHC-DATED-TODAY  PIC 9(05).
       01  WS-CH-SUB                   PIC 9(02) VALUE 0.
       01  WS-DATE-POS                 PIC 9(02).
       01  WS-ITEMS-EDIT               PIC ZZZZ9.

      *----------------------------------------------------------------
      * Settlement Totals (CHANNEL 1-3, COUNT 5-9, AMOUNT 11-23)
      *----------------------------------------------------------------
       01  WS-SETTLE-SEEN              PIC X.
       01  WS-SETTLE-COUNT             PIC 9(05).

      *----------------------------------------------------------------
      * Approval Queue (see APPROVAL-QUEUE)
      *----------------------------------------------------------------
       01  WS-APPROVAL-REQUEST.
           05  WS-APQ-FUNCTION         PIC X.
           05  WS-APQ-ORDINAL          PIC 9(03).
           05  WS-APQ-DATE             PIC 9(08).
           05  WS-APQ-TIME             PIC 9(08).
           05  WS-APQ-ACCOUNT          PIC 9(10).
           05  WS-APQ-CODE             PIC X.
           05  WS-APQ-AMOUNT           PIC 9(09)V99.
           05  WS-APQ-DETAIL           PIC X(10).
           05  WS-APQ-MAKER            PIC X(08).
           05  WS-APQ-DISPOSITION      PIC X(08).
           05  WS-APQ-SUPERVISOR       PIC X(08).
           05  WS-APQ-ASOF-DATE        PIC 9(08).
           05  WS-APQ-COUNT            PIC 9(03).
           05  WS-APQ-FOUND            PIC X.
           05  WS-APQ-OK               PIC X.
       01  WS-APQ-PENDING              PIC 9(03) VALUE 0.
       01  WS-APQ-DUE                  PIC 9(03) VALUE 0.
       01  WS-AMOUNT-EDIT              PIC ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      * Processing Calendar (see PROCESSING-CALENDAR)
      *----------------------------------------------------------------
       01  WS-CALENDAR-REQUEST.
           05  WS-CAL-FUNCTION         PIC X.
           05  WS-CAL-DATE             PIC 9(08).
           05  WS-CAL-TYPE             PIC X.
           05  WS-CAL-MONTH-END        PIC X.
           05  WS-CAL-ON-FILE          PIC X.
           05  WS-CAL-NEXT-DATE        PIC 9(08).
           05  WS-CAL-OK               PIC X.
       01  WS-CALENDAR-HORIZON-DAYS    PIC 9(03) VALUE 30.
       01  WS-NEXT-BUSINESS-DATE       PIC 9(08).
       01  WS-HORIZON-DATE             PIC 9(08).

      *----------------------------------------------------------------
      * System Status (see SYSTEM-STATUS)
      *----------------------------------------------------------------
       01  WS-SYSTEM-STATUS-REQUEST.
           05  WS-SYS-FUNCTION         PIC X.
           05  WS-SYS-STATUS           PIC X(08).
           05  WS-SYS-DATE             PIC 9(08).
           05  WS-SYS-OPERATOR         PIC X(08).
           05  WS-SYS-OK               PIC X.

      *----------------------------------------------------------------
      * Business Date - stamped from the system control record via
      * BUSINESS-DATE, never from the wall clock.
      *----------------------------------------------------------------
       01  WS-BUSDATE-REQUEST.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.

      *----------------------------------------------------------------
      * Run-control record (see CYCLE-RUN-LOG)
      *----------------------------------------------------------------
       01  WS-RUN-REQUEST.
           05  WS-RUN-FUNCTION         PIC X.
           05  WS-RUN-JOB-DATE         PIC 9(08).
           05  WS-RUN-STEP             PIC X(20) VALUE
               'CYCLE-READINESS'.
           05  WS-RUN-START-TIME       PIC 9(08).
           05  WS-RUN-END-TIME         PIC 9(08).
           05  WS-RUN-RECORDS          PIC 9(05).
           05  WS-RUN-STATUS           PIC X(08).
           05  WS-RUN-FOUND            PIC X.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       0000-MAIN-ROUTINE.
      *----------------------------------------------------------------
           PERFORM 1000-INITIALIZE

           IF WS-SYS-STATUS = 'QUIESCED'
               DISPLAY 'System already QUIESCED (' WS-SYS-DATE
                       ' by ' WS-SYS-OPERATOR ') - the cycle is'
                       ' under way;'
               DISPLAY 'readiness is not re-checked on a resubmit.'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Findings:'
           PERFORM 2000-CHECK-DRAWERS THRU 2000-EXIT
           PERFORM 2100-CHECK-LOCKS THRU 2100-EXIT
           PERFORM 2200-CHECK-CHANNEL-FILE THRU 2200-EXIT
               VARYING WS-CH-SUB FROM 1 BY 1
               UNTIL WS-CH-SUB > 3
           PERFORM 2300-CHECK-SETTLEMENT THRU 2300-EXIT
           PERFORM 2400-CHECK-APPROVALS
           PERFORM 2500-CHECK-CALENDAR THRU 2500-EXIT
           IF WS-FINDING-COUNT = 0
               DISPLAY '   (none)'
           END-IF

           PERFORM 3000-APPLY-OVERRIDES THRU 3000-EXIT
           PERFORM 4000-PRINT-CHECKLIST
           PERFORM 5000-WRITE-CHECKLIST-FILE THRU 5000-EXIT
           PERFORM 6000-RECORD-RUN

           EVALUATE TRUE
               WHEN WS-HOLD-COUNT > 0
                   MOVE 12 TO RETURN-CODE
               WHEN WS-WARN-COUNT > 0 OR WS-OVERRIDE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'PRE-CYCLE READINESS CHECK'
           DISPLAY '=================================================='

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
           ACCEPT WS-RUN-START-TIME FROM TIME
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           DISPLAY 'Business Date: ' WS-BUS-DATE
           DISPLAY ' '

           INITIALIZE WS-CHECK-RESULTS
           PERFORM 1100-SET-ONE-GO
               VARYING WS-CK-SUB FROM 1 BY 1
               UNTIL WS-CK-SUB > WS-CHECK-COUNT
           INITIALIZE WS-CHANNEL-COUNTS

           INITIALIZE WS-SYSTEM-STATUS-REQUEST
           MOVE 'C' TO WS-SYS-FUNCTION
           CALL 'SYSTEM-STATUS' USING WS-SYSTEM-STATUS-REQUEST
           .

       1100-SET-ONE-GO.
           MOVE 'GO' TO WS-CK-RESULT(WS-CK-SUB)
           .

      *----------------------------------------------------------------
       2000-CHECK-DRAWERS.
      *----------------------------------------------------------------
           MOVE 1 TO WS-CK-SUB
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-FILE-STATUS NOT = '00'
               MOVE 'No drawer opened on the business date'
                   TO WS-CK-DETAIL(WS-CK-SUB)
               GO TO 2000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 2010-CHECK-ONE-DRAWER UNTIL WS-EOF = 'Y'
           CLOSE DRAWER-FILE

           IF WS-DRAWERS-OPEN = 0
               MOVE 'Every drawer opened today is declared closed'
                   TO WS-CK-DETAIL(WS-CK-SUB)
           END-IF
           .

       2000-EXIT.
           EXIT
           .

       2010-CHECK-ONE-DRAWER.
           READ DRAWER-FILE INTO DRAWER-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF DRAWER-LINE(1:8) = WS-BUS-DATE
                       AND DRAWER-LINE(32:1) = 'Y'
                       AND DRAWER-LINE(47:1) NOT = 'Y'
                       ADD 1 TO WS-DRAWERS-OPEN
                       MOVE SPACES TO WS-FINDING
                       STRING 'Drawer of '      DELIMITED BY SIZE
                              DRAWER-LINE(10:8) DELIMITED BY SPACE
                              ' has no closing count declared'
                                                DELIMITED BY SIZE
                           INTO WS-FINDING
                       END-STRING
                       PERFORM 2900-MARK-HOLD
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       2100-CHECK-LOCKS.
      *----------------------------------------------------------------
           MOVE 2 TO WS-CK-SUB
           MOVE 'No record holds outstanding'
               TO WS-CK-DETAIL(WS-CK-SUB)

           OPEN INPUT LOCK-AGE-FILE
           IF WS-LOCK-AGE-FILE-STATUS = '00'
               READ LOCK-AGE-FILE INTO LOCK-AGE-LINE
                   NOT AT END
                       IF FUNCTION TRIM(LOCK-AGE-LINE) IS NUMERIC
                           MOVE FUNCTION NUMVAL(LOCK-AGE-LINE)
                               TO WS-LOCK-MAX-AGE-MINUTES
                       END-IF
               END-READ
               CLOSE LOCK-AGE-FILE
           END-IF

           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 1440
               + WS-NOW-HH * 60 + WS-NOW-MM

           OPEN INPUT LOCK-FILE
           IF WS-LOCK-FILE-STATUS NOT = '00'
               GO TO 2100-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 2110-CHECK-ONE-LOCK UNTIL WS-EOF = 'Y'
           CLOSE LOCK-FILE
           .

       2100-EXIT.
           EXIT
           .

       2110-CHECK-ONE-LOCK.
           READ LOCK-FILE INTO LOCK-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LOCK-LINE(1:10) IS NUMERIC
                       PERFORM 2120-AGE-ONE-LOCK
                   END-IF
           END-READ
           .

       2120-AGE-ONE-LOCK.
      *    An entry with no timestamp is an ownerless legacy hold -
      *    always stale, as ADABAS itself treats it.
           MOVE LOCK-LINE(12:8) TO WS-LOCK-HOLDER
           MOVE SPACES TO WS-FINDING
           IF LOCK-LINE(30:14) IS NOT NUMERIC
               STRING 'Stale hold ISN '     DELIMITED BY SIZE
                      LOCK-LINE(1:10)       DELIMITED BY SIZE
                      ' - no timestamp'     DELIMITED BY SIZE
                   INTO WS-FINDING
               END-STRING
               PERFORM 2900-MARK-HOLD
               EXIT PARAGRAPH
           END-IF

           MOVE LOCK-LINE(30:14) TO WS-LOCK-STAMP
           COMPUTE WS-STAMP-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
               + WS-STAMP-HH * 60 + WS-STAMP-MM
           COMPUTE WS-AGE-MINUTES = WS-NOW-MINUTES - WS-STAMP-MINUTES
           IF WS-AGE-MINUTES < 0
               MOVE 0 TO WS-AGE-MINUTES
           END-IF
           MOVE WS-AGE-MINUTES TO WS-AGE-EDIT

           IF WS-AGE-MINUTES > WS-LOCK-MAX-AGE-MINUTES
               STRING 'Stale hold ISN '     DELIMITED BY SIZE
                      LOCK-LINE(1:10)       DELIMITED BY SIZE
                      ' by '                DELIMITED BY SIZE
                      WS-LOCK-HOLDER        DELIMITED BY SPACE
                      ', '                  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AGE-EDIT)
                                            DELIMITED BY SIZE
                      ' min'                DELIMITED BY SIZE
                   INTO WS-FINDING
               END-STRING
               PERFORM 2900-MARK-HOLD
           ELSE
               STRING 'Hold in progress on ISN ' DELIMITED BY SIZE
                      LOCK-LINE(1:10)       DELIMITED BY SIZE
                      ' by '                DELIMITED BY SIZE
                      WS-LOCK-HOLDER        DELIMITED BY SPACE
                   INTO WS-FINDING
               END-STRING
               PERFORM 2910-MARK-WARN
           END-IF
           .

      *----------------------------------------------------------------
       2200-CHECK-CHANNEL-FILE.
      *----------------------------------------------------------------
           COMPUTE WS-CK-SUB = WS-CH-SUB + 2
           MOVE WS-CHD-FILE(WS-CH-SUB)     TO WS-CHANNEL-FILE-NAME
           MOVE WS-CHD-DATE-POS(WS-CH-SUB) TO WS-DATE-POS

           OPEN INPUT CHANNEL-FILE
           IF WS-CHANNEL-FILE-STATUS NOT = '00'
               MOVE SPACES TO WS-FINDING
               STRING FUNCTION TRIM(WS-CHD-FILE(WS-CH-SUB)(9:32))
                                         DELIMITED BY SIZE
                      ' not received'    DELIMITED BY SIZE
                   INTO WS-FINDING
               END-STRING
               PERFORM 2900-MARK-HOLD
               GO TO 2200-EXIT
           END-IF

           MOVE 'Y' TO WS-CHC-RECEIVED(WS-CH-SUB)
           MOVE 'N' TO WS-EOF
           PERFORM 2210-COUNT-ONE-ITEM UNTIL WS-EOF = 'Y'
           CLOSE CHANNEL-FILE

           MOVE SPACES TO WS-FINDING
           MOVE WS-CHC-ITEMS(WS-CH-SUB) TO WS-ITEMS-EDIT
           EVALUATE TRUE
               WHEN WS-CHC-ITEMS(WS-CH-SUB) = 0
                   STRING FUNCTION TRIM(WS-CHD-FILE(WS-CH-SUB)(9:32))
                                             DELIMITED BY SIZE
                          ' received empty'  DELIMITED BY SIZE
                       INTO WS-FINDING
                   END-STRING
                   PERFORM 2910-MARK-WARN
               WHEN WS-CHC-DATED-TODAY(WS-CH-SUB) = 0
                   STRING FUNCTION TRIM(WS-CHD-FILE(WS-CH-SUB)(9:32))
                                             DELIMITED BY SIZE
                          ' has nothing dated ' DELIMITED BY SIZE
                          WS-BUS-DATE        DELIMITED BY SIZE
                       INTO WS-FINDING
                   END-STRING
                   PERFORM 2910-MARK-WARN
               WHEN OTHER
                   STRING 'Received, '       DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ITEMS-EDIT)
                                             DELIMITED BY SIZE
                          ' item(s)'         DELIMITED BY SIZE
                       INTO WS-CK-DETAIL(WS-CK-SUB)
                   END-STRING
           END-EVALUATE
           .

       2200-EXIT.
           EXIT
           .

       2210-COUNT-ONE-ITEM.
           READ CHANNEL-FILE INTO CHANNEL-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CHANNEL-LINE NOT = SPACES
                       ADD 1 TO WS-CHC-ITEMS(WS-CH-SUB)
                       IF CHANNEL-LINE(WS-DATE-POS:8) = WS-BUS-DATE
                           ADD 1 TO WS-CHC-DATED-TODAY(WS-CH-SUB)
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       2300-CHECK-SETTLEMENT.
      *----------------------------------------------------------------
           MOVE 6 TO WS-CK-SUB
           OPEN INPUT SETTLE-FILE
           IF WS-SETTLE-FILE-STATUS NOT = '00'
               MOVE 'settlement-totals.txt not received' TO WS-FINDING
               PERFORM 2900-MARK-HOLD
               GO TO 2300-EXIT
           END-IF
           CLOSE SETTLE-FILE

           MOVE 'Received, agrees with the channel files'
               TO WS-CK-DETAIL(WS-CK-SUB)
           PERFORM 2310-CHECK-ONE-SETTLEMENT THRU 2310-EXIT
               VARYING WS-CH-SUB FROM 1 BY 1
               UNTIL WS-CH-SUB > 3
           .

       2300-EXIT.
           EXIT
           .

       2310-CHECK-ONE-SETTLEMENT.
      *    Only a channel that sent a file and settles through this
      *    file is compared - the clearing house settles on its own.
           IF WS-CHD-SETTLE-CODE(WS-CH-SUB) = SPACES
               OR WS-CHC-RECEIVED(WS-CH-SUB) NOT = 'Y'
               GO TO 2310-EXIT
           END-IF

           MOVE 'N' TO WS-SETTLE-SEEN
           MOVE 0   TO WS-SETTLE-COUNT
           OPEN INPUT SETTLE-FILE
           MOVE 'N' TO WS-EOF
           PERFORM 2320-FIND-ONE-SETTLEMENT UNTIL WS-EOF = 'Y'
           CLOSE SETTLE-FILE

           MOVE SPACES TO WS-FINDING
           IF WS-SETTLE-SEEN = 'N'
               IF WS-CHC-ITEMS(WS-CH-SUB) > 0
                   STRING 'No settlement row for '
                                             DELIMITED BY SIZE
                          WS-CHD-SETTLE-CODE(WS-CH-SUB)
                                             DELIMITED BY SIZE
                       INTO WS-FINDING
                   END-STRING
                   PERFORM 2910-MARK-WARN
               END-IF
               GO TO 2310-EXIT
           END-IF

           IF WS-SETTLE-COUNT NOT = WS-CHC-ITEMS(WS-CH-SUB)
               MOVE WS-CHC-ITEMS(WS-CH-SUB) TO WS-ITEMS-EDIT
               STRING WS-CHD-SETTLE-CODE(WS-CH-SUB)
                                             DELIMITED BY SIZE
                      ' settles '            DELIMITED BY SIZE
                      WS-SETTLE-COUNT        DELIMITED BY SIZE
                      ' item(s), file has '  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ITEMS-EDIT)
                                             DELIMITED BY SIZE
                   INTO WS-FINDING
               END-STRING
               PERFORM 2910-MARK-WARN
           END-IF
           .

       2310-EXIT.
           EXIT
           .

       2320-FIND-ONE-SETTLEMENT.
           READ SETTLE-FILE INTO SETTLE-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF SETTLE-LINE(1:3) = WS-CHD-SETTLE-CODE(WS-CH-SUB)
                       AND SETTLE-LINE(5:5) IS NUMERIC
                       MOVE 'Y' TO WS-SETTLE-SEEN
                       MOVE SETTLE-LINE(5:5) TO WS-SETTLE-COUNT
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       2400-CHECK-APPROVALS.
      *----------------------------------------------------------------
           MOVE 7 TO WS-CK-SUB
           INITIALIZE WS-APPROVAL-REQUEST
           MOVE 'C' TO WS-APQ-FUNCTION
           CALL 'APPROVAL-QUEUE' USING WS-APPROVAL-REQUEST
           MOVE WS-APQ-COUNT TO WS-APQ-PENDING

           PERFORM 2410-CHECK-ONE-APPROVAL
               VARYING WS-APQ-ORDINAL FROM 1 BY 1
               UNTIL WS-APQ-ORDINAL > WS-APQ-PENDING

           IF WS-APQ-DUE = 0
               MOVE 'Nothing pending from the business date'
                   TO WS-CK-DETAIL(WS-CK-SUB)
           END-IF
           .

       2410-CHECK-ONE-APPROVAL.
           MOVE 'G' TO WS-APQ-FUNCTION
           CALL 'APPROVAL-QUEUE' USING WS-APPROVAL-REQUEST
           IF WS-APQ-FOUND NOT = 'Y'
               OR WS-APQ-DATE > WS-BUS-DATE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-APQ-DUE
           MOVE WS-APQ-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-FINDING
           STRING 'Pending '             DELIMITED BY SIZE
                  WS-APQ-CODE            DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-APQ-ACCOUNT         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-EDIT)
                                         DELIMITED BY SIZE
                  ' by '                 DELIMITED BY SIZE
                  WS-APQ-MAKER           DELIMITED BY SPACE
               INTO WS-FINDING
           END-STRING
           PERFORM 2910-MARK-WARN
           .

      *----------------------------------------------------------------
       2500-CHECK-CALENDAR.
      *----------------------------------------------------------------
           MOVE 8 TO WS-CK-SUB
           INITIALIZE WS-CALENDAR-REQUEST
           MOVE 'C'         TO WS-CAL-FUNCTION
           MOVE WS-BUS-DATE TO WS-CAL-DATE
           CALL 'PROCESSING-CALENDAR' USING WS-CALENDAR-REQUEST
           IF WS-CAL-ON-FILE NOT = 'Y'
               MOVE SPACES TO WS-FINDING
               STRING 'Business date '    DELIMITED BY SIZE
                      WS-BUS-DATE         DELIMITED BY SIZE
                      ' not on the calendar' DELIMITED BY SIZE
                   INTO WS-FINDING
               END-STRING
               PERFORM 2900-MARK-HOLD
               GO TO 2500-EXIT
           END-IF

           MOVE 'N' TO WS-CAL-FUNCTION
           CALL 'PROCESSING-CALENDAR' USING WS-CALENDAR-REQUEST
           MOVE WS-CAL-NEXT-DATE TO WS-NEXT-BUSINESS-DATE
           MOVE 'C' TO WS-CAL-FUNCTION
           MOVE WS-NEXT-BUSINESS-DATE TO WS-CAL-DATE
           CALL 'PROCESSING-CALENDAR' USING WS-CALENDAR-REQUEST
           IF WS-CAL-ON-FILE NOT = 'Y'
               MOVE 'Calendar has run out - no next business day'
                   TO WS-FINDING
               PERFORM 2900-MARK-HOLD
               GO TO 2500-EXIT
           END-IF

           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
               + WS-CALENDAR-HORIZON-DAYS)
           MOVE WS-HORIZON-DATE TO WS-CAL-DATE
           CALL 'PROCESSING-CALENDAR' USING WS-CALENDAR-REQUEST
           IF WS-CAL-ON-FILE NOT = 'Y'
               MOVE SPACES TO WS-FINDING
               STRING 'Calendar ends before ' DELIMITED BY SIZE
                      WS-HORIZON-DATE     DELIMITED BY SIZE
                      ' - extend it'      DELIMITED BY SIZE
                   INTO WS-FINDING
               END-STRING
               PERFORM 2910-MARK-WARN
               GO TO 2500-EXIT
           END-IF

           MOVE SPACES TO WS-CK-DETAIL(WS-CK-SUB)
           STRING 'Next business day ' DELIMITED BY SIZE
                  WS-NEXT-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-CK-DETAIL(WS-CK-SUB)
           END-STRING
           .

       2500-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
      * Findings - the first one found stays as the check's detail;
      * a HOLD finding takes the detail over from a WARN one.
      *----------------------------------------------------------------
       2900-MARK-HOLD.
           ADD 1 TO WS-FINDING-COUNT
           DISPLAY '   HOLD ' WS-CK-CODE(WS-CK-SUB) ' ' WS-FINDING
           IF WS-CK-RESULT(WS-CK-SUB) NOT = 'HOLD'
               MOVE 'HOLD'     TO WS-CK-RESULT(WS-CK-SUB)
               MOVE WS-FINDING TO WS-CK-DETAIL(WS-CK-SUB)
           END-IF
           .

       2910-MARK-WARN.
           ADD 1 TO WS-FINDING-COUNT
           DISPLAY '   WARN ' WS-CK-CODE(WS-CK-SUB) ' ' WS-FINDING
           IF WS-CK-RESULT(WS-CK-SUB) = 'GO'
               MOVE 'WARN'     TO WS-CK-RESULT(WS-CK-SUB)
               MOVE WS-FINDING TO WS-CK-DETAIL(WS-CK-SUB)
           END-IF
           .

      *----------------------------------------------------------------
       3000-APPLY-OVERRIDES.
      *----------------------------------------------------------------
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-FILE-STATUS NOT = '00'
               GO TO 3000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 3100-APPLY-ONE-OVERRIDE UNTIL WS-EOF = 'Y'
           CLOSE OVERRIDE-FILE
           .

       3000-EXIT.
           EXIT
           .

       3100-APPLY-ONE-OVERRIDE.
           READ OVERRIDE-FILE INTO OVERRIDE-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF OVERRIDE-LINE(1:8) = WS-BUS-DATE
                       PERFORM 3110-MATCH-ONE-CHECK
                           VARYING WS-CK-SUB FROM 1 BY 1
                           UNTIL WS-CK-SUB > WS-CHECK-COUNT
                   END-IF
           END-READ
           .

       3110-MATCH-ONE-CHECK.
           IF WS-CK-CODE(WS-CK-SUB) = OVERRIDE-LINE(10:8)
               AND WS-CK-RESULT(WS-CK-SUB) = 'HOLD'
               MOVE 'OVRD'             TO WS-CK-RESULT(WS-CK-SUB)
               MOVE OVERRIDE-LINE(19:8) TO WS-CK-OVR-BY(WS-CK-SUB)
               MOVE OVERRIDE-LINE(37:40)
                   TO WS-CK-OVR-REASON(WS-CK-SUB)
           END-IF
           .

      *----------------------------------------------------------------
       4000-PRINT-CHECKLIST.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'Check     Result  Description'
           DISPLAY '--------------------------------------------------'
           PERFORM 4100-PRINT-ONE-CHECK
               VARYING WS-CK-SUB FROM 1 BY 1
               UNTIL WS-CK-SUB > WS-CHECK-COUNT
           DISPLAY '--------------------------------------------------'

           EVALUATE TRUE
               WHEN WS-HOLD-COUNT > 0
                   DISPLAY 'NO-GO - ' WS-HOLD-COUNT
                           ' check(s) hold the cycle.  Clear them and'
                           ' resubmit ACCTDLY,'
                   DISPLAY 'or have a supervisor override them at'
                           ' READINESS-OVERRIDE.'
               WHEN WS-OVERRIDE-COUNT > 0
                   DISPLAY 'GO ON SUPERVISOR OVERRIDE - '
                           WS-OVERRIDE-COUNT ' held check(s)'
                           ' overridden'
               WHEN WS-WARN-COUNT > 0
                   DISPLAY 'GO - with ' WS-WARN-COUNT
                           ' warning(s) for review'
               WHEN OTHER
                   DISPLAY 'GO - every check clean'
           END-EVALUATE
           DISPLAY '=================================================='
           .

       4100-PRINT-ONE-CHECK.
           EVALUATE WS-CK-RESULT(WS-CK-SUB)
               WHEN 'HOLD'
                   ADD 1 TO WS-HOLD-COUNT
               WHEN 'WARN'
                   ADD 1 TO WS-WARN-COUNT
               WHEN 'OVRD'
                   ADD 1 TO WS-OVERRIDE-COUNT
           END-EVALUATE

           DISPLAY WS-CK-CODE(WS-CK-SUB) '  '
                   WS-CK-RESULT(WS-CK-SUB) '    '
                   WS-CK-TITLE(WS-CK-SUB)
           DISPLAY '                  '
                   WS-CK-DETAIL(WS-CK-SUB)
           IF WS-CK-RESULT(WS-CK-SUB) = 'OVRD'
               DISPLAY '                  Overridden by '
                       WS-CK-OVR-BY(WS-CK-SUB) ': '
                       WS-CK-OVR-REASON(WS-CK-SUB)
           END-IF
           .

      *----------------------------------------------------------------
       5000-WRITE-CHECKLIST-FILE.
      *----------------------------------------------------------------
      *    The latest checklist only - READINESS-OVERRIDE reads it to
      *    show the supervisor what is being overridden.
           OPEN OUTPUT CHECKLIST-FILE
           IF WS-CHECKLIST-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: unable to write cycle-readiness.txt'
               GO TO 5000-EXIT
           END-IF

           PERFORM 5100-WRITE-ONE-CHECK
               VARYING WS-CK-SUB FROM 1 BY 1
               UNTIL WS-CK-SUB > WS-CHECK-COUNT
           CLOSE CHECKLIST-FILE
           .

       5000-EXIT.
           EXIT
           .

       5100-WRITE-ONE-CHECK.
           MOVE SPACES TO CHECKLIST-LINE
           MOVE WS-BUS-DATE             TO CHECKLIST-LINE(1:8)
           MOVE WS-CK-CODE(WS-CK-SUB)   TO CHECKLIST-LINE(10:8)
           MOVE WS-CK-RESULT(WS-CK-SUB) TO CHECKLIST-LINE(19:4)
           MOVE WS-CK-DETAIL(WS-CK-SUB) TO CHECKLIST-LINE(24:50)
           WRITE CHECKLIST-LINE
           .

      *----------------------------------------------------------------
       6000-RECORD-RUN.
      *----------------------------------------------------------------
           ACCEPT WS-RUN-END-TIME FROM TIME
           MOVE WS-BUS-DATE TO WS-RUN-JOB-DATE
           COMPUTE WS-RUN-RECORDS = WS-HOLD-COUNT + WS-OVERRIDE-COUNT
           EVALUATE TRUE
               WHEN WS-HOLD-COUNT > 0
                   MOVE 'FAILED'   TO WS-RUN-STATUS
               WHEN WS-OVERRIDE-COUNT > 0
                   MOVE 'OVERRIDE' TO WS-RUN-STATUS
               WHEN OTHER
                   MOVE 'COMPLETE' TO WS-RUN-STATUS
           END-EVALUATE
           MOVE 'W' TO WS-RUN-FUNCTION
           CALL 'CYCLE-RUN-LOG' USING WS-RUN-REQUEST
           .
