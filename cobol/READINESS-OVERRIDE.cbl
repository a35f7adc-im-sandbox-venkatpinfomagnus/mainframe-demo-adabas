       IDENTIFICATION DIVISION.
       PROGRAM-ID. READINESS-OVERRIDE.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: READINESS-OVERRIDE
      * PURPOSE: Supervisor override of a held pre-cycle readiness
      *          check (see CYCLE-READINESS).  Shows the latest
      *          checklist for the business date and, on the
      *          supervisor's confirmation with a reason, records an
      *          override for every check that held - the resubmitted
      *          ACCTDLY then reports those checks OVRD and goes
      *          ahead.  Only the checks holding now are overridden:
      *          a check that was clean and fails on the resubmit
      *          still holds the job.  Each override is entered in
      *          the cycle run log (step CYCLE-READINESS, status
      *          OVERRIDE, records = checks overridden) and the
      *          audit log.
      * INPUT:   ../data/cycle-readiness.txt (1-8 DATE, 10-17 CHECK,
      *          19-22 RESULT, 24-73 DETAIL), operator sign-on
      *          (authority 2), reason and confirmation
      * OUTPUT:  ../data/cycle-readiness-override.txt appended, one
      *          row per check: 1-8 DATE, 10-17 CHECK, 19-26
      *          SUPERVISOR, 28-35 TIME, 37-76 REASON; run log record
      *          (see CYCLE-RUN-LOG); audit log entry READY-OVRD
      *          (type 'Z')
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKLIST-FILE ASSIGN TO
                   "../data/cycle-readiness.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKLIST-FILE-STATUS.

           SELECT OVERRIDE-FILE ASSIGN TO
                   "../data/cycle-readiness-override.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKLIST-FILE.
       01  CHECKLIST-LINE              PIC X(80).

       FD  OVERRIDE-FILE.
       01  OVERRIDE-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CHECKLIST-FILE-STATUS    PIC XX.
       01  WS-OVERRIDE-FILE-STATUS     PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Held Checks off the latest checklist
      *----------------------------------------------------------------
       01  WS-HELD-TABLE.
           05  WS-HELD-CHECK           OCCURS 20 TIMES PIC X(08).
       01  WS-HELD-TOTAL               PIC 9(02) VALUE 0.
       01  WS-HELD-SUB                 PIC 9(02) VALUE 0.
       01  WS-CHECKLIST-ROWS           PIC 9(02) VALUE 0.

       01  WS-REASON                   PIC X(40).
       01  WS-CONFIRM                  PIC X.
       01  WS-OVERRIDE-TIME            PIC 9(08).

      *----------------------------------------------------------------
      * Operator Sign-On (see OPERATOR-SIGNON) - overriding the
      * readiness check is a supervisor function.
      *----------------------------------------------------------------
       01  WS-SIGNON-REQUEST.
           05  WS-SIGN-MIN-AUTHORITY   PIC 9.
           05  WS-SIGN-OK              PIC X.
           05  WS-SIGN-OPERATOR-ID     PIC X(08).
           05  WS-SIGN-OPERATOR-NAME   PIC X(30).
           05  WS-SIGN-AUTHORITY       PIC 9.
           05  WS-SIGN-BRANCH          PIC X(03).

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

      *----------------------------------------------------------------
      * Audit Trail
      *----------------------------------------------------------------
       01  WS-AUDIT-LINE               PIC X(150).
       01  WS-AUDIT-TARGET             PIC X(08) VALUE 'ACCTDLY'.

      *----------------------------------------------------------------
      * Chained Audit Writer - entries reach the audit log through
      * AUDIT-LOGGER, which folds each entry onto the previous one's
      * chain value so the log is tamper-evident end to end.
      *----------------------------------------------------------------
       01  WS-AUDIT-WRITE-REQ.
           05  WS-AWR-LINE             PIC X(300).
           05  WS-AWR-OK               PIC X.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       0000-MAIN-ROUTINE.
      *----------------------------------------------------------------
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SHOW-CHECKLIST THRU 2000-EXIT

           IF WS-HELD-TOTAL = 0
               DISPLAY ' '
               DISPLAY 'No check is holding the ' WS-BUS-DATE
                       ' cycle - nothing to override.'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 3000-TAKE-REASON THRU 3000-EXIT
           PERFORM 4000-WRITE-OVERRIDES THRU 4000-EXIT
           PERFORM 5000-RECORD-RUN
           PERFORM 6000-WRITE-AUDIT

           DISPLAY ' '
           DISPLAY WS-HELD-TOTAL ' held check(s) overridden by '
                   WS-SIGN-OPERATOR-ID ' - resubmit ACCTDLY.'
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'PRE-CYCLE READINESS OVERRIDE'
           DISPLAY '=================================================='
           DISPLAY ' '

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST

           MOVE 2 TO WS-SIGN-MIN-AUTHORITY
           CALL 'OPERATOR-SIGNON' USING WS-SIGNON-REQUEST
           IF WS-SIGN-OK NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *----------------------------------------------------------------
       2000-SHOW-CHECKLIST.
      *----------------------------------------------------------------
           OPEN INPUT CHECKLIST-FILE
           IF WS-CHECKLIST-FILE-STATUS NOT = '00'
               DISPLAY ' '
               DISPLAY 'No readiness check has been run.'
               GO TO 2000-EXIT
           END-IF

           DISPLAY ' '
           DISPLAY 'Latest readiness checklist, business date '
                   WS-BUS-DATE ':'
           DISPLAY 'Check     Result  Detail'
           DISPLAY '--------------------------------------------------'
           MOVE 'N' TO WS-EOF
           PERFORM 2100-SHOW-ONE-CHECK UNTIL WS-EOF = 'Y'
           CLOSE CHECKLIST-FILE

           IF WS-CHECKLIST-ROWS = 0
               DISPLAY '(no checklist for the business date)'
           END-IF
           .

       2000-EXIT.
           EXIT
           .

       2100-SHOW-ONE-CHECK.
           READ CHECKLIST-FILE INTO CHECKLIST-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CHECKLIST-LINE(1:8) = WS-BUS-DATE
                       ADD 1 TO WS-CHECKLIST-ROWS
                       DISPLAY CHECKLIST-LINE(10:8) '  '
                               CHECKLIST-LINE(19:4) '    '
                               CHECKLIST-LINE(24:50)
                       IF CHECKLIST-LINE(19:4) = 'HOLD'
                           AND WS-HELD-TOTAL < 20
                           ADD 1 TO WS-HELD-TOTAL
                           MOVE CHECKLIST-LINE(10:8)
                               TO WS-HELD-CHECK(WS-HELD-TOTAL)
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       3000-TAKE-REASON.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'Every HOLD check above will be overridden and the'
                   ' cycle will run.'
           DISPLAY 'Reason for the override: ' NO ADVANCING
           ACCEPT WS-REASON
      *    The reason rides on the comma-separated audit entry.
           INSPECT WS-REASON REPLACING ALL ',' BY ' '
           IF WS-REASON = SPACES
               DISPLAY 'A reason is required - override cancelled.'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Override the held checks now (Y/N): '
               NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'Override cancelled - the cycle stays held.'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       3000-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       4000-WRITE-OVERRIDES.
      *----------------------------------------------------------------
           ACCEPT WS-OVERRIDE-TIME FROM TIME

           OPEN EXTEND OVERRIDE-FILE
           IF WS-OVERRIDE-FILE-STATUS NOT = '00' AND
              WS-OVERRIDE-FILE-STATUS NOT = '05'
      *        First override ever recorded - file does not exist yet
               CLOSE OVERRIDE-FILE
               OPEN OUTPUT OVERRIDE-FILE
           END-IF
           IF WS-OVERRIDE-FILE-STATUS NOT = '00' AND
              WS-OVERRIDE-FILE-STATUS NOT = '05'
               DISPLAY 'ERROR: unable to record the override -'
                       ' the cycle stays held'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 4100-WRITE-ONE-OVERRIDE
               VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-HELD-TOTAL
           CLOSE OVERRIDE-FILE
           .

       4000-EXIT.
           EXIT
           .

       4100-WRITE-ONE-OVERRIDE.
           MOVE SPACES TO OVERRIDE-LINE
           MOVE WS-BUS-DATE                TO OVERRIDE-LINE(1:8)
           MOVE WS-HELD-CHECK(WS-HELD-SUB) TO OVERRIDE-LINE(10:8)
           MOVE WS-SIGN-OPERATOR-ID        TO OVERRIDE-LINE(19:8)
           MOVE WS-OVERRIDE-TIME           TO OVERRIDE-LINE(28:8)
           MOVE WS-REASON                  TO OVERRIDE-LINE(37:40)
           WRITE OVERRIDE-LINE
           .

      *----------------------------------------------------------------
       5000-RECORD-RUN.
      *----------------------------------------------------------------
           MOVE WS-BUS-DATE      TO WS-RUN-JOB-DATE
           MOVE WS-OVERRIDE-TIME TO WS-RUN-START-TIME
           ACCEPT WS-RUN-END-TIME FROM TIME
           MOVE WS-HELD-TOTAL    TO WS-RUN-RECORDS
           MOVE 'OVERRIDE'       TO WS-RUN-STATUS
           MOVE 'W' TO WS-RUN-FUNCTION
           CALL 'CYCLE-RUN-LOG' USING WS-RUN-REQUEST
           .

      *----------------------------------------------------------------
       6000-WRITE-AUDIT.
      *----------------------------------------------------------------
      *    ISN,ACCOUNT,OLD-BAL,NEW-BAL,TXN-TYPE,ACTION,TIMESTAMP,
      *    TARGET,SUPERVISOR,REASON - type 'Z' with ISN, account and
      *    balances zero, the shape OPERATOR-ADMIN gives its
      *    administration entries.
           MOVE SPACES TO WS-AUDIT-LINE
           STRING '0000000000'          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  '0000000000'          DELIMITED BY SIZE
                  ', 00000000.00'       DELIMITED BY SIZE
                  ', 00000000.00'       DELIMITED BY SIZE
                  ',Z,READY-OVRD,'      DELIMITED BY SIZE
                  WS-BUS-DATE           DELIMITED BY SIZE
                  WS-OVERRIDE-TIME      DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-TARGET       DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-SIGN-OPERATOR-ID   DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ
           .
