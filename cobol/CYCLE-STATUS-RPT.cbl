      *          grepping SYSOUT
      * INPUT:   ../data/cycle-run-log.txt
      * OUTPUT:  Cycle status report, RETURN-CODE 4 when any step is
      *          FAILED or NOT RUN (a readiness check a supervisor
      *          overrode is noted, not counted)
      *================================================================

       ENVIRONMENT DIVISION.
       01  WS-EOF                      PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Expected Cycle Steps - the readiness check and the posting
      * and report steps of ACCTDLY that record themselves in the
      * run log.  A step missing from the log for the latest job
      * date prints NOT RUN.
      *----------------------------------------------------------------
       01  WS-EXPECTED-STEPS.
           05  FILLER                  PIC X(20) VALUE
               'CYCLE-READINESS'.
           05  FILLER                  PIC X(20) VALUE
               'STANDING-ORDER-GEN'.
           05  FILLER                  PIC X(20) VALUE
           05  FILLER                  PIC X(20) VALUE
               'ACCOUNT-GL-RECON'.
       01  WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-STEPS.
           05  WS-EXPECTED-STEP        PIC X(20) OCCURS 8 TIMES.
       01  WS-STEP-SUBSCRIPT           PIC 9(02) VALUE 0.

      *----------------------------------------------------------------
      * Latest Run Records, one slot per expected step
      *----------------------------------------------------------------
       01  WS-STEP-RESULTS.
           05  WS-STEP-RESULT          OCCURS 8 TIMES.
               10  WS-SR-SEEN          PIC X.
               10  WS-SR-START         PIC X(08).
               10  WS-SR-END           PIC X(08).

       01  WS-LATEST-JOB-DATE          PIC 9(08) VALUE 0.
       01  WS-PROBLEM-COUNT            PIC 9(02) VALUE 0.
       01  WS-OVERRIDE-COUNT           PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

                   IF WS-REC-JOB-DATE-TXT = WS-LATEST-JOB-DATE
                       PERFORM 3200-FILE-ONE-RECORD
                           VARYING WS-STEP-SUBSCRIPT FROM 1 BY 1
                           UNTIL WS-STEP-SUBSCRIPT > 8
                   END-IF
           END-READ
           .
           DISPLAY '--------------------------------------------------'
           PERFORM 4100-PRINT-ONE-STEP
               VARYING WS-STEP-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-STEP-SUBSCRIPT > 8
           DISPLAY '--------------------------------------------------'
           IF WS-OVERRIDE-COUNT > 0
               DISPLAY 'Cycle started on a supervisor override of the'
                       ' readiness check'
           END-IF
           IF WS-PROBLEM-COUNT = 0
               DISPLAY 'CYCLE COMPLETE - ALL STEPS RECORDED CLEAN'
               MOVE 0 TO RETURN-CODE
                       WS-SR-END(WS-STEP-SUBSCRIPT) '  '
                       WS-SR-RECORDS(WS-STEP-SUBSCRIPT) '    '
                       WS-SR-STATUS(WS-STEP-SUBSCRIPT)
      *        A readiness check a supervisor overrode let the
      *        cycle run - noted, not a step to rerun.
               EVALUATE WS-SR-STATUS(WS-STEP-SUBSCRIPT)
                   WHEN 'COMPLETE'
                       CONTINUE
                   WHEN 'OVERRIDE'
                       ADD 1 TO WS-OVERRIDE-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-PROBLEM-COUNT
               END-EVALUATE
           ELSE
               DISPLAY WS-EXPECTED-STEP(WS-STEP-SUBSCRIPT)
                       '  --------  --------  -----    NOT RUN'
