       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-FILE.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: REPORT-FILE
      * PURPOSE: Files the cycle's reports into the report repository
      *          (see REPORT-REPOSITORY).  Each report step named in
      *          the report catalog spools its SYSOUT to its own spool
      *          file; this step files every spooled report under its
      *          report name, the business date and the cycle run, with
      *          the retention period its catalog row sets, prints it
      *          (the spool is the only copy the step wrote) and
      *          empties the spool for the next cycle.  A catalogued
      *          report with nothing spooled is listed, not filed - the
      *          step did not run, or ran under another job.  Reports
      *          whose retention has run out are then purged from the
      *          repository.
      * INPUT:   ../data/report-catalog.txt (1-20 REPORT-NAME, 22-25
      *          RETENTION DAYS - 0000 keeps the report for good,
      *          27-66 TITLE), ../data/report-spool.<REPORT-NAME>.txt
      * OUTPUT:  Report repository, spool files emptied, filing
      *          summary and the filed reports on SYSOUT.
      *          RETURN-CODE 4 when a spooled report could not be
      *          filed (its spool is kept for the next run), 8 when
      *          the catalog cannot be read
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "../data/report-catalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

           SELECT SPOOL-FILE ASSIGN TO DYNAMIC WS-SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-LINE                PIC X(80).

       FD  SPOOL-FILE.
       01  SPOOL-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-FILE-STATUS      PIC XX.
       01  WS-SPOOL-FILE-STATUS        PIC XX.
       01  WS-SPOOL-FILE-NAME          PIC X(60).
       01  WS-EOF                      PIC X VALUE 'N'.
       01  WS-SPOOL-EOF                PIC X VALUE 'N'.
       01  WS-STEP-RC                  PIC 9(02) VALUE 0.

      *----------------------------------------------------------------
      * Report Catalog - the reports this step files
      *----------------------------------------------------------------
       01  WS-CATALOG-TABLE.
           05  WS-CAT-ENTRY            OCCURS 50 TIMES.
               10  WS-CAT-REPORT-NAME  PIC X(20).
               10  WS-CAT-RETENTION    PIC 9(04).
               10  WS-CAT-TITLE        PIC X(40).
       01  WS-CATALOG-TOTAL            PIC 9(02) VALUE 0.
       01  WS-CAT-SUB                  PIC 9(02) VALUE 0.

       01  WS-REPORT-LINES             PIC 9(06) VALUE 0.
       01  WS-FILE-FAILED              PIC X VALUE 'N'.

       01  WS-TOTAL-FILED              PIC 9(03) VALUE 0.
       01  WS-TOTAL-NOT-SPOOLED        PIC 9(03) VALUE 0.
       01  WS-TOTAL-FAILED             PIC 9(03) VALUE 0.
       01  WS-TOTAL-LINES              PIC 9(07) VALUE 0.
       01  WS-TOTAL-PURGED             PIC 9(05) VALUE 0.

      *----------------------------------------------------------------
      * Report Repository Request - see REPORT-REPOSITORY
      *----------------------------------------------------------------
       01  WS-REPORT-REQUEST.
           05  WS-RPR-FUNCTION         PIC X.
           05  WS-RPR-REPORT-ID        PIC 9(07).
           05  WS-RPR-REPORT-NAME      PIC X(20).
           05  WS-RPR-BUS-DATE         PIC 9(08).
           05  WS-RPR-RUN              PIC 9(02).
           05  WS-RPR-RETENTION-DAYS   PIC 9(04).
           05  WS-RPR-INDEX            PIC 9(04).
           05  WS-RPR-FILED-DATE       PIC 9(08).
           05  WS-RPR-FILED-TIME       PIC 9(08).
           05  WS-RPR-LINE-COUNT       PIC 9(06).
           05  WS-RPR-EXPIRY-DATE      PIC 9(08).
           05  WS-RPR-STATUS           PIC X.
           05  WS-RPR-PURGED-DATE      PIC 9(08).
           05  WS-RPR-LINE             PIC X(132).
           05  WS-RPR-FROM-LINE        PIC 9(06).
           05  WS-RPR-PAGE-COUNT       PIC 9(02).
           05  WS-RPR-PAGE             OCCURS 15 TIMES.
               10  WS-RPR-PAGE-LINE    PIC X(132).
           05  WS-RPR-OPERATOR         PIC X(08).
           05  WS-RPR-ACTION           PIC X.
           05  WS-RPR-COUNT            PIC 9(05).
           05  WS-RPR-FOUND            PIC X.
           05  WS-RPR-OK               PIC X.

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
           PERFORM 1500-LOAD-CATALOG THRU 1500-EXIT
           PERFORM 2000-FILE-ONE-REPORT THRU 2000-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CATALOG-TOTAL
           PERFORM 3000-EXPIRE-REPORTS
           PERFORM 4000-PRINT-SUMMARY
           MOVE WS-STEP-RC TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'REPORT REPOSITORY FILING'
           DISPLAY '=================================================='

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
           DISPLAY 'Business Date: ' WS-BUS-DATE
           DISPLAY ' '
           .

      *----------------------------------------------------------------
       1500-LOAD-CATALOG.
      *----------------------------------------------------------------
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: report catalog not available -'
                       ' nothing filed'
               MOVE 8 TO WS-STEP-RC
               GO TO 1500-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1600-LOAD-ONE-CATALOG-ROW UNTIL WS-EOF = 'Y'
           CLOSE CATALOG-FILE
           .

       1500-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       1600-LOAD-ONE-CATALOG-ROW.
      *----------------------------------------------------------------
           READ CATALOG-FILE INTO CATALOG-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CATALOG-LINE(1:1) NOT = '*'
                       AND CATALOG-LINE(1:20) NOT = SPACES
                       AND CATALOG-LINE(22:4) IS NUMERIC
                       IF WS-CATALOG-TOTAL < 50
                           ADD 1 TO WS-CATALOG-TOTAL
                           MOVE CATALOG-LINE(1:20)
                               TO WS-CAT-REPORT-NAME(WS-CATALOG-TOTAL)
                           MOVE CATALOG-LINE(22:4)
                               TO WS-CAT-RETENTION(WS-CATALOG-TOTAL)
                           MOVE CATALOG-LINE(27:40)
                               TO WS-CAT-TITLE(WS-CATALOG-TOTAL)
                       ELSE
                           DISPLAY 'WARNING: report catalog full -'
                                   ' later rows not filed'
                           MOVE 'Y' TO WS-EOF
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       2000-FILE-ONE-REPORT.
      *----------------------------------------------------------------
      *    The spool is emptied only once the report is safely
      *    indexed; a report that fails to file keeps its spool and
      *    is filed by the next run.
           MOVE SPACES TO WS-SPOOL-FILE-NAME
           STRING '../data/report-spool.'  DELIMITED BY SIZE
                  WS-CAT-REPORT-NAME(WS-CAT-SUB) DELIMITED BY SPACE
                  '.txt'                   DELIMITED BY SIZE
               INTO WS-SPOOL-FILE-NAME
           END-STRING

           OPEN INPUT SPOOL-FILE
           IF WS-SPOOL-FILE-STATUS NOT = '00'
               PERFORM 2900-NOTE-NOT-SPOOLED
               GO TO 2000-EXIT
           END-IF

           MOVE 'N' TO WS-SPOOL-EOF
           PERFORM 2100-READ-SPOOL-LINE
           IF WS-SPOOL-EOF = 'Y'
               CLOSE SPOOL-FILE
               PERFORM 2900-NOTE-NOT-SPOOLED
               GO TO 2000-EXIT
           END-IF

           INITIALIZE WS-REPORT-REQUEST
           MOVE 'O' TO WS-RPR-FUNCTION
           MOVE WS-CAT-REPORT-NAME(WS-CAT-SUB) TO WS-RPR-REPORT-NAME
           MOVE WS-BUS-DATE                    TO WS-RPR-BUS-DATE
           MOVE WS-CAT-RETENTION(WS-CAT-SUB)   TO WS-RPR-RETENTION-DAYS
           CALL 'REPORT-REPOSITORY' USING WS-REPORT-REQUEST
           IF WS-RPR-OK NOT = 'Y'
               CLOSE SPOOL-FILE
               DISPLAY 'ERROR: ' WS-CAT-REPORT-NAME(WS-CAT-SUB)
                       ' could not be opened in the repository -'
                       ' spool kept'
               ADD 1 TO WS-TOTAL-FAILED
               MOVE 4 TO WS-STEP-RC
               GO TO 2000-EXIT
           END-IF

           DISPLAY '---------------------------------------------'
                   '-----'
           DISPLAY 'FILED COPY: ' WS-CAT-REPORT-NAME(WS-CAT-SUB)
                   ' RUN ' WS-RPR-RUN ' REPORT ' WS-RPR-REPORT-ID
           DISPLAY '---------------------------------------------'
                   '-----'

           MOVE 0   TO WS-REPORT-LINES
           MOVE 'N' TO WS-FILE-FAILED
           PERFORM 2200-FILE-ONE-LINE UNTIL WS-SPOOL-EOF = 'Y'
           CLOSE SPOOL-FILE

           MOVE 'C' TO WS-RPR-FUNCTION
           CALL 'REPORT-REPOSITORY' USING WS-REPORT-REQUEST
           IF WS-RPR-OK NOT = 'Y' OR WS-FILE-FAILED = 'Y'
               DISPLAY 'ERROR: ' WS-CAT-REPORT-NAME(WS-CAT-SUB)
                       ' was not filed completely - spool kept'
               ADD 1 TO WS-TOTAL-FAILED
               MOVE 4 TO WS-STEP-RC
               GO TO 2000-EXIT
           END-IF

           OPEN OUTPUT SPOOL-FILE
           IF WS-SPOOL-FILE-STATUS = '00'
               CLOSE SPOOL-FILE
           END-IF

           ADD 1 TO WS-TOTAL-FILED
           ADD WS-REPORT-LINES TO WS-TOTAL-LINES
           .

       2000-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       2100-READ-SPOOL-LINE.
      *----------------------------------------------------------------
           READ SPOOL-FILE INTO SPOOL-LINE
               AT END
                   MOVE 'Y' TO WS-SPOOL-EOF
           END-READ
           .

      *----------------------------------------------------------------
       2200-FILE-ONE-LINE.
      *----------------------------------------------------------------
           MOVE 'L'        TO WS-RPR-FUNCTION
           MOVE SPOOL-LINE TO WS-RPR-LINE
           CALL 'REPORT-REPOSITORY' USING WS-REPORT-REQUEST
           IF WS-RPR-OK NOT = 'Y'
               MOVE 'Y' TO WS-FILE-FAILED
           END-IF
           ADD 1 TO WS-REPORT-LINES
           DISPLAY FUNCTION TRIM(SPOOL-LINE TRAILING)
           PERFORM 2100-READ-SPOOL-LINE
           .

      *----------------------------------------------------------------
       2900-NOTE-NOT-SPOOLED.
      *----------------------------------------------------------------
           ADD 1 TO WS-TOTAL-NOT-SPOOLED
           DISPLAY 'NOT SPOOLED: ' WS-CAT-REPORT-NAME(WS-CAT-SUB)
                   ' - nothing to file'
           .

      *----------------------------------------------------------------
       3000-EXPIRE-REPORTS.
      *----------------------------------------------------------------
           INITIALIZE WS-REPORT-REQUEST
           MOVE 'X'         TO WS-RPR-FUNCTION
           MOVE WS-BUS-DATE TO WS-RPR-BUS-DATE
           CALL 'REPORT-REPOSITORY' USING WS-REPORT-REQUEST
           MOVE WS-RPR-COUNT TO WS-TOTAL-PURGED
           .

      *----------------------------------------------------------------
       4000-PRINT-SUMMARY.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'REPORT FILING SUMMARY'
           DISPLAY '=================================================='
           DISPLAY 'Reports Catalogued    : ' WS-CATALOG-TOTAL
           DISPLAY 'Reports Filed         : ' WS-TOTAL-FILED
           DISPLAY 'Lines Filed           : ' WS-TOTAL-LINES
           DISPLAY 'Not Spooled           : ' WS-TOTAL-NOT-SPOOLED
           DISPLAY 'Failed (spool kept)   : ' WS-TOTAL-FAILED
           DISPLAY 'Expired Reports Purged: ' WS-TOTAL-PURGED
           DISPLAY '=================================================='
           .
