       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-VIEWER.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: REPORT-VIEWER
      * PURPOSE: Operator screen over the report repository (see
      *          REPORT-REPOSITORY).  Lists the archived cycle reports
      *          - by report name, business date or both, newest
      *          first - pages through any one of them on the screen,
      *          and reprints it to the reprint print file under a
      *          banner naming the operator, without rerunning the
      *          step that produced it.  Every view and reprint is
      *          recorded on the repository's access log under the
      *          operator who did it.  A report whose retention has
      *          run out still lists, marked purged, but cannot be
      *          shown or reprinted.
      * INPUT:   Report name, business date, report id and paging
      *          commands from the operator
      * OUTPUT:  ../data/report-reprint.txt and
      *          ../data/report-access-log.txt (via REPORT-REPOSITORY)
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CHOICE                   PIC X.
       01  WS-CONFIRM                  PIC X.
       01  WS-INPUT-NAME               PIC X(20).
       01  WS-INPUT-DATE               PIC 9(08).
       01  WS-INPUT-REPORT-ID          PIC 9(07).
       01  WS-LIST-INDEX               PIC 9(04) VALUE 0.
       01  WS-LISTED                   PIC 9(04) VALUE 0.
       01  WS-MORE-REPORTS             PIC X VALUE 'Y'.
       01  WS-LIST-LIMIT               PIC 9(04) VALUE 20.
       01  WS-STATUS-WORD              PIC X(17).
       01  WS-EXPIRY-WORD              PIC X(08).
       01  WS-PAGE-SUB                 PIC 9(02) VALUE 0.
       01  WS-PAGE-DONE                PIC X VALUE 'N'.
       01  WS-PAGE-FROM                PIC 9(06) VALUE 1.
       01  WS-PAGE-SIZE                PIC 9(02) VALUE 15.
       01  WS-PAGE-LAST                PIC 9(06) VALUE 0.

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

       01  WS-SIGNON-REQUEST.
           05  WS-SIGN-MIN-AUTHORITY   PIC 9.
           05  WS-SIGN-OK              PIC X.
           05  WS-SIGN-OPERATOR-ID     PIC X(08).
           05  WS-SIGN-OPERATOR-NAME   PIC X(30).
           05  WS-SIGN-AUTHORITY       PIC 9.
           05  WS-SIGN-BRANCH          PIC X(03).

       01  WS-BUSDATE-REQUEST.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       0000-MAIN-ROUTINE.
      *----------------------------------------------------------------
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MENU
               UNTIL WS-CONTINUE = 'N' OR WS-CONTINUE = 'n'
           PERFORM 9000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'REPORT REPOSITORY VIEWER'
           DISPLAY '=================================================='
           DISPLAY ' '

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST

           MOVE 1 TO WS-SIGN-MIN-AUTHORITY
           CALL 'OPERATOR-SIGNON' USING WS-SIGNON-REQUEST
           IF WS-SIGN-OK NOT = 'Y'
               MOVE 'N' TO WS-CONTINUE
           END-IF
           .

      *----------------------------------------------------------------
       2000-PROCESS-MENU.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'L - List Reports   V - View a Report'
                   '   R - Reprint a Report   X - Exit'
           DISPLAY 'Enter Choice (L/V/R/X): ' NO ADVANCING
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN 'L'
               WHEN 'l'
                   PERFORM 2100-LIST-REPORTS
               WHEN 'V'
               WHEN 'v'
                   PERFORM 3000-VIEW-REPORT THRU 3000-EXIT
               WHEN 'R'
               WHEN 'r'
                   PERFORM 4000-REPRINT-REPORT THRU 4000-EXIT
               WHEN 'X'
               WHEN 'x'
                   MOVE 'N' TO WS-CONTINUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------
       2100-LIST-REPORTS.
      *----------------------------------------------------------------
      *    Newest first, and only the most recent screenful - an
      *    older one is found by narrowing to its name or date.
           MOVE SPACES TO WS-INPUT-NAME
           MOVE 0      TO WS-INPUT-DATE
           DISPLAY 'Report Name (blank = all): ' NO ADVANCING
           ACCEPT WS-INPUT-NAME
           MOVE FUNCTION UPPER-CASE(WS-INPUT-NAME) TO WS-INPUT-NAME
           DISPLAY 'Business Date (YYYYMMDD, 0 = all): '
                   NO ADVANCING
           ACCEPT WS-INPUT-DATE

           DISPLAY ' '
           DISPLAY 'Report   Name                 Bus Date Run'
                   '  Lines Filed     Status'
           DISPLAY '------------------------------------------'
                   '------------------------------------'
           MOVE 0   TO WS-LISTED
           MOVE 'Y' TO WS-MORE-REPORTS
           PERFORM 2110-LIST-ONE-REPORT
               VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-MORE-REPORTS = 'N'
                  OR WS-LISTED >= WS-LIST-LIMIT

           IF WS-LISTED = 0
               DISPLAY '(no reports filed)'
           END-IF
           IF WS-MORE-REPORTS = 'Y'
               DISPLAY '(more - narrow by report name or date)'
           END-IF
           .

       2110-LIST-ONE-REPORT.
           INITIALIZE WS-REPORT-REQUEST
           MOVE 'N'           TO WS-RPR-FUNCTION
           MOVE WS-INPUT-NAME TO WS-RPR-REPORT-NAME
           MOVE WS-INPUT-DATE TO WS-RPR-BUS-DATE
           MOVE WS-LIST-INDEX TO WS-RPR-INDEX
           CALL 'REPORT-REPOSITORY' USING WS-REPORT-REQUEST

           IF WS-RPR-FOUND = 'N'
               MOVE 'N' TO WS-MORE-REPORTS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LISTED
           PERFORM 8000-SET-STATUS-WORD
           DISPLAY WS-RPR-REPORT-ID '  ' WS-RPR-REPORT-NAME ' '
                   WS-RPR-BUS-DATE ' ' WS-RPR-RUN '  '
                   WS-RPR-LINE-COUNT ' ' WS-RPR-FILED-DATE '  '
                   WS-STATUS-WORD
           .

      *----------------------------------------------------------------
       3000-VIEW-REPORT.
      *----------------------------------------------------------------
           PERFORM 7000-GET-REPORT-ID THRU 7000-EXIT
           IF WS-RPR-FOUND NOT = 'Y'
               GO TO 3000-EXIT
           END-IF

      *    Looking at a report is itself on the record.
           MOVE 'A' TO WS-RPR-FUNCTION
           MOVE 'V' TO WS-RPR-ACTION
           MOVE WS-SIGN-OPERATOR-ID TO WS-RPR-OPERATOR
           CALL 'REPORT-REPOSITORY' USING WS-REPORT-REQUEST

           MOVE WS-RPR-LINE-COUNT TO WS-PAGE-LAST
           MOVE 1   TO WS-PAGE-FROM
           MOVE 'N' TO WS-PAGE-DONE
           PERFORM 3100-SHOW-ONE-PAGE UNTIL WS-PAGE-DONE = 'Y'
           .

       3000-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       3100-SHOW-ONE-PAGE.
      *----------------------------------------------------------------
           MOVE 'P'                TO WS-RPR-FUNCTION
           MOVE WS-INPUT-REPORT-ID TO WS-RPR-REPORT-ID
           MOVE WS-PAGE-FROM       TO WS-RPR-FROM-LINE
           CALL 'REPORT-REPOSITORY' USING WS-REPORT-REQUEST

           DISPLAY ' '
           DISPLAY '--- ' FUNCTION TRIM(WS-RPR-REPORT-NAME)
                   ' ' WS-RPR-BUS-DATE ' RUN ' WS-RPR-RUN
                   ' - lines ' WS-PAGE-FROM ' of ' WS-PAGE-LAST
                   ' ---'
           PERFORM 3110-SHOW-ONE-LINE
               VARYING WS-PAGE-SUB FROM 1 BY 1
               UNTIL WS-PAGE-SUB > WS-RPR-PAGE-COUNT

           DISPLAY ' '
           DISPLAY 'N - Next Page   P - Previous Page   T - Top'
                   '   Q - Quit: ' NO ADVANCING
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN 'N'
               WHEN 'n'
                   IF WS-PAGE-FROM + WS-PAGE-SIZE <= WS-PAGE-LAST
                       ADD WS-PAGE-SIZE TO WS-PAGE-FROM
                   ELSE
                       DISPLAY '(last page)'
                   END-IF
               WHEN 'P'
               WHEN 'p'
                   IF WS-PAGE-FROM > WS-PAGE-SIZE
                       SUBTRACT WS-PAGE-SIZE FROM WS-PAGE-FROM
                   ELSE
                       MOVE 1 TO WS-PAGE-FROM
                   END-IF
               WHEN 'T'
               WHEN 't'
                   MOVE 1 TO WS-PAGE-FROM
               WHEN OTHER
                   MOVE 'Y' TO WS-PAGE-DONE
           END-EVALUATE
           .

       3110-SHOW-ONE-LINE.
           DISPLAY FUNCTION TRIM(WS-RPR-PAGE-LINE(WS-PAGE-SUB)
                   TRAILING)
           .

      *----------------------------------------------------------------
       4000-REPRINT-REPORT.
      *----------------------------------------------------------------
           PERFORM 7000-GET-REPORT-ID THRU 7000-EXIT
           IF WS-RPR-FOUND NOT = 'Y'
               GO TO 4000-EXIT
           END-IF

           DISPLAY 'Reprint ' WS-RPR-LINE-COUNT ' lines? (Y/N): '
                   NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'Reprint cancelled.'
               GO TO 4000-EXIT
           END-IF

           MOVE 'R' TO WS-RPR-FUNCTION
           MOVE WS-SIGN-OPERATOR-ID TO WS-RPR-OPERATOR
           CALL 'REPORT-REPOSITORY' USING WS-REPORT-REQUEST
           IF WS-RPR-FOUND NOT = 'Y' OR WS-RPR-OK NOT = 'Y'
               DISPLAY 'ERROR: reprint could not be written.'
               GO TO 4000-EXIT
           END-IF

           MOVE 'A' TO WS-RPR-FUNCTION
           MOVE 'R' TO WS-RPR-ACTION
           CALL 'REPORT-REPOSITORY' USING WS-REPORT-REQUEST
           DISPLAY 'Report ' WS-RPR-REPORT-ID
                   ' sent to the reprint print file.'
           .

       4000-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       7000-GET-REPORT-ID.
      *----------------------------------------------------------------
           DISPLAY 'Report Number: ' NO ADVANCING
           ACCEPT WS-INPUT-REPORT-ID

           INITIALIZE WS-REPORT-REQUEST
           MOVE 'G' TO WS-RPR-FUNCTION
           MOVE WS-INPUT-REPORT-ID TO WS-RPR-REPORT-ID
           CALL 'REPORT-REPOSITORY' USING WS-REPORT-REQUEST

           EVALUATE WS-RPR-FOUND
               WHEN 'Y'
                   PERFORM 8000-SET-STATUS-WORD
                   DISPLAY ' '
                   DISPLAY 'Report   : ' WS-RPR-REPORT-ID '  '
                           WS-RPR-REPORT-NAME
                   DISPLAY 'Bus Date : ' WS-RPR-BUS-DATE
                           '  Cycle Run: ' WS-RPR-RUN
                   DISPLAY 'Filed    : ' WS-RPR-FILED-DATE ' '
                           WS-RPR-FILED-TIME '  Lines: '
                           WS-RPR-LINE-COUNT
                   DISPLAY 'Retention: ' WS-STATUS-WORD
               WHEN 'P'
                   DISPLAY 'Report ' WS-INPUT-REPORT-ID
                           ' was purged on ' WS-RPR-PURGED-DATE
                           ' - retention ran out.'
               WHEN OTHER
                   DISPLAY 'Report not found.'
           END-EVALUATE
           .

       7000-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       8000-SET-STATUS-WORD.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-STATUS-WORD
           EVALUATE TRUE
               WHEN WS-RPR-STATUS = 'P'
                   STRING 'PURGED '          DELIMITED BY SIZE
                          WS-RPR-PURGED-DATE DELIMITED BY SIZE
                       INTO WS-STATUS-WORD
                   END-STRING
               WHEN WS-RPR-EXPIRY-DATE = 99999999
                   MOVE 'KEPT FOR GOOD' TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE WS-RPR-EXPIRY-DATE TO WS-EXPIRY-WORD
                   STRING 'KEPT TO '         DELIMITED BY SIZE
                          WS-EXPIRY-WORD     DELIMITED BY SIZE
                       INTO WS-STATUS-WORD
                   END-STRING
           END-EVALUATE
           .

      *----------------------------------------------------------------
       9000-TERMINATE.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'REPORT REPOSITORY VIEWER SESSION ENDED'
           DISPLAY '=================================================='
           .
