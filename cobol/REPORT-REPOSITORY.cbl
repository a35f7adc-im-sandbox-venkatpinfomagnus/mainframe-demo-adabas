       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-REPOSITORY.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: REPORT-REPOSITORY
      * PURPOSE: Single home for the report repository - every report
      *          the daily cycle prints is also filed here (see
      *          REPORT-FILE), one archived copy per report, business
      *          date and cycle run, kept for the retention period its
      *          catalog row sets, so last Tuesday's drawer proof can
      *          be listed, paged through and reprinted (see
      *          REPORT-VIEWER) long after the spool is purged and
      *          without rerunning the step.
      *          Each filed report is its own archive file,
      *          ../data/report-repo.NNNNNNN.txt, named by its report
      *          id; the index below says what each one is.
      *          Functions:
      *            O - open a new archived report LK-RPR-REPORT-NAME
      *                for LK-RPR-BUS-DATE, kept LK-RPR-RETENTION-DAYS
      *                (0 = kept for good).  The next report id and
      *                the cycle run (1 + the copies of the same
      *                report already filed for that date) come back
      *            L - add LK-RPR-LINE to the report opened by O
      *            C - close the report opened by O and index it
      *            N - get the LK-RPR-INDEX'th indexed report, newest
      *                first, matching LK-RPR-REPORT-NAME (blank =
      *                any) and LK-RPR-BUS-DATE (zero = any)
      *            G - get indexed report LK-RPR-REPORT-ID
      *            P - page: up to 15 lines of report LK-RPR-REPORT-ID
      *                from line LK-RPR-FROM-LINE into LK-RPR-PAGE
      *            R - reprint report LK-RPR-REPORT-ID to the reprint
      *                print file under a reprint banner naming
      *                LK-RPR-OPERATOR
      *            A - record access LK-RPR-ACTION (V viewed,
      *                R reprinted) to report LK-RPR-REPORT-ID by
      *                LK-RPR-OPERATOR on the access log
      *            X - expire: every report whose retention ran out
      *                before LK-RPR-BUS-DATE is emptied and marked
      *                purged; the count comes back in LK-RPR-COUNT
      *          A purged report stays indexed (so the listing shows
      *          it existed and when it went) but G/P/R find nothing
      *          to show - LK-RPR-FOUND 'P'.
      * INPUT:   ../data/report-index.txt
      * OUTPUT:  ../data/report-index.txt, fixed format:
      *          1-7 REPORT-ID, 9-28 REPORT-NAME, 30-37 BUSINESS-DATE,
      *          39-40 CYCLE RUN, 42-49 FILED DATE, 51-58 FILED TIME,
      *          60-65 LINE COUNT, 67-74 EXPIRY DATE (99999999 = kept
      *          for good), 76 STATUS (A available, P purged), 78-85
      *          PURGED DATE;
      *          ../data/report-repo.NNNNNNN.txt (one per report);
      *          ../data/report-reprint.txt (reprints, appended);
      *          ../data/report-access-log.txt (appended): 1-8 DATE,
      *          10-17 TIME, 19 ACTION, 21-27 REPORT-ID, 29-48
      *          REPORT-NAME, 50-57 BUSINESS-DATE, 59-60 RUN, 62-69
      *          OPERATOR
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE ASSIGN TO "../data/report-index.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.

           SELECT REPO-FILE ASSIGN TO DYNAMIC WS-REPO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPO-FILE-STATUS.

           SELECT REPRINT-FILE ASSIGN TO "../data/report-reprint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-FILE-STATUS.

           SELECT ACCESS-FILE ASSIGN TO
                   "../data/report-access-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-FILE.
       01  INDEX-LINE                  PIC X(90).

       FD  REPO-FILE.
       01  REPO-LINE                   PIC X(132).

       FD  REPRINT-FILE.
       01  REPRINT-LINE                PIC X(132).

       FD  ACCESS-FILE.
       01  ACCESS-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INDEX-FILE-STATUS        PIC XX.
       01  WS-REPO-FILE-STATUS         PIC XX.
       01  WS-REPRINT-FILE-STATUS      PIC XX.
       01  WS-ACCESS-FILE-STATUS       PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.
       01  WS-REPO-FILE-NAME           PIC X(40).
       01  WS-REPO-ID                  PIC 9(07).

       01  WS-INDEX-TABLE.
           05  WS-IX-ENTRY             OCCURS 3000 TIMES.
               10  WS-IX-REPORT-ID     PIC 9(07).
               10  WS-IX-REPORT-NAME   PIC X(20).
               10  WS-IX-BUS-DATE      PIC 9(08).
               10  WS-IX-RUN           PIC 9(02).
               10  WS-IX-FILED-DATE    PIC 9(08).
               10  WS-IX-FILED-TIME    PIC 9(08).
               10  WS-IX-LINE-COUNT    PIC 9(06).
               10  WS-IX-EXPIRY-DATE   PIC 9(08).
               10  WS-IX-STATUS        PIC X.
               10  WS-IX-PURGED-DATE   PIC 9(08).
       01  WS-INDEX-TOTAL              PIC 9(04) VALUE 0.
       01  WS-SUBSCRIPT                PIC 9(04) VALUE 0.
       01  WS-MATCH                    PIC 9(04) VALUE 0.
       01  WS-SEEN                     PIC 9(04) VALUE 0.
       01  WS-HIGH-ID                  PIC 9(07) VALUE 0.
       01  WS-REWRITE-NEEDED           PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * The report being filed - open from function O to function C
      *----------------------------------------------------------------
       01  WS-OPEN-REPORT.
           05  WS-OPEN-FLAG            PIC X VALUE 'N'.
           05  WS-OPEN-REPORT-ID       PIC 9(07).
           05  WS-OPEN-REPORT-NAME     PIC X(20).
           05  WS-OPEN-BUS-DATE        PIC 9(08).
           05  WS-OPEN-RUN             PIC 9(02).
           05  WS-OPEN-EXPIRY-DATE     PIC 9(08).
           05  WS-OPEN-LINE-COUNT      PIC 9(06).

       01  WS-TODAY                    PIC 9(08).
       01  WS-NOW                      PIC 9(08).
       01  WS-LINE-NUMBER              PIC 9(06) VALUE 0.
       01  WS-BANNER-LINE              PIC X(132).

       LINKAGE SECTION.
       01  LK-REPORT-REQUEST.
           05  LK-RPR-FUNCTION         PIC X.
               88  LK-FUNC-OPEN        VALUE 'O'.
               88  LK-FUNC-LINE        VALUE 'L'.
               88  LK-FUNC-CLOSE       VALUE 'C'.
               88  LK-FUNC-NTH         VALUE 'N'.
               88  LK-FUNC-GET         VALUE 'G'.
               88  LK-FUNC-PAGE        VALUE 'P'.
               88  LK-FUNC-REPRINT     VALUE 'R'.
               88  LK-FUNC-ACCESS      VALUE 'A'.
               88  LK-FUNC-EXPIRE      VALUE 'X'.
           05  LK-RPR-REPORT-ID        PIC 9(07).
           05  LK-RPR-REPORT-NAME      PIC X(20).
           05  LK-RPR-BUS-DATE         PIC 9(08).
           05  LK-RPR-RUN              PIC 9(02).
           05  LK-RPR-RETENTION-DAYS   PIC 9(04).
           05  LK-RPR-INDEX            PIC 9(04).
           05  LK-RPR-FILED-DATE       PIC 9(08).
           05  LK-RPR-FILED-TIME       PIC 9(08).
           05  LK-RPR-LINE-COUNT       PIC 9(06).
           05  LK-RPR-EXPIRY-DATE      PIC 9(08).
           05  LK-RPR-STATUS           PIC X.
           05  LK-RPR-PURGED-DATE      PIC 9(08).
           05  LK-RPR-LINE             PIC X(132).
           05  LK-RPR-FROM-LINE        PIC 9(06).
           05  LK-RPR-PAGE-COUNT       PIC 9(02).
           05  LK-RPR-PAGE             OCCURS 15 TIMES.
               10  LK-RPR-PAGE-LINE    PIC X(132).
           05  LK-RPR-OPERATOR         PIC X(08).
           05  LK-RPR-ACTION           PIC X.
           05  LK-RPR-COUNT            PIC 9(05).
           05  LK-RPR-FOUND            PIC X.
           05  LK-RPR-OK               PIC X.

       PROCEDURE DIVISION USING LK-REPORT-REQUEST.

       0000-MAIN.
           MOVE 'N' TO LK-RPR-OK
           MOVE 'N' TO WS-REWRITE-NEEDED

      *    A line of an open report is the busy path - it needs
      *    nothing from the index.
           IF LK-FUNC-LINE
               PERFORM 2000-ADD-LINE
               GOBACK
           END-IF

           MOVE 'N' TO LK-RPR-FOUND
           PERFORM 1000-LOAD-INDEX-FILE THRU 1000-EXIT

           EVALUATE TRUE
               WHEN LK-FUNC-OPEN
                   PERFORM 1500-OPEN-REPORT THRU 1500-EXIT
               WHEN LK-FUNC-CLOSE
                   PERFORM 3000-CLOSE-REPORT
               WHEN LK-FUNC-NTH
                   PERFORM 4000-GET-NTH-REPORT
               WHEN LK-FUNC-GET
                   PERFORM 4500-GET-REPORT
               WHEN LK-FUNC-PAGE
                   PERFORM 5000-GET-PAGE THRU 5000-EXIT
               WHEN LK-FUNC-REPRINT
                   PERFORM 6000-REPRINT-REPORT THRU 6000-EXIT
               WHEN LK-FUNC-ACCESS
                   PERFORM 6500-LOG-ACCESS
               WHEN LK-FUNC-EXPIRE
                   PERFORM 7000-EXPIRE-REPORTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REWRITE-NEEDED = 'Y'
               PERFORM 8000-REWRITE-INDEX-FILE
           END-IF

           GOBACK
           .

       1000-LOAD-INDEX-FILE.
      *    Absence of the index just means nothing has been filed.
           MOVE 0 TO WS-INDEX-TOTAL
           MOVE 0 TO WS-HIGH-ID

           OPEN INPUT INDEX-FILE
           IF WS-INDEX-FILE-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1100-LOAD-ONE-LINE UNTIL WS-EOF = 'Y'

           CLOSE INDEX-FILE
           .

       1000-EXIT.
           EXIT
           .

       1100-LOAD-ONE-LINE.
           READ INDEX-FILE INTO INDEX-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF INDEX-LINE(1:7) IS NUMERIC
                       AND INDEX-LINE(30:8) IS NUMERIC
                       AND WS-INDEX-TOTAL < 3000
                       ADD 1 TO WS-INDEX-TOTAL
                       PERFORM 1200-PARSE-ONE-LINE
                   END-IF
           END-READ
           .

       1200-PARSE-ONE-LINE.
           INITIALIZE WS-IX-ENTRY(WS-INDEX-TOTAL)
           MOVE INDEX-LINE(1:7)   TO WS-IX-REPORT-ID(WS-INDEX-TOTAL)
           MOVE INDEX-LINE(9:20)  TO WS-IX-REPORT-NAME(WS-INDEX-TOTAL)
           MOVE INDEX-LINE(30:8)  TO WS-IX-BUS-DATE(WS-INDEX-TOTAL)
           IF INDEX-LINE(39:2) IS NUMERIC
               MOVE INDEX-LINE(39:2) TO WS-IX-RUN(WS-INDEX-TOTAL)
           END-IF
           IF INDEX-LINE(42:8) IS NUMERIC
               MOVE INDEX-LINE(42:8)
                   TO WS-IX-FILED-DATE(WS-INDEX-TOTAL)
           END-IF
           IF INDEX-LINE(51:8) IS NUMERIC
               MOVE INDEX-LINE(51:8)
                   TO WS-IX-FILED-TIME(WS-INDEX-TOTAL)
           END-IF
           IF INDEX-LINE(60:6) IS NUMERIC
               MOVE INDEX-LINE(60:6)
                   TO WS-IX-LINE-COUNT(WS-INDEX-TOTAL)
           END-IF
      *    An unreadable expiry keeps the report rather than losing it
           IF INDEX-LINE(67:8) IS NUMERIC
               MOVE INDEX-LINE(67:8)
                   TO WS-IX-EXPIRY-DATE(WS-INDEX-TOTAL)
           ELSE
               MOVE 99999999 TO WS-IX-EXPIRY-DATE(WS-INDEX-TOTAL)
           END-IF
           MOVE INDEX-LINE(76:1)  TO WS-IX-STATUS(WS-INDEX-TOTAL)
           IF INDEX-LINE(78:8) IS NUMERIC
               MOVE INDEX-LINE(78:8)
                   TO WS-IX-PURGED-DATE(WS-INDEX-TOTAL)
           END-IF
           IF WS-IX-REPORT-ID(WS-INDEX-TOTAL) > WS-HIGH-ID
               MOVE WS-IX-REPORT-ID(WS-INDEX-TOTAL) TO WS-HIGH-ID
           END-IF
           .

       1500-OPEN-REPORT.
      *    A report left open by an earlier O is abandoned, not
      *    indexed - only a closed report is ever listed.
           IF WS-OPEN-FLAG = 'Y'
               CLOSE REPO-FILE
               MOVE 'N' TO WS-OPEN-FLAG
           END-IF

           IF WS-INDEX-TOTAL >= 3000
               GO TO 1500-EXIT
           END-IF

           INITIALIZE WS-OPEN-REPORT
           COMPUTE WS-OPEN-REPORT-ID = WS-HIGH-ID + 1
           MOVE LK-RPR-REPORT-NAME TO WS-OPEN-REPORT-NAME
           MOVE LK-RPR-BUS-DATE    TO WS-OPEN-BUS-DATE
           MOVE 1                  TO WS-OPEN-RUN
           PERFORM 1510-COUNT-ONE-EARLIER-RUN
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-INDEX-TOTAL

           IF LK-RPR-RETENTION-DAYS = 0
               MOVE 99999999 TO WS-OPEN-EXPIRY-DATE
           ELSE
               COMPUTE WS-OPEN-EXPIRY-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(LK-RPR-BUS-DATE)
                       + LK-RPR-RETENTION-DAYS)
           END-IF

           MOVE WS-OPEN-REPORT-ID TO WS-REPO-ID
           PERFORM 1520-SET-REPO-NAME
           OPEN OUTPUT REPO-FILE
           IF WS-REPO-FILE-STATUS NOT = '00'
               GO TO 1500-EXIT
           END-IF

           MOVE 'Y'                 TO WS-OPEN-FLAG
           MOVE WS-OPEN-REPORT-ID   TO LK-RPR-REPORT-ID
           MOVE WS-OPEN-RUN         TO LK-RPR-RUN
           MOVE WS-OPEN-EXPIRY-DATE TO LK-RPR-EXPIRY-DATE
           MOVE 'Y' TO LK-RPR-OK
           .

       1500-EXIT.
           EXIT
           .

       1510-COUNT-ONE-EARLIER-RUN.
           IF WS-IX-REPORT-NAME(WS-SUBSCRIPT) = WS-OPEN-REPORT-NAME
               AND WS-IX-BUS-DATE(WS-SUBSCRIPT) = WS-OPEN-BUS-DATE
               AND WS-IX-RUN(WS-SUBSCRIPT) >= WS-OPEN-RUN
               COMPUTE WS-OPEN-RUN = WS-IX-RUN(WS-SUBSCRIPT) + 1
           END-IF
           .

       1520-SET-REPO-NAME.
           MOVE SPACES TO WS-REPO-FILE-NAME
           STRING '../data/report-repo.' DELIMITED BY SIZE
                  WS-REPO-ID             DELIMITED BY SIZE
                  '.txt'                 DELIMITED BY SIZE
               INTO WS-REPO-FILE-NAME
           END-STRING
           .

       2000-ADD-LINE.
           IF WS-OPEN-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE LK-RPR-LINE TO REPO-LINE
           WRITE REPO-LINE
           IF WS-REPO-FILE-STATUS = '00'
               ADD 1 TO WS-OPEN-LINE-COUNT
               MOVE 'Y' TO LK-RPR-OK
           END-IF
           .

       3000-CLOSE-REPORT.
           IF WS-OPEN-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           CLOSE REPO-FILE
           MOVE 'N' TO WS-OPEN-FLAG

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW   FROM TIME

           ADD 1 TO WS-INDEX-TOTAL
           INITIALIZE WS-IX-ENTRY(WS-INDEX-TOTAL)
           MOVE WS-OPEN-REPORT-ID   TO WS-IX-REPORT-ID(WS-INDEX-TOTAL)
           MOVE WS-OPEN-REPORT-NAME
               TO WS-IX-REPORT-NAME(WS-INDEX-TOTAL)
           MOVE WS-OPEN-BUS-DATE    TO WS-IX-BUS-DATE(WS-INDEX-TOTAL)
           MOVE WS-OPEN-RUN         TO WS-IX-RUN(WS-INDEX-TOTAL)
           MOVE WS-TODAY            TO WS-IX-FILED-DATE(WS-INDEX-TOTAL)
           MOVE WS-NOW              TO WS-IX-FILED-TIME(WS-INDEX-TOTAL)
           MOVE WS-OPEN-LINE-COUNT
               TO WS-IX-LINE-COUNT(WS-INDEX-TOTAL)
           MOVE WS-OPEN-EXPIRY-DATE
               TO WS-IX-EXPIRY-DATE(WS-INDEX-TOTAL)
           MOVE 'A'                 TO WS-IX-STATUS(WS-INDEX-TOTAL)
           MOVE 'Y' TO WS-REWRITE-NEEDED

           MOVE WS-OPEN-REPORT-ID   TO LK-RPR-REPORT-ID
           MOVE WS-OPEN-LINE-COUNT  TO LK-RPR-LINE-COUNT
           MOVE 'Y' TO LK-RPR-OK
           .

       4000-GET-NTH-REPORT.
           MOVE 0 TO WS-SEEN
           MOVE 0 TO WS-MATCH
           PERFORM 4100-COUNT-ONE-REPORT
               VARYING WS-SUBSCRIPT FROM WS-INDEX-TOTAL BY -1
               UNTIL WS-SUBSCRIPT < 1 OR WS-MATCH > 0
           IF WS-MATCH > 0
               PERFORM 4900-RETURN-MATCHED-REPORT
           END-IF
           .

       4100-COUNT-ONE-REPORT.
           IF (LK-RPR-REPORT-NAME = SPACES
               OR WS-IX-REPORT-NAME(WS-SUBSCRIPT) = LK-RPR-REPORT-NAME)
               AND (LK-RPR-BUS-DATE = 0
               OR WS-IX-BUS-DATE(WS-SUBSCRIPT) = LK-RPR-BUS-DATE)
               ADD 1 TO WS-SEEN
               IF WS-SEEN = LK-RPR-INDEX
                   MOVE WS-SUBSCRIPT TO WS-MATCH
               END-IF
           END-IF
           .

       4500-GET-REPORT.
           PERFORM 4510-FIND-BY-ID
           IF WS-MATCH > 0
               PERFORM 4900-RETURN-MATCHED-REPORT
           END-IF
           .

       4510-FIND-BY-ID.
           MOVE 0 TO WS-MATCH
           PERFORM 4520-MATCH-ONE-ID
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-INDEX-TOTAL OR WS-MATCH > 0
           .

       4520-MATCH-ONE-ID.
           IF WS-IX-REPORT-ID(WS-SUBSCRIPT) = LK-RPR-REPORT-ID
               MOVE WS-SUBSCRIPT TO WS-MATCH
           END-IF
           .

       4900-RETURN-MATCHED-REPORT.
           MOVE WS-IX-REPORT-ID(WS-MATCH)    TO LK-RPR-REPORT-ID
           MOVE WS-IX-REPORT-NAME(WS-MATCH)  TO LK-RPR-REPORT-NAME
           MOVE WS-IX-BUS-DATE(WS-MATCH)     TO LK-RPR-BUS-DATE
           MOVE WS-IX-RUN(WS-MATCH)          TO LK-RPR-RUN
           MOVE WS-IX-FILED-DATE(WS-MATCH)   TO LK-RPR-FILED-DATE
           MOVE WS-IX-FILED-TIME(WS-MATCH)   TO LK-RPR-FILED-TIME
           MOVE WS-IX-LINE-COUNT(WS-MATCH)   TO LK-RPR-LINE-COUNT
           MOVE WS-IX-EXPIRY-DATE(WS-MATCH)  TO LK-RPR-EXPIRY-DATE
           MOVE WS-IX-STATUS(WS-MATCH)       TO LK-RPR-STATUS
           MOVE WS-IX-PURGED-DATE(WS-MATCH)  TO LK-RPR-PURGED-DATE
           IF WS-IX-STATUS(WS-MATCH) = 'P'
               MOVE 'P' TO LK-RPR-FOUND
           ELSE
               MOVE 'Y' TO LK-RPR-FOUND
           END-IF
           MOVE 'Y' TO LK-RPR-OK
           .

       5000-GET-PAGE.
           MOVE 0 TO LK-RPR-PAGE-COUNT
           PERFORM 4500-GET-REPORT
           IF LK-RPR-FOUND NOT = 'Y'
               GO TO 5000-EXIT
           END-IF

           MOVE LK-RPR-REPORT-ID TO WS-REPO-ID
           PERFORM 1520-SET-REPO-NAME
           OPEN INPUT REPO-FILE
           IF WS-REPO-FILE-STATUS NOT = '00'
               MOVE 'N' TO LK-RPR-FOUND
               GO TO 5000-EXIT
           END-IF

           MOVE 0   TO WS-LINE-NUMBER
           MOVE 'N' TO WS-EOF
           PERFORM 5100-READ-ONE-PAGE-LINE
               UNTIL WS-EOF = 'Y' OR LK-RPR-PAGE-COUNT = 15

           CLOSE REPO-FILE
           .

       5000-EXIT.
           EXIT
           .

       5100-READ-ONE-PAGE-LINE.
           READ REPO-FILE INTO REPO-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LINE-NUMBER
                   IF WS-LINE-NUMBER >= LK-RPR-FROM-LINE
                       ADD 1 TO LK-RPR-PAGE-COUNT
                       MOVE REPO-LINE
                           TO LK-RPR-PAGE-LINE(LK-RPR-PAGE-COUNT)
                   END-IF
           END-READ
           .

       6000-REPRINT-REPORT.
           PERFORM 4500-GET-REPORT
           IF LK-RPR-FOUND NOT = 'Y'
               GO TO 6000-EXIT
           END-IF

           MOVE LK-RPR-REPORT-ID TO WS-REPO-ID
           PERFORM 1520-SET-REPO-NAME
           OPEN INPUT REPO-FILE
           IF WS-REPO-FILE-STATUS NOT = '00'
               MOVE 'N' TO LK-RPR-FOUND
               GO TO 6000-EXIT
           END-IF

           OPEN EXTEND REPRINT-FILE
           IF WS-REPRINT-FILE-STATUS NOT = '00' AND
              WS-REPRINT-FILE-STATUS NOT = '05'
               CLOSE REPRINT-FILE
               OPEN OUTPUT REPRINT-FILE
           END-IF
           IF WS-REPRINT-FILE-STATUS NOT = '00'
               CLOSE REPO-FILE
               GO TO 6000-EXIT
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW   FROM TIME
           MOVE SPACES TO WS-BANNER-LINE
           STRING '*** REPRINT OF '      DELIMITED BY SIZE
                  LK-RPR-REPORT-NAME     DELIMITED BY SPACE
                  ' FOR BUSINESS DATE '  DELIMITED BY SIZE
                  LK-RPR-BUS-DATE        DELIMITED BY SIZE
                  ' RUN '                DELIMITED BY SIZE
                  LK-RPR-RUN             DELIMITED BY SIZE
                  ' (REPORT '            DELIMITED BY SIZE
                  LK-RPR-REPORT-ID       DELIMITED BY SIZE
                  ') BY '                DELIMITED BY SIZE
                  LK-RPR-OPERATOR        DELIMITED BY SPACE
                  ' ON '                 DELIMITED BY SIZE
                  WS-TODAY               DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-NOW                 DELIMITED BY SIZE
                  ' ***'                 DELIMITED BY SIZE
               INTO WS-BANNER-LINE
           END-STRING
           MOVE WS-BANNER-LINE TO REPRINT-LINE
           WRITE REPRINT-LINE

           MOVE 'N' TO WS-EOF
           PERFORM 6100-REPRINT-ONE-LINE UNTIL WS-EOF = 'Y'

           MOVE SPACES TO WS-BANNER-LINE
           STRING '*** END OF REPRINT OF REPORT ' DELIMITED BY SIZE
                  LK-RPR-REPORT-ID       DELIMITED BY SIZE
                  ' ***'                 DELIMITED BY SIZE
               INTO WS-BANNER-LINE
           END-STRING
           MOVE WS-BANNER-LINE TO REPRINT-LINE
           WRITE REPRINT-LINE

           CLOSE REPRINT-FILE
           CLOSE REPO-FILE
           .

       6000-EXIT.
           EXIT
           .

       6100-REPRINT-ONE-LINE.
           READ REPO-FILE INTO REPO-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE REPO-LINE TO REPRINT-LINE
                   WRITE REPRINT-LINE
           END-READ
           .

       6500-LOG-ACCESS.
           PERFORM 4500-GET-REPORT
           IF LK-RPR-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW   FROM TIME
           MOVE SPACES TO ACCESS-LINE
           MOVE WS-TODAY            TO ACCESS-LINE(1:8)
           MOVE WS-NOW              TO ACCESS-LINE(10:8)
           MOVE LK-RPR-ACTION       TO ACCESS-LINE(19:1)
           MOVE LK-RPR-REPORT-ID    TO ACCESS-LINE(21:7)
           MOVE LK-RPR-REPORT-NAME  TO ACCESS-LINE(29:20)
           MOVE LK-RPR-BUS-DATE     TO ACCESS-LINE(50:8)
           MOVE LK-RPR-RUN          TO ACCESS-LINE(59:2)
           MOVE LK-RPR-OPERATOR     TO ACCESS-LINE(62:8)

           OPEN EXTEND ACCESS-FILE
           IF WS-ACCESS-FILE-STATUS NOT = '00' AND
              WS-ACCESS-FILE-STATUS NOT = '05'
               CLOSE ACCESS-FILE
               OPEN OUTPUT ACCESS-FILE
           END-IF
           IF WS-ACCESS-FILE-STATUS = '00'
               WRITE ACCESS-LINE
               CLOSE ACCESS-FILE
               MOVE 'Y' TO LK-RPR-OK
           END-IF
           .

       7000-EXPIRE-REPORTS.
           MOVE 0 TO LK-RPR-COUNT
           PERFORM 7100-EXPIRE-ONE-REPORT
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-INDEX-TOTAL
           MOVE 'Y' TO LK-RPR-OK
           .

       7100-EXPIRE-ONE-REPORT.
           IF WS-IX-STATUS(WS-SUBSCRIPT) NOT = 'A'
               OR WS-IX-EXPIRY-DATE(WS-SUBSCRIPT) >= LK-RPR-BUS-DATE
               EXIT PARAGRAPH
           END-IF

      *    The archive is emptied rather than left behind - a purged
      *    report must not be readable however it is reached.
           MOVE WS-IX-REPORT-ID(WS-SUBSCRIPT) TO WS-REPO-ID
           PERFORM 1520-SET-REPO-NAME
           OPEN OUTPUT REPO-FILE
           IF WS-REPO-FILE-STATUS = '00'
               CLOSE REPO-FILE
           END-IF

           MOVE 'P'             TO WS-IX-STATUS(WS-SUBSCRIPT)
           MOVE LK-RPR-BUS-DATE TO WS-IX-PURGED-DATE(WS-SUBSCRIPT)
           ADD 1 TO LK-RPR-COUNT
           MOVE 'Y' TO WS-REWRITE-NEEDED
           .

       8000-REWRITE-INDEX-FILE.
           OPEN OUTPUT INDEX-FILE
           IF WS-INDEX-FILE-STATUS NOT = '00'
               MOVE 'N' TO LK-RPR-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM 8100-WRITE-ONE-LINE
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-INDEX-TOTAL

           CLOSE INDEX-FILE
           .

       8100-WRITE-ONE-LINE.
           MOVE SPACES TO INDEX-LINE
           MOVE WS-IX-REPORT-ID(WS-SUBSCRIPT)    TO INDEX-LINE(1:7)
           MOVE WS-IX-REPORT-NAME(WS-SUBSCRIPT)  TO INDEX-LINE(9:20)
           MOVE WS-IX-BUS-DATE(WS-SUBSCRIPT)     TO INDEX-LINE(30:8)
           MOVE WS-IX-RUN(WS-SUBSCRIPT)          TO INDEX-LINE(39:2)
           MOVE WS-IX-FILED-DATE(WS-SUBSCRIPT)   TO INDEX-LINE(42:8)
           MOVE WS-IX-FILED-TIME(WS-SUBSCRIPT)   TO INDEX-LINE(51:8)
           MOVE WS-IX-LINE-COUNT(WS-SUBSCRIPT)   TO INDEX-LINE(60:6)
           MOVE WS-IX-EXPIRY-DATE(WS-SUBSCRIPT)  TO INDEX-LINE(67:8)
           MOVE WS-IX-STATUS(WS-SUBSCRIPT)       TO INDEX-LINE(76:1)
           IF WS-IX-STATUS(WS-SUBSCRIPT) = 'P'
               MOVE WS-IX-PURGED-DATE(WS-SUBSCRIPT)
                   TO INDEX-LINE(78:8)
           END-IF
           WRITE INDEX-LINE
           .
