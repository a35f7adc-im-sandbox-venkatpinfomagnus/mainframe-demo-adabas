       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-SET.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: BACKUP-SET
      * PURPOSE: Cuts one consistent point-in-time backup set of
      *          every master file named in the member list - the
      *          account file, customer master, account owners, memo
      *          holds, restrictions, standing orders, overdraft
      *          links, dormancy status, operator master, transaction
      *          history and the rest - under a single set ID
      *          (business date + 2-digit cut number), so a bad
      *          night is recovered by putting every master back
      *          together rather than the account file alone out of
      *          step with the others.  Runs while the system is
      *          QUIESCED, ahead of the first posting step, so no
      *          online or batch update lands between one member's
      *          copy and the next.  Every member is copied through
      *          BACKUP-SET-COPY, which counts and hashes it; the
      *          manifest records each member's record count and
      *          hash total, and a trailer carries the member count,
      *          total records and a set hash folded from the
      *          member hashes, so BACKUP-SET-RESTORE can prove the
      *          whole set before it touches a live file.  Complete
      *          sets beyond the retention count (newest kept) have
      *          their member copies emptied and are marked purged;
      *          their manifests stay as the record of what was cut.
      *          RC=8 when a member could not be copied or the
      *          manifest could not be written (the set is marked
      *          FAILED and is never offered for restore).
      * INPUT:   ../data/backup-set-members.txt (1-8 member key,
      *          10-69 file name; '*' in column 1 is a comment),
      *          ../data/backup-set-keep.txt (complete sets kept,
      *          default 7), the member files, business date
      * OUTPUT:  ../data/backup-set.<set id>.<key>.txt per member,
      *          ../data/backup-set.<set id>.manifest.txt:
      *            H line: 3-12 SET ID, 14-21 BUSINESS DATE,
      *                    23-30 CUT DATE, 32-39 CUT TIME
      *            M line: 3-10 KEY, 12 PRESENT (Y/N),
      *                    14-20 RECORD COUNT, 22-29 HASH TOTAL,
      *                    31-90 FILE NAME
      *            T line: 3-5 MEMBERS, 7-15 TOTAL RECORDS,
      *                    17-24 SET HASH
      *          ../data/backup-set-index.txt, one line per set:
      *          1-10 SET ID, 12-19 BUSINESS DATE, 21-28 CUT DATE,
      *          30-37 CUT TIME, 39-41 MEMBERS, 43-51 TOTAL RECORDS,
      *          53-60 SET HASH, 62 STATUS (C complete, F failed,
      *          P purged), 64-71 PURGED DATE
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO
                   "../data/backup-set-members.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-FILE-STATUS.

           SELECT KEEP-FILE ASSIGN TO "../data/backup-set-keep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-FILE-STATUS.

           SELECT INDEX-FILE ASSIGN TO "../data/backup-set-index.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FILE-STATUS.

           SELECT PURGE-FILE ASSIGN TO DYNAMIC WS-PURGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE.
       01  MEMBER-LINE                 PIC X(80).

       FD  KEEP-FILE.
       01  KEEP-LINE                   PIC X(10).

       FD  INDEX-FILE.
       01  INDEX-LINE                  PIC X(80).

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE               PIC X(100).

       FD  PURGE-FILE.
       01  PURGE-LINE                  PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-MEMBER-FILE-STATUS       PIC XX.
       01  WS-KEEP-FILE-STATUS         PIC XX.
       01  WS-INDEX-FILE-STATUS        PIC XX.
       01  WS-MANIFEST-FILE-STATUS     PIC XX.
       01  WS-PURGE-FILE-STATUS        PIC XX.
       01  WS-MANIFEST-NAME            PIC X(60).
       01  WS-PURGE-NAME               PIC X(60).
       01  WS-EOF                      PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Member List - the master files every set covers
      *----------------------------------------------------------------
       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-ENTRY         OCCURS 30 TIMES.
               10  WS-MBR-KEY          PIC X(08).
               10  WS-MBR-FILE-NAME    PIC X(60).
               10  WS-MBR-PRESENT      PIC X.
               10  WS-MBR-COUNT        PIC 9(07).
               10  WS-MBR-HASH         PIC 9(08).
               10  WS-MBR-OK           PIC X.
       01  WS-MEMBER-TOTAL             PIC 9(03) VALUE 0.
       01  WS-MEMBER-SUB               PIC 9(03) VALUE 0.

      *----------------------------------------------------------------
      * Set Index, loaded whole and rewritten with the new set
      *----------------------------------------------------------------
       01  WS-INDEX-TABLE.
           05  WS-INDEX-ENTRY          OCCURS 500 TIMES
                                        PIC X(80).
       01  WS-INDEX-TOTAL              PIC 9(04) VALUE 0.
       01  WS-INDEX-SUB                PIC 9(04) VALUE 0.
       01  WS-INDEX-LOST               PIC 9(04) VALUE 0.

      *----------------------------------------------------------------
      * The Set Being Cut
      *----------------------------------------------------------------
       01  WS-SET-ID                   PIC 9(10) VALUE 0.
       01  WS-SET-CUT                  PIC 9(02) VALUE 0.
       01  WS-CUT-DATE                 PIC 9(08).
       01  WS-CUT-TIME                 PIC 9(08).
       01  WS-SET-RECORDS              PIC 9(09) VALUE 0.
       01  WS-SET-HASH                 PIC 9(08) VALUE 0.
       01  WS-WORK-HASH                PIC 9(12) VALUE 0.
       01  WS-SET-STATUS               PIC X VALUE 'C'.
           88  WS-SET-COMPLETE         VALUE 'C'.
           88  WS-SET-FAILED           VALUE 'F'.
       01  WS-FAILED-MEMBERS           PIC 9(03) VALUE 0.

      *----------------------------------------------------------------
      * Retention
      *----------------------------------------------------------------
       01  WS-KEEP-SETS                PIC 9(03) VALUE 7.
       01  WS-KEPT-SO-FAR              PIC 9(03) VALUE 0.
       01  WS-PURGED-SETS              PIC 9(03) VALUE 0.
       01  WS-PURGE-SET-ID             PIC X(10).

      *----------------------------------------------------------------
      * Member Copy Request (BACKUP-SET-COPY)
      *----------------------------------------------------------------
       01  WS-BACKUP-COPY-REQUEST.
           05  WS-BSC-FUNCTION         PIC X.
           05  WS-BSC-FROM-NAME        PIC X(60).
           05  WS-BSC-TO-NAME          PIC X(60).
           05  WS-BSC-RECORD-COUNT     PIC 9(07).
           05  WS-BSC-HASH-TOTAL       PIC 9(08).
           05  WS-BSC-PRESENT          PIC X.
           05  WS-BSC-OK               PIC X.

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
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CUT-SET
           PERFORM 3000-WRITE-MANIFEST THRU 3000-EXIT
           PERFORM 4000-RECORD-SET
           IF WS-SET-COMPLETE
               PERFORM 5000-PURGE-OLD-SETS
           END-IF
           PERFORM 8000-REWRITE-INDEX THRU 8000-EXIT
           PERFORM 9000-PRINT-SUMMARY

           IF WS-SET-COMPLETE
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'MASTER FILE BACKUP SET'
           DISPLAY '=================================================='

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
           ACCEPT WS-CUT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUT-TIME FROM TIME
           DISPLAY 'Business Date: ' WS-BUS-DATE

           PERFORM 1100-LOAD-MEMBERS THRU 1100-EXIT
           IF WS-MEMBER-TOTAL = 0
               DISPLAY 'ERROR: member list missing or empty - no'
                       ' backup set cut'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1200-LOAD-KEEP-COUNT THRU 1200-EXIT
           PERFORM 1300-LOAD-INDEX THRU 1300-EXIT
           IF WS-INDEX-LOST > 0
               DISPLAY 'ERROR: backup set index holds more than 500'
                       ' sets - no backup set cut'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1400-ASSIGN-SET-ID
           DISPLAY 'Backup Set ID: ' WS-SET-ID
           DISPLAY ' '
           DISPLAY 'Member   P  Records  Hash     File'
           DISPLAY '--------------------------------------------------'
           .

       1000-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       1100-LOAD-MEMBERS.
      *----------------------------------------------------------------
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-FILE-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1110-LOAD-ONE-MEMBER UNTIL WS-EOF = 'Y'

           CLOSE MEMBER-FILE
           .

       1100-EXIT.
           EXIT
           .

       1110-LOAD-ONE-MEMBER.
           READ MEMBER-FILE INTO MEMBER-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF MEMBER-LINE(1:1) NOT = '*'
                       AND MEMBER-LINE(1:8) NOT = SPACES
                       AND WS-MEMBER-TOTAL < 30
                       ADD 1 TO WS-MEMBER-TOTAL
                       MOVE MEMBER-LINE(1:8)
                           TO WS-MBR-KEY(WS-MEMBER-TOTAL)
                       MOVE MEMBER-LINE(10:60)
                           TO WS-MBR-FILE-NAME(WS-MEMBER-TOTAL)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       1200-LOAD-KEEP-COUNT.
      *----------------------------------------------------------------
      *    Absent or unreadable keeps the default of seven sets - a
      *    week of cycles.  Zero is not honoured: the set just cut
      *    is always kept.
           OPEN INPUT KEEP-FILE
           IF WS-KEEP-FILE-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF

           READ KEEP-FILE INTO KEEP-LINE
               AT END
                   CONTINUE
               NOT AT END
                   IF FUNCTION TRIM(KEEP-LINE) IS NUMERIC
                       MOVE FUNCTION NUMVAL(KEEP-LINE)
                           TO WS-KEEP-SETS
                   END-IF
           END-READ

           CLOSE KEEP-FILE

           IF WS-KEEP-SETS = 0
               MOVE 1 TO WS-KEEP-SETS
           END-IF
           .

       1200-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       1300-LOAD-INDEX.
      *----------------------------------------------------------------
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-FILE-STATUS NOT = '00'
               GO TO 1300-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1310-LOAD-ONE-INDEX-LINE UNTIL WS-EOF = 'Y'

           CLOSE INDEX-FILE
           .

       1300-EXIT.
           EXIT
           .

       1310-LOAD-ONE-INDEX-LINE.
           READ INDEX-FILE INTO INDEX-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF INDEX-LINE(1:10) IS NUMERIC
                       IF WS-INDEX-TOTAL < 500
                           ADD 1 TO WS-INDEX-TOTAL
                           MOVE INDEX-LINE
                               TO WS-INDEX-ENTRY(WS-INDEX-TOTAL)
                       ELSE
                           ADD 1 TO WS-INDEX-LOST
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       1400-ASSIGN-SET-ID.
      *----------------------------------------------------------------
      *    A resubmitted cycle cuts a second set for the same date
      *    rather than overwriting the first - the earlier set is
      *    the better recovery point if the rerun went wrong.
           MOVE 0 TO WS-SET-CUT
           PERFORM 1410-CHECK-ONE-CUT
               VARYING WS-INDEX-SUB FROM 1 BY 1
               UNTIL WS-INDEX-SUB > WS-INDEX-TOTAL
           ADD 1 TO WS-SET-CUT
           COMPUTE WS-SET-ID = WS-BUS-DATE * 100 + WS-SET-CUT
           .

       1410-CHECK-ONE-CUT.
           IF WS-INDEX-ENTRY(WS-INDEX-SUB)(1:8) = WS-BUS-DATE
               AND WS-INDEX-ENTRY(WS-INDEX-SUB)(9:2) > WS-SET-CUT
               MOVE WS-INDEX-ENTRY(WS-INDEX-SUB)(9:2) TO WS-SET-CUT
           END-IF
           .

      *----------------------------------------------------------------
       2000-CUT-SET.
      *----------------------------------------------------------------
           MOVE 0 TO WS-WORK-HASH
           PERFORM 2100-COPY-ONE-MEMBER
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-MEMBER-TOTAL
           MOVE WS-WORK-HASH TO WS-SET-HASH
           .

      *----------------------------------------------------------------
       2100-COPY-ONE-MEMBER.
      *----------------------------------------------------------------
           INITIALIZE WS-BACKUP-COPY-REQUEST
           MOVE 'C' TO WS-BSC-FUNCTION
           MOVE WS-MBR-FILE-NAME(WS-MEMBER-SUB) TO WS-BSC-FROM-NAME
           STRING '../data/backup-set.'   DELIMITED BY SIZE
                  WS-SET-ID               DELIMITED BY SIZE
                  '.'                     DELIMITED BY SIZE
                  WS-MBR-KEY(WS-MEMBER-SUB)
                                          DELIMITED BY SPACE
                  '.txt'                  DELIMITED BY SIZE
               INTO WS-BSC-TO-NAME
           END-STRING
           CALL 'BACKUP-SET-COPY' USING WS-BACKUP-COPY-REQUEST

           MOVE WS-BSC-PRESENT      TO WS-MBR-PRESENT(WS-MEMBER-SUB)
           MOVE WS-BSC-RECORD-COUNT TO WS-MBR-COUNT(WS-MEMBER-SUB)
           MOVE WS-BSC-HASH-TOTAL   TO WS-MBR-HASH(WS-MEMBER-SUB)
           MOVE WS-BSC-OK           TO WS-MBR-OK(WS-MEMBER-SUB)

           ADD WS-BSC-RECORD-COUNT TO WS-SET-RECORDS
           COMPUTE WS-WORK-HASH =
               FUNCTION MOD(WS-WORK-HASH * 31 + WS-BSC-HASH-TOTAL,
                            100000000)

           DISPLAY WS-MBR-KEY(WS-MEMBER-SUB) ' '
                   WS-BSC-PRESENT ' '
                   WS-BSC-RECORD-COUNT ' '
                   WS-BSC-HASH-TOTAL ' '
                   FUNCTION TRIM(WS-MBR-FILE-NAME(WS-MEMBER-SUB))
           IF WS-BSC-PRESENT = 'N'
               DISPLAY '         (file not present - held as empty)'
           END-IF
           IF WS-BSC-OK NOT = 'Y'
               DISPLAY '         *** COPY FAILED - set will not be'
                       ' restorable'
               ADD 1 TO WS-FAILED-MEMBERS
               MOVE 'F' TO WS-SET-STATUS
           END-IF
           .

      *----------------------------------------------------------------
       3000-WRITE-MANIFEST.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-MANIFEST-NAME
           STRING '../data/backup-set.'   DELIMITED BY SIZE
                  WS-SET-ID               DELIMITED BY SIZE
                  '.manifest.txt'         DELIMITED BY SIZE
               INTO WS-MANIFEST-NAME
           END-STRING

           OPEN OUTPUT MANIFEST-FILE
           IF WS-MANIFEST-FILE-STATUS NOT = '00'
               DISPLAY '*** MANIFEST CANNOT BE WRITTEN - set will not'
                       ' be restorable'
               MOVE 'F' TO WS-SET-STATUS
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES TO MANIFEST-LINE
           MOVE 'H'           TO MANIFEST-LINE(1:1)
           MOVE WS-SET-ID     TO MANIFEST-LINE(3:10)
           MOVE WS-BUS-DATE   TO MANIFEST-LINE(14:8)
           MOVE WS-CUT-DATE   TO MANIFEST-LINE(23:8)
           MOVE WS-CUT-TIME   TO MANIFEST-LINE(32:8)
           WRITE MANIFEST-LINE

           PERFORM 3100-WRITE-ONE-MEMBER-LINE
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-MEMBER-TOTAL

           MOVE SPACES TO MANIFEST-LINE
           MOVE 'T'             TO MANIFEST-LINE(1:1)
           MOVE WS-MEMBER-TOTAL TO MANIFEST-LINE(3:3)
           MOVE WS-SET-RECORDS  TO MANIFEST-LINE(7:9)
           MOVE WS-SET-HASH     TO MANIFEST-LINE(17:8)
           WRITE MANIFEST-LINE
           IF WS-MANIFEST-FILE-STATUS NOT = '00'
               DISPLAY '*** MANIFEST WRITE FAILED - set will not be'
                       ' restorable'
               MOVE 'F' TO WS-SET-STATUS
           END-IF

           CLOSE MANIFEST-FILE
           .

       3000-EXIT.
           EXIT
           .

       3100-WRITE-ONE-MEMBER-LINE.
           MOVE SPACES TO MANIFEST-LINE
           MOVE 'M' TO MANIFEST-LINE(1:1)
           MOVE WS-MBR-KEY(WS-MEMBER-SUB)     TO MANIFEST-LINE(3:8)
           MOVE WS-MBR-PRESENT(WS-MEMBER-SUB) TO MANIFEST-LINE(12:1)
           MOVE WS-MBR-COUNT(WS-MEMBER-SUB)   TO MANIFEST-LINE(14:7)
           MOVE WS-MBR-HASH(WS-MEMBER-SUB)    TO MANIFEST-LINE(22:8)
           MOVE WS-MBR-FILE-NAME(WS-MEMBER-SUB)
               TO MANIFEST-LINE(31:60)
           WRITE MANIFEST-LINE
           .

      *----------------------------------------------------------------
       4000-RECORD-SET.
      *----------------------------------------------------------------
      *    The table has room: 1300 refuses to run on a full index.
           IF WS-INDEX-TOTAL >= 500
               DISPLAY '*** BACKUP SET INDEX FULL - set not indexed'
               MOVE 'F' TO WS-SET-STATUS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-INDEX-TOTAL
           MOVE SPACES TO WS-INDEX-ENTRY(WS-INDEX-TOTAL)
           MOVE WS-SET-ID TO WS-INDEX-ENTRY(WS-INDEX-TOTAL)(1:10)
           MOVE WS-BUS-DATE TO WS-INDEX-ENTRY(WS-INDEX-TOTAL)(12:8)
           MOVE WS-CUT-DATE TO WS-INDEX-ENTRY(WS-INDEX-TOTAL)(21:8)
           MOVE WS-CUT-TIME TO WS-INDEX-ENTRY(WS-INDEX-TOTAL)(30:8)
           MOVE WS-MEMBER-TOTAL
               TO WS-INDEX-ENTRY(WS-INDEX-TOTAL)(39:3)
           MOVE WS-SET-RECORDS
               TO WS-INDEX-ENTRY(WS-INDEX-TOTAL)(43:9)
           MOVE WS-SET-HASH TO WS-INDEX-ENTRY(WS-INDEX-TOTAL)(53:8)
           MOVE WS-SET-STATUS
               TO WS-INDEX-ENTRY(WS-INDEX-TOTAL)(62:1)
           .

      *----------------------------------------------------------------
       5000-PURGE-OLD-SETS.
      *----------------------------------------------------------------
      *    Newest first: the first WS-KEEP-SETS complete sets stay,
      *    every older complete set is emptied.  Failed sets were
      *    never restorable and are left for the operator to see.
           MOVE 0 TO WS-KEPT-SO-FAR
           PERFORM 5100-CHECK-ONE-SET
               VARYING WS-INDEX-SUB FROM WS-INDEX-TOTAL BY -1
               UNTIL WS-INDEX-SUB < 1
           .

       5100-CHECK-ONE-SET.
           IF WS-INDEX-ENTRY(WS-INDEX-SUB)(62:1) NOT = 'C'
               EXIT PARAGRAPH
           END-IF

           IF WS-KEPT-SO-FAR < WS-KEEP-SETS
               ADD 1 TO WS-KEPT-SO-FAR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-INDEX-ENTRY(WS-INDEX-SUB)(1:10) TO WS-PURGE-SET-ID
           PERFORM 5200-EMPTY-SET-MEMBERS THRU 5200-EXIT
           MOVE 'P' TO WS-INDEX-ENTRY(WS-INDEX-SUB)(62:1)
           MOVE WS-BUS-DATE TO WS-INDEX-ENTRY(WS-INDEX-SUB)(64:8)
           ADD 1 TO WS-PURGED-SETS
           DISPLAY 'Purged backup set ' WS-PURGE-SET-ID
                   ' (beyond the ' WS-KEEP-SETS ' kept)'
           .

      *----------------------------------------------------------------
       5200-EMPTY-SET-MEMBERS.
      *----------------------------------------------------------------
      *    The old set's own manifest names its members - the member
      *    list may have changed since it was cut.
           MOVE SPACES TO WS-MANIFEST-NAME
           STRING '../data/backup-set.'   DELIMITED BY SIZE
                  WS-PURGE-SET-ID         DELIMITED BY SIZE
                  '.manifest.txt'         DELIMITED BY SIZE
               INTO WS-MANIFEST-NAME
           END-STRING

           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-FILE-STATUS NOT = '00'
               GO TO 5200-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 5210-EMPTY-ONE-MEMBER UNTIL WS-EOF = 'Y'

           CLOSE MANIFEST-FILE
           .

       5200-EXIT.
           EXIT
           .

       5210-EMPTY-ONE-MEMBER.
           READ MANIFEST-FILE INTO MANIFEST-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF MANIFEST-LINE(1:1) = 'M'
                       MOVE SPACES TO WS-PURGE-NAME
                       STRING '../data/backup-set.'
                                              DELIMITED BY SIZE
                              WS-PURGE-SET-ID DELIMITED BY SIZE
                              '.'             DELIMITED BY SIZE
                              MANIFEST-LINE(3:8)
                                              DELIMITED BY SPACE
                              '.txt'          DELIMITED BY SIZE
                           INTO WS-PURGE-NAME
                       END-STRING
                       OPEN OUTPUT PURGE-FILE
                       IF WS-PURGE-FILE-STATUS = '00'
                           CLOSE PURGE-FILE
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       8000-REWRITE-INDEX.
      *----------------------------------------------------------------
           OPEN OUTPUT INDEX-FILE
           IF WS-INDEX-FILE-STATUS NOT = '00'
               DISPLAY '*** BACKUP SET INDEX CANNOT BE WRITTEN'
               MOVE 'F' TO WS-SET-STATUS
               GO TO 8000-EXIT
           END-IF

           PERFORM 8100-WRITE-ONE-INDEX-LINE
               VARYING WS-INDEX-SUB FROM 1 BY 1
               UNTIL WS-INDEX-SUB > WS-INDEX-TOTAL

           CLOSE INDEX-FILE
           .

       8000-EXIT.
           EXIT
           .

       8100-WRITE-ONE-INDEX-LINE.
           MOVE WS-INDEX-ENTRY(WS-INDEX-SUB) TO INDEX-LINE
           WRITE INDEX-LINE
           .

      *----------------------------------------------------------------
       9000-PRINT-SUMMARY.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'BACKUP SET SUMMARY'
           DISPLAY '=================================================='
           DISPLAY 'Backup Set ID         : ' WS-SET-ID
           DISPLAY 'Member Files          : ' WS-MEMBER-TOTAL
           DISPLAY 'Total Records         : ' WS-SET-RECORDS
           DISPLAY 'Set Hash              : ' WS-SET-HASH
           DISPLAY 'Members Failed        : ' WS-FAILED-MEMBERS
           DISPLAY 'Older Sets Purged     : ' WS-PURGED-SETS
           IF WS-SET-COMPLETE
               DISPLAY 'Set Status            : COMPLETE'
           ELSE
               DISPLAY 'Set Status            : FAILED - NOT'
                       ' RESTORABLE'
           END-IF
           DISPLAY '=================================================='
           .
