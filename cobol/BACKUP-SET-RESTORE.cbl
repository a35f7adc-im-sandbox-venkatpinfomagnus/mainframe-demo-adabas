       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-SET-RESTORE.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: BACKUP-SET-RESTORE
      * PURPOSE: Restores a whole backup set cut by BACKUP-SET - every
      *          master file together, or none of them.  Lists the
      *          sets on the index, and before anything is touched
      *          proves the chosen set: the manifest trailer must
      *          agree with its own member lines (member count,
      *          total records, set hash) and with the index, and
      *          every member copy must still have the record count
      *          and hash total the manifest recorded.  A set that
      *          fails any check is refused whole.  The restore
      *          needs the system QUIESCED (offered here if it is
      *          not) so no screen posts into a file mid-restore.
      *          Every live member is first preserved as a
      *          pre-restore copy; each member is then copied back
      *          and re-proved in place, and if any member fails to
      *          write or to prove, every member already restored is
      *          put back from its pre-restore copy, so the live
      *          files are never left half from one night and half
      *          from another.  A completed restore is written to
      *          the audit log under the supervisor who ran it.
      *          The audit log itself is not a member - it is the
      *          record of what happened after the set was cut.
      * INPUT:   ../data/backup-set-index.txt,
      *          ../data/backup-set.<set id>.manifest.txt and member
      *          copies (layouts in BACKUP-SET), operator choices
      * OUTPUT:  the member files restored,
      *          ../data/backup-set.prerestore.<key>.txt preserved,
      *          audit-log entry (txn type R, amount SET-<set id>)
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE ASSIGN TO "../data/backup-set-index.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-FILE.
       01  INDEX-LINE                  PIC X(80).

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-INDEX-FILE-STATUS        PIC XX.
       01  WS-MANIFEST-FILE-STATUS     PIC XX.
       01  WS-MANIFEST-NAME            PIC X(60).
       01  WS-EOF                      PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Set Index
      *----------------------------------------------------------------
       01  WS-INDEX-TABLE.
           05  WS-INDEX-ENTRY          OCCURS 500 TIMES
                                        PIC X(80).
       01  WS-INDEX-TOTAL              PIC 9(04) VALUE 0.
       01  WS-INDEX-SUB                PIC 9(04) VALUE 0.
       01  WS-INDEX-FOUND              PIC 9(04) VALUE 0.
       01  WS-LISTED                   PIC 9(03) VALUE 0.
       01  WS-STATUS-WORD              PIC X(18).

      *----------------------------------------------------------------
      * The Chosen Set, from its manifest
      *----------------------------------------------------------------
       01  WS-SET-ID                   PIC 9(10) VALUE 0.
       01  WS-MAN-SET-ID               PIC X(10).
       01  WS-MAN-BUS-DATE             PIC X(08).
       01  WS-MAN-MEMBERS              PIC 9(03) VALUE 0.
       01  WS-MAN-RECORDS              PIC 9(09) VALUE 0.
       01  WS-MAN-SET-HASH             PIC 9(08) VALUE 0.
       01  WS-MAN-TRAILER              PIC X VALUE 'N'.
       01  WS-SUM-RECORDS              PIC 9(09) VALUE 0.
       01  WS-WORK-HASH                PIC 9(12) VALUE 0.

       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-ENTRY         OCCURS 30 TIMES.
               10  WS-MBR-KEY          PIC X(08).
               10  WS-MBR-PRESENT      PIC X.
               10  WS-MBR-COUNT        PIC 9(07).
               10  WS-MBR-HASH         PIC 9(08).
               10  WS-MBR-FILE-NAME    PIC X(60).
               10  WS-MBR-COPY-NAME    PIC X(60).
               10  WS-MBR-SAVE-NAME    PIC X(60).
       01  WS-MEMBER-TOTAL             PIC 9(03) VALUE 0.
       01  WS-MEMBER-SUB               PIC 9(03) VALUE 0.
       01  WS-MEMBER-LOST              PIC 9(03) VALUE 0.
       01  WS-RESTORED-THROUGH         PIC 9(03) VALUE 0.

       01  WS-PROOF-FAILURES           PIC 9(03) VALUE 0.
       01  WS-SET-PROVED               PIC X VALUE 'N'.
       01  WS-PRESERVE-OK              PIC X VALUE 'N'.
       01  WS-RESTORE-OK               PIC X VALUE 'N'.
       01  WS-BACKOUT-FAILURES         PIC 9(03) VALUE 0.

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
      * Operator Sign-On - replacing every master file is at least
      * as sensitive as restoring the account file: supervisor
      * authority only.
      *----------------------------------------------------------------
       01  WS-SIGNON-REQUEST.
           05  WS-SIGN-MIN-AUTHORITY   PIC 9.
           05  WS-SIGN-OK              PIC X.
           05  WS-SIGN-OPERATOR-ID     PIC X(08).
           05  WS-SIGN-OPERATOR-NAME   PIC X(30).
           05  WS-SIGN-AUTHORITY       PIC 9.
           05  WS-SIGN-BRANCH          PIC X(03).

      *----------------------------------------------------------------
      * System Status - the restore runs only while QUIESCED
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

       01  WS-INPUT-SET-ID             PIC 9(10).
       01  WS-CONFIRM                  PIC X.
       01  WS-AUDIT-TIME               PIC 9(08).
       01  WS-AUDIT-LINE-W             PIC X(150).

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
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LIST-SETS
           PERFORM 3000-RESTORE-DIALOG THRU 3000-EXIT
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'MASTER FILE BACKUP SET RESTORE'
           DISPLAY '=================================================='
           DISPLAY ' '

           MOVE 2 TO WS-SIGN-MIN-AUTHORITY
           CALL 'OPERATOR-SIGNON' USING WS-SIGNON-REQUEST
           IF WS-SIGN-OK NOT = 'Y'
               STOP RUN
           END-IF

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST

           PERFORM 1100-LOAD-INDEX THRU 1100-EXIT
           .

       1000-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       1100-LOAD-INDEX.
      *----------------------------------------------------------------
           MOVE 0 TO WS-INDEX-TOTAL

           OPEN INPUT INDEX-FILE
           IF WS-INDEX-FILE-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 1110-LOAD-ONE-INDEX-LINE UNTIL WS-EOF = 'Y'

           CLOSE INDEX-FILE
           .

       1100-EXIT.
           EXIT
           .

       1110-LOAD-ONE-INDEX-LINE.
           READ INDEX-FILE INTO INDEX-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF INDEX-LINE(1:10) IS NUMERIC
                       AND WS-INDEX-TOTAL < 500
                       ADD 1 TO WS-INDEX-TOTAL
                       MOVE INDEX-LINE
                           TO WS-INDEX-ENTRY(WS-INDEX-TOTAL)
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       2000-LIST-SETS.
      *----------------------------------------------------------------
           DISPLAY 'Set ID      Bus Date  Cut Date Time     Files'
                   '    Records Status'
           DISPLAY '---------------------------------------------'
                   '-------------------------'
           IF WS-INDEX-TOTAL = 0
               DISPLAY '(no backup sets on the index)'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LISTED
           PERFORM 2100-LIST-ONE-SET
               VARYING WS-INDEX-SUB FROM WS-INDEX-TOTAL BY -1
               UNTIL WS-INDEX-SUB < 1 OR WS-LISTED >= 20
           .

       2100-LIST-ONE-SET.
           ADD 1 TO WS-LISTED
           EVALUATE WS-INDEX-ENTRY(WS-INDEX-SUB)(62:1)
               WHEN 'C'
                   MOVE 'COMPLETE' TO WS-STATUS-WORD
               WHEN 'F'
                   MOVE 'FAILED' TO WS-STATUS-WORD
               WHEN 'P'
                   MOVE SPACES TO WS-STATUS-WORD
                   STRING 'PURGED '       DELIMITED BY SIZE
                          WS-INDEX-ENTRY(WS-INDEX-SUB)(64:8)
                                          DELIMITED BY SIZE
                       INTO WS-STATUS-WORD
                   END-STRING
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-STATUS-WORD
           END-EVALUATE

           DISPLAY WS-INDEX-ENTRY(WS-INDEX-SUB)(1:10) '  '
                   WS-INDEX-ENTRY(WS-INDEX-SUB)(12:8) '  '
                   WS-INDEX-ENTRY(WS-INDEX-SUB)(21:8) ' '
                   WS-INDEX-ENTRY(WS-INDEX-SUB)(30:8) '  '
                   WS-INDEX-ENTRY(WS-INDEX-SUB)(39:3) '  '
                   WS-INDEX-ENTRY(WS-INDEX-SUB)(43:9) ' '
                   WS-STATUS-WORD
           .

      *----------------------------------------------------------------
       3000-RESTORE-DIALOG.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'Enter set ID to restore (0 = none): '
               NO ADVANCING
           ACCEPT WS-INPUT-SET-ID

           IF WS-INPUT-SET-ID = 0
               DISPLAY 'No restore performed.'
               GO TO 3000-EXIT
           END-IF
           MOVE WS-INPUT-SET-ID TO WS-SET-ID

           PERFORM 3100-FIND-SET
           IF WS-INDEX-FOUND = 0
               DISPLAY 'Set ' WS-SET-ID ' is not on the index.'
               GO TO 3000-EXIT
           END-IF
           EVALUATE WS-INDEX-ENTRY(WS-INDEX-FOUND)(62:1)
               WHEN 'C'
                   CONTINUE
               WHEN 'P'
                   DISPLAY 'Set ' WS-SET-ID ' was purged on '
                           WS-INDEX-ENTRY(WS-INDEX-FOUND)(64:8)
                           ' - it cannot be restored.'
                   GO TO 3000-EXIT
               WHEN OTHER
                   DISPLAY 'Set ' WS-SET-ID ' did not complete when'
                           ' it was cut - it cannot be restored.'
                   GO TO 3000-EXIT
           END-EVALUATE

           PERFORM 3200-LOAD-MANIFEST THRU 3200-EXIT
           PERFORM 3300-PROVE-SET
           IF WS-SET-PROVED NOT = 'Y'
               DISPLAY ' '
               DISPLAY 'Set ' WS-SET-ID ' FAILS its proof ('
                       WS-PROOF-FAILURES ' check(s)) - restore'
                       ' refused; no file has been touched.'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           DISPLAY ' '
           DISPLAY 'Set ' WS-SET-ID ' proved: ' WS-MAN-MEMBERS
                   ' files, ' WS-MAN-RECORDS ' records.'

           PERFORM 3400-CHECK-QUIESCED THRU 3400-EXIT
           IF WS-SYS-STATUS NOT = 'QUIESCED'
               DISPLAY 'Restore cancelled - the system is not'
                       ' quiesced.'
               GO TO 3000-EXIT
           END-IF

           DISPLAY 'Restore ALL ' WS-MAN-MEMBERS ' master files from'
                   ' set ' WS-SET-ID ' (business date '
                   WS-MAN-BUS-DATE ')? (Y/N): ' NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'Restore cancelled.'
               GO TO 3000-EXIT
           END-IF

           PERFORM 4000-PRESERVE-LIVE-FILES
           IF WS-PRESERVE-OK NOT = 'Y'
               DISPLAY 'Live files could not all be preserved -'
                       ' restore abandoned; no file has been touched.'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

           PERFORM 5000-RESTORE-MEMBERS
           IF WS-RESTORE-OK NOT = 'Y'
               PERFORM 6000-BACK-OUT
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

           PERFORM 7000-WRITE-AUDIT-ENTRY
           DISPLAY ' '
           DISPLAY 'Restore complete - all ' WS-MAN-MEMBERS
                   ' master files are back as of set ' WS-SET-ID '.'
           DISPLAY 'The replaced live files are preserved as'
                   ' backup-set.prerestore.<member>.txt.'
           DISPLAY 'The system stays QUIESCED until CYCLE-RESUME is'
                   ' run.'
           .

       3000-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       3100-FIND-SET.
      *----------------------------------------------------------------
           MOVE 0 TO WS-INDEX-FOUND
           PERFORM 3110-CHECK-ONE-SET
               VARYING WS-INDEX-SUB FROM 1 BY 1
               UNTIL WS-INDEX-SUB > WS-INDEX-TOTAL
           .

       3110-CHECK-ONE-SET.
           IF WS-INDEX-ENTRY(WS-INDEX-SUB)(1:10) = WS-SET-ID
               MOVE WS-INDEX-SUB TO WS-INDEX-FOUND
           END-IF
           .

      *----------------------------------------------------------------
       3200-LOAD-MANIFEST.
      *----------------------------------------------------------------
           MOVE 0      TO WS-MEMBER-TOTAL
           MOVE 0      TO WS-MEMBER-LOST
           MOVE 'N'    TO WS-MAN-TRAILER
           MOVE SPACES TO WS-MAN-SET-ID
           MOVE SPACES TO WS-MAN-BUS-DATE

           MOVE SPACES TO WS-MANIFEST-NAME
           STRING '../data/backup-set.'   DELIMITED BY SIZE
                  WS-SET-ID               DELIMITED BY SIZE
                  '.manifest.txt'         DELIMITED BY SIZE
               INTO WS-MANIFEST-NAME
           END-STRING

           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-FILE-STATUS NOT = '00'
               GO TO 3200-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 3210-LOAD-ONE-MANIFEST-LINE UNTIL WS-EOF = 'Y'

           CLOSE MANIFEST-FILE
           .

       3200-EXIT.
           EXIT
           .

       3210-LOAD-ONE-MANIFEST-LINE.
           READ MANIFEST-FILE INTO MANIFEST-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   EVALUATE MANIFEST-LINE(1:1)
                       WHEN 'H'
                           MOVE MANIFEST-LINE(3:10) TO WS-MAN-SET-ID
                           MOVE MANIFEST-LINE(14:8)
                               TO WS-MAN-BUS-DATE
                       WHEN 'M'
                           PERFORM 3220-LOAD-ONE-MEMBER
                       WHEN 'T'
                           PERFORM 3230-LOAD-TRAILER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

       3220-LOAD-ONE-MEMBER.
           IF WS-MEMBER-TOTAL >= 30
               ADD 1 TO WS-MEMBER-LOST
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MEMBER-TOTAL
           MOVE MANIFEST-LINE(3:8)  TO WS-MBR-KEY(WS-MEMBER-TOTAL)
           MOVE MANIFEST-LINE(12:1) TO WS-MBR-PRESENT(WS-MEMBER-TOTAL)
           MOVE 0 TO WS-MBR-COUNT(WS-MEMBER-TOTAL)
           MOVE 0 TO WS-MBR-HASH(WS-MEMBER-TOTAL)
           IF MANIFEST-LINE(14:7) IS NUMERIC
               MOVE MANIFEST-LINE(14:7)
                   TO WS-MBR-COUNT(WS-MEMBER-TOTAL)
           END-IF
           IF MANIFEST-LINE(22:8) IS NUMERIC
               MOVE MANIFEST-LINE(22:8)
                   TO WS-MBR-HASH(WS-MEMBER-TOTAL)
           END-IF
           MOVE MANIFEST-LINE(31:60)
               TO WS-MBR-FILE-NAME(WS-MEMBER-TOTAL)

           MOVE SPACES TO WS-MBR-COPY-NAME(WS-MEMBER-TOTAL)
           STRING '../data/backup-set.'   DELIMITED BY SIZE
                  WS-SET-ID               DELIMITED BY SIZE
                  '.'                     DELIMITED BY SIZE
                  WS-MBR-KEY(WS-MEMBER-TOTAL)
                                          DELIMITED BY SPACE
                  '.txt'                  DELIMITED BY SIZE
               INTO WS-MBR-COPY-NAME(WS-MEMBER-TOTAL)
           END-STRING

           MOVE SPACES TO WS-MBR-SAVE-NAME(WS-MEMBER-TOTAL)
           STRING '../data/backup-set.prerestore.'
                                          DELIMITED BY SIZE
                  WS-MBR-KEY(WS-MEMBER-TOTAL)
                                          DELIMITED BY SPACE
                  '.txt'                  DELIMITED BY SIZE
               INTO WS-MBR-SAVE-NAME(WS-MEMBER-TOTAL)
           END-STRING
           .

       3230-LOAD-TRAILER.
           MOVE 'Y' TO WS-MAN-TRAILER
           MOVE 0 TO WS-MAN-MEMBERS
           MOVE 0 TO WS-MAN-RECORDS
           MOVE 0 TO WS-MAN-SET-HASH
           IF MANIFEST-LINE(3:3) IS NUMERIC
               MOVE MANIFEST-LINE(3:3) TO WS-MAN-MEMBERS
           END-IF
           IF MANIFEST-LINE(7:9) IS NUMERIC
               MOVE MANIFEST-LINE(7:9) TO WS-MAN-RECORDS
           END-IF
           IF MANIFEST-LINE(17:8) IS NUMERIC
               MOVE MANIFEST-LINE(17:8) TO WS-MAN-SET-HASH
           END-IF
           .

      *----------------------------------------------------------------
       3300-PROVE-SET.
      *----------------------------------------------------------------
      *    Manifest first (header, trailer, member lines and index
      *    must all agree), then every member copy against the
      *    manifest.  Every check runs, so the supervisor sees the
      *    whole picture rather than the first failure.
           MOVE 0 TO WS-PROOF-FAILURES
           MOVE 'N' TO WS-SET-PROVED
           DISPLAY ' '
           DISPLAY 'PROVING SET ' WS-SET-ID

           IF WS-MEMBER-TOTAL = 0 AND WS-MAN-TRAILER = 'N'
               DISPLAY '  *** manifest missing or empty'
               ADD 1 TO WS-PROOF-FAILURES
               EXIT PARAGRAPH
           END-IF
           IF WS-MAN-SET-ID NOT = WS-INDEX-ENTRY(WS-INDEX-FOUND)(1:10)
               DISPLAY '  *** manifest header names set '
                       WS-MAN-SET-ID
               ADD 1 TO WS-PROOF-FAILURES
           END-IF
           IF WS-MAN-TRAILER = 'N'
               DISPLAY '  *** manifest has no trailer - the cut did'
                       ' not finish'
               ADD 1 TO WS-PROOF-FAILURES
           END-IF
           IF WS-MEMBER-LOST > 0
               DISPLAY '  *** manifest lists more than 30 members'
               ADD 1 TO WS-PROOF-FAILURES
           END-IF

           MOVE 0 TO WS-SUM-RECORDS
           MOVE 0 TO WS-WORK-HASH
           PERFORM 3310-FOLD-ONE-MANIFEST-MEMBER
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-MEMBER-TOTAL

           IF WS-MEMBER-TOTAL NOT = WS-MAN-MEMBERS
               DISPLAY '  *** trailer member count ' WS-MAN-MEMBERS
                       ' but ' WS-MEMBER-TOTAL ' member lines'
               ADD 1 TO WS-PROOF-FAILURES
           END-IF
           IF WS-SUM-RECORDS NOT = WS-MAN-RECORDS
               DISPLAY '  *** trailer record total ' WS-MAN-RECORDS
                       ' but member lines add to ' WS-SUM-RECORDS
               ADD 1 TO WS-PROOF-FAILURES
           END-IF
           IF WS-WORK-HASH NOT = WS-MAN-SET-HASH
               DISPLAY '  *** trailer set hash does not match the'
                       ' member hashes'
               ADD 1 TO WS-PROOF-FAILURES
           END-IF
           IF WS-INDEX-ENTRY(WS-INDEX-FOUND)(53:8)
               NOT = WS-MAN-SET-HASH
               DISPLAY '  *** index set hash does not match the'
                       ' manifest'
               ADD 1 TO WS-PROOF-FAILURES
           END-IF

           DISPLAY ' '
           DISPLAY 'Member   Records  Hash     Proof'
           DISPLAY '----------------------------------'
           PERFORM 3320-PROVE-ONE-MEMBER
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-MEMBER-TOTAL

           IF WS-PROOF-FAILURES = 0
               MOVE 'Y' TO WS-SET-PROVED
           END-IF
           .

       3310-FOLD-ONE-MANIFEST-MEMBER.
           ADD WS-MBR-COUNT(WS-MEMBER-SUB) TO WS-SUM-RECORDS
           COMPUTE WS-WORK-HASH =
               FUNCTION MOD(WS-WORK-HASH * 31
                            + WS-MBR-HASH(WS-MEMBER-SUB),
                            100000000)
           .

       3320-PROVE-ONE-MEMBER.
           INITIALIZE WS-BACKUP-COPY-REQUEST
           MOVE 'P' TO WS-BSC-FUNCTION
           MOVE WS-MBR-COPY-NAME(WS-MEMBER-SUB) TO WS-BSC-FROM-NAME
           CALL 'BACKUP-SET-COPY' USING WS-BACKUP-COPY-REQUEST

           EVALUATE TRUE
               WHEN WS-BSC-PRESENT NOT = 'Y'
                   DISPLAY WS-MBR-KEY(WS-MEMBER-SUB) ' '
                           WS-MBR-COUNT(WS-MEMBER-SUB) ' '
                           WS-MBR-HASH(WS-MEMBER-SUB)
                           ' *** COPY MISSING'
                   ADD 1 TO WS-PROOF-FAILURES
               WHEN WS-BSC-RECORD-COUNT
                   NOT = WS-MBR-COUNT(WS-MEMBER-SUB)
                   DISPLAY WS-MBR-KEY(WS-MEMBER-SUB) ' '
                           WS-MBR-COUNT(WS-MEMBER-SUB) ' '
                           WS-MBR-HASH(WS-MEMBER-SUB)
                           ' *** COUNT NOW ' WS-BSC-RECORD-COUNT
                   ADD 1 TO WS-PROOF-FAILURES
               WHEN WS-BSC-HASH-TOTAL
                   NOT = WS-MBR-HASH(WS-MEMBER-SUB)
                   DISPLAY WS-MBR-KEY(WS-MEMBER-SUB) ' '
                           WS-MBR-COUNT(WS-MEMBER-SUB) ' '
                           WS-MBR-HASH(WS-MEMBER-SUB)
                           ' *** HASH NOW ' WS-BSC-HASH-TOTAL
                   ADD 1 TO WS-PROOF-FAILURES
               WHEN OTHER
                   DISPLAY WS-MBR-KEY(WS-MEMBER-SUB) ' '
                           WS-MBR-COUNT(WS-MEMBER-SUB) ' '
                           WS-MBR-HASH(WS-MEMBER-SUB)
                           ' PROVED'
           END-EVALUATE
           .

      *----------------------------------------------------------------
       3400-CHECK-QUIESCED.
      *----------------------------------------------------------------
      *    A screen posting into the account file while the owners
      *    file is being replaced would leave the two out of step
      *    again - the very thing the set exists to prevent.
           INITIALIZE WS-SYSTEM-STATUS-REQUEST
           MOVE 'C' TO WS-SYS-FUNCTION
           CALL 'SYSTEM-STATUS' USING WS-SYSTEM-STATUS-REQUEST
           IF WS-SYS-STATUS = 'QUIESCED'
               GO TO 3400-EXIT
           END-IF

           DISPLAY 'The system is ' WS-SYS-STATUS
                   ' - quiesce it for the restore? (Y/N): '
               NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               GO TO 3400-EXIT
           END-IF

           INITIALIZE WS-SYSTEM-STATUS-REQUEST
           MOVE 'S'                 TO WS-SYS-FUNCTION
           MOVE 'QUIESCED'          TO WS-SYS-STATUS
           MOVE WS-BUS-DATE         TO WS-SYS-DATE
           MOVE WS-SIGN-OPERATOR-ID TO WS-SYS-OPERATOR
           CALL 'SYSTEM-STATUS' USING WS-SYSTEM-STATUS-REQUEST
           IF WS-SYS-OK NOT = 'Y'
               DISPLAY 'System status could not be set.'
               MOVE 'ONLINE' TO WS-SYS-STATUS
           END-IF
           .

       3400-EXIT.
           EXIT
           .

      *----------------------------------------------------------------
       4000-PRESERVE-LIVE-FILES.
      *----------------------------------------------------------------
           MOVE 'Y' TO WS-PRESERVE-OK
           PERFORM 4100-PRESERVE-ONE-FILE
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-MEMBER-TOTAL
                  OR WS-PRESERVE-OK NOT = 'Y'
           .

       4100-PRESERVE-ONE-FILE.
           INITIALIZE WS-BACKUP-COPY-REQUEST
           MOVE 'C' TO WS-BSC-FUNCTION
           MOVE WS-MBR-FILE-NAME(WS-MEMBER-SUB) TO WS-BSC-FROM-NAME
           MOVE WS-MBR-SAVE-NAME(WS-MEMBER-SUB) TO WS-BSC-TO-NAME
           CALL 'BACKUP-SET-COPY' USING WS-BACKUP-COPY-REQUEST
           IF WS-BSC-OK NOT = 'Y'
               DISPLAY 'ERROR: cannot preserve '
                       FUNCTION TRIM(WS-MBR-FILE-NAME(WS-MEMBER-SUB))
               MOVE 'N' TO WS-PRESERVE-OK
           END-IF
           .

      *----------------------------------------------------------------
       5000-RESTORE-MEMBERS.
      *----------------------------------------------------------------
           MOVE 'Y' TO WS-RESTORE-OK
           MOVE 0   TO WS-RESTORED-THROUGH
           PERFORM 5100-RESTORE-ONE-MEMBER
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-MEMBER-TOTAL
                  OR WS-RESTORE-OK NOT = 'Y'
           .

      *----------------------------------------------------------------
       5100-RESTORE-ONE-MEMBER.
      *----------------------------------------------------------------
      *    Counted as touched before the copy starts - a copy that
      *    fails halfway has already emptied the live file.
           MOVE WS-MEMBER-SUB TO WS-RESTORED-THROUGH

           INITIALIZE WS-BACKUP-COPY-REQUEST
           MOVE 'C' TO WS-BSC-FUNCTION
           MOVE WS-MBR-COPY-NAME(WS-MEMBER-SUB) TO WS-BSC-FROM-NAME
           MOVE WS-MBR-FILE-NAME(WS-MEMBER-SUB) TO WS-BSC-TO-NAME
           CALL 'BACKUP-SET-COPY' USING WS-BACKUP-COPY-REQUEST
           IF WS-BSC-OK NOT = 'Y'
               DISPLAY 'ERROR: cannot write '
                       FUNCTION TRIM(WS-MBR-FILE-NAME(WS-MEMBER-SUB))
               MOVE 'N' TO WS-RESTORE-OK
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-BACKUP-COPY-REQUEST
           MOVE 'P' TO WS-BSC-FUNCTION
           MOVE WS-MBR-FILE-NAME(WS-MEMBER-SUB) TO WS-BSC-FROM-NAME
           CALL 'BACKUP-SET-COPY' USING WS-BACKUP-COPY-REQUEST
           IF WS-BSC-RECORD-COUNT NOT = WS-MBR-COUNT(WS-MEMBER-SUB)
               OR WS-BSC-HASH-TOTAL NOT = WS-MBR-HASH(WS-MEMBER-SUB)
               DISPLAY 'ERROR: restored '
                       FUNCTION TRIM(WS-MBR-FILE-NAME(WS-MEMBER-SUB))
                       ' does not prove against the manifest'
               MOVE 'N' TO WS-RESTORE-OK
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Restored ' WS-MBR-KEY(WS-MEMBER-SUB) ' '
                   WS-BSC-RECORD-COUNT ' records'
           .

      *----------------------------------------------------------------
       6000-BACK-OUT.
      *----------------------------------------------------------------
      *    Every member touched so far goes back to its pre-restore
      *    copy, so the restore leaves no file changed.
           MOVE 0 TO WS-BACKOUT-FAILURES
           PERFORM 6100-BACK-OUT-ONE-MEMBER
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-RESTORED-THROUGH

           DISPLAY ' '
           IF WS-BACKOUT-FAILURES = 0
               DISPLAY 'RESTORE BACKED OUT - every live file is as it'
                       ' was before the restore.'
           ELSE
               DISPLAY '*** BACK-OUT INCOMPLETE - ' WS-BACKOUT-FAILURES
                       ' file(s) could not be put back; copy them'
                       ' from backup-set.prerestore.<member>.txt'
                       ' before the system is resumed.'
           END-IF
           .

       6100-BACK-OUT-ONE-MEMBER.
           INITIALIZE WS-BACKUP-COPY-REQUEST
           MOVE 'C' TO WS-BSC-FUNCTION
           MOVE WS-MBR-SAVE-NAME(WS-MEMBER-SUB) TO WS-BSC-FROM-NAME
           MOVE WS-MBR-FILE-NAME(WS-MEMBER-SUB) TO WS-BSC-TO-NAME
           CALL 'BACKUP-SET-COPY' USING WS-BACKUP-COPY-REQUEST
           IF WS-BSC-OK NOT = 'Y'
               DISPLAY '*** cannot put back '
                       FUNCTION TRIM(WS-MBR-FILE-NAME(WS-MEMBER-SUB))
               ADD 1 TO WS-BACKOUT-FAILURES
           END-IF
           .

      *----------------------------------------------------------------
       7000-WRITE-AUDIT-ENTRY.
      *----------------------------------------------------------------
      *    Same whole-file entry shape as BACKUP-RESTORE's: type R,
      *    ISN/account/balances zero, the amount column naming what
      *    was restored (a word, so the replay and roll-forward
      *    screens pass over it), under the supervisor who ran it.
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-LINE-W
           STRING '0000000000'          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  '0000000000'          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  ' 00000000.00'        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  ' 00000000.00'        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  'R'                   DELIMITED BY SIZE
                  ',SET-'               DELIMITED BY SIZE
                  WS-SET-ID             DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-BUS-DATE           DELIMITED BY SIZE
                  WS-AUDIT-TIME         DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-SIGN-OPERATOR-ID   DELIMITED BY SIZE
               INTO WS-AUDIT-LINE-W
           END-STRING

           MOVE WS-AUDIT-LINE-W TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ
           .
