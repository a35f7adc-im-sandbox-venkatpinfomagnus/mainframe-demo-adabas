       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-SET-COPY.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: BACKUP-SET-COPY
      * PURPOSE: Single home for copying one member file of a backup
      *          set and for proving a copy against its manifest -
      *          BACKUP-SET cuts the set through here and
      *          BACKUP-SET-RESTORE proves and restores it through
      *          here, so the record count and hash total are
      *          always computed the same way on both sides.  The
      *          hash total is the rolling 31-multiplier fold
      *          AUDIT-LOGGER chains the audit log with, run over
      *          every line of the file in order (each line's text,
      *          then a line-end byte, so an inserted blank line or
      *          a reordered pair of lines changes the total).
      *          Functions:
      *            C - copy LK-BSC-FROM-NAME to LK-BSC-TO-NAME,
      *                counting and hashing the lines copied.  A
      *                FROM file that does not exist is copied as an
      *                empty file (LK-BSC-PRESENT 'N') - the
      *                programs that own it treat absent and empty
      *                alike, and a restore must put it back that way
      *            P - prove: count and hash LK-BSC-FROM-NAME only
      * INPUT:   LK-BACKUP-COPY-REQUEST
      * OUTPUT:  LK-BSC-RECORD-COUNT, LK-BSC-HASH-TOTAL,
      *          LK-BSC-PRESENT, LK-BSC-OK ('N' when the TO file
      *          could not be written)
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FROM-FILE ASSIGN TO DYNAMIC WS-FROM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FROM-FILE-STATUS.

           SELECT TO-FILE ASSIGN TO DYNAMIC WS-TO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FROM-FILE.
       01  FROM-LINE                   PIC X(500).

       FD  TO-FILE.
       01  TO-LINE                     PIC X(500).

       WORKING-STORAGE SECTION.
       01  WS-FROM-FILE-STATUS         PIC XX.
       01  WS-TO-FILE-STATUS           PIC XX.
       01  WS-FROM-NAME                PIC X(60).
       01  WS-TO-NAME                  PIC X(60).
       01  WS-EOF                      PIC X VALUE 'N'.
       01  WS-COPYING                  PIC X VALUE 'N'.
       01  WS-WRITE-FAILED             PIC X VALUE 'N'.
       01  WS-WORK-HASH                PIC 9(12) VALUE 0.
       01  WS-CHAR-VALUE               PIC 9(03).
       01  WS-LINE-LENGTH              PIC 9(03).
       01  WS-SUBSCRIPT                PIC 9(03).

       LINKAGE SECTION.
       01  LK-BACKUP-COPY-REQUEST.
           05  LK-BSC-FUNCTION         PIC X.
               88  LK-FUNC-COPY        VALUE 'C'.
               88  LK-FUNC-PROVE       VALUE 'P'.
           05  LK-BSC-FROM-NAME        PIC X(60).
           05  LK-BSC-TO-NAME          PIC X(60).
           05  LK-BSC-RECORD-COUNT     PIC 9(07).
           05  LK-BSC-HASH-TOTAL       PIC 9(08).
           05  LK-BSC-PRESENT          PIC X.
           05  LK-BSC-OK               PIC X.

       PROCEDURE DIVISION USING LK-BACKUP-COPY-REQUEST.

       0000-MAIN.
           MOVE 'N' TO LK-BSC-OK
           MOVE 'N' TO LK-BSC-PRESENT
           MOVE 0   TO LK-BSC-RECORD-COUNT
           MOVE 0   TO LK-BSC-HASH-TOTAL
           MOVE 0   TO WS-WORK-HASH
           MOVE LK-BSC-FROM-NAME TO WS-FROM-NAME
           MOVE LK-BSC-TO-NAME   TO WS-TO-NAME

           EVALUATE TRUE
               WHEN LK-FUNC-COPY
                   MOVE 'Y' TO WS-COPYING
                   PERFORM 1000-COPY-FILE THRU 1000-EXIT
               WHEN LK-FUNC-PROVE
                   MOVE 'N' TO WS-COPYING
                   PERFORM 2000-PROVE-FILE THRU 2000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE WS-WORK-HASH TO LK-BSC-HASH-TOTAL
           GOBACK
           .

       1000-COPY-FILE.
           OPEN OUTPUT TO-FILE
           IF WS-TO-FILE-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT FROM-FILE
           IF WS-FROM-FILE-STATUS NOT = '00'
      *        Nothing to copy - the empty TO file is the copy
               CLOSE TO-FILE
               MOVE 'Y' TO LK-BSC-OK
               GO TO 1000-EXIT
           END-IF

           MOVE 'Y' TO LK-BSC-PRESENT
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-WRITE-FAILED
           PERFORM 3000-READ-ONE-LINE UNTIL WS-EOF = 'Y'

           CLOSE FROM-FILE
           CLOSE TO-FILE
           IF WS-WRITE-FAILED = 'N'
               MOVE 'Y' TO LK-BSC-OK
           END-IF
           .

       1000-EXIT.
           EXIT
           .

       2000-PROVE-FILE.
           MOVE 'Y' TO LK-BSC-OK

           OPEN INPUT FROM-FILE
           IF WS-FROM-FILE-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF

           MOVE 'Y' TO LK-BSC-PRESENT
           MOVE 'N' TO WS-EOF
           PERFORM 3000-READ-ONE-LINE UNTIL WS-EOF = 'Y'

           CLOSE FROM-FILE
           .

       2000-EXIT.
           EXIT
           .

       3000-READ-ONE-LINE.
           READ FROM-FILE INTO FROM-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO LK-BSC-RECORD-COUNT
                   PERFORM 3100-FOLD-ONE-LINE
                   IF WS-COPYING = 'Y'
                       MOVE FROM-LINE TO TO-LINE
                       WRITE TO-LINE
                       IF WS-TO-FILE-STATUS NOT = '00'
                           MOVE 'Y' TO WS-WRITE-FAILED
                           MOVE 'Y' TO WS-EOF
                       END-IF
                   END-IF
           END-READ
           .

       3100-FOLD-ONE-LINE.
           COMPUTE WS-LINE-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(FROM-LINE TRAILING))

           PERFORM 3110-FOLD-ONE-BYTE
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-LINE-LENGTH

           COMPUTE WS-WORK-HASH =
               FUNCTION MOD(WS-WORK-HASH * 31 + 10, 100000000)
           .

       3110-FOLD-ONE-BYTE.
           COMPUTE WS-CHAR-VALUE =
               FUNCTION ORD(FROM-LINE(WS-SUBSCRIPT:1))
           COMPUTE WS-WORK-HASH =
               FUNCTION MOD(WS-WORK-HASH * 31 + WS-CHAR-VALUE,
                            100000000)
           .
