       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINING-REFRESH.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: TRAINING-REFRESH
      * PURPOSE: Supervisor utility that rebuilds the training copy
      *          of the data (../training/, see TRAINING-MODE) from
      *          production.  Every file named in the member list is
      *          rebuilt under its training-copy name according to
      *          its handling code:
      *            A - account layout (account file, archive): the
      *                customer name is replaced by a made-up name
      *            K - customer master: name and street address are
      *                made up; tax ID and ID document number are
      *                masked; city, state and zip are kept so the
      *                data still looks like the book of business
      *            C - copied as is through BACKUP-SET-COPY (files
      *                that carry no names or addresses)
      *            E - started empty (logs, queues and case files
      *                whose text could carry customer detail, and
      *                the training audit log, which starts afresh)
      *          The made-up name and address are keyed on the
      *          customer ID, so an account and its customer show
      *          the same made-up name.  Production is only read;
      *          the one live write is the TRN-REFRESH audit entry.
      *          Trainees are refused at sign-on - this utility never
      *          runs in training.  The ../training/ directory must
      *          already exist, as ../data/ does; when the first
      *          training copy cannot be opened the refresh is refused
      *          before any member is touched.  RC=8 when the refresh
      *          is refused or a member could not be rebuilt (the
      *          training copy is then incomplete and should be
      *          refreshed again).
      * INPUT:   ../data/training-members.txt (1 HANDLING, 3-62 LIVE
      *          FILE NAME; '*' in column 1 is a comment), the live
      *          member files, operator sign-on (authority 2)
      * OUTPUT:  ../training/<file> for every member, audit log
      *          entry TRN-REFRESH (type 'Z')
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO
                   "../data/training-members.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-FILE-STATUS.

           SELECT LIVE-FILE ASSIGN TO DYNAMIC WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.

           SELECT TRAIN-FILE ASSIGN TO DYNAMIC WS-TRAIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE.
       01  MEMBER-LINE                 PIC X(80).

       FD  LIVE-FILE.
       01  LIVE-LINE                   PIC X(500).

       FD  TRAIN-FILE.
       01  TRAIN-LINE                  PIC X(500).

       WORKING-STORAGE SECTION.
       01  WS-MEMBER-FILE-STATUS       PIC XX.
       01  WS-LIVE-FILE-STATUS         PIC XX.
       01  WS-TRAIN-FILE-STATUS        PIC XX.
       01  WS-LIVE-NAME                PIC X(60).
       01  WS-TRAIN-NAME               PIC X(60).
       01  WS-EOF                      PIC X VALUE 'N'.
       01  WS-CONFIRM                  PIC X.
       01  WS-DIR-PROBED               PIC X VALUE 'N'.

      *----------------------------------------------------------------
      * Member List - the files the training copy is built from
      *----------------------------------------------------------------
       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-ENTRY         OCCURS 40 TIMES.
               10  WS-MBR-HANDLING     PIC X.
                   88  WS-MBR-ACCOUNTS VALUE 'A'.
                   88  WS-MBR-CUSTOMERS
                                       VALUE 'K'.
                   88  WS-MBR-COPY     VALUE 'C'.
                   88  WS-MBR-EMPTY    VALUE 'E'.
               10  WS-MBR-FILE-NAME    PIC X(60).
               10  WS-MBR-RECORDS      PIC 9(07).
               10  WS-MBR-MASKED       PIC 9(07).
               10  WS-MBR-OK           PIC X.
       01  WS-MEMBER-TOTAL             PIC 9(03) VALUE 0.
       01  WS-MEMBER-SUB               PIC 9(03) VALUE 0.
       01  WS-MEMBERS-IGNORED          PIC 9(03) VALUE 0.

      *----------------------------------------------------------------
      * Run Totals
      *----------------------------------------------------------------
       01  WS-TOTAL-RECORDS            PIC 9(09) VALUE 0.
       01  WS-TOTAL-MASKED             PIC 9(09) VALUE 0.
       01  WS-FAILED-MEMBERS           PIC 9(03) VALUE 0.

      *----------------------------------------------------------------
      * Masking - made-up names and streets, picked by the customer
      * ID so the same customer always comes out the same.
      *----------------------------------------------------------------
       01  WS-FIRST-NAME-TABLE.
           05  FILLER                  PIC X(10) VALUE 'ALEX'.
           05  FILLER                  PIC X(10) VALUE 'JORDAN'.
           05  FILLER                  PIC X(10) VALUE 'CASEY'.
           05  FILLER                  PIC X(10) VALUE 'TAYLOR'.
           05  FILLER                  PIC X(10) VALUE 'MORGAN'.
           05  FILLER                  PIC X(10) VALUE 'RILEY'.
           05  FILLER                  PIC X(10) VALUE 'JAMIE'.
           05  FILLER                  PIC X(10) VALUE 'DREW'.
           05  FILLER                  PIC X(10) VALUE 'AVERY'.
           05  FILLER                  PIC X(10) VALUE 'QUINN'.
           05  FILLER                  PIC X(10) VALUE 'PARKER'.
           05  FILLER                  PIC X(10) VALUE 'ROWAN'.
           05  FILLER                  PIC X(10) VALUE 'SAGE'.
           05  FILLER                  PIC X(10) VALUE 'REESE'.
           05  FILLER                  PIC X(10) VALUE 'EMERSON'.
           05  FILLER                  PIC X(10) VALUE 'HAYDEN'.
       01  WS-FIRST-NAMES REDEFINES WS-FIRST-NAME-TABLE.
           05  WS-FIRST-NAME           OCCURS 16 TIMES PIC X(10).

       01  WS-SURNAME-TABLE.
           05  FILLER                  PIC X(12) VALUE 'ASHDOWN'.
           05  FILLER                  PIC X(12) VALUE 'BRACKEN'.
           05  FILLER                  PIC X(12) VALUE 'CALLOWAY'.
           05  FILLER                  PIC X(12) VALUE 'DUNMORE'.
           05  FILLER                  PIC X(12) VALUE 'ELLISON'.
           05  FILLER                  PIC X(12) VALUE 'FAIRWEATHER'.
           05  FILLER                  PIC X(12) VALUE 'GRANTHAM'.
           05  FILLER                  PIC X(12) VALUE 'HOLLOWAY'.
           05  FILLER                  PIC X(12) VALUE 'INGRAM'.
           05  FILLER                  PIC X(12) VALUE 'KESTREL'.
           05  FILLER                  PIC X(12) VALUE 'LANGFORD'.
           05  FILLER                  PIC X(12) VALUE 'MERRIDEW'.
           05  FILLER                  PIC X(12) VALUE 'NORTHCOTE'.
           05  FILLER                  PIC X(12) VALUE 'OAKLEY'.
           05  FILLER                  PIC X(12) VALUE 'PENROSE'.
           05  FILLER                  PIC X(12) VALUE 'RADCLIFFE'.
       01  WS-SURNAMES REDEFINES WS-SURNAME-TABLE.
           05  WS-SURNAME              OCCURS 16 TIMES PIC X(12).

       01  WS-STREET-TABLE.
           05  FILLER                  PIC X(12) VALUE 'CHESTNUT'.
           05  FILLER                  PIC X(12) VALUE 'LAKEVIEW'.
           05  FILLER                  PIC X(12) VALUE 'MILLBROOK'.
           05  FILLER                  PIC X(12) VALUE 'ORCHARD'.
           05  FILLER                  PIC X(12) VALUE 'RIVERSIDE'.
           05  FILLER                  PIC X(12) VALUE 'STONEGATE'.
           05  FILLER                  PIC X(12) VALUE 'WILLOW'.
           05  FILLER                  PIC X(12) VALUE 'WESTFIELD'.
       01  WS-STREETS REDEFINES WS-STREET-TABLE.
           05  WS-STREET               OCCURS 8 TIMES PIC X(12).

       01  WS-MASK-KEY                 PIC 9(10).
       01  WS-MASK-WORK                PIC 9(10).
       01  WS-FIRST-SUB                PIC 9(02).
       01  WS-SURNAME-SUB              PIC 9(02).
       01  WS-STREET-SUB               PIC 9(02).
       01  WS-HOUSE-NUMBER             PIC 9(04).
       01  WS-HOUSE-EDIT               PIC Z(03)9.
       01  WS-MASK-NAME                PIC X(30).
       01  WS-MASK-ADDRESS             PIC X(30).

      *----------------------------------------------------------------
      * Training Mode (see TRAINING-MODE) - function N gives each
      * member's training-copy name.
      *----------------------------------------------------------------
       01  WS-TRAINING-REQUEST.
           05  WS-TRN-FUNCTION         PIC X.
           05  WS-TRN-TRAINEE          PIC X.
           05  WS-TRN-OPERATOR-ID      PIC X(08).
           05  WS-TRN-ACTIVE           PIC X.
           05  WS-TRN-OK               PIC X.
           05  WS-TRN-FILE-NAME        PIC X(60).

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
      * Operator Sign-On (see OPERATOR-SIGNON) - refreshing the
      * training copy is a supervisor function.
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
      * Audit Trail
      *----------------------------------------------------------------
       01  WS-AUDIT-LINE               PIC X(150).
       01  WS-AUDIT-TIME               PIC 9(08).
       01  WS-AUDIT-TARGET             PIC X(08) VALUE 'TRAINING'.

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
           PERFORM 2000-REFRESH-MEMBERS
           PERFORM 3000-WRITE-AUDIT
           PERFORM 9000-PRINT-SUMMARY

           IF WS-FAILED-MEMBERS = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'TRAINING COPY REFRESH'
           DISPLAY '=================================================='
           DISPLAY ' '

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST

           MOVE 2 TO WS-SIGN-MIN-AUTHORITY
           CALL 'OPERATOR-SIGNON' USING WS-SIGNON-REQUEST
           IF WS-SIGN-OK NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1100-LOAD-MEMBERS THRU 1100-EXIT
           IF WS-MEMBER-TOTAL = 0
               DISPLAY 'ERROR: training member list missing or empty'
                       ' - training copy not refreshed'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY ' '
           DISPLAY 'Every file of the training copy will be rebuilt'
                   ' from production'
           DISPLAY '(' WS-MEMBER-TOTAL ' members).  Work done in'
                   ' training so far is lost.'
           IF WS-MEMBERS-IGNORED > 0
               DISPLAY 'WARNING: ' WS-MEMBERS-IGNORED
                       ' member line(s) ignored - handling not'
                       ' A, K, C or E'
           END-IF
           DISPLAY 'Refresh the training copy now (Y/N): '
               NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'Refresh cancelled - training copy unchanged.'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1200-CHECK-TRAINING-DIR

           DISPLAY ' '
           DISPLAY 'H  Records  Masked   Training File'
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
                       AND MEMBER-LINE(3:60) NOT = SPACES
                       AND WS-MEMBER-TOTAL < 40
                       IF MEMBER-LINE(1:1) = 'A' OR 'K' OR 'C' OR 'E'
                           ADD 1 TO WS-MEMBER-TOTAL
                           MOVE MEMBER-LINE(1:1)
                               TO WS-MBR-HANDLING(WS-MEMBER-TOTAL)
                           MOVE MEMBER-LINE(3:60)
                               TO WS-MBR-FILE-NAME(WS-MEMBER-TOTAL)
                       ELSE
                           ADD 1 TO WS-MEMBERS-IGNORED
                       END-IF
                   END-IF
           END-READ
           .

      *----------------------------------------------------------------
       1200-CHECK-TRAINING-DIR.
      *----------------------------------------------------------------
      *    The first member's training copy is opened ahead of the
      *    rebuild; a status other than '00' means ../training/ is
      *    missing or cannot be written, and nothing is touched.
           MOVE 'N' TO WS-DIR-PROBED
           PERFORM 1210-PROBE-ONE-MEMBER
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-MEMBER-TOTAL
                  OR WS-DIR-PROBED = 'Y'

           IF WS-DIR-PROBED = 'Y'
               AND WS-TRAIN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: training directory ../training/ cannot'
                       ' be written (status ' WS-TRAIN-FILE-STATUS
                       ')'
               DISPLAY '       training copy not refreshed'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       1210-PROBE-ONE-MEMBER.
           MOVE WS-MBR-FILE-NAME(WS-MEMBER-SUB) TO WS-LIVE-NAME
           INITIALIZE WS-TRAINING-REQUEST
           MOVE 'N' TO WS-TRN-FUNCTION
           MOVE WS-LIVE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-TRAIN-NAME

      *    A member whose name comes back unchanged is refused in the
      *    rebuild - never open a live file for output here.
           IF WS-TRAIN-NAME NOT = WS-LIVE-NAME
               MOVE 'Y' TO WS-DIR-PROBED
               OPEN OUTPUT TRAIN-FILE
               IF WS-TRAIN-FILE-STATUS = '00'
                   CLOSE TRAIN-FILE
                   MOVE '00' TO WS-TRAIN-FILE-STATUS
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
       2000-REFRESH-MEMBERS.
      *----------------------------------------------------------------
           PERFORM 2100-REFRESH-ONE-MEMBER
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-MEMBER-TOTAL
           .

      *----------------------------------------------------------------
       2100-REFRESH-ONE-MEMBER.
      *----------------------------------------------------------------
           MOVE WS-MBR-FILE-NAME(WS-MEMBER-SUB) TO WS-LIVE-NAME
           INITIALIZE WS-TRAINING-REQUEST
           MOVE 'N' TO WS-TRN-FUNCTION
           MOVE WS-LIVE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-TRAIN-NAME

           MOVE 0   TO WS-MBR-RECORDS(WS-MEMBER-SUB)
           MOVE 0   TO WS-MBR-MASKED(WS-MEMBER-SUB)
           MOVE 'Y' TO WS-MBR-OK(WS-MEMBER-SUB)

      *    A name the training copy cannot take (not under ../data/)
      *    would come back unchanged - never write over a live file.
           IF WS-TRAIN-NAME = WS-LIVE-NAME
               MOVE 'N' TO WS-MBR-OK(WS-MEMBER-SUB)
           ELSE
               EVALUATE TRUE
                   WHEN WS-MBR-COPY(WS-MEMBER-SUB)
                       PERFORM 2200-COPY-MEMBER
                   WHEN WS-MBR-EMPTY(WS-MEMBER-SUB)
                       PERFORM 2300-EMPTY-MEMBER
                   WHEN OTHER
                       PERFORM 2400-MASK-MEMBER THRU 2400-EXIT
               END-EVALUATE
           END-IF

           ADD WS-MBR-RECORDS(WS-MEMBER-SUB) TO WS-TOTAL-RECORDS
           ADD WS-MBR-MASKED(WS-MEMBER-SUB)  TO WS-TOTAL-MASKED

           DISPLAY WS-MBR-HANDLING(WS-MEMBER-SUB) '  '
                   WS-MBR-RECORDS(WS-MEMBER-SUB) '  '
                   WS-MBR-MASKED(WS-MEMBER-SUB) '  '
                   FUNCTION TRIM(WS-TRAIN-NAME)
           IF WS-MBR-OK(WS-MEMBER-SUB) NOT = 'Y'
               DISPLAY '   *** NOT REBUILT - '
                       FUNCTION TRIM(WS-LIVE-NAME)
               ADD 1 TO WS-FAILED-MEMBERS
           END-IF
           .

      *----------------------------------------------------------------
       2200-COPY-MEMBER.
      *----------------------------------------------------------------
      *    A live file not yet created comes across as an empty one.
           INITIALIZE WS-BACKUP-COPY-REQUEST
           MOVE 'C'           TO WS-BSC-FUNCTION
           MOVE WS-LIVE-NAME  TO WS-BSC-FROM-NAME
           MOVE WS-TRAIN-NAME TO WS-BSC-TO-NAME
           CALL 'BACKUP-SET-COPY' USING WS-BACKUP-COPY-REQUEST

           MOVE WS-BSC-RECORD-COUNT TO WS-MBR-RECORDS(WS-MEMBER-SUB)
           MOVE WS-BSC-OK           TO WS-MBR-OK(WS-MEMBER-SUB)
           .

      *----------------------------------------------------------------
       2300-EMPTY-MEMBER.
      *----------------------------------------------------------------
           OPEN OUTPUT TRAIN-FILE
           IF WS-TRAIN-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-MBR-OK(WS-MEMBER-SUB)
               EXIT PARAGRAPH
           END-IF
           CLOSE TRAIN-FILE
           .

      *----------------------------------------------------------------
       2400-MASK-MEMBER.
      *----------------------------------------------------------------
           OPEN OUTPUT TRAIN-FILE
           IF WS-TRAIN-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-MBR-OK(WS-MEMBER-SUB)
               GO TO 2400-EXIT
           END-IF

      *    Nothing on file yet - the training copy starts empty too.
           OPEN INPUT LIVE-FILE
           IF WS-LIVE-FILE-STATUS NOT = '00'
               CLOSE TRAIN-FILE
               GO TO 2400-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM 2410-MASK-ONE-LINE UNTIL WS-EOF = 'Y'

           CLOSE LIVE-FILE
           CLOSE TRAIN-FILE
           .

       2400-EXIT.
           EXIT
           .

       2410-MASK-ONE-LINE.
           READ LIVE-FILE INTO LIVE-LINE
               AT END
                   MOVE 'Y' TO WS-EOF
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-MBR-RECORDS(WS-MEMBER-SUB)
           MOVE LIVE-LINE TO TRAIN-LINE

      *    Header and separator lines carry no customer data.
           IF LIVE-LINE(1:10) IS NUMERIC
               IF WS-MBR-ACCOUNTS(WS-MEMBER-SUB)
                   PERFORM 2420-MASK-ACCOUNT-LINE
               ELSE
                   PERFORM 2430-MASK-CUSTOMER-LINE
               END-IF
               ADD 1 TO WS-MBR-MASKED(WS-MEMBER-SUB)
           END-IF

           WRITE TRAIN-LINE
           IF WS-TRAIN-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-MBR-OK(WS-MEMBER-SUB)
           END-IF
           .

       2420-MASK-ACCOUNT-LINE.
      *    Keyed on the owning customer so the name matches the
      *    customer master; an account with no customer ID on file
      *    is keyed on its own number.
           IF LIVE-LINE(87:10) IS NUMERIC
               MOVE LIVE-LINE(87:10) TO WS-MASK-KEY
           ELSE
               MOVE LIVE-LINE(1:10) TO WS-MASK-KEY
           END-IF
           PERFORM 2500-BUILD-MASK-NAME
           MOVE WS-MASK-NAME TO TRAIN-LINE(13:26)
           .

       2430-MASK-CUSTOMER-LINE.
           MOVE LIVE-LINE(1:10) TO WS-MASK-KEY
           PERFORM 2500-BUILD-MASK-NAME
           PERFORM 2510-BUILD-MASK-ADDRESS
           MOVE WS-MASK-NAME    TO TRAIN-LINE(13:30)
           MOVE WS-MASK-ADDRESS TO TRAIN-LINE(45:30)

      *    900- is never issued as a taxpayer number; the document
      *    number is marked as training data outright.
           IF LIVE-LINE(118:9) NOT = SPACES
               MOVE '900'             TO TRAIN-LINE(118:3)
               MOVE WS-MASK-KEY(5:6)  TO TRAIN-LINE(121:6)
           END-IF
           IF LIVE-LINE(139:20) NOT = SPACES
               MOVE SPACES            TO TRAIN-LINE(139:20)
               MOVE 'TRN'             TO TRAIN-LINE(139:3)
               MOVE WS-MASK-KEY       TO TRAIN-LINE(142:10)
           END-IF
           .

      *----------------------------------------------------------------
       2500-BUILD-MASK-NAME.
      *----------------------------------------------------------------
           COMPUTE WS-FIRST-SUB = FUNCTION MOD(WS-MASK-KEY, 16) + 1
           COMPUTE WS-MASK-WORK = WS-MASK-KEY / 3
           COMPUTE WS-SURNAME-SUB = FUNCTION MOD(WS-MASK-WORK, 16) + 1

           MOVE SPACES TO WS-MASK-NAME
           STRING FUNCTION TRIM(WS-FIRST-NAME(WS-FIRST-SUB))
                                       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SURNAME(WS-SURNAME-SUB))
                                       DELIMITED BY SIZE
               INTO WS-MASK-NAME
           END-STRING
           .

       2510-BUILD-MASK-ADDRESS.
           COMPUTE WS-HOUSE-NUMBER =
               FUNCTION MOD(WS-MASK-KEY * 7, 980) + 10
           COMPUTE WS-MASK-WORK = WS-MASK-KEY / 5
           COMPUTE WS-STREET-SUB = FUNCTION MOD(WS-MASK-WORK, 8) + 1
           MOVE WS-HOUSE-NUMBER TO WS-HOUSE-EDIT

           MOVE SPACES TO WS-MASK-ADDRESS
           STRING FUNCTION TRIM(WS-HOUSE-EDIT)
                                       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STREET(WS-STREET-SUB))
                                       DELIMITED BY SIZE
                  ' ST'                DELIMITED BY SIZE
               INTO WS-MASK-ADDRESS
           END-STRING
           .

      *----------------------------------------------------------------
       3000-WRITE-AUDIT.
      *----------------------------------------------------------------
      *    ISN,ACCOUNT,OLD-BAL,NEW-BAL,TXN-TYPE,ACTION,TIMESTAMP,
      *    TARGET,SUPERVISOR - type 'Z' with ISN, account and
      *    balances zero, the shape OPERATOR-ADMIN gives its
      *    administration entries.  Written to the live log: this
      *    run is never in training.
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-LINE
           STRING '0000000000'          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  '0000000000'          DELIMITED BY SIZE
                  ', 00000000.00'       DELIMITED BY SIZE
                  ', 00000000.00'       DELIMITED BY SIZE
                  ',Z,TRN-REFRESH,'     DELIMITED BY SIZE
                  WS-BUS-DATE           DELIMITED BY SIZE
                  WS-AUDIT-TIME         DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-AUDIT-TARGET       DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-SIGN-OPERATOR-ID   DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ
           .

      *----------------------------------------------------------------
       9000-PRINT-SUMMARY.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'TRAINING REFRESH SUMMARY'
           DISPLAY '=================================================='
           DISPLAY 'Refreshed By          : ' WS-SIGN-OPERATOR-ID
           DISPLAY 'Member Files          : ' WS-MEMBER-TOTAL
           DISPLAY 'Records Written       : ' WS-TOTAL-RECORDS
           DISPLAY 'Records Masked        : ' WS-TOTAL-MASKED
           DISPLAY 'Members Failed        : ' WS-FAILED-MEMBERS
           IF WS-FAILED-MEMBERS = 0
               DISPLAY 'Training Copy         : REFRESHED'
           ELSE
               DISPLAY 'Training Copy         : INCOMPLETE - REFRESH'
                       ' AGAIN'
           END-IF
           DISPLAY '=================================================='
           .
