       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINING-MODE.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: TRAINING-MODE
      * PURPOSE: Single home for teller training mode - whether this
      *          run is working on the training copy of the data
      *          instead of the live files, and the one place a file
      *          name is turned into its training-copy name.  An
      *          operator flagged as a trainee on the operator master
      *          is put into training at OPERATOR-SIGNON; from then
      *          until the program ends every file the training-
      *          capable screens keep customer data in is opened
      *          from ../training/ instead of ../data/ (each owning
      *          subprogram asks here, function R, before it opens
      *          one), so nothing done in training can reach the
      *          live files - or, through them, the GL extract and
      *          the channel files the batch cycle builds off them.
      *          Training is one-way within a run: once on, a later
      *          sign-on (a supervisor confirming something for the
      *          trainee) never switches the run back to live - and
      *          a run that started live never switches to training
      *          half way through, so a trainee cannot be the second
      *          sign-on confirming live work.
      *          A screen that has not declared itself training-
      *          capable (function A) refuses a trainee outright.
      *          The trainee's session is also recorded against the
      *          terminal for the day, so the inquiry screens - which
      *          have no sign-on of their own - show the trainee the
      *          training copy too (function C); the next sign-on by
      *          anyone who is not a trainee ends that session.
      *          Functions:
      *            A - allow: the calling screen can run in training
      *                (called before its sign-on)
      *            S - sign-on outcome: LK-TRN-TRAINEE 'Y' for a
      *                trainee.  LK-TRN-OK 'N' refuses a trainee on
      *                a screen that never called A or in a run
      *                already signed on live, 'X' refuses one when
      *                no training copy has been set up
      *            C - check the terminal: an inquiry screen joins
      *                the trainee session open on it today
      *            R - resolve LK-TRN-FILE-NAME for this run: a
      *                ../data/ name comes back as its ../training/
      *                name while training is on, unchanged otherwise
      *            N - LK-TRN-FILE-NAME's training-copy name,
      *                whatever the mode (TRAINING-REFRESH)
      *          Every function hands back LK-TRN-ACTIVE.
      * INPUT:   ../data/training-session.txt, ../training/
      *          seed-data.txt (proves the training copy exists)
      * OUTPUT:  ../data/training-session.txt, one row:
      *          1-8 TERMINAL, 10-17 OPERATOR, 19-26 DATE
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-FILE ASSIGN TO
                   "../data/training-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-FILE-STATUS.

           SELECT PROBE-FILE ASSIGN TO "../training/seed-data.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-FILE.
       01  SESSION-LINE                PIC X(40).

       FD  PROBE-FILE.
       01  PROBE-LINE                  PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-SESSION-FILE-STATUS      PIC XX.
       01  WS-PROBE-FILE-STATUS        PIC XX.

      *    Both persist for the life of the run unit - every
      *    subprogram CALLs the one copy of this program.
       01  WS-ALLOWED                  PIC X VALUE 'N'.
       01  WS-ACTIVE                   PIC X VALUE 'N'.
       01  WS-LIVE-SIGNON              PIC X VALUE 'N'.

      *    The terminal column carries CONSOLE on this system's
      *    screens, as on the signon journal.
       01  WS-TERMINAL                 PIC X(08) VALUE 'CONSOLE'.
       01  WS-SESSION-OPEN             PIC X VALUE 'N'.

       01  WS-LIVE-PREFIX              PIC X(08) VALUE '../data/'.
       01  WS-TRAINING-PREFIX          PIC X(12) VALUE
           '../training/'.
       01  WS-WORK-NAME                PIC X(60).

      *----------------------------------------------------------------
      * Business Date - a session recorded on an earlier business
      * day is over.
      *----------------------------------------------------------------
       01  WS-BUSDATE-REQUEST.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.

       LINKAGE SECTION.
       01  LK-TRAINING-REQUEST.
           05  LK-TRN-FUNCTION         PIC X.
               88  LK-FUNC-ALLOW       VALUE 'A'.
               88  LK-FUNC-SIGNON      VALUE 'S'.
               88  LK-FUNC-CHECK       VALUE 'C'.
               88  LK-FUNC-RESOLVE     VALUE 'R'.
               88  LK-FUNC-NAME        VALUE 'N'.
           05  LK-TRN-TRAINEE          PIC X.
           05  LK-TRN-OPERATOR-ID      PIC X(08).
           05  LK-TRN-ACTIVE           PIC X.
           05  LK-TRN-OK               PIC X.
           05  LK-TRN-FILE-NAME        PIC X(60).

       PROCEDURE DIVISION USING LK-TRAINING-REQUEST.

       0000-MAIN.
           MOVE 'Y' TO LK-TRN-OK

           EVALUATE TRUE
               WHEN LK-FUNC-ALLOW
                   MOVE 'Y' TO WS-ALLOWED
               WHEN LK-FUNC-SIGNON
                   PERFORM 2000-SIGNON-OUTCOME
               WHEN LK-FUNC-CHECK
                   PERFORM 3000-CHECK-TERMINAL
               WHEN LK-FUNC-RESOLVE
                   IF WS-ACTIVE = 'Y'
                       PERFORM 4000-TRAINING-NAME
                   END-IF
               WHEN LK-FUNC-NAME
                   PERFORM 4000-TRAINING-NAME
               WHEN OTHER
                   MOVE 'N' TO LK-TRN-OK
           END-EVALUATE

           MOVE WS-ACTIVE TO LK-TRN-ACTIVE
           GOBACK
           .

       2000-SIGNON-OUTCOME.
      *    Already training - a supervisor signing on to confirm
      *    something for the trainee keeps the run where it is.
           IF WS-ACTIVE = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF LK-TRN-TRAINEE NOT = 'Y'
               MOVE 'Y' TO WS-LIVE-SIGNON
               PERFORM 2200-END-TERMINAL-SESSION
               EXIT PARAGRAPH
           END-IF

           IF WS-ALLOWED NOT = 'Y'
               OR WS-LIVE-SIGNON = 'Y'
               MOVE 'N' TO LK-TRN-OK
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PROBE-FILE
           IF WS-PROBE-FILE-STATUS NOT = '00'
               MOVE 'X' TO LK-TRN-OK
               EXIT PARAGRAPH
           END-IF
           CLOSE PROBE-FILE

           MOVE 'Y' TO WS-ACTIVE
           PERFORM 2100-RECORD-TERMINAL-SESSION
           .

       2100-RECORD-TERMINAL-SESSION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST

           OPEN OUTPUT SESSION-FILE
           IF WS-SESSION-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO SESSION-LINE
           MOVE WS-TERMINAL         TO SESSION-LINE(1:8)
           MOVE LK-TRN-OPERATOR-ID  TO SESSION-LINE(10:8)
           MOVE WS-BUS-DATE         TO SESSION-LINE(19:8)
           WRITE SESSION-LINE
           CLOSE SESSION-FILE
           .

       2200-END-TERMINAL-SESSION.
      *    Only rewritten when a session is actually open, so an
      *    ordinary sign-on costs one read.
           PERFORM 3100-READ-TERMINAL-SESSION
           IF WS-SESSION-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SESSION-FILE
           IF WS-SESSION-FILE-STATUS = '00'
               CLOSE SESSION-FILE
           END-IF
           .

       3000-CHECK-TERMINAL.
           IF WS-ACTIVE = 'Y'
               EXIT PARAGRAPH
           END-IF

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
           PERFORM 3100-READ-TERMINAL-SESSION
           IF WS-SESSION-OPEN = 'Y'
               AND SESSION-LINE(19:8) = WS-BUS-DATE
               MOVE 'Y' TO WS-ACTIVE
               MOVE SESSION-LINE(10:8) TO LK-TRN-OPERATOR-ID
           END-IF
           .

       3100-READ-TERMINAL-SESSION.
           MOVE 'N' TO WS-SESSION-OPEN
           MOVE SPACES TO SESSION-LINE
           OPEN INPUT SESSION-FILE
           IF WS-SESSION-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ SESSION-FILE INTO SESSION-LINE
               AT END
                   MOVE SPACES TO SESSION-LINE
           END-READ
           CLOSE SESSION-FILE
           IF SESSION-LINE(1:8) = WS-TERMINAL
               MOVE 'Y' TO WS-SESSION-OPEN
           END-IF
           .

       4000-TRAINING-NAME.
           IF LK-TRN-FILE-NAME(1:8) = WS-LIVE-PREFIX
               MOVE SPACES TO WS-WORK-NAME
               STRING WS-TRAINING-PREFIX     DELIMITED BY SIZE
                      LK-TRN-FILE-NAME(9:52) DELIMITED BY SIZE
                   INTO WS-WORK-NAME
               END-STRING
               MOVE WS-WORK-NAME TO LK-TRN-FILE-NAME
           END-IF
           .
