       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-CHARGEBACK-OUT.
       AUTHOR. MAINFRAME-DEMO.
      *================================================================
      * PROGRAM: DISPUTE-CHARGEBACK-OUT
      * PURPOSE: Outbound chargeback files.  Every channel dispute
      *          opened since the last cycle (status O on the dispute
      *          file - see DISPUTE-CASES) is claimed back from the
      *          network that carried the original item: ATM
      *          disputes on the ATM network's chargeback file,
      *          mobile disputes on the mobile vendor's, each row
      *          under the network's own reference for the item and
      *          our dispute number for their reply to quote.  Each
      *          file is finished with a TRAILER control record
      *          carrying the item count and amount hash total - the
      *          same proof EXT-TRANSFER-OUT gives the network on the
      *          outbound settlement file.  A claim sent moves the
      *          dispute to S (sent) with today's date; the disputes
      *          sent today are written again on a same-date rerun so
      *          a regenerated file is still complete.  Nothing posts
      *          here: the customer was credited when the dispute was
      *          opened.
      * INPUT:   ../data/channel-disputes.txt (via DISPUTE-CASES)
      * OUTPUT:  ../data/atm-chargebacks.txt - detail rows
      *          1-3 'ATM', 5-18 NETWORK REF, 20-27 OUR DISPUTE-NO,
      *          29-40 AMOUNT CLAIMED, 42-49 TXN-DATE, 51 REASON;
      *          ../data/mobile-chargebacks.txt - detail rows
      *          1-16 NETWORK REF, 18-25 OUR DISPUTE-NO,
      *          27-38 AMOUNT CLAIMED, 40-47 TXN-DATE, 49 REASON;
      *          each then 'TRAILER nnnnn amount'.
      *          Reason codes as DISPUTE-CASES: N not dispensed,
      *          P part dispensed, U unauthorised, D duplicate.
      *          RETURN-CODE 4 when a dispute could not be marked
      *          sent (it is claimed again tomorrow)
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATM-FILE ASSIGN TO "../data/atm-chargebacks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATM-FILE-STATUS.

           SELECT MOBILE-FILE ASSIGN TO
                   "../data/mobile-chargebacks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOBILE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATM-FILE.
       01  ATM-LINE                    PIC X(80).

       FD  MOBILE-FILE.
       01  MOBILE-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ATM-FILE-STATUS          PIC XX.
       01  WS-MOBILE-FILE-STATUS       PIC XX.

      *----------------------------------------------------------------
      * Channel Dispute File (see DISPUTE-CASES)
      *----------------------------------------------------------------
       01  WS-DISPUTE-REQUEST.
           05  WS-DSP-FUNCTION         PIC X.
           05  WS-DSP-DISPUTE-NO       PIC 9(08).
           05  WS-DSP-INDEX            PIC 9(04).
           05  WS-DSP-STATUS           PIC X.
           05  WS-DSP-CHANNEL          PIC X(03).
           05  WS-DSP-REF              PIC X(16).
           05  WS-DSP-ACCOUNT          PIC 9(10).
           05  WS-DSP-AMOUNT           PIC 9(09)V99.
           05  WS-DSP-ORIG-AMOUNT      PIC 9(09)V99.
           05  WS-DSP-TXN-DATE         PIC 9(08).
           05  WS-DSP-REASON           PIC X.
           05  WS-DSP-OPENED-DATE      PIC 9(08).
           05  WS-DSP-OPENED-BY        PIC X(08).
           05  WS-DSP-CREDIT-STAMP     PIC X(16).
           05  WS-DSP-SENT-DATE        PIC 9(08).
           05  WS-DSP-RESOLVED-DATE    PIC 9(08).
           05  WS-DSP-TEXT             PIC X(30).
           05  WS-DSP-ACTION-DATE      PIC 9(08).
           05  WS-DSP-FOUND            PIC X.
           05  WS-DSP-OK               PIC X.
       01  WS-DISPUTE-INDEX            PIC 9(04) VALUE 0.
       01  WS-MORE-DISPUTES            PIC X VALUE 'Y'.
       01  WS-CLAIM-DISPUTE-NO         PIC 9(08).
       01  WS-CLAIM-STATUS             PIC X.

      *----------------------------------------------------------------
      * Chargeback Detail Assembly
      *----------------------------------------------------------------
       01  WS-OUT-LINE                 PIC X(80).
       01  WS-AMOUNT-EDIT              PIC 9(09).99.

      *----------------------------------------------------------------
      * Trailer Control and Counters
      *----------------------------------------------------------------
       01  WS-ATM-COUNT                PIC 9(05) VALUE 0.
       01  WS-ATM-HASH                 PIC 9(10)V99 VALUE 0.
       01  WS-MOBILE-COUNT             PIC 9(05) VALUE 0.
       01  WS-MOBILE-HASH              PIC 9(10)V99 VALUE 0.
       01  WS-HASH-EDIT                PIC 9(10).99.
       01  WS-NEW-CLAIMS               PIC 9(05) VALUE 0.
       01  WS-RESENT-CLAIMS            PIC 9(05) VALUE 0.
       01  WS-FAILED-CLAIMS            PIC 9(05) VALUE 0.
       01  WS-FORMATTED-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      * Business Date - stamped from the system control record via
      * BUSINESS-DATE, never from the wall clock.
      *----------------------------------------------------------------
       01  WS-BUSDATE-REQUEST.
           05  WS-BUS-DATE             PIC 9(08).
           05  WS-BUS-FROM-FILE        PIC X.

      *----------------------------------------------------------------
      * Run Control - this step records itself in the shared cycle
      * run log and skips its own work when a COMPLETE record for
      * today already exists - a re-run must not hand the networks
      * the same chargebacks twice.
      *----------------------------------------------------------------
       01  WS-SAVED-RETURN-CODE        PIC S9(04) COMP VALUE 0.
       01  WS-RUN-REQUEST.
           05  WS-RUN-FUNCTION         PIC X.
           05  WS-RUN-JOB-DATE         PIC 9(08).
           05  WS-RUN-STEP             PIC X(20) VALUE
               'DISPUTE-CHARGEBACK'.
           05  WS-RUN-START-TIME       PIC 9(08).
           05  WS-RUN-END-TIME         PIC 9(08).
           05  WS-RUN-RECORDS          PIC 9(05).
           05  WS-RUN-STATUS           PIC X(08).
           05  WS-RUN-FOUND            PIC X.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       0000-MAIN-ROUTINE.
      *----------------------------------------------------------------
           PERFORM 1000-INITIALIZE
           MOVE 0   TO WS-DISPUTE-INDEX
           MOVE 'Y' TO WS-MORE-DISPUTES
           PERFORM 2000-CLAIM-ONE-DISPUTE
               UNTIL WS-MORE-DISPUTES = 'N'
           PERFORM 3000-FINISH-CHARGEBACK-FILES
           PERFORM 4000-PRINT-SUMMARY
           STOP RUN.

      *----------------------------------------------------------------
       1000-INITIALIZE.
      *----------------------------------------------------------------
           DISPLAY '=================================================='
           DISPLAY 'CHANNEL DISPUTE CHARGEBACKS'
           DISPLAY '=================================================='
           DISPLAY ' '

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST
           MOVE WS-BUS-DATE TO WS-RUN-JOB-DATE
           ACCEPT WS-RUN-START-TIME FROM TIME
           MOVE 'C' TO WS-RUN-FUNCTION
           CALL 'CYCLE-RUN-LOG' USING WS-RUN-REQUEST
           IF WS-RUN-FOUND = 'Y'
               DISPLAY 'Step already complete for ' WS-RUN-JOB-DATE
                       ' - skipping (rerun mode)'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ATM-FILE
           IF WS-ATM-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Unable to open ATM chargeback file'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MOBILE-FILE
           IF WS-MOBILE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: Unable to open mobile chargeback file'
               CLOSE ATM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *----------------------------------------------------------------
       2000-CLAIM-ONE-DISPUTE.
      *----------------------------------------------------------------
           ADD 1 TO WS-DISPUTE-INDEX
           INITIALIZE WS-DISPUTE-REQUEST
           MOVE 'N' TO WS-DSP-FUNCTION
           MOVE WS-DISPUTE-INDEX TO WS-DSP-INDEX
           CALL 'DISPUTE-CASES' USING WS-DISPUTE-REQUEST
           IF WS-DSP-FOUND NOT = 'Y'
               MOVE 'N' TO WS-MORE-DISPUTES
               EXIT PARAGRAPH
           END-IF

      *    A dispute whose credit never posted was cancelled and is
      *    never claimed; one sent on an earlier day is waiting on
      *    the network's answer.
           IF WS-DSP-STATUS = 'S'
               AND WS-DSP-SENT-DATE = WS-BUS-DATE
               ADD 1 TO WS-RESENT-CLAIMS
               PERFORM 2100-WRITE-CHARGEBACK-ROW
               EXIT PARAGRAPH
           END-IF
           IF WS-DSP-STATUS NOT = 'O'
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-WRITE-CHARGEBACK-ROW

           MOVE WS-DSP-DISPUTE-NO TO WS-CLAIM-DISPUTE-NO
           INITIALIZE WS-DISPUTE-REQUEST
           MOVE 'S' TO WS-DSP-FUNCTION
           MOVE WS-CLAIM-DISPUTE-NO TO WS-DSP-DISPUTE-NO
           MOVE 'S' TO WS-DSP-STATUS
           MOVE WS-BUS-DATE TO WS-DSP-ACTION-DATE
           CALL 'DISPUTE-CASES' USING WS-DISPUTE-REQUEST
           IF WS-DSP-OK NOT = 'Y'
               ADD 1 TO WS-FAILED-CLAIMS
               DISPLAY 'WARNING   dispute ' WS-CLAIM-DISPUTE-NO
                       ' claimed but could not be marked sent'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEW-CLAIMS
           .

      *----------------------------------------------------------------
       2100-WRITE-CHARGEBACK-ROW.
      *----------------------------------------------------------------
      *    Each network gets its reference back in its own format -
      *    the ATM network's 14-byte reference behind its 'ATM' tag,
      *    the mobile vendor's bare 16-byte reference.
           MOVE WS-DSP-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-OUT-LINE

           IF WS-DSP-CHANNEL = 'ATM'
               MOVE 'ATM'              TO WS-OUT-LINE(1:3)
               MOVE WS-DSP-REF(1:14)   TO WS-OUT-LINE(5:14)
               MOVE WS-DSP-DISPUTE-NO  TO WS-OUT-LINE(20:8)
               MOVE WS-AMOUNT-EDIT     TO WS-OUT-LINE(29:12)
               MOVE WS-DSP-TXN-DATE    TO WS-OUT-LINE(42:8)
               MOVE WS-DSP-REASON      TO WS-OUT-LINE(51:1)
               MOVE WS-OUT-LINE TO ATM-LINE
               WRITE ATM-LINE
               ADD 1 TO WS-ATM-COUNT
               ADD WS-DSP-AMOUNT TO WS-ATM-HASH
           ELSE
               MOVE WS-DSP-REF         TO WS-OUT-LINE(1:16)
               MOVE WS-DSP-DISPUTE-NO  TO WS-OUT-LINE(18:8)
               MOVE WS-AMOUNT-EDIT     TO WS-OUT-LINE(27:12)
               MOVE WS-DSP-TXN-DATE    TO WS-OUT-LINE(40:8)
               MOVE WS-DSP-REASON      TO WS-OUT-LINE(49:1)
               MOVE WS-OUT-LINE TO MOBILE-LINE
               WRITE MOBILE-LINE
               ADD 1 TO WS-MOBILE-COUNT
               ADD WS-DSP-AMOUNT TO WS-MOBILE-HASH
           END-IF

           MOVE WS-DSP-AMOUNT TO WS-FORMATTED-AMOUNT
           DISPLAY 'CLAIMED   ' WS-DSP-DISPUTE-NO ' '
                   WS-DSP-CHANNEL ' ' WS-DSP-REF
                   ' $' WS-FORMATTED-AMOUNT
           .

      *----------------------------------------------------------------
       3000-FINISH-CHARGEBACK-FILES.
      *----------------------------------------------------------------
      *    Both files always go out, empty but for the trailer when
      *    there is nothing to claim, so each network sees a
      *    positive nil.
           MOVE WS-ATM-HASH TO WS-HASH-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'TRAILER '      DELIMITED BY SIZE
                  WS-ATM-COUNT    DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-HASH-EDIT    DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           MOVE WS-OUT-LINE TO ATM-LINE
           WRITE ATM-LINE
           CLOSE ATM-FILE

           MOVE WS-MOBILE-HASH TO WS-HASH-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'TRAILER '      DELIMITED BY SIZE
                  WS-MOBILE-COUNT DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-HASH-EDIT    DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           MOVE WS-OUT-LINE TO MOBILE-LINE
           WRITE MOBILE-LINE
           CLOSE MOBILE-FILE
           .

      *----------------------------------------------------------------
       4000-PRINT-SUMMARY.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'CHARGEBACK SUMMARY'
           DISPLAY '=================================================='
           DISPLAY 'New Claims Sent      : ' WS-NEW-CLAIMS
           DISPLAY 'Rewritten (rerun)    : ' WS-RESENT-CLAIMS
           MOVE WS-ATM-HASH TO WS-HASH-EDIT
           DISPLAY 'ATM Network Items    : ' WS-ATM-COUNT
                   '  ' WS-HASH-EDIT
           MOVE WS-MOBILE-HASH TO WS-HASH-EDIT
           DISPLAY 'Mobile Vendor Items  : ' WS-MOBILE-COUNT
                   '  ' WS-HASH-EDIT
           DISPLAY 'Not Marked Sent      : ' WS-FAILED-CLAIMS
           DISPLAY '=================================================='

           IF WS-FAILED-CLAIMS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           ACCEPT WS-RUN-END-TIME FROM TIME
           COMPUTE WS-RUN-RECORDS = WS-ATM-COUNT + WS-MOBILE-COUNT
           IF RETURN-CODE > 4
               MOVE 'FAILED' TO WS-RUN-STATUS
           ELSE
               MOVE 'COMPLETE' TO WS-RUN-STATUS
           END-IF
           MOVE 'W' TO WS-RUN-FUNCTION
      *    The CALL hands back the subprogram's (zero) RETURN-CODE,
      *    so a failing step's own code must be restored afterward
      *    or the JCL COND tests never see the failure
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL 'CYCLE-RUN-LOG' USING WS-RUN-REQUEST
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           .
