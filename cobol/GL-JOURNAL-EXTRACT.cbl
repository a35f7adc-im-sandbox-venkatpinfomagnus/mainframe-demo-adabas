      * INPUT:   ../data/audit-log.txt (entries dated with the run
      *          date), ../data/gl-account-map.txt (TYPE 1-15,
      *          CODE 17, DR-GL 19-26, CR-GL 28-35; TYPE * is the
      *          fallback row for a code), the official-cheque
      *          account (via OFFICIAL-CHEQUES) - its legs map as
      *          type OFFICIAL-CHEQUE, or OFFICIAL-PAID when settled
      *          through clearing
      * OUTPUT:  ../data/gl-journal.txt -
      *          HDR,GLJRNL,date / DTL,gl-acct,D|C,amount,account,
      *          code,branch / TRL,count,total-dr,total-cr.
       01  WS-LOOKUP-TYPE              PIC X(15).
       01  WS-LOOKUP-BRANCH            PIC X(03).

      *----------------------------------------------------------------
      * Official Cheques - the bank's own drawee account is not on
      * the account file; its legs map through their own rows (see
      * OFFICIAL-CHEQUES for the account number).
      *----------------------------------------------------------------
       01  WS-OFFICIAL-CHEQUE-REQUEST.
           05  WS-OCQ-FUNCTION         PIC X.
           05  WS-OCQ-SERIAL           PIC 9(08).
           05  WS-OCQ-INDEX            PIC 9(04).
           05  WS-OCQ-STATUS           PIC X.
           05  WS-OCQ-ACCOUNT          PIC 9(10).
           05  WS-OCQ-AMOUNT           PIC 9(09)V99.
           05  WS-OCQ-PAYEE            PIC X(30).
           05  WS-OCQ-ISSUE-DATE       PIC 9(08).
           05  WS-OCQ-ISSUED-BY        PIC X(08).
           05  WS-OCQ-STATUS-DATE      PIC 9(08).
           05  WS-OCQ-STATUS-BY        PIC X(08).
           05  WS-OCQ-LINKED-SERIAL    PIC 9(08).
           05  WS-OCQ-PAID-REF         PIC X(16).
           05  WS-OCQ-REMITTER         PIC X(30).
           05  WS-OCQ-ACTION-DATE      PIC 9(08).
           05  WS-OCQ-OPERATOR         PIC X(08).
           05  WS-OCQ-OFFICIAL-ACCOUNT PIC 9(10).
           05  WS-OCQ-OUT-COUNT        PIC 9(05).
           05  WS-OCQ-OUT-TOTAL        PIC 9(09)V99.
           05  WS-OCQ-FOUND            PIC X.
           05  WS-OCQ-OK               PIC X.
       01  WS-OFFICIAL-ACCOUNT         PIC 9(10) VALUE 0.

      *----------------------------------------------------------------
      * Audit-Log Line Parsing (see ACCOUNT-UPDATE's
      * 2550-WRITE-AUDIT-ENTRY for the layout this mirrors)
       01  WS-LOG-TYPE                 PIC X.
       01  WS-LOG-AMOUNT-TXT           PIC X(12).
       01  WS-LOG-TIMESTAMP            PIC X(16).
       01  WS-LOG-XREF-TXT             PIC X(10).
       01  WS-LOG-OLD-BAL              PIC S9(08)V99.
       01  WS-LOG-NEW-BAL              PIC S9(08)V99.
       01  WS-LOG-DELTA                PIC S9(09)V99.
           MOVE WS-BUS-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE

           INITIALIZE WS-OFFICIAL-CHEQUE-REQUEST
           MOVE 'K' TO WS-OCQ-FUNCTION
           CALL 'OFFICIAL-CHEQUES' USING WS-OFFICIAL-CHEQUE-REQUEST
           MOVE WS-OCQ-OFFICIAL-ACCOUNT TO WS-OFFICIAL-ACCOUNT

           PERFORM 1100-LOAD-MAP-FILE THRU 1100-EXIT
           IF WS-MAP-TOTAL = 0
               DISPLAY 'ERROR: GL account mapping file is empty or'
                    WS-LOG-TYPE
                    WS-LOG-AMOUNT-TXT
                    WS-LOG-TIMESTAMP
                    WS-LOG-XREF-TXT
           END-UNSTRING

           IF WS-LOG-TIMESTAMP(1:8) NOT = WS-RUN-DATE
      *    through the cache - one S1 per distinct account per run.
      *    An account S1 can no longer find (closed since posting)
      *    maps through the * fallback rows.
      *    A leg on the official-cheque account maps as
      *    OFFICIAL-CHEQUE (issue, void - the offset is the customer
      *    leg's transfer clearing) or, when it settled through
      *    clearing, OFFICIAL-PAID.
           IF WS-OFFICIAL-ACCOUNT NOT = 0
               AND WS-LOG-ACCOUNT = WS-OFFICIAL-ACCOUNT
               IF WS-LOG-XREF-TXT = 'CLEARING'
                   MOVE 'OFFICIAL-PAID' TO WS-LOOKUP-TYPE
               ELSE
                   MOVE 'OFFICIAL-CHEQUE' TO WS-LOOKUP-TYPE
               END-IF
               MOVE '001' TO WS-LOOKUP-BRANCH
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CACHE-HIT
           PERFORM 2310-SCAN-ONE-CACHE-ENTRY
               VARYING WS-CACHE-SUBSCRIPT FROM 1 BY 1
