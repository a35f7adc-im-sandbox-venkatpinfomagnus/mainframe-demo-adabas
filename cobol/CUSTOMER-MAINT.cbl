      *          A name change needs supervisor authority, the same
      *          policy the account-side A2 name change carries; an
      *          address-only change is ordinary teller work.
      *          The identification held for regulatory filings (tax
      *          ID, date of birth, identity document) is captured
      *          here too: filling in what is missing is teller work,
      *          but replacing a tax ID or date of birth already on
      *          file needs supervisor authority, like a name change.
      * INPUT:   Customer ID and corrections from the operator
      * OUTPUT:  Updated customer-master row, audit-log entry
      *          (txn type M, CUST-MAINT) with before/after images,
      *          plus a CUST-IDENT entry when identification changed;
      *          a watchlist hit on a new name opens a suspicious-
      *          activity case (via SAR-CASES)
      *================================================================

       ENVIRONMENT DIVISION.
       01  WS-CONTINUE                 PIC X VALUE 'Y'.
       01  WS-CONFIRM                  PIC X.

      *----------------------------------------------------------------
      * Training Mode - this screen runs on the training copy for an
      * operator flagged as a trainee (see TRAINING-MODE).
      *----------------------------------------------------------------
       01  WS-TRAINING-REQUEST.
           05  WS-TRN-FUNCTION         PIC X.
           05  WS-TRN-TRAINEE          PIC X.
           05  WS-TRN-OPERATOR-ID      PIC X(08).
           05  WS-TRN-ACTIVE           PIC X.
           05  WS-TRN-OK               PIC X.
           05  WS-TRN-FILE-NAME        PIC X(60).

      *----------------------------------------------------------------
      * Operator Sign-On - tellers handle address changes; a NAME
      * change is checked against supervisor authority at the point
       01  WS-AUDIT-LINE               PIC X(300).
       01  WS-AUDIT-TIME               PIC 9(08).

      *----------------------------------------------------------------
      * SAR Cases - a watchlist hit opens a suspicious-activity case
      * for the investigators, and the supervisor's disposition goes
      * on that case's diary (see SAR-CASES).
      *----------------------------------------------------------------
       01  WS-SAR-CASE-REQUEST.
           05  WS-SARC-FUNCTION        PIC X.
           05  WS-SARC-CASE-NO         PIC 9(08).
           05  WS-SARC-INDEX           PIC 9(04).
           05  WS-SARC-STATUS          PIC X.
           05  WS-SARC-SOURCE          PIC X.
           05  WS-SARC-ALERT-DATE      PIC 9(08).
           05  WS-SARC-DEADLINE        PIC 9(08).
           05  WS-SARC-ACCOUNT         PIC 9(10).
           05  WS-SARC-CUSTOMER        PIC 9(10).
           05  WS-SARC-AMOUNT          PIC 9(09)V99.
           05  WS-SARC-SUBJECT         PIC X(30).
           05  WS-SARC-OPENED-BY       PIC X(08).
           05  WS-SARC-ASSIGNED-TO     PIC X(08).
           05  WS-SARC-LAST-ACTION     PIC 9(08).
           05  WS-SARC-DECIDED-BY      PIC X(08).
           05  WS-SARC-DECISION-DATE   PIC 9(08).
           05  WS-SARC-OPERATOR        PIC X(08).
           05  WS-SARC-ACTION-DATE     PIC 9(08).
           05  WS-SARC-ENTRY-TYPE      PIC X.
           05  WS-SARC-ENTRY-DATE      PIC 9(08).
           05  WS-SARC-ENTRY-TIME      PIC 9(08).
           05  WS-SARC-TEXT            PIC X(80).
           05  WS-SARC-FOUND           PIC X.
           05  WS-SARC-OK              PIC X.
       01  WS-WATCHLIST-CASE-NO        PIC 9(08) VALUE 0.

      *----------------------------------------------------------------
      * Format and Search Buffers
      *----------------------------------------------------------------
           05  CSV-STATE               PIC X(02).
           05  CSV-ZIP-CODE            PIC X(10).
           05  CSV-RISK-RATING         PIC X.
           05  CSV-TAX-ID-TYPE         PIC X.
           05  CSV-TAX-ID              PIC X(09).
           05  CSV-BIRTH-DATE          PIC X(08).
           05  CSV-ID-DOC-TYPE         PIC X.
           05  CSV-ID-DOC-NUMBER       PIC X(20).
           05  CSV-ID-DOC-ISSUER       PIC X(02).
           05  FILLER                  PIC X(356).


      *----------------------------------------------------------------
       01  WS-SCREEN-ACTION            PIC X(13).
       01  WS-SCREEN-CLEARED           PIC X.

      *----------------------------------------------------------------
      * Customer Identification - tax ID type (S SSN/ITIN, E EIN,
      * F foreign - no US TIN), tax ID, date of birth, identity
      * document type (D driver's license, S state ID, P passport,
      * A alien registration, O other), number and issuing state or
      * country.  CTR-EXTRACT files these with every currency
      * transaction report.  The tax ID is only ever shown masked.
      *----------------------------------------------------------------
       01  WS-CUR-IDENTITY.
           05  WS-CUR-TAX-ID-TYPE      PIC X.
           05  WS-CUR-TAX-ID           PIC X(09).
           05  WS-CUR-BIRTH-DATE       PIC X(08).
           05  WS-CUR-ID-DOC-TYPE      PIC X.
           05  WS-CUR-ID-DOC-NUMBER    PIC X(20).
           05  WS-CUR-ID-DOC-ISSUER    PIC X(02).
       01  WS-NEW-IDENTITY.
           05  WS-NEW-TAX-ID-TYPE      PIC X.
           05  WS-NEW-TAX-ID           PIC X(09).
           05  WS-NEW-BIRTH-DATE       PIC X(08).
           05  WS-NEW-ID-DOC-TYPE      PIC X.
           05  WS-NEW-ID-DOC-NUMBER    PIC X(20).
           05  WS-NEW-ID-DOC-ISSUER    PIC X(02).
       01  WS-TAX-ID-MASK              PIC X(09).
       01  WS-CUR-TAX-ID-MASK          PIC X(09).
       01  WS-NEW-TAX-ID-MASK          PIC X(09).
       01  WS-BIRTH-DATE-NUM           PIC 9(08).

      *----------------------------------------------------------------
      * Chained Audit Writer - entries reach the audit log through
      * AUDIT-LOGGER, which folds each entry onto the previous one's

           CALL 'BUSINESS-DATE' USING WS-BUSDATE-REQUEST

           INITIALIZE WS-TRAINING-REQUEST
           MOVE 'A' TO WS-TRN-FUNCTION
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST

           MOVE 1 TO WS-SIGN-MIN-AUTHORITY
           CALL 'OPERATOR-SIGNON' USING WS-SIGNON-REQUEST
           IF WS-SIGN-OK NOT = 'Y'
                       PERFORM 2500-APPLY-MAINTENANCE
                       IF ACB-RESPONSE-CODE = 000
                           PERFORM 2600-WRITE-AUDIT-ENTRY
                           IF WS-NEW-IDENTITY NOT = WS-CUR-IDENTITY
                               PERFORM 2650-WRITE-IDENTITY-AUDIT
                           END-IF
                           DISPLAY 'Customer record updated.'
                       ELSE
                           PERFORM 2700-HANDLE-ERROR
               MOVE CSV-STATE           TO WS-CUR-STATE
               MOVE CSV-ZIP-CODE        TO WS-CUR-ZIP
               MOVE CSV-RISK-RATING     TO WS-CUR-RISK
               MOVE CSV-TAX-ID-TYPE     TO WS-CUR-TAX-ID-TYPE
               MOVE CSV-TAX-ID          TO WS-CUR-TAX-ID
               MOVE CSV-BIRTH-DATE      TO WS-CUR-BIRTH-DATE
               MOVE CSV-ID-DOC-TYPE     TO WS-CUR-ID-DOC-TYPE
               MOVE CSV-ID-DOC-NUMBER   TO WS-CUR-ID-DOC-NUMBER
               MOVE CSV-ID-DOC-ISSUER   TO WS-CUR-ID-DOC-ISSUER
           END-IF
           .

           DISPLAY 'State          : ' WS-CUR-STATE
           DISPLAY 'Zip            : ' WS-CUR-ZIP
           DISPLAY 'Risk Rating    : ' WS-CUR-RISK
           MOVE WS-CUR-TAX-ID TO WS-TAX-ID-MASK
           PERFORM 2380-MASK-TAX-ID
           DISPLAY 'Tax ID         : ' WS-CUR-TAX-ID-TYPE ' '
                   WS-TAX-ID-MASK
           DISPLAY 'Date of Birth  : ' WS-CUR-BIRTH-DATE
           DISPLAY 'ID Document    : ' WS-CUR-ID-DOC-TYPE ' '
                   WS-CUR-ID-DOC-NUMBER ' ' WS-CUR-ID-DOC-ISSUER
           DISPLAY '=================================================='
           .

           MOVE WS-CUR-ZIP     TO WS-NEW-ZIP

           MOVE WS-CUR-RISK    TO WS-NEW-RISK
           MOVE WS-CUR-IDENTITY TO WS-NEW-IDENTITY

           DISPLAY ' '
           DISPLAY 'New Name (blank = no change): ' NO ADVANCING
               END-IF
           END-IF

           PERFORM 2370-COLLECT-IDENTITY

           DISPLAY ' '
           DISPLAY '=================================================='
           DISPLAY 'MAINTENANCE CONFIRMATION'
           DISPLAY 'St/Zip  : ' WS-CUR-STATE ' ' WS-CUR-ZIP
                   ' -> ' WS-NEW-STATE ' ' WS-NEW-ZIP
           DISPLAY 'Risk    : ' WS-CUR-RISK ' -> ' WS-NEW-RISK
           MOVE WS-CUR-TAX-ID TO WS-TAX-ID-MASK
           PERFORM 2380-MASK-TAX-ID
           MOVE WS-TAX-ID-MASK TO WS-CUR-TAX-ID-MASK
           MOVE WS-NEW-TAX-ID TO WS-TAX-ID-MASK
           PERFORM 2380-MASK-TAX-ID
           MOVE WS-TAX-ID-MASK TO WS-NEW-TAX-ID-MASK
           DISPLAY 'Tax ID  : ' WS-CUR-TAX-ID-TYPE ' '
                   WS-CUR-TAX-ID-MASK ' -> ' WS-NEW-TAX-ID-TYPE ' '
                   WS-NEW-TAX-ID-MASK
           DISPLAY 'Birth   : ' WS-CUR-BIRTH-DATE ' -> '
                   WS-NEW-BIRTH-DATE
           DISPLAY 'ID Doc  : ' WS-CUR-ID-DOC-TYPE ' '
                   WS-CUR-ID-DOC-NUMBER ' ' WS-CUR-ID-DOC-ISSUER
           DISPLAY '     ->   ' WS-NEW-ID-DOC-TYPE ' '
                   WS-NEW-ID-DOC-NUMBER ' ' WS-NEW-ID-DOC-ISSUER
           DISPLAY '=================================================='
           DISPLAY 'Confirm maintenance? (Y/N): ' NO ADVANCING
           ACCEPT WS-CONFIRM
               INTO WS-AWR-LINE
           END-STRING
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ
           PERFORM 2365-RECORD-WATCHLIST-CASE
           .

      *----------------------------------------------------------------
       2365-RECORD-WATCHLIST-CASE.
      *----------------------------------------------------------------
      *    The hit opens the case; the disposition that follows is a
      *    diary line on it under the same operator.
           INITIALIZE WS-SAR-CASE-REQUEST
           MOVE WS-SIGN-OPERATOR-ID TO WS-SARC-OPERATOR
           MOVE WS-BUS-DATE TO WS-SARC-ACTION-DATE
           IF WS-SCREEN-ACTION = 'WATCHLIST-HIT'
               MOVE 0   TO WS-WATCHLIST-CASE-NO
               MOVE 'O' TO WS-SARC-FUNCTION
               MOVE 'W' TO WS-SARC-SOURCE
               MOVE WS-BUS-DATE TO WS-SARC-ALERT-DATE
               MOVE WS-INPUT-CUSTOMER-ID TO WS-SARC-CUSTOMER
               MOVE WS-INPUT-TEXT TO WS-SARC-SUBJECT
               STRING 'WATCHLIST MATCH ON '  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-WLS-MATCHED)
                                        DELIMITED BY SIZE
                      ' ON NAME CHANGE'        DELIMITED BY SIZE
                   INTO WS-SARC-TEXT
               END-STRING
           ELSE
               IF WS-WATCHLIST-CASE-NO = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE 'D' TO WS-SARC-FUNCTION
               MOVE 'N' TO WS-SARC-ENTRY-TYPE
               MOVE WS-WATCHLIST-CASE-NO TO WS-SARC-CASE-NO
               IF WS-SCREEN-ACTION = 'WATCHLIST-OVR'
                   MOVE 'SUPERVISOR DISPOSITION: PROCEED ANYWAY'
                       TO WS-SARC-TEXT
               ELSE
                   MOVE 'SUPERVISOR DISPOSITION: REFUSED'
                       TO WS-SARC-TEXT
               END-IF
           END-IF
           CALL 'SAR-CASES' USING WS-SAR-CASE-REQUEST
           IF WS-SARC-FUNCTION = 'O' AND WS-SARC-OK = 'Y'
               MOVE WS-SARC-CASE-NO TO WS-WATCHLIST-CASE-NO
               DISPLAY 'Suspicious-activity case ' WS-SARC-CASE-NO
                       ' opened for compliance review.'
           END-IF
           .

      *----------------------------------------------------------------
       2370-COLLECT-IDENTITY.
      *----------------------------------------------------------------
      *    Blank keeps the current value.  Supplying a missing item
      *    is ordinary teller work; replacing a tax ID or date of
      *    birth already on file rewrites who the customer is for
      *    regulatory filing, so it takes supervisor authority.
           DISPLAY 'Tax ID Type (S SSN/ITIN, E EIN, F foreign;'
                   ' blank = no change): ' NO ADVANCING
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               IF WS-INPUT-TEXT(2:29) NOT = SPACES
                   OR (WS-INPUT-TEXT(1:1) NOT = 'S'
                       AND WS-INPUT-TEXT(1:1) NOT = 'E'
                       AND WS-INPUT-TEXT(1:1) NOT = 'F')
                   DISPLAY 'Tax ID type must be S, E or F - type'
                           ' left unchanged.'
               ELSE
                   IF WS-CUR-TAX-ID-TYPE NOT = SPACE
                       AND WS-INPUT-TEXT(1:1) NOT = WS-CUR-TAX-ID-TYPE
                       AND WS-SIGN-AUTHORITY < 2
                       DISPLAY 'Changing the tax ID type on file'
                               ' requires supervisor authority.'
                   ELSE
                       MOVE WS-INPUT-TEXT(1:1) TO WS-NEW-TAX-ID-TYPE
                   END-IF
               END-IF
           END-IF

           DISPLAY 'Tax ID (9 digits, blank = no change): '
               NO ADVANCING
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               IF WS-INPUT-TEXT(1:9) NOT NUMERIC
                   OR WS-INPUT-TEXT(10:21) NOT = SPACES
                   OR WS-INPUT-TEXT(1:9) = '000000000'
                   DISPLAY 'Tax ID must be 9 digits - tax ID left'
                           ' unchanged.'
               ELSE
                   IF WS-CUR-TAX-ID NOT = SPACES
                       AND WS-INPUT-TEXT(1:9) NOT = WS-CUR-TAX-ID
                       AND WS-SIGN-AUTHORITY < 2
                       DISPLAY 'Replacing the tax ID on file'
                               ' requires supervisor authority.'
                   ELSE
                       MOVE WS-INPUT-TEXT(1:9) TO WS-NEW-TAX-ID
                   END-IF
               END-IF
           END-IF

           DISPLAY 'Date of Birth (YYYYMMDD, blank = no change): '
               NO ADVANCING
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               IF WS-INPUT-TEXT(1:8) NOT NUMERIC
                   OR WS-INPUT-TEXT(9:22) NOT = SPACES
                   DISPLAY 'Date of birth must be YYYYMMDD - date'
                           ' left unchanged.'
               ELSE
                   MOVE WS-INPUT-TEXT(1:8) TO WS-BIRTH-DATE-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-BIRTH-DATE-NUM)
                           NOT = 0
                       OR WS-BIRTH-DATE-NUM > WS-BUS-DATE
                       DISPLAY 'Not a valid past date - date of'
                               ' birth left unchanged.'
                   ELSE
                       IF WS-CUR-BIRTH-DATE NOT = SPACES
                           AND WS-INPUT-TEXT(1:8)
                               NOT = WS-CUR-BIRTH-DATE
                           AND WS-SIGN-AUTHORITY < 2
                           DISPLAY 'Replacing the date of birth on'
                                   ' file requires supervisor'
                                   ' authority.'
                       ELSE
                           MOVE WS-INPUT-TEXT(1:8)
                               TO WS-NEW-BIRTH-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF

           DISPLAY 'ID Document Type (D license, S state ID,'
                   ' P passport, A alien reg, O other;'
                   ' blank = no change): ' NO ADVANCING
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               IF WS-INPUT-TEXT(2:29) NOT = SPACES
                   OR (WS-INPUT-TEXT(1:1) NOT = 'D'
                       AND WS-INPUT-TEXT(1:1) NOT = 'S'
                       AND WS-INPUT-TEXT(1:1) NOT = 'P'
                       AND WS-INPUT-TEXT(1:1) NOT = 'A'
                       AND WS-INPUT-TEXT(1:1) NOT = 'O')
                   DISPLAY 'Document type must be D, S, P, A or O -'
                           ' identity document left unchanged.'
               ELSE
                   MOVE WS-INPUT-TEXT(1:1) TO WS-NEW-ID-DOC-TYPE
               END-IF
           END-IF

           DISPLAY 'ID Document Number (blank = no change): '
               NO ADVANCING
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE WS-INPUT-TEXT(1:20) TO WS-NEW-ID-DOC-NUMBER
           END-IF

           DISPLAY 'ID Issuing State/Country (2 letters, blank = no'
                   ' change): ' NO ADVANCING
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               IF WS-INPUT-TEXT(3:28) NOT = SPACES
                   DISPLAY 'Issuer must be the 2-letter code -'
                           ' issuer left unchanged.'
               ELSE
                   MOVE WS-INPUT-TEXT(1:2) TO WS-NEW-ID-DOC-ISSUER
               END-IF
           END-IF

           IF (WS-NEW-TAX-ID-TYPE = 'S' OR WS-NEW-TAX-ID-TYPE = 'E')
               AND WS-NEW-TAX-ID = SPACES
               DISPLAY 'Note: tax ID type ' WS-NEW-TAX-ID-TYPE
                       ' with no tax ID on file - the customer will'
                       ' show on the CTR identity exceptions.'
           END-IF
           .

      *----------------------------------------------------------------
       2380-MASK-TAX-ID.
      *----------------------------------------------------------------
      *    Only the last four digits of a tax ID are ever displayed.
           IF WS-TAX-ID-MASK NOT = SPACES
               MOVE '*****' TO WS-TAX-ID-MASK(1:5)
           END-IF
           .

      *----------------------------------------------------------------
           MOVE WS-NEW-STATE         TO CSV-STATE
           MOVE WS-NEW-ZIP           TO CSV-ZIP-CODE
           MOVE WS-NEW-RISK          TO CSV-RISK-RATING
           MOVE WS-NEW-TAX-ID-TYPE   TO CSV-TAX-ID-TYPE
           MOVE WS-NEW-TAX-ID        TO CSV-TAX-ID
           MOVE WS-NEW-BIRTH-DATE    TO CSV-BIRTH-DATE
           MOVE WS-NEW-ID-DOC-TYPE   TO CSV-ID-DOC-TYPE
           MOVE WS-NEW-ID-DOC-NUMBER TO CSV-ID-DOC-NUMBER
           MOVE WS-NEW-ID-DOC-ISSUER TO CSV-ID-DOC-ISSUER

           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'A3'   TO ACB-COMMAND-CODE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ
           .

      *----------------------------------------------------------------
       2650-WRITE-IDENTITY-AUDIT.
      *----------------------------------------------------------------
      *    Same shape as 2600 with AMOUNT naming the action
      *    CUST-IDENT; before and after images are tax ID type,
      *    masked tax ID, birth date, document type/number/issuer,
      *    slash-separated.
           ACCEPT WS-AUDIT-TIME FROM TIME

           MOVE SPACES TO WS-AUDIT-LINE
           STRING '0000000000'          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-INPUT-CUSTOMER-ID  DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  ' 00000000.00'        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  ' 00000000.00'        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  'M'                   DELIMITED BY SIZE
                  ',CUST-IDENT,'        DELIMITED BY SIZE
                  WS-BUS-DATE           DELIMITED BY SIZE
                  WS-AUDIT-TIME         DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-CUR-TAX-ID-TYPE    DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-CUR-TAX-ID-MASK    DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-CUR-BIRTH-DATE     DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-CUR-ID-DOC-TYPE    DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-CUR-ID-DOC-NUMBER  DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-CUR-ID-DOC-ISSUER  DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-NEW-TAX-ID-TYPE    DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-NEW-TAX-ID-MASK    DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-NEW-BIRTH-DATE     DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-NEW-ID-DOC-TYPE    DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-NEW-ID-DOC-NUMBER  DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-NEW-ID-DOC-ISSUER  DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-SIGN-OPERATOR-ID   DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING

           MOVE WS-AUDIT-LINE TO WS-AWR-LINE
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ
           .

      *----------------------------------------------------------------
       2700-HANDLE-ERROR.
      *----------------------------------------------------------------
