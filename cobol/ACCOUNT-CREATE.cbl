      * PROGRAM: ACCOUNT-CREATE
      * PURPOSE: Onboard a new customer account - collects customer
      *          name, account type and opening deposit, then calls
      *          Adabas command N1 to append the new record.  A LOAN
      *          account is booked the same way: the principal
      *          advanced is carried as a negative balance, the term,
      *          final due date and contract rate ride the account's
      *          term columns, and the contract and its amortization
      *          schedule are recorded through LOAN-MASTER.  A new
      *          customer's identification (tax ID, date of birth,
      *          identity document) is captured with the address; an
      *          existing customer with identification missing is
      *          offered the chance to supply it (command A3)
      * INPUT:   Customer name, account type and opening deposit
      *          (loan: principal, term, payment day and rate),
      *          customer identification
      * OUTPUT:  Confirmation of the new account or error message;
      *          a watchlist hit opens a suspicious-activity case
      *          (via SAR-CASES)
      *================================================================

       ENVIRONMENT DIVISION.
           88  VALID-ACCOUNT-TYPE      VALUE 'CHECKING       '
                                              'SAVINGS        '
                                              'MONEY-MARKET   '
                                              'TERM-DEPOSIT   '
                                              'LOAN           '.
           88  TERM-DEPOSIT-TYPE       VALUE 'TERM-DEPOSIT   '.
           88  LOAN-TYPE               VALUE 'LOAN           '.
       01  WS-INPUT-DEPOSIT            PIC 9(09)V99.

      *----------------------------------------------------------------
       01  WS-MONTH-LIMIT              PIC 99.
       01  WS-LEAP-REMAINDER           PIC 9(04).
       01  WS-MONTH-COUNT              PIC 9(03).

      *----------------------------------------------------------------
      * Loan Details - only collected when the new account is a LOAN:
      * principal, term (1-360 months), payment day (1-28, so it
      * falls in every month) and the monthly contract rate, which
      * defaults to the LOAN product rate in effect today.  The
      * final due date is the payment day of the month the term ends.
      *----------------------------------------------------------------
       01  WS-INPUT-PAY-DAY            PIC 9(02) VALUE 0.
       01  WS-INPUT-RATE-TEXT          PIC X(10).
       01  WS-FORMATTED-INSTALLMENT    PIC ZZ,ZZZ,ZZ9.99.
       01  WS-LOAN-REQUEST.
           05  WS-LOAN-FUNCTION        PIC X.
           05  WS-LOAN-ACCOUNT         PIC 9(10).
           05  WS-LOAN-PRINCIPAL       PIC 9(09)V99.
           05  WS-LOAN-RATE            PIC 9V9(06).
           05  WS-LOAN-TERM            PIC 9(03).
           05  WS-LOAN-PAY-DAY         PIC 9(02).
           05  WS-LOAN-OPEN-DATE       PIC 9(08).
           05  WS-LOAN-FIRST-DUE       PIC 9(08).
           05  WS-LOAN-MATURITY        PIC 9(08).
           05  WS-LOAN-INSTALLMENT     PIC 9(09)V99.
           05  WS-LOAN-STATUS          PIC X.
           05  WS-LOAN-AS-OF           PIC 9(08).
           05  WS-LOAN-AMOUNT          PIC 9(09)V99.
           05  WS-LOAN-INTEREST-PART   PIC 9(09)V99.
           05  WS-LOAN-PRINCIPAL-PART  PIC 9(09)V99.
           05  WS-LOAN-UNAPPLIED       PIC 9(09)V99.
           05  WS-LOAN-NEXT-DUE        PIC 9(08).
           05  WS-LOAN-PAST-DUE-COUNT  PIC 9(03).
           05  WS-LOAN-PAST-DUE-AMT    PIC 9(09)V99.
           05  WS-LOAN-OLDEST-DUE      PIC 9(08).
           05  WS-LOAN-OUTSTANDING     PIC 9(09)V99.
           05  WS-LOAN-FOUND           PIC X.
           05  WS-LOAN-OK              PIC X.
       01  WS-PRODUCT-REQUEST.
           05  WS-PROD-ACCOUNT-TYPE    PIC X(15).
           05  WS-PROD-AS-OF-DATE      PIC 9(08).
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
      * Operator Sign-On - who is at the keyboard, proved against the
      * operator master by OPERATOR-SIGNON before any account can be
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

       01  CUSTOMER-FORMAT-BUFFER      PIC X(100) VALUE
           'CUSTOMER-ID,CUSTOMER-NAME,ADDRESS-LINE-1,CITY,STATE,ZIP-
       01  WS-INPUT-BRANCH             PIC X(03).
       01  WS-WLS-AUDIT-TIME           PIC 9(08).

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
      * Customer Identification - captured at onboarding for the
      * currency transaction report (see CTR-EXTRACT): tax ID type
      * (S SSN/ITIN, E EIN, F foreign - no US TIN), tax ID, date of
      * birth, identity document type (D driver's license, S state
      * ID, P passport, A alien registration, O other), number and
      * issuing state or country.  Anything left blank is simply not
      * on file yet and shows on the CTR identity exceptions.
      *----------------------------------------------------------------
       01  WS-INPUT-IDENTITY.
           05  WS-INPUT-TAX-ID-TYPE    PIC X.
           05  WS-INPUT-TAX-ID         PIC X(09).
           05  WS-INPUT-BIRTH-DATE     PIC X(08).
           05  WS-INPUT-ID-DOC-TYPE    PIC X.
           05  WS-INPUT-ID-DOC-NUMBER  PIC X(20).
           05  WS-INPUT-ID-DOC-ISSUER  PIC X(02).
       01  WS-IDENT-TEXT               PIC X(30).
       01  WS-BIRTH-DATE-NUM           PIC 9(08).
       01  WS-IDENT-MISSING            PIC X.
       01  WS-CAPTURE-IDENT            PIC X.

      *----------------------------------------------------------------
      * Chained Audit Writer - entries reach the audit log through
      * AUDIT-LOGGER, which folds each entry onto the previous one's
           MOVE WS-BUS-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-NEW-TXN-DATE

           INITIALIZE WS-TRAINING-REQUEST
           MOVE 'A' TO WS-TRN-FUNCTION
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST

           MOVE 1 TO WS-SIGN-MIN-AUTHORITY
           CALL 'OPERATOR-SIGNON' USING WS-SIGNON-REQUEST
           IF WS-SIGN-OK NOT = 'Y'
               END-IF
           END-IF

           IF LOAN-TYPE
               DISPLAY 'Enter Loan Principal: ' NO ADVANCING
           ELSE
               DISPLAY 'Enter Opening Deposit: ' NO ADVANCING
           END-IF
           ACCEPT WS-INPUT-DEPOSIT

           IF WS-INPUT-DEPOSIT < 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF LOAN-TYPE
               PERFORM 2280-GET-LOAN-DETAILS
               IF WS-INPUT-TERM = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    The principal advanced is owed to the bank - a loan's
      *    balance is carried negative from the day it is opened.
           IF LOAN-TYPE
               COMPUTE WS-NEW-BALANCE = 0 - WS-INPUT-DEPOSIT
           ELSE
               MOVE WS-INPUT-DEPOSIT TO WS-NEW-BALANCE
           END-IF
           MOVE WS-NEW-BALANCE TO WS-FORMATTED-BALANCE

           PERFORM 2150-LINK-CUSTOMER
               DISPLAY 'Term (months)  : ' WS-INPUT-TERM
               DISPLAY 'Maturity Date  : ' WS-MATURITY-DATE
           END-IF
           IF LOAN-TYPE
               DISPLAY 'Term (months)  : ' WS-INPUT-TERM
               DISPLAY 'Payment Day    : ' WS-INPUT-PAY-DAY
               DISPLAY 'Monthly Rate   : ' WS-CONTRACT-RATE
               DISPLAY 'Final Due Date : ' WS-MATURITY-DATE
           END-IF
           DISPLAY '=================================================='
           DISPLAY 'Confirm new account? (Y/N): ' NO ADVANCING
           ACCEPT WS-CONFIRM
               INTO WS-AWR-LINE
           END-STRING
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ
           PERFORM 2135-RECORD-WATCHLIST-CASE
           .

      *----------------------------------------------------------------
       2135-RECORD-WATCHLIST-CASE.
      *----------------------------------------------------------------
      *    The hit opens the case; the disposition that follows is a
      *    diary line on it under the same operator.
           INITIALIZE WS-SAR-CASE-REQUEST
           MOVE WS-SIGN-OPERATOR-ID TO WS-SARC-OPERATOR
           MOVE WS-NEW-TXN-DATE TO WS-SARC-ACTION-DATE
           IF WS-SCREEN-ACTION = 'WATCHLIST-HIT'
               MOVE 0   TO WS-WATCHLIST-CASE-NO
               MOVE 'O' TO WS-SARC-FUNCTION
               MOVE 'W' TO WS-SARC-SOURCE
               MOVE WS-NEW-TXN-DATE TO WS-SARC-ALERT-DATE
               MOVE 0 TO WS-SARC-CUSTOMER
               MOVE WS-INPUT-NAME(1:30) TO WS-SARC-SUBJECT
               STRING 'WATCHLIST MATCH ON '  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-WLS-MATCHED)
                                        DELIMITED BY SIZE
                      ' AT ONBOARDING'        DELIMITED BY SIZE
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
           IF ACB-RESPONSE-CODE = 000
               MOVE CSV-CUSTOMER-ID TO WS-CUSTOMER-ID
               DISPLAY 'Found: ' CSV-CUSTOMER-NAME
               PERFORM 2165-OFFER-IDENTITY-CAPTURE THRU 2165-EXIT
           ELSE
               DISPLAY 'Customer ID not found.'
           END-IF
           .

      *----------------------------------------------------------------
       2165-OFFER-IDENTITY-CAPTURE.
      *----------------------------------------------------------------
      *    An existing customer whose identification is incomplete
      *    (a business on an EIN needs only the tax ID) may have the
      *    missing items supplied here.  Only blank items are filled
      *    in - replacing identification already on file is
      *    CUSTOMER-MAINT's supervisor-controlled job.  RECORD-BUFFER
      *    still holds the S3 image, so A3 rewrites the row as it
      *    stands plus what was supplied.
           MOVE 'N' TO WS-IDENT-MISSING
           IF CSV-TAX-ID-TYPE = SPACE
               MOVE 'Y' TO WS-IDENT-MISSING
           END-IF
           IF (CSV-TAX-ID-TYPE = 'S' OR CSV-TAX-ID-TYPE = 'E')
               AND CSV-TAX-ID = SPACES
               MOVE 'Y' TO WS-IDENT-MISSING
           END-IF
           IF CSV-TAX-ID-TYPE NOT = 'E'
               AND (CSV-BIRTH-DATE = SPACES
                    OR CSV-ID-DOC-TYPE = SPACE
                    OR CSV-ID-DOC-NUMBER = SPACES)
               MOVE 'Y' TO WS-IDENT-MISSING
           END-IF
           IF WS-IDENT-MISSING = 'N'
               GO TO 2165-EXIT
           END-IF

           DISPLAY 'Customer identification is incomplete on file.'
           DISPLAY 'Supply the missing items now? (Y/N): '
               NO ADVANCING
           ACCEPT WS-CAPTURE-IDENT
           IF WS-CAPTURE-IDENT NOT = 'Y' AND WS-CAPTURE-IDENT NOT = 'y'
               GO TO 2165-EXIT
           END-IF

           PERFORM 2175-COLLECT-IDENTITY
           IF CSV-TAX-ID-TYPE = SPACE
               MOVE WS-INPUT-TAX-ID-TYPE TO CSV-TAX-ID-TYPE
           END-IF
           IF CSV-TAX-ID = SPACES
               MOVE WS-INPUT-TAX-ID TO CSV-TAX-ID
           END-IF
           IF CSV-BIRTH-DATE = SPACES
               MOVE WS-INPUT-BIRTH-DATE TO CSV-BIRTH-DATE
           END-IF
           IF CSV-ID-DOC-TYPE = SPACE
               MOVE WS-INPUT-ID-DOC-TYPE TO CSV-ID-DOC-TYPE
           END-IF
           IF CSV-ID-DOC-NUMBER = SPACES
               MOVE WS-INPUT-ID-DOC-NUMBER TO CSV-ID-DOC-NUMBER
           END-IF
           IF CSV-ID-DOC-ISSUER = SPACES
               MOVE WS-INPUT-ID-DOC-ISSUER TO CSV-ID-DOC-ISSUER
           END-IF

           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'A3'   TO ACB-COMMAND-CODE
           MOVE 00012  TO ACB-FILE-NUMBER
           MOVE 100    TO ACB-FORMAT-BUFFER-LEN
           MOVE 500    TO ACB-RECORD-BUFFER-LEN
           MOVE 01     TO ACB-SEARCH-BUFFER-LEN

           CALL 'ADABAS' USING ADABAS-CONTROL-BLOCK
                               CUSTOMER-FORMAT-BUFFER
                               RECORD-BUFFER
                               CUSTOMER-SEARCH-BUFFER

           IF ACB-RESPONSE-CODE = 000
               PERFORM 2178-WRITE-IDENTITY-AUDIT
               DISPLAY 'Customer identification updated.'
           ELSE
      *        The account can still be opened - the gap just stays
      *        on the CTR identity exceptions
               DISPLAY 'Unable to update customer identification.'
           END-IF
           .

       2165-EXIT.
           EXIT
           .

       2170-CREATE-NEW-CUSTOMER.
           DISPLAY 'Enter Address Line 1: ' NO ADVANCING
           ACCEPT WS-INPUT-ADDRESS
               MOVE 'S' TO WS-INPUT-RISK
           END-IF

           PERFORM 2175-COLLECT-IDENTITY

           MOVE SPACES           TO RECORD-BUFFER
           MOVE WS-INPUT-NAME    TO CSV-CUSTOMER-NAME
           MOVE WS-INPUT-ADDRESS TO CSV-ADDRESS-LINE-1
           MOVE WS-INPUT-STATE   TO CSV-STATE
           MOVE WS-INPUT-ZIP     TO CSV-ZIP-CODE
           MOVE WS-INPUT-RISK    TO CSV-RISK-RATING
           MOVE WS-INPUT-TAX-ID-TYPE   TO CSV-TAX-ID-TYPE
           MOVE WS-INPUT-TAX-ID        TO CSV-TAX-ID
           MOVE WS-INPUT-BIRTH-DATE    TO CSV-BIRTH-DATE
           MOVE WS-INPUT-ID-DOC-TYPE   TO CSV-ID-DOC-TYPE
           MOVE WS-INPUT-ID-DOC-NUMBER TO CSV-ID-DOC-NUMBER
           MOVE WS-INPUT-ID-DOC-ISSUER TO CSV-ID-DOC-ISSUER

           INITIALIZE ADABAS-CONTROL-BLOCK
           MOVE 'N2'   TO ACB-COMMAND-CODE
           END-IF
           .

      *----------------------------------------------------------------
       2175-COLLECT-IDENTITY.
      *----------------------------------------------------------------
      *    Each item is optional - a customer without the document to
      *    hand still gets an account - but what is keyed must be
      *    valid; an invalid entry is dropped with a message, not
      *    guessed at.
           MOVE SPACES TO WS-INPUT-IDENTITY

           DISPLAY 'Tax ID Type (S SSN/ITIN, E EIN, F foreign;'
                   ' blank = not held): ' NO ADVANCING
           ACCEPT WS-IDENT-TEXT
           IF WS-IDENT-TEXT NOT = SPACES
               IF WS-IDENT-TEXT(2:29) = SPACES
                   AND (WS-IDENT-TEXT(1:1) = 'S'
                        OR WS-IDENT-TEXT(1:1) = 'E'
                        OR WS-IDENT-TEXT(1:1) = 'F')
                   MOVE WS-IDENT-TEXT(1:1) TO WS-INPUT-TAX-ID-TYPE
               ELSE
                   DISPLAY 'Tax ID type must be S, E or F - not'
                           ' recorded.'
               END-IF
           END-IF

           IF WS-INPUT-TAX-ID-TYPE = 'S' OR WS-INPUT-TAX-ID-TYPE = 'E'
               DISPLAY 'Tax ID (9 digits): ' NO ADVANCING
               ACCEPT WS-IDENT-TEXT
               IF WS-IDENT-TEXT(1:9) IS NUMERIC
                   AND WS-IDENT-TEXT(10:21) = SPACES
                   AND WS-IDENT-TEXT(1:9) NOT = '000000000'
                   MOVE WS-IDENT-TEXT(1:9) TO WS-INPUT-TAX-ID
               ELSE
                   IF WS-IDENT-TEXT NOT = SPACES
                       DISPLAY 'Tax ID must be 9 digits - not'
                               ' recorded.'
                   END-IF
               END-IF
           END-IF

      *    A business on an EIN has no birth date or personal
      *    identity document to file.
           IF WS-INPUT-TAX-ID-TYPE = 'E'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Date of Birth (YYYYMMDD, blank = not held): '
               NO ADVANCING
           ACCEPT WS-IDENT-TEXT
           IF WS-IDENT-TEXT NOT = SPACES
               IF WS-IDENT-TEXT(1:8) IS NUMERIC
                   AND WS-IDENT-TEXT(9:22) = SPACES
                   MOVE WS-IDENT-TEXT(1:8) TO WS-BIRTH-DATE-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-BIRTH-DATE-NUM)
                           = 0
                       AND WS-BIRTH-DATE-NUM NOT > WS-NEW-TXN-DATE
                       MOVE WS-IDENT-TEXT(1:8) TO WS-INPUT-BIRTH-DATE
                   ELSE
                       DISPLAY 'Not a valid past date - not'
                               ' recorded.'
                   END-IF
               ELSE
                   DISPLAY 'Date of birth must be YYYYMMDD - not'
                           ' recorded.'
               END-IF
           END-IF

           DISPLAY 'ID Document Type (D license, S state ID,'
                   ' P passport, A alien reg, O other;'
                   ' blank = not held): ' NO ADVANCING
           ACCEPT WS-IDENT-TEXT
           IF WS-IDENT-TEXT NOT = SPACES
               IF WS-IDENT-TEXT(2:29) = SPACES
                   AND (WS-IDENT-TEXT(1:1) = 'D'
                        OR WS-IDENT-TEXT(1:1) = 'S'
                        OR WS-IDENT-TEXT(1:1) = 'P'
                        OR WS-IDENT-TEXT(1:1) = 'A'
                        OR WS-IDENT-TEXT(1:1) = 'O')
                   MOVE WS-IDENT-TEXT(1:1) TO WS-INPUT-ID-DOC-TYPE
               ELSE
                   DISPLAY 'Document type must be D, S, P, A or O -'
                           ' not recorded.'
               END-IF
           END-IF

           IF WS-INPUT-ID-DOC-TYPE NOT = SPACE
               DISPLAY 'ID Document Number: ' NO ADVANCING
               ACCEPT WS-IDENT-TEXT
               MOVE WS-IDENT-TEXT(1:20) TO WS-INPUT-ID-DOC-NUMBER
               DISPLAY 'ID Issuing State/Country (2 letters): '
                   NO ADVANCING
               ACCEPT WS-IDENT-TEXT
               IF WS-IDENT-TEXT(3:28) = SPACES
                   MOVE WS-IDENT-TEXT(1:2) TO WS-INPUT-ID-DOC-ISSUER
               ELSE
                   DISPLAY 'Issuer must be the 2-letter code - not'
                           ' recorded.'
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
       2178-WRITE-IDENTITY-AUDIT.
      *----------------------------------------------------------------
      *    The CUST-IDENT maintenance entry CUSTOMER-MAINT writes,
      *    with the items just supplied as the after image (tax ID
      *    masked to its last four digits).
           ACCEPT WS-WLS-AUDIT-TIME FROM TIME
           IF WS-INPUT-TAX-ID NOT = SPACES
               MOVE '*****' TO WS-INPUT-TAX-ID(1:5)
           END-IF

           MOVE SPACES TO WS-AWR-LINE
           STRING '0000000000'          DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-CUSTOMER-ID        DELIMITED BY SIZE
                  ', 00000000.00'       DELIMITED BY SIZE
                  ', 00000000.00'       DELIMITED BY SIZE
                  ',M,CUST-IDENT,'      DELIMITED BY SIZE
                  WS-NEW-TXN-DATE       DELIMITED BY SIZE
                  WS-WLS-AUDIT-TIME     DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-INPUT-TAX-ID-TYPE  DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-INPUT-TAX-ID       DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-INPUT-BIRTH-DATE   DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-INPUT-ID-DOC-TYPE  DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-INPUT-ID-DOC-NUMBER DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WS-INPUT-ID-DOC-ISSUER DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-SIGN-OPERATOR-ID   DELIMITED BY SIZE
               INTO WS-AWR-LINE
           END-STRING
           CALL 'AUDIT-LOGGER' USING WS-AUDIT-WRITE-REQ
           .

      *----------------------------------------------------------------
       2200-GET-ACCOUNT-TYPE.
      *----------------------------------------------------------------
           DISPLAY 'Account Type (CHECKING/SAVINGS/MONEY-MARKET/'
                   'TERM-DEPOSIT/LOAN): ' NO ADVANCING
           ACCEPT WS-INPUT-TYPE
           .

           END-IF
           .

      *----------------------------------------------------------------
       2280-GET-LOAN-DETAILS.
      *----------------------------------------------------------------
      *    As for a term deposit, WS-INPUT-TERM comes back zero on
      *    any invalid entry, which sends the onboarding back to the
      *    start.
           IF WS-INPUT-DEPOSIT = 0
               DISPLAY 'Loan principal must be greater than zero.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Enter Term In Months (1-360): ' NO ADVANCING
           ACCEPT WS-INPUT-TERM
           IF WS-INPUT-TERM = 0 OR WS-INPUT-TERM > 360
               DISPLAY 'Invalid term. Please try again.'
               MOVE 0 TO WS-INPUT-TERM
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Enter Payment Day Of Month (1-28): ' NO ADVANCING
           ACCEPT WS-INPUT-PAY-DAY
           IF WS-INPUT-PAY-DAY = 0 OR WS-INPUT-PAY-DAY > 28
               DISPLAY 'Invalid payment day. Please try again.'
               MOVE 0 TO WS-INPUT-TERM
               EXIT PARAGRAPH
           END-IF

           MOVE 'LOAN'          TO WS-PROD-ACCOUNT-TYPE
           MOVE WS-NEW-TXN-DATE TO WS-PROD-AS-OF-DATE
           CALL 'PRODUCT-MASTER' USING WS-PRODUCT-REQUEST
           IF WS-PROD-FOUND NOT = 'Y'
               DISPLAY 'No LOAN product record is in effect.'
               MOVE 0 TO WS-INPUT-TERM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROD-INTEREST-RATE TO WS-CONTRACT-RATE

           DISPLAY 'Monthly Rate (blank = product rate '
                   WS-PROD-INTEREST-RATE '): ' NO ADVANCING
           ACCEPT WS-INPUT-RATE-TEXT
           IF WS-INPUT-RATE-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-INPUT-RATE-TEXT) NOT = 0
                   OR FUNCTION NUMVAL(WS-INPUT-RATE-TEXT) > 0.03
                   DISPLAY 'Rate must be a monthly rate from 0 to'
                           ' 0.030000.'
                   MOVE 0 TO WS-INPUT-TERM
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-INPUT-RATE-TEXT)
                   TO WS-CONTRACT-RATE
           END-IF

      *    Final due date: the payment day of the month the term
      *    runs out in.
           MOVE WS-NEW-TXN-DATE TO WS-WORK-DATE-NUM
           PERFORM 2270-ADVANCE-ONE-MONTH
               VARYING WS-MONTH-COUNT FROM 1 BY 1
               UNTIL WS-MONTH-COUNT > WS-INPUT-TERM
           MOVE WS-INPUT-PAY-DAY TO WS-WORK-DAY
           MOVE WS-WORK-DATE-NUM TO WS-MATURITY-DATE
           .

      *----------------------------------------------------------------
       2400-CREATE-ACCOUNT.
      *----------------------------------------------------------------
           MOVE WS-NEW-TXN-DATE  TO CV-LAST-TXN-DATE
           MOVE WS-CUSTOMER-ID   TO CV-CUSTOMER-ID
           MOVE WS-INPUT-BRANCH  TO CV-BRANCH
           IF TERM-DEPOSIT-TYPE OR LOAN-TYPE
               MOVE WS-NEW-TXN-DATE TO CV-OPEN-DATE
               MOVE WS-INPUT-TERM   TO CV-TERM-MONTHS
               MOVE WS-MATURITY-DATE TO CV-MATURITY-DATE
               MOVE CV-ACCOUNT-NUMBER TO WS-NEW-ACCOUNT-NUMBER
               PERFORM 2450-WRITE-AUDIT-ENTRY
               PERFORM 2460-ENROLL-OWNERS
               IF LOAN-TYPE
                   PERFORM 2470-BOOK-LOAN-CONTRACT
               END-IF
           END-IF
           .

      *----------------------------------------------------------------
       2470-BOOK-LOAN-CONTRACT.
      *----------------------------------------------------------------
      *    The account exists; record the contract and generate its
      *    amortization schedule.  A failure here leaves a LOAN
      *    account with no schedule behind it, which the operator
      *    must have repaired before the first payment arrives.
           INITIALIZE WS-LOAN-REQUEST
           MOVE 'A'                   TO WS-LOAN-FUNCTION
           MOVE WS-NEW-ACCOUNT-NUMBER TO WS-LOAN-ACCOUNT
           MOVE WS-INPUT-DEPOSIT      TO WS-LOAN-PRINCIPAL
           MOVE WS-CONTRACT-RATE      TO WS-LOAN-RATE
           MOVE WS-INPUT-TERM         TO WS-LOAN-TERM
           MOVE WS-INPUT-PAY-DAY      TO WS-LOAN-PAY-DAY
           MOVE WS-NEW-TXN-DATE       TO WS-LOAN-OPEN-DATE
           CALL 'LOAN-MASTER' USING WS-LOAN-REQUEST

           IF WS-LOAN-OK NOT = 'Y'
               DISPLAY '*** WARNING: loan schedule could not be'
                       ' recorded - refer to operations ***'
           END-IF
           .

           DISPLAY 'Branch         : ' WS-INPUT-BRANCH
           DISPLAY 'Opening Deposit: $' WS-FORMATTED-BALANCE
           DISPLAY 'Open Date      : ' WS-NEW-TXN-DATE
           IF LOAN-TYPE AND WS-LOAN-OK = 'Y'
               MOVE WS-LOAN-INSTALLMENT TO WS-FORMATTED-INSTALLMENT
               DISPLAY 'Installment    : $' WS-FORMATTED-INSTALLMENT
               DISPLAY 'First Due Date : ' WS-LOAN-FIRST-DUE
               DISPLAY 'Final Due Date : ' WS-LOAN-MATURITY
           END-IF
           DISPLAY '=================================================='
           .

