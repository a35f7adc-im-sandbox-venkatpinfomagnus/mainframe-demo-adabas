       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO DYNAMIC WS-ACCOUNT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT LOCK-AGE-FILE ASSIGN TO "../data/lock-max-age.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-AGE-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC
                   WS-EXCEPTION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO DYNAMIC WS-CUSTOMER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT OWNER-FILE ASSIGN TO DYNAMIC WS-OWNER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-FILE-STATUS.
           SELECT BACKUP-GEN-1-FILE ASSIGN TO DYNAMIC
                   WS-BACKUP-GEN-1-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-GEN-1-STATUS.
           SELECT BACKUP-GEN-2-FILE ASSIGN TO DYNAMIC
                   WS-BACKUP-GEN-2-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-GEN-2-STATUS.
           SELECT BACKUP-GEN-3-FILE ASSIGN TO DYNAMIC
                   WS-BACKUP-GEN-3-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-GEN-3-STATUS.

       01  BACKUP-GEN-3-LINE           PIC X(200).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * File names - a training session opens the training copy
      * (see 0100-RESOLVE-FILE-NAMES)
      *----------------------------------------------------------------
       01  WS-ACCOUNT-FILE-NAME        PIC X(60) VALUE
           '../data/seed-data.txt'.
       01  WS-ARCHIVE-FILE-NAME        PIC X(60) VALUE
           '../data/seed-data-archive.txt'.
       01  WS-LOCK-FILE-NAME           PIC X(60) VALUE
           '../data/lock-table.txt'.
       01  WS-EXCEPTION-FILE-NAME      PIC X(60) VALUE
           '../data/seed-data.exception-rpt.txt'.
       01  WS-CUSTOMER-FILE-NAME       PIC X(60) VALUE
           '../data/customer-master.txt'.
       01  WS-HISTORY-FILE-NAME        PIC X(60) VALUE
           '../data/txn-history.txt'.
       01  WS-OWNER-FILE-NAME          PIC X(60) VALUE
           '../data/account-owners.txt'.
       01  WS-BACKUP-GEN-1-FILE-NAME   PIC X(60) VALUE
           '../data/seed-data.backup.1'.
       01  WS-BACKUP-GEN-2-FILE-NAME   PIC X(60) VALUE
           '../data/seed-data.backup.2'.
       01  WS-BACKUP-GEN-3-FILE-NAME   PIC X(60) VALUE
           '../data/seed-data.backup.3'.

      *----------------------------------------------------------------
      * Training Mode (see TRAINING-MODE)
      *----------------------------------------------------------------
       01  WS-TRAINING-REQUEST.
           05  WS-TRN-FUNCTION         PIC X.
           05  WS-TRN-TRAINEE          PIC X.
           05  WS-TRN-OPERATOR-ID      PIC X(08).
           05  WS-TRN-ACTIVE           PIC X.
           05  WS-TRN-OK               PIC X.
           05  WS-TRN-FILE-NAME        PIC X(60).

       01  WS-FILE-STATUS              PIC XX.
       01  WS-EOF                      PIC X VALUE 'N'.
       01  WS-FOUND                    PIC X VALUE 'N'.
      * actually stale instead of on every single lookup.
      *----------------------------------------------------------------
       01  WS-INDEX-VALID              PIC X VALUE 'N'.
       01  WS-PREV-ACCOUNT-NAME        PIC X(60).
       01  WS-INDEX-TABLE.
           05  WS-INDEX-ENTRY          OCCURS 5000 TIMES.
               10  IDX-ACCOUNT-NUMBER  PIC 9(10).
      *    L low, S standard, H high.  A row written before the
      *    column existed reads back as S.
           05  WS-CUST-RISK            PIC X.
      *    Identification for regulatory filings, columns 116-161:
      *    tax ID type (S SSN/ITIN, E EIN, F foreign - no US TIN)
      *    at 116, tax ID 118-126, date of birth (YYYYMMDD) 128-135,
      *    identity document type (D driver's license, S state ID,
      *    P passport, A alien registration, O other) at 137,
      *    document number 139-158, issuing state/country 160-161.
      *    A row written before the columns existed reads back
      *    blank - nothing on file.
           05  WS-CUST-TAX-ID-TYPE     PIC X.
           05  WS-CUST-TAX-ID          PIC X(09).
           05  WS-CUST-BIRTH-DATE      PIC X(08).
           05  WS-CUST-ID-DOC-TYPE     PIC X.
           05  WS-CUST-ID-DOC-NUMBER   PIC X(20).
           05  WS-CUST-ID-DOC-ISSUER   PIC X(02).
       01  WS-SEARCH-CUSTOMER-ID       PIC 9(10).
       01  WS-CUST-FOUND               PIC X VALUE 'N'.

           05  WS-NCL-ZIP              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-NCL-RISK             PIC X.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-NCL-TAX-ID-TYPE      PIC X.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-NCL-TAX-ID           PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-NCL-BIRTH-DATE       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-NCL-ID-DOC-TYPE      PIC X.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-NCL-ID-DOC-NUMBER    PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-NCL-ID-DOC-ISSUER    PIC X(02).
       01  WS-CUST-HEADER-COUNT-EDIT   PIC 9(05).

       LINKAGE SECTION.
      *    N2 caller leaving it blank onboards at S; an A3 caller
      *    leaving it blank leaves the stored rating standing.
           05  CSV-RISK-RATING         PIC X.
      *    Identification (see WS-CUST-TAX-ID-TYPE for the codes).
      *    An A3 caller leaving a field blank leaves the stored
      *    value standing, the same as the risk rating.
           05  CSV-TAX-ID-TYPE         PIC X.
           05  CSV-TAX-ID              PIC X(09).
           05  CSV-BIRTH-DATE          PIC X(08).
           05  CSV-ID-DOC-TYPE         PIC X.
           05  CSV-ID-DOC-NUMBER       PIC X(20).
           05  CSV-ID-DOC-ISSUER       PIC X(02).
           05  FILLER                  PIC X(356).
       01  SEARCH-BUFFER               PIC X(500).
       
       PROCEDURE DIVISION USING ACB-CONTROL-BLOCK
                                SEARCH-BUFFER.
       
       0000-MAIN.
           PERFORM 0100-RESOLVE-FILE-NAMES

           EVALUATE ACB-COMMAND-CODE
               WHEN 'S1'
                   PERFORM 1000-SEARCH-RECORD THRU 1000-EXIT
           
           GOBACK
           .

       0100-RESOLVE-FILE-NAMES.
      *    Asked on every call - a trainee signing on part way
      *    through the run switches it to the training copy.
           MOVE 'R' TO WS-TRN-FUNCTION
           MOVE WS-ACCOUNT-FILE-NAME TO WS-PREV-ACCOUNT-NAME
           MOVE WS-ACCOUNT-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-ACCOUNT-FILE-NAME
           MOVE WS-ARCHIVE-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-ARCHIVE-FILE-NAME
           MOVE WS-LOCK-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-LOCK-FILE-NAME
           MOVE WS-EXCEPTION-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-EXCEPTION-FILE-NAME
           MOVE WS-CUSTOMER-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-CUSTOMER-FILE-NAME
           MOVE WS-HISTORY-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-HISTORY-FILE-NAME
           MOVE WS-OWNER-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-OWNER-FILE-NAME
           MOVE WS-BACKUP-GEN-1-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-BACKUP-GEN-1-FILE-NAME
           MOVE WS-BACKUP-GEN-2-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-BACKUP-GEN-2-FILE-NAME
           MOVE WS-BACKUP-GEN-3-FILE-NAME TO WS-TRN-FILE-NAME
           CALL 'TRAINING-MODE' USING WS-TRAINING-REQUEST
           MOVE WS-TRN-FILE-NAME TO WS-BACKUP-GEN-3-FILE-NAME

      *    The S1 index was built off the other copy.
           IF WS-ACCOUNT-FILE-NAME NOT = WS-PREV-ACCOUNT-NAME
               MOVE 'N' TO WS-INDEX-VALID
           END-IF
           .
       
       1000-SEARCH-RECORD.
      *    Extract account number from search buffer
           .

       1620-BUILD-CUSTOMER-RECORD.
           STRING WS-CUST-ID            DELIMITED BY SIZE
                  WS-CUST-NAME          DELIMITED BY SIZE
                  WS-CUST-ADDRESS       DELIMITED BY SIZE
                  WS-CUST-CITY          DELIMITED BY SIZE
                  WS-CUST-STATE         DELIMITED BY SIZE
                  WS-CUST-ZIP           DELIMITED BY SIZE
                  WS-CUST-RISK          DELIMITED BY SIZE
                  WS-CUST-TAX-ID-TYPE   DELIMITED BY SIZE
                  WS-CUST-TAX-ID        DELIMITED BY SIZE
                  WS-CUST-BIRTH-DATE    DELIMITED BY SIZE
                  WS-CUST-ID-DOC-TYPE   DELIMITED BY SIZE
                  WS-CUST-ID-DOC-NUMBER DELIMITED BY SIZE
                  WS-CUST-ID-DOC-ISSUER DELIMITED BY SIZE
               INTO RECORD-BUFFER
           END-STRING
           .
           ELSE
               MOVE 'S' TO WS-CUST-RISK
           END-IF
           MOVE CUSTOMER-LINE(116:1)  TO WS-CUST-TAX-ID-TYPE
           MOVE CUSTOMER-LINE(118:9)  TO WS-CUST-TAX-ID
           MOVE CUSTOMER-LINE(128:8)  TO WS-CUST-BIRTH-DATE
           MOVE CUSTOMER-LINE(137:1)  TO WS-CUST-ID-DOC-TYPE
           MOVE CUSTOMER-LINE(139:20) TO WS-CUST-ID-DOC-NUMBER
           MOVE CUSTOMER-LINE(160:2)  TO WS-CUST-ID-DOC-ISSUER
           .

       1800-SEARCH-HISTORY.
               MOVE CSV-RISK-RATING
                   TO WS-CUST-REWRITE-LINE(WS-TARGET-INDEX)(114:1)
           END-IF
           IF CSV-TAX-ID-TYPE NOT = SPACE
               MOVE CSV-TAX-ID-TYPE
                   TO WS-CUST-REWRITE-LINE(WS-TARGET-INDEX)(116:1)
           END-IF
           IF CSV-TAX-ID NOT = SPACES
               MOVE CSV-TAX-ID
                   TO WS-CUST-REWRITE-LINE(WS-TARGET-INDEX)(118:9)
           END-IF
           IF CSV-BIRTH-DATE NOT = SPACES
               MOVE CSV-BIRTH-DATE
                   TO WS-CUST-REWRITE-LINE(WS-TARGET-INDEX)(128:8)
           END-IF
           IF CSV-ID-DOC-TYPE NOT = SPACE
               MOVE CSV-ID-DOC-TYPE
                   TO WS-CUST-REWRITE-LINE(WS-TARGET-INDEX)(137:1)
           END-IF
           IF CSV-ID-DOC-NUMBER NOT = SPACES
               MOVE CSV-ID-DOC-NUMBER
                   TO WS-CUST-REWRITE-LINE(WS-TARGET-INDEX)(139:20)
           END-IF
           IF CSV-ID-DOC-ISSUER NOT = SPACES
               MOVE CSV-ID-DOC-ISSUER
                   TO WS-CUST-REWRITE-LINE(WS-TARGET-INDEX)(160:2)
           END-IF

           PERFORM 9500-REWRITE-CUSTOMER-FILE THRU 9500-EXIT

           ELSE
               MOVE 'S' TO WS-NCL-RISK
           END-IF
           MOVE CSV-TAX-ID-TYPE     TO WS-NCL-TAX-ID-TYPE
           MOVE CSV-TAX-ID          TO WS-NCL-TAX-ID
           MOVE CSV-BIRTH-DATE      TO WS-NCL-BIRTH-DATE
           MOVE CSV-ID-DOC-TYPE     TO WS-NCL-ID-DOC-TYPE
           MOVE CSV-ID-DOC-NUMBER   TO WS-NCL-ID-DOC-NUMBER
           MOVE CSV-ID-DOC-ISSUER   TO WS-NCL-ID-DOC-ISSUER
           .

       9300-APPEND-NEW-CUSTOMER-LINE.
           ADD 1 TO WS-CUST-REWRITE-TOTAL
           MOVE SPACES TO WS-CUST-REWRITE-LINE(WS-CUST-REWRITE-TOTAL)
           MOVE WS-NEW-CUST-LINE
               TO WS-CUST-REWRITE-LINE(WS-CUST-REWRITE-TOTAL)(1:161)
           .

       9400-UPDATE-CUSTOMER-HEADER.
