           05  FILLER                  PIC 9(03) VALUE 044.
           05  FILLER                  PIC 9(03) VALUE 062.
           05  FILLER                  PIC 9(03) VALUE 145.
           05  FILLER                  PIC 9(03) VALUE 201.
           05  FILLER                  PIC 9(03) VALUE 202.
           05  FILLER                  PIC 9(03) VALUE 203.
           05  FILLER                  PIC 9(03) VALUE 204.
           05  FILLER                  PIC 9(03) VALUE 205.
       01  WS-KNOWN-CODES-TABLE REDEFINES WS-KNOWN-CODES.
           05  WS-KNOWN-CODE           PIC 9(03) OCCURS 12 TIMES.
       01  WS-CODE-SUBSCRIPT           PIC 9(02).

       01  WS-INPUT-TEXT               PIC X(10).
           IF WS-INPUT-TEXT = 'ALL' OR WS-INPUT-TEXT = 'all'
               PERFORM 2500-LIST-ALL-CODES
                   VARYING WS-CODE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CODE-SUBSCRIPT > 12
           ELSE
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-INPUT-TEXT))
                   TO WS-INPUT-CODE
