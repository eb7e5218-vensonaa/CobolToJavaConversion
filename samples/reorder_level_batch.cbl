       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDER-LEVEL-BATCH.
       AUTHOR. SYSTEM-DEVELOPER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
       SECURITY. CONFIDENTIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER ASSIGN TO "products.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRODUCT-MASTER-KEY
                  FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO "suppliers.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUPPLIER-FILE-KEY
                  FILE STATUS IS WS-SUPPLIER-FILE-STATUS.

           SELECT TRANSACTION-LOG ASSIGN TO "transactions.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRANSACTION-LOG-KEY
                  FILE STATUS IS WS-TRANSACTION-LOG-STATUS.

           SELECT REORDER-PROPOSAL ASSIGN TO "reorder_proposals.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REORDER-PROPOSAL-KEY
                  FILE STATUS IS WS-REORDER-PROPOSAL-STATUS.

           SELECT PRINT-FILE ASSIGN TO "inventory_reports.txt"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PRODUCT-MASTER.
       01  PRODUCT-MASTER-RECORD.
           05  PRODUCT-MASTER-KEY        PIC X(20).
           05  PRODUCT-MASTER-DATA       PIC X(200).
           05  PRODUCT-MASTER-TIMESTAMP  PIC 9(14).

       FD  SUPPLIER-FILE.
       01  SUPPLIER-FILE-RECORD.
           05  SUPPLIER-FILE-KEY        PIC X(20).
           05  SUPPLIER-FILE-DATA       PIC X(200).
           05  SUPPLIER-FILE-TIMESTAMP  PIC 9(14).

       FD  TRANSACTION-LOG.
       01  TRANSACTION-LOG-RECORD.
           05  TRANSACTION-LOG-KEY        PIC X(20).
           05  TRANSACTION-LOG-DATA       PIC X(200).
           05  TRANSACTION-LOG-TIMESTAMP  PIC 9(14).

       FD  REORDER-PROPOSAL.
       01  REORDER-PROPOSAL-RECORD.
           05  REORDER-PROPOSAL-KEY        PIC X(20).
           05  REORDER-PROPOSAL-DATA       PIC X(200).
           05  REORDER-PROPOSAL-TIMESTAMP  PIC 9(14).

       FD  PRINT-FILE.
       01  PRINT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PRODUCT-KEY-BUILD       PIC 9(8).

       01  WS-PRODUCT-DATA-FIELDS.
           05  WS-PMD-SUPPLIER-ID     PIC 9(4).
           05  WS-PMD-MIN-STOCK       PIC 9(6).
           05  WS-PMD-MAX-STOCK       PIC 9(6).
           05  WS-PMD-REORDER-PT      PIC 9(6).
           05  WS-PMD-COST            PIC 9(8)V99.
           05  WS-PMD-PRICE           PIC 9(8)V99.
           05  WS-PMD-NAME            PIC X(50).
           05  WS-PMD-CATEGORY        PIC 9(3).
           05  WS-PMD-UOM             PIC X(10).
           05  WS-PMD-STATUS          PIC X(1).
           05  FILLER                 PIC X(94).

       01  WS-PRODUCT-SCAN-EOF-FLAG   PIC X VALUE "N".
           88  WS-PRODUCT-SCAN-EOF-YES VALUE "Y".

       01  WS-SUPP-KEY-BUILD.
           05  WS-SUK-ID              PIC 9(4).
           05  FILLER                 PIC X(16) VALUE SPACES.

       01  WS-SUPP-DATA-FIELDS.
           05  WS-SUD-NAME            PIC X(50).
           05  WS-SUD-PHONE           PIC X(15).
           05  WS-SUD-CONTACT         PIC X(50).
           05  WS-SUD-TERMS           PIC 9(3).
           05  WS-SUD-RATING          PIC 9(1).
           05  WS-SUD-STATUS          PIC X(1).
           05  WS-SUD-LEAD-DAYS       PIC 9(3).
           05  WS-SUD-SCORE           PIC 9(3).
           05  WS-SUD-SCORE-MONTH     PIC 9(6).
           05  FILLER                 PIC X(68).

       01  WS-SUPP-FOUND-FLAG         PIC X VALUE "N".
           88  WS-SUPP-FOUND-YES      VALUE "Y".

       01  WS-TRANS-DATA-FIELDS.
           05  WS-TLD-TYPE            PIC X(2).
           05  WS-TLD-PRODUCT-ID      PIC 9(8).
           05  WS-TLD-WAREHOUSE-ID    PIC 9(3).
           05  WS-TLD-QUANTITY        PIC 9(8).
           05  WS-TLD-UNIT-COST       PIC 9(8)V99.
           05  WS-TLD-DATE            PIC 9(8).
           05  WS-TLD-TIME            PIC 9(6).
           05  WS-TLD-REFERENCE       PIC X(20).
           05  WS-TLD-SALE-PRICE      PIC 9(8)V99.
           05  FILLER                 PIC X(125).

       01  WS-TRANS-SCAN-EOF-FLAG     PIC X VALUE "N".
           88  WS-TRANS-SCAN-EOF-YES  VALUE "Y".

       01  WS-RLP-KEY-BUILD.
           05  WS-RLK-PRODUCT-ID      PIC 9(8).
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  WS-RLP-DATA-FIELDS.
           05  WS-RLP-CUR-MIN         PIC 9(6).
           05  WS-RLP-CUR-MAX         PIC 9(6).
           05  WS-RLP-CUR-REORDER-PT  PIC 9(6).
           05  WS-RLP-NEW-MIN         PIC 9(6).
           05  WS-RLP-NEW-MAX         PIC 9(6).
           05  WS-RLP-NEW-REORDER-PT  PIC 9(6).
           05  WS-RLP-AVG-DAILY       PIC 9(6)V99.
           05  WS-RLP-LEAD-DAYS       PIC 9(3).
           05  WS-RLP-WAREHOUSE-ID    PIC 9(3).
           05  WS-RLP-ISSUED-QTY      PIC 9(10).
           05  WS-RLP-HISTORY-DAYS    PIC 9(3).
           05  WS-RLP-PROPOSAL-DATE   PIC 9(8).
           05  WS-RLP-STATUS          PIC X(1).
               88  WS-RLP-PENDING      VALUE "P".
               88  WS-RLP-APPROVED     VALUE "A".
               88  WS-RLP-REJECTED     VALUE "R".
               88  WS-RLP-SUPERSEDED   VALUE "S".
           05  WS-RLP-ACTION-DATE     PIC 9(8).
           05  WS-RLP-ACTION-BY       PIC X(20).
           05  FILLER                 PIC X(100).

       01  WS-RLP-FOUND-FLAG          PIC X VALUE "N".
           88  WS-RLP-FOUND-YES       VALUE "Y".

       01  WS-RLP-PRIOR-FIELDS.
           05  WS-RLP-PRIOR-CUR-MIN   PIC 9(6).
           05  WS-RLP-PRIOR-CUR-MAX   PIC 9(6).
           05  WS-RLP-PRIOR-CUR-RP    PIC 9(6).
           05  WS-RLP-PRIOR-NEW-MIN   PIC 9(6).
           05  WS-RLP-PRIOR-NEW-MAX   PIC 9(6).
           05  WS-RLP-PRIOR-NEW-RP    PIC 9(6).
           05  WS-RLP-PRIOR-STATUS    PIC X(1).
               88  WS-RLP-PRIOR-PENDING  VALUE "P".
               88  WS-RLP-PRIOR-REJECTED VALUE "R".
           05  WS-RLP-PRIOR-ACTION-DATE PIC 9(8).
           05  WS-RLP-PRIOR-ACTION-BY PIC X(20).

       01  WS-RLV-HISTORY-DAYS        PIC 9(3) VALUE 90.
       01  WS-RLV-SAFETY-DAYS         PIC 9(3) VALUE 7.
       01  WS-RLV-CYCLE-DAYS          PIC 9(3) VALUE 30.
       01  WS-RLV-DEFAULT-LEAD-DAYS   PIC 9(3) VALUE 14.
       01  WS-RLV-LEVEL-LIMIT         PIC 9(6) VALUE 999999.

       01  WS-REORDER-LEVEL-FIELDS.
           05  WS-RLV-FROM-DATE       PIC 9(8).
           05  WS-RLV-FROM-DAY-NUMBER PIC 9(8).
           05  WS-RLV-LEAD-DAYS       PIC 9(3).
           05  WS-RLV-COVER-DAYS      PIC 9(4).
           05  WS-RLV-CALC            PIC 9(12)V9(4).
           05  WS-RLV-WHOLE           PIC 9(12).
           05  WS-RLV-WH-MIN          PIC 9(6).
           05  WS-RLV-WH-REORDER-PT   PIC 9(6).
           05  WS-RLV-WH-MAX          PIC 9(6).
           05  WS-RLV-WH-AVG-DAILY    PIC 9(6)V99.
           05  WS-RLV-IX              PIC 9(5).
           05  WS-RLV-FOUND-IX        PIC 9(5).
           05  WS-RLV-COUNT           PIC 9(5) VALUE 0.
           05  WS-RLV-MAX-ENTRIES     PIC 9(5) VALUE 5000.
           05  WS-RLV-USAGE-FLAG      PIC X VALUE "N".
               88  WS-RLV-USAGE-YES   VALUE "Y".
           05  WS-RLV-OVERFLOW-FLAG   PIC X VALUE "N".
               88  WS-RLV-OVERFLOW-YES VALUE "Y".

       01  WS-REORDER-LEVEL-COUNTERS.
           05  WS-RLV-TRANS-READ      PIC 9(9) VALUE 0.
           05  WS-RLV-ISSUES-USED     PIC 9(9) VALUE 0.
           05  WS-RLV-PRODUCTS-READ   PIC 9(7) VALUE 0.
           05  WS-RLV-PRODUCTS-USED   PIC 9(7) VALUE 0.
           05  WS-RLV-NO-USAGE        PIC 9(7) VALUE 0.
           05  WS-RLV-NO-CHANGE       PIC 9(7) VALUE 0.
           05  WS-RLV-PROPOSED        PIC 9(7) VALUE 0.
           05  WS-RLV-STILL-REJECTED  PIC 9(7) VALUE 0.
           05  WS-RLV-WITHDRAWN       PIC 9(7) VALUE 0.

       01  WS-RLV-USAGE-TABLE.
           05  WS-RLV-USAGE-ENTRY OCCURS 5000 TIMES.
               10  WS-RLV-USE-PRODUCT-ID   PIC 9(8).
               10  WS-RLV-USE-WAREHOUSE-ID PIC 9(3).
               10  WS-RLV-USE-QUANTITY     PIC 9(10).

       01  WS-SYSTEM-VARIABLES.
           05  WS-CURRENT-DATE        PIC 9(8).
           05  WS-CURRENT-TIME        PIC 9(6).

       01  WS-PRODUCT-MASTER-STATUS        PIC X(2).
       01  WS-SUPPLIER-FILE-STATUS        PIC X(2).
       01  WS-TRANSACTION-LOG-STATUS        PIC X(2).
       01  WS-REORDER-PROPOSAL-STATUS        PIC X(2).
       01  WS-PRINT-FILE-STATUS        PIC X(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-ACCUMULATE-ISSUES
           PERFORM 3000-REVIEW-PRODUCTS
           PERFORM 8000-WRITE-REVIEW-TOTALS
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM 1100-OPEN-FILES
           COMPUTE WS-RLV-FROM-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - WS-RLV-HISTORY-DAYS + 1
           COMPUTE WS-RLV-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RLV-FROM-DAY-NUMBER)
           DISPLAY " "
           DISPLAY "==============================================="
           DISPLAY "     REORDER LEVEL RECALCULATION"
           DISPLAY "==============================================="
           DISPLAY "Date: " WS-CURRENT-DATE
           DISPLAY "Issue history from " WS-RLV-FROM-DATE
               " (" WS-RLV-HISTORY-DAYS " days)"

           MOVE SPACES TO PRINT-RECORD
           MOVE "REORDER LEVEL REVIEW - PROPOSED MIN/REORDER PT/MAX"
               TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "RUN DATE " WS-CURRENT-DATE
               " - ISSUES FROM " WS-RLV-FROM-DATE
               " (" WS-RLV-HISTORY-DAYS " DAYS)"
               " SAFETY DAYS:" WS-RLV-SAFETY-DAYS
               " ORDER CYCLE DAYS:" WS-RLV-CYCLE-DAYS
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD.

       1100-OPEN-FILES.
           OPEN INPUT PRODUCT-MASTER
           IF WS-PRODUCT-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open product master file"
               STOP RUN
           END-IF

           OPEN INPUT SUPPLIER-FILE
           IF WS-SUPPLIER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open supplier file"
               STOP RUN
           END-IF

           OPEN INPUT TRANSACTION-LOG
           IF WS-TRANSACTION-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open transaction log file"
               STOP RUN
           END-IF

           OPEN I-O REORDER-PROPOSAL
           IF WS-REORDER-PROPOSAL-STATUS = "35"
               OPEN OUTPUT REORDER-PROPOSAL
               CLOSE REORDER-PROPOSAL
               OPEN I-O REORDER-PROPOSAL
           END-IF
           IF WS-REORDER-PROPOSAL-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open reorder proposal file"
               STOP RUN
           END-IF

           OPEN EXTEND PRINT-FILE
           IF WS-PRINT-FILE-STATUS NOT = "00"
               OPEN OUTPUT PRINT-FILE
           END-IF
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open report print file"
               STOP RUN
           END-IF.

       2000-ACCUMULATE-ISSUES.
           MOVE "N" TO WS-TRANS-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO TRANSACTION-LOG-KEY
           START TRANSACTION-LOG
               KEY IS NOT LESS THAN TRANSACTION-LOG-KEY
               INVALID KEY SET WS-TRANS-SCAN-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-TRANS-SCAN-EOF-YES
               READ TRANSACTION-LOG NEXT RECORD
                   AT END SET WS-TRANS-SCAN-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RLV-TRANS-READ
                       MOVE TRANSACTION-LOG-DATA
                           TO WS-TRANS-DATA-FIELDS
                       IF WS-TLD-TYPE = "IS"
                           AND WS-TLD-DATE NUMERIC
                           AND WS-TLD-DATE >= WS-RLV-FROM-DATE
                           AND WS-TLD-DATE <= WS-CURRENT-DATE
                           PERFORM 2100-ADD-ONE-ISSUE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RLV-OVERFLOW-YES
               DISPLAY "Warning: more than " WS-RLV-MAX-ENTRIES
                   " product/warehouse combinations issued - ",
                   "some issues were not counted."
           END-IF.

       2100-ADD-ONE-ISSUE.
           PERFORM 2110-FIND-USAGE-ENTRY
           IF WS-RLV-FOUND-IX = 0
               PERFORM 2120-ADD-USAGE-ENTRY
           END-IF
           IF WS-RLV-FOUND-IX > 0
               ADD 1 TO WS-RLV-ISSUES-USED
               ADD WS-TLD-QUANTITY
                   TO WS-RLV-USE-QUANTITY(WS-RLV-FOUND-IX)
           END-IF.

       2110-FIND-USAGE-ENTRY.
           MOVE 0 TO WS-RLV-FOUND-IX
           PERFORM VARYING WS-RLV-IX FROM 1 BY 1
                   UNTIL WS-RLV-IX > WS-RLV-COUNT
                      OR WS-RLV-FOUND-IX > 0
               IF WS-RLV-USE-PRODUCT-ID(WS-RLV-IX) = WS-TLD-PRODUCT-ID
                   AND WS-RLV-USE-WAREHOUSE-ID(WS-RLV-IX)
                       = WS-TLD-WAREHOUSE-ID
                   MOVE WS-RLV-IX TO WS-RLV-FOUND-IX
               END-IF
           END-PERFORM.

       2120-ADD-USAGE-ENTRY.
           IF WS-RLV-COUNT < WS-RLV-MAX-ENTRIES
               ADD 1 TO WS-RLV-COUNT
               MOVE WS-RLV-COUNT TO WS-RLV-FOUND-IX
               MOVE WS-TLD-PRODUCT-ID
                   TO WS-RLV-USE-PRODUCT-ID(WS-RLV-FOUND-IX)
               MOVE WS-TLD-WAREHOUSE-ID
                   TO WS-RLV-USE-WAREHOUSE-ID(WS-RLV-FOUND-IX)
               MOVE 0 TO WS-RLV-USE-QUANTITY(WS-RLV-FOUND-IX)
           ELSE
               SET WS-RLV-OVERFLOW-YES TO TRUE
           END-IF.

       3000-REVIEW-PRODUCTS.
           MOVE "N" TO WS-PRODUCT-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO PRODUCT-MASTER-KEY
           START PRODUCT-MASTER
               KEY IS NOT LESS THAN PRODUCT-MASTER-KEY
               INVALID KEY SET WS-PRODUCT-SCAN-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-PRODUCT-SCAN-EOF-YES
               READ PRODUCT-MASTER NEXT RECORD
                   AT END SET WS-PRODUCT-SCAN-EOF-YES TO TRUE
                   NOT AT END
                       MOVE PRODUCT-MASTER-KEY(1:8)
                           TO WS-PRODUCT-KEY-BUILD
                       MOVE PRODUCT-MASTER-DATA
                           TO WS-PRODUCT-DATA-FIELDS
                       IF WS-PMD-STATUS = "A"
                           ADD 1 TO WS-RLV-PRODUCTS-READ
                           PERFORM 3100-REVIEW-ONE-PRODUCT
                       END-IF
               END-READ
           END-PERFORM.

       3100-REVIEW-ONE-PRODUCT.
           PERFORM 3110-GET-LEAD-DAYS
           MOVE WS-PRODUCT-KEY-BUILD TO WS-RLK-PRODUCT-ID
           PERFORM 3400-READ-PROPOSAL-RECORD
           MOVE "N" TO WS-RLV-USAGE-FLAG
           MOVE 0 TO WS-RLP-NEW-MIN
           MOVE 0 TO WS-RLP-NEW-MAX
           MOVE 0 TO WS-RLP-NEW-REORDER-PT
           MOVE 0 TO WS-RLP-AVG-DAILY
           MOVE 0 TO WS-RLP-WAREHOUSE-ID
           MOVE 0 TO WS-RLP-ISSUED-QTY

           PERFORM VARYING WS-RLV-IX FROM 1 BY 1
                   UNTIL WS-RLV-IX > WS-RLV-COUNT
               IF WS-RLV-USE-PRODUCT-ID(WS-RLV-IX)
                   = WS-PRODUCT-KEY-BUILD
                   PERFORM 3200-CALCULATE-WAREHOUSE-LEVELS
               END-IF
           END-PERFORM

           IF NOT WS-RLV-USAGE-YES
               ADD 1 TO WS-RLV-NO-USAGE
               PERFORM 3500-WITHDRAW-PENDING-PROPOSAL
           ELSE
               ADD 1 TO WS-RLV-PRODUCTS-USED
               PERFORM 3300-PROPOSE-PRODUCT-LEVELS
           END-IF.

       3110-GET-LEAD-DAYS.
           MOVE WS-RLV-DEFAULT-LEAD-DAYS TO WS-RLV-LEAD-DAYS
           MOVE WS-PMD-SUPPLIER-ID TO WS-SUK-ID
           MOVE "N" TO WS-SUPP-FOUND-FLAG
           MOVE WS-SUPP-KEY-BUILD TO SUPPLIER-FILE-KEY
           READ SUPPLIER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SUPPLIER-FILE-DATA TO WS-SUPP-DATA-FIELDS
                   SET WS-SUPP-FOUND-YES TO TRUE
           END-READ
           IF WS-SUPP-FOUND-YES
               AND WS-SUD-LEAD-DAYS NUMERIC
               AND WS-SUD-LEAD-DAYS > 0
               MOVE WS-SUD-LEAD-DAYS TO WS-RLV-LEAD-DAYS
           END-IF.

       3200-CALCULATE-WAREHOUSE-LEVELS.
           SET WS-RLV-USAGE-YES TO TRUE
           COMPUTE WS-RLV-WH-AVG-DAILY ROUNDED =
               WS-RLV-USE-QUANTITY(WS-RLV-IX) / WS-RLV-HISTORY-DAYS

           MOVE WS-RLV-SAFETY-DAYS TO WS-RLV-COVER-DAYS
           PERFORM 3210-COMPUTE-COVER-QUANTITY
           MOVE WS-RLV-WHOLE TO WS-RLV-WH-MIN

           COMPUTE WS-RLV-COVER-DAYS =
               WS-RLV-SAFETY-DAYS + WS-RLV-LEAD-DAYS
           PERFORM 3210-COMPUTE-COVER-QUANTITY
           MOVE WS-RLV-WHOLE TO WS-RLV-WH-REORDER-PT

           COMPUTE WS-RLV-COVER-DAYS =
               WS-RLV-SAFETY-DAYS + WS-RLV-LEAD-DAYS
               + WS-RLV-CYCLE-DAYS
           PERFORM 3210-COMPUTE-COVER-QUANTITY
           MOVE WS-RLV-WHOLE TO WS-RLV-WH-MAX

           MOVE SPACES TO PRINT-RECORD
           STRING "PRODUCT:" WS-PRODUCT-KEY-BUILD
               " WHSE:" WS-RLV-USE-WAREHOUSE-ID(WS-RLV-IX)
               " ISSUED:" WS-RLV-USE-QUANTITY(WS-RLV-IX)
               " AVG/DAY:" WS-RLV-WH-AVG-DAILY
               " LEAD:" WS-RLV-LEAD-DAYS
               " MIN:" WS-RLV-WH-MIN
               " REORDER PT:" WS-RLV-WH-REORDER-PT
               " MAX:" WS-RLV-WH-MAX
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           IF WS-RLV-WH-REORDER-PT > WS-RLP-NEW-REORDER-PT
               OR WS-RLP-WAREHOUSE-ID = 0
               MOVE WS-RLV-WH-MIN TO WS-RLP-NEW-MIN
               MOVE WS-RLV-WH-REORDER-PT TO WS-RLP-NEW-REORDER-PT
               MOVE WS-RLV-WH-MAX TO WS-RLP-NEW-MAX
               MOVE WS-RLV-WH-AVG-DAILY TO WS-RLP-AVG-DAILY
               MOVE WS-RLV-USE-WAREHOUSE-ID(WS-RLV-IX)
                   TO WS-RLP-WAREHOUSE-ID
               MOVE WS-RLV-USE-QUANTITY(WS-RLV-IX)
                   TO WS-RLP-ISSUED-QTY
           END-IF.

       3210-COMPUTE-COVER-QUANTITY.
           COMPUTE WS-RLV-CALC =
               WS-RLV-USE-QUANTITY(WS-RLV-IX) * WS-RLV-COVER-DAYS
               / WS-RLV-HISTORY-DAYS
           MOVE WS-RLV-CALC TO WS-RLV-WHOLE
           IF WS-RLV-WHOLE < WS-RLV-CALC
               ADD 1 TO WS-RLV-WHOLE
           END-IF
           IF WS-RLV-WHOLE > WS-RLV-LEVEL-LIMIT
               MOVE WS-RLV-LEVEL-LIMIT TO WS-RLV-WHOLE
           END-IF.

       3300-PROPOSE-PRODUCT-LEVELS.
           EVALUATE TRUE
               WHEN WS-RLP-NEW-MIN = WS-PMD-MIN-STOCK
                   AND WS-RLP-NEW-REORDER-PT = WS-PMD-REORDER-PT
                   AND WS-RLP-NEW-MAX = WS-PMD-MAX-STOCK
                   ADD 1 TO WS-RLV-NO-CHANGE
                   PERFORM 3500-WITHDRAW-PENDING-PROPOSAL
                   MOVE SPACES TO PRINT-RECORD
                   STRING "PRODUCT:" WS-PRODUCT-KEY-BUILD
                       " " WS-PMD-NAME(1:30)
                       " CURRENT LEVELS CONFIRMED - NO CHANGE"
                       DELIMITED BY SIZE INTO PRINT-RECORD
                   WRITE PRINT-RECORD
               WHEN WS-RLP-FOUND-YES
                   AND WS-RLP-PRIOR-REJECTED
                   AND WS-RLP-PRIOR-CUR-MIN = WS-PMD-MIN-STOCK
                   AND WS-RLP-PRIOR-CUR-RP = WS-PMD-REORDER-PT
                   AND WS-RLP-PRIOR-CUR-MAX = WS-PMD-MAX-STOCK
                   AND WS-RLP-PRIOR-NEW-MIN = WS-RLP-NEW-MIN
                   AND WS-RLP-PRIOR-NEW-RP = WS-RLP-NEW-REORDER-PT
                   AND WS-RLP-PRIOR-NEW-MAX = WS-RLP-NEW-MAX
                   ADD 1 TO WS-RLV-STILL-REJECTED
                   MOVE SPACES TO PRINT-RECORD
                   STRING "PRODUCT:" WS-PRODUCT-KEY-BUILD
                       " " WS-PMD-NAME(1:30)
                       " SAME LEVELS REJECTED "
                       WS-RLP-PRIOR-ACTION-DATE
                       " BY " WS-RLP-PRIOR-ACTION-BY
                       " - NOT RE-PROPOSED"
                       DELIMITED BY SIZE INTO PRINT-RECORD
                   WRITE PRINT-RECORD
               WHEN OTHER
                   PERFORM 3320-WRITE-PENDING-PROPOSAL
           END-EVALUATE.

       3320-WRITE-PENDING-PROPOSAL.
           MOVE WS-PMD-MIN-STOCK TO WS-RLP-CUR-MIN
           MOVE WS-PMD-MAX-STOCK TO WS-RLP-CUR-MAX
           MOVE WS-PMD-REORDER-PT TO WS-RLP-CUR-REORDER-PT
           MOVE WS-RLV-LEAD-DAYS TO WS-RLP-LEAD-DAYS
           MOVE WS-RLV-HISTORY-DAYS TO WS-RLP-HISTORY-DAYS
           MOVE WS-CURRENT-DATE TO WS-RLP-PROPOSAL-DATE
           SET WS-RLP-PENDING TO TRUE
           MOVE 0 TO WS-RLP-ACTION-DATE
           MOVE SPACES TO WS-RLP-ACTION-BY
           ADD 1 TO WS-RLV-PROPOSED

           MOVE WS-RLP-KEY-BUILD TO REORDER-PROPOSAL-KEY
           MOVE WS-RLP-DATA-FIELDS TO REORDER-PROPOSAL-DATA
           MOVE WS-CURRENT-DATE TO REORDER-PROPOSAL-TIMESTAMP
           IF WS-RLP-FOUND-YES
               REWRITE REORDER-PROPOSAL-RECORD
                   INVALID KEY
                       DISPLAY "Warning: proposal for product "
                           WS-PRODUCT-KEY-BUILD " not updated"
               END-REWRITE
           ELSE
               WRITE REORDER-PROPOSAL-RECORD
                   INVALID KEY
                       DISPLAY "Warning: proposal for product "
                           WS-PRODUCT-KEY-BUILD " not written"
               END-WRITE
           END-IF

           MOVE SPACES TO PRINT-RECORD
           STRING "PRODUCT:" WS-PRODUCT-KEY-BUILD
               " " WS-PMD-NAME(1:30)
               " CURRENT MIN:" WS-PMD-MIN-STOCK
               " RP:" WS-PMD-REORDER-PT
               " MAX:" WS-PMD-MAX-STOCK
               " PROPOSED MIN:" WS-RLP-NEW-MIN
               " RP:" WS-RLP-NEW-REORDER-PT
               " MAX:" WS-RLP-NEW-MAX
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD.

       3400-READ-PROPOSAL-RECORD.
           MOVE "N" TO WS-RLP-FOUND-FLAG
           MOVE WS-RLP-KEY-BUILD TO REORDER-PROPOSAL-KEY
           READ REORDER-PROPOSAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RLP-FOUND-YES TO TRUE
                   MOVE REORDER-PROPOSAL-DATA TO WS-RLP-DATA-FIELDS
                   MOVE WS-RLP-CUR-MIN TO WS-RLP-PRIOR-CUR-MIN
                   MOVE WS-RLP-CUR-MAX TO WS-RLP-PRIOR-CUR-MAX
                   MOVE WS-RLP-CUR-REORDER-PT TO WS-RLP-PRIOR-CUR-RP
                   MOVE WS-RLP-NEW-MIN TO WS-RLP-PRIOR-NEW-MIN
                   MOVE WS-RLP-NEW-MAX TO WS-RLP-PRIOR-NEW-MAX
                   MOVE WS-RLP-NEW-REORDER-PT TO WS-RLP-PRIOR-NEW-RP
                   MOVE WS-RLP-STATUS TO WS-RLP-PRIOR-STATUS
                   MOVE WS-RLP-ACTION-DATE
                       TO WS-RLP-PRIOR-ACTION-DATE
                   MOVE WS-RLP-ACTION-BY TO WS-RLP-PRIOR-ACTION-BY
           END-READ.

       3500-WITHDRAW-PENDING-PROPOSAL.
           IF WS-RLP-FOUND-YES
               IF WS-RLP-PRIOR-PENDING
                   MOVE WS-RLP-KEY-BUILD TO REORDER-PROPOSAL-KEY
                   DELETE REORDER-PROPOSAL RECORD
                       INVALID KEY
                           DISPLAY "Warning: proposal for product "
                               WS-PRODUCT-KEY-BUILD " not removed"
                       NOT INVALID KEY
                           ADD 1 TO WS-RLV-WITHDRAWN
                   END-DELETE
               END-IF
           END-IF.

       8000-WRITE-REVIEW-TOTALS.
           MOVE SPACES TO PRINT-RECORD
           STRING "TRANSACTIONS READ:" WS-RLV-TRANS-READ
               " ISSUES IN PERIOD:" WS-RLV-ISSUES-USED
               " PRODUCT/WAREHOUSE COMBINATIONS:" WS-RLV-COUNT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "ACTIVE PRODUCTS REVIEWED:" WS-RLV-PRODUCTS-READ
               " WITH ISSUES:" WS-RLV-PRODUCTS-USED
               " NO ISSUES - UNCHANGED:" WS-RLV-NO-USAGE
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "PROPOSALS PENDING APPROVAL:" WS-RLV-PROPOSED
               " NO CHANGE:" WS-RLV-NO-CHANGE
               " PREVIOUSLY REJECTED:" WS-RLV-STILL-REJECTED
               " WITHDRAWN:" WS-RLV-WITHDRAWN
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           IF WS-RLV-OVERFLOW-YES
               MOVE SPACES TO PRINT-RECORD
               STRING "WARNING: USAGE TABLE FULL AT "
                   WS-RLV-MAX-ENTRIES
                   " - SOME ISSUES WERE NOT COUNTED"
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF

           DISPLAY "Active products reviewed: " WS-RLV-PRODUCTS-READ
           DISPLAY "Proposals pending approval: " WS-RLV-PROPOSED
           DISPLAY "No change: " WS-RLV-NO-CHANGE
           DISPLAY "No issues in period: " WS-RLV-NO-USAGE.

       9000-CLEANUP.
           CLOSE PRODUCT-MASTER
           CLOSE SUPPLIER-FILE
           CLOSE TRANSACTION-LOG
           CLOSE REORDER-PROPOSAL
           CLOSE PRINT-FILE
           DISPLAY "Reorder level recalculation complete.".
