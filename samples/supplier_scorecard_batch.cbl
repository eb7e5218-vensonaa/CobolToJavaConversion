       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-SCORECARD-BATCH.
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
           SELECT SUPPLIER-FILE ASSIGN TO "suppliers.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUPPLIER-FILE-KEY
                  FILE STATUS IS WS-SUPPLIER-FILE-STATUS.

           SELECT PURCHASE-ORDER ASSIGN TO "purchase_orders.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PURCHASE-ORDER-KEY
                  FILE STATUS IS WS-PURCHASE-ORDER-STATUS.

           SELECT PRICE-HISTORY ASSIGN TO "price_history.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRICE-HISTORY-KEY
                  FILE STATUS IS WS-PRICE-HISTORY-STATUS.

           SELECT PRODUCT-MASTER ASSIGN TO "products.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRODUCT-MASTER-KEY
                  FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT SUPPLIER-INVOICE ASSIGN TO "supplier_invoices.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUPPLIER-INVOICE-KEY
                  FILE STATUS IS WS-SUPPLIER-INVOICE-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "config.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-FILE-KEY
                  FILE STATUS IS WS-CONFIG-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "inventory_reports.txt"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SUPPLIER-FILE.
       01  SUPPLIER-FILE-RECORD.
           05  SUPPLIER-FILE-KEY        PIC X(20).
           05  SUPPLIER-FILE-DATA       PIC X(200).
           05  SUPPLIER-FILE-TIMESTAMP  PIC 9(14).

       FD  PURCHASE-ORDER.
       01  PURCHASE-ORDER-RECORD.
           05  PURCHASE-ORDER-KEY        PIC X(20).
           05  PURCHASE-ORDER-DATA       PIC X(200).
           05  PURCHASE-ORDER-TIMESTAMP  PIC 9(14).

       FD  PRICE-HISTORY.
       01  PRICE-HISTORY-RECORD.
           05  PRICE-HISTORY-KEY        PIC X(20).
           05  PRICE-HISTORY-DATA       PIC X(200).
           05  PRICE-HISTORY-TIMESTAMP  PIC 9(14).

       FD  PRODUCT-MASTER.
       01  PRODUCT-MASTER-RECORD.
           05  PRODUCT-MASTER-KEY        PIC X(20).
           05  PRODUCT-MASTER-DATA       PIC X(200).
           05  PRODUCT-MASTER-TIMESTAMP  PIC 9(14).

       FD  SUPPLIER-INVOICE.
       01  SUPPLIER-INVOICE-RECORD.
           05  SUPPLIER-INVOICE-KEY        PIC X(20).
           05  SUPPLIER-INVOICE-DATA       PIC X(200).
           05  SUPPLIER-INVOICE-TIMESTAMP  PIC 9(14).

       FD  CONFIG-FILE.
       01  CONFIG-FILE-RECORD.
           05  CONFIG-FILE-KEY        PIC X(20).
           05  CONFIG-FILE-DATA       PIC X(200).
           05  CONFIG-FILE-TIMESTAMP  PIC 9(14).

       FD  PRINT-FILE.
       01  PRINT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

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

       01  WS-SUPP-SCAN-EOF-FLAG      PIC X VALUE "N".
           88  WS-SUPP-SCAN-EOF-YES   VALUE "Y".

       01  WS-PO-KEY-BUILD.
           05  WS-POK-NUMBER          PIC 9(8).
           05  WS-POK-LINE            PIC 9(3).
           05  FILLER                 PIC X(9).

       01  WS-PO-DATA-FIELDS.
           05  WS-POD-SUPPLIER-ID     PIC 9(4).
           05  WS-POD-DATE            PIC 9(8).
           05  WS-POD-REQUIRED-DATE   PIC 9(8).
           05  WS-POD-TOTAL-AMOUNT    PIC 9(10)V99.
           05  WS-POD-STATUS          PIC X(1).
           05  WS-POD-LINE-COUNT      PIC 9(3).
           05  WS-POD-APPROVED-BY     PIC X(20).
           05  WS-POD-APPROVED-DATE   PIC 9(8).
           05  WS-POD-APPROVED-BY-2   PIC X(20).
           05  FILLER                 PIC X(116).

       01  WS-PO-LINE-FIELDS.
           05  WS-POL-PRODUCT-ID      PIC 9(8).
           05  WS-POL-WAREHOUSE-ID    PIC 9(3).
           05  WS-POL-QUANTITY        PIC 9(8).
           05  WS-POL-UNIT-COST       PIC 9(8)V99.
           05  WS-POL-RECEIVED-QTY    PIC 9(8).
           05  WS-POL-STATUS          PIC X(1).
               88  WS-POL-OPEN         VALUE "O".
               88  WS-POL-RECEIVED     VALUE "R".
           05  WS-POL-RECEIVED-DATE   PIC 9(8).
           05  FILLER                 PIC X(154).

       01  WS-PO-SCAN-EOF-FLAG        PIC X VALUE "N".
           88  WS-PO-SCAN-EOF-YES     VALUE "Y".

       01  WS-PH-KEY-BUILD.
           05  WS-PHK-PRODUCT-ID      PIC 9(8).
           05  WS-PHK-EFFECTIVE-DATE  PIC 9(8).
           05  FILLER                 PIC X(4).

       01  WS-PH-DATA-FIELDS.
           05  WS-PHD-END-DATE        PIC 9(8).
           05  WS-PHD-COST-PRICE      PIC 9(8)V99.
           05  WS-PHD-SELLING-PRICE   PIC 9(8)V99.
           05  WS-PHD-REASON-CODE     PIC X(2).
           05  WS-PHD-APPROVED-BY     PIC X(20).
           05  WS-PHD-SUPPLIER-ID     PIC 9(4).
           05  WS-PHD-PRIOR-COST      PIC 9(8)V99.
           05  FILLER                 PIC X(136).

       01  WS-PH-SCAN-EOF-FLAG        PIC X VALUE "N".
           88  WS-PH-SCAN-EOF-YES     VALUE "Y".

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

       01  WS-SI-DATA-FIELDS.
           05  WS-SID-SUPPLIER-ID     PIC 9(4).
           05  WS-SID-PO-NUMBER       PIC 9(8).
           05  WS-SID-PO-LINE         PIC 9(3).
           05  WS-SID-INVOICE-QTY     PIC 9(8).
           05  WS-SID-INVOICE-COST    PIC 9(8)V99.
           05  WS-SID-AMOUNT          PIC 9(10)V99.
           05  WS-SID-DATE            PIC 9(8).
           05  WS-SID-DUE-DATE        PIC 9(8).
           05  WS-SID-STATUS          PIC X(1).
               88  WS-SID-MATCHED      VALUE "M".
               88  WS-SID-HELD         VALUE "H".
               88  WS-SID-REJECTED     VALUE "R".
               88  WS-SID-PAID         VALUE "P".
           05  WS-SID-PAID-DATE       PIC 9(8).
           05  WS-SID-PAYMENT-REF     PIC 9(12).
           05  WS-SID-HELD-FLAG       PIC X(1).
               88  WS-SID-WAS-HELD     VALUE "Y".
           05  FILLER                 PIC X(117).

       01  WS-SI-SCAN-EOF-FLAG        PIC X VALUE "N".
           88  WS-SI-SCAN-EOF-YES     VALUE "Y".

       01  WS-CONFIG-KEY-BUILD        PIC X(20).
       01  WS-CONFIG-DATA-FIELDS.
           05  WS-CFD-NUM-VALUE       PIC 9(9).
           05  WS-CFD-DESCRIPTION     PIC X(40).
           05  WS-CFD-ACCOUNT-ID      PIC 9(12).
           05  FILLER                 PIC X(139).
       01  WS-SUPP-RATING-MIN-DEFAULT PIC 9(1) VALUE 4.

       01  WS-SSC-WEIGHT-ON-TIME      PIC 9(3) VALUE 40.
       01  WS-SSC-WEIGHT-FILL         PIC 9(3) VALUE 30.
       01  WS-SSC-WEIGHT-PRICE        PIC 9(3) VALUE 15.
       01  WS-SSC-WEIGHT-INVOICE      PIC 9(3) VALUE 15.

       01  WS-SCORECARD-FIELDS.
           05  WS-SSC-MONTH           PIC 9(6).
           05  WS-SSC-MONTH-PARTS REDEFINES WS-SSC-MONTH.
               10  WS-SSC-MONTH-YEAR  PIC 9(4).
               10  WS-SSC-MONTH-MM    PIC 9(2).
           05  WS-SSC-FROM-DATE       PIC 9(8).
           05  WS-SSC-TO-DATE         PIC 9(8).
           05  WS-SSC-RATING-MIN      PIC 9(1).
           05  WS-SSC-IX              PIC 9(4).
           05  WS-SSC-SUPP-IX         PIC 9(4).
           05  WS-SSC-RANK-IX         PIC 9(4).
           05  WS-SSC-BEST-IX         PIC 9(4).
           05  WS-SSC-RANK-COUNT      PIC 9(4) VALUE 0.
           05  WS-SSC-RANK-NUMBER     PIC 9(4).
           05  WS-SSC-HDR-SUPPLIER-ID PIC 9(4).
           05  WS-SSC-HDR-REQUIRED    PIC 9(8).
           05  WS-SSC-LAST-PRODUCT    PIC 9(8).
           05  WS-SSC-LAST-COST       PIC 9(8)V99.
           05  WS-SSC-PRIOR-COST      PIC 9(8)V99.
           05  WS-SSC-PCT-ON-TIME     PIC 9(3).
           05  WS-SSC-PCT-FILL        PIC 9(3).
           05  WS-SSC-PCT-PRICE       PIC 9(3).
           05  WS-SSC-PCT-INVOICE     PIC 9(3).
           05  WS-SSC-CALC            PIC 9(7)V99.
           05  WS-SSC-NEW-RATING      PIC 9(1).

       01  WS-SCORECARD-COUNTERS.
           05  WS-SSC-LINES-READ      PIC 9(9) VALUE 0.
           05  WS-SSC-LINES-USED      PIC 9(7) VALUE 0.
           05  WS-SSC-PRICES-READ     PIC 9(9) VALUE 0.
           05  WS-SSC-PRICES-USED     PIC 9(7) VALUE 0.
           05  WS-SSC-INVOICES-READ   PIC 9(9) VALUE 0.
           05  WS-SSC-INVOICES-USED   PIC 9(7) VALUE 0.
           05  WS-SSC-SUPPLIERS-READ  PIC 9(5) VALUE 0.
           05  WS-SSC-SUPPLIERS-RATED PIC 9(5) VALUE 0.
           05  WS-SSC-NO-ACTIVITY     PIC 9(5) VALUE 0.
           05  WS-SSC-BELOW-MIN       PIC 9(5) VALUE 0.
           05  WS-SSC-UNATTRIBUTED    PIC 9(7) VALUE 0.

       01  WS-SSC-SUPPLIER-TABLE.
           05  WS-SSC-SUPPLIER-ENTRY OCCURS 9999 TIMES.
               10  WS-SSC-LINES           PIC 9(5).
               10  WS-SSC-ON-TIME         PIC 9(5).
               10  WS-SSC-CLOSED-LINES    PIC 9(5).
               10  WS-SSC-SHORT-LINES     PIC 9(5).
               10  WS-SSC-ORDERED-QTY     PIC 9(10).
               10  WS-SSC-RECEIVED-QTY    PIC 9(10).
               10  WS-SSC-PRICE-CHANGES   PIC 9(5).
               10  WS-SSC-PRICE-UPS       PIC 9(5).
               10  WS-SSC-INVOICES        PIC 9(5).
               10  WS-SSC-HELD            PIC 9(5).

       01  WS-SSC-RANK-TABLE.
           05  WS-SSC-RANK-ENTRY OCCURS 9999 TIMES.
               10  WS-SSR-SUPPLIER-ID     PIC 9(4).
               10  WS-SSR-NAME            PIC X(25).
               10  WS-SSR-SCORE           PIC 9(3).
               10  WS-SSR-OLD-RATING      PIC 9(1).
               10  WS-SSR-NEW-RATING      PIC 9(1).
               10  WS-SSR-PCT-ON-TIME     PIC 9(3).
               10  WS-SSR-PCT-FILL        PIC 9(3).
               10  WS-SSR-PRINTED-FLAG    PIC X(1).
                   88  WS-SSR-PRINTED      VALUE "Y".

       01  WS-SYSTEM-VARIABLES.
           05  WS-CURRENT-DATE        PIC 9(8).
           05  WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR    PIC 9(4).
               10  WS-CURRENT-MONTH   PIC 9(2).
               10  WS-CURRENT-DAY     PIC 9(2).
           05  WS-CURRENT-TIME        PIC 9(6).

       01  WS-SUPPLIER-FILE-STATUS        PIC X(2).
       01  WS-PURCHASE-ORDER-STATUS        PIC X(2).
       01  WS-PRICE-HISTORY-STATUS        PIC X(2).
       01  WS-PRODUCT-MASTER-STATUS        PIC X(2).
       01  WS-SUPPLIER-INVOICE-STATUS        PIC X(2).
       01  WS-CONFIG-FILE-STATUS        PIC X(2).
       01  WS-PRINT-FILE-STATUS        PIC X(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-SCAN-PO-RECEIPTS
           PERFORM 3000-SCAN-PRICE-HISTORY
           PERFORM 4000-SCAN-SUPPLIER-INVOICES
           PERFORM 5000-RATE-SUPPLIERS
           PERFORM 6000-PRINT-RANKED-SCORECARD
           PERFORM 8000-WRITE-SCORECARD-TOTALS
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           IF WS-CURRENT-MONTH = 1
               COMPUTE WS-SSC-MONTH-YEAR = WS-CURRENT-YEAR - 1
               MOVE 12 TO WS-SSC-MONTH-MM
           ELSE
               MOVE WS-CURRENT-YEAR TO WS-SSC-MONTH-YEAR
               COMPUTE WS-SSC-MONTH-MM = WS-CURRENT-MONTH - 1
           END-IF
           COMPUTE WS-SSC-FROM-DATE = WS-SSC-MONTH * 100 + 1
           COMPUTE WS-SSC-TO-DATE = WS-SSC-MONTH * 100 + 31

           PERFORM VARYING WS-SSC-IX FROM 1 BY 1
                   UNTIL WS-SSC-IX > 9999
               MOVE 0 TO WS-SSC-LINES(WS-SSC-IX)
               MOVE 0 TO WS-SSC-ON-TIME(WS-SSC-IX)
               MOVE 0 TO WS-SSC-CLOSED-LINES(WS-SSC-IX)
               MOVE 0 TO WS-SSC-SHORT-LINES(WS-SSC-IX)
               MOVE 0 TO WS-SSC-ORDERED-QTY(WS-SSC-IX)
               MOVE 0 TO WS-SSC-RECEIVED-QTY(WS-SSC-IX)
               MOVE 0 TO WS-SSC-PRICE-CHANGES(WS-SSC-IX)
               MOVE 0 TO WS-SSC-PRICE-UPS(WS-SSC-IX)
               MOVE 0 TO WS-SSC-INVOICES(WS-SSC-IX)
               MOVE 0 TO WS-SSC-HELD(WS-SSC-IX)
           END-PERFORM

           PERFORM 1100-OPEN-FILES
           PERFORM 1200-LOAD-RATING-MIN
           DISPLAY " "
           DISPLAY "==============================================="
           DISPLAY "     SUPPLIER PERFORMANCE SCORECARD"
           DISPLAY "==============================================="
           DISPLAY "Date: " WS-CURRENT-DATE
           DISPLAY "Scoring month: " WS-SSC-MONTH

           MOVE SPACES TO PRINT-RECORD
           MOVE "SUPPLIER PERFORMANCE SCORECARD - RANKED BY SCORE"
               TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "RUN DATE " WS-CURRENT-DATE
               " - MONTH " WS-SSC-MONTH
               " WEIGHTS ON-TIME:" WS-SSC-WEIGHT-ON-TIME
               " FILL:" WS-SSC-WEIGHT-FILL
               " PRICE:" WS-SSC-WEIGHT-PRICE
               " INVOICE:" WS-SSC-WEIGHT-INVOICE
               " MINIMUM RATING:" WS-SSC-RATING-MIN
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD.

       1100-OPEN-FILES.
           OPEN I-O SUPPLIER-FILE
           IF WS-SUPPLIER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open supplier file"
               STOP RUN
           END-IF

           OPEN INPUT PURCHASE-ORDER
           IF WS-PURCHASE-ORDER-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open purchase order file"
               STOP RUN
           END-IF

           OPEN INPUT PRICE-HISTORY
           IF WS-PRICE-HISTORY-STATUS = "35"
               OPEN OUTPUT PRICE-HISTORY
               CLOSE PRICE-HISTORY
               OPEN INPUT PRICE-HISTORY
           END-IF
           IF WS-PRICE-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open price history file"
               STOP RUN
           END-IF

           OPEN INPUT PRODUCT-MASTER
           IF WS-PRODUCT-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open product master file"
               STOP RUN
           END-IF

           OPEN INPUT SUPPLIER-INVOICE
           IF WS-SUPPLIER-INVOICE-STATUS = "35"
               OPEN OUTPUT SUPPLIER-INVOICE
               CLOSE SUPPLIER-INVOICE
               OPEN INPUT SUPPLIER-INVOICE
           END-IF
           IF WS-SUPPLIER-INVOICE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open supplier invoice file"
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

       1200-LOAD-RATING-MIN.
           MOVE WS-SUPP-RATING-MIN-DEFAULT TO WS-SSC-RATING-MIN
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-FILE-STATUS = "00"
               MOVE "SUPP-RATING-MIN" TO WS-CONFIG-KEY-BUILD
               MOVE WS-CONFIG-KEY-BUILD TO CONFIG-FILE-KEY
               READ CONFIG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONFIG-FILE-DATA TO WS-CONFIG-DATA-FIELDS
                       IF WS-CFD-NUM-VALUE NUMERIC
                           AND WS-CFD-NUM-VALUE > 0
                           AND WS-CFD-NUM-VALUE < 10
                           MOVE WS-CFD-NUM-VALUE TO WS-SSC-RATING-MIN
                       END-IF
               END-READ
               CLOSE CONFIG-FILE
           END-IF.

       2000-SCAN-PO-RECEIPTS.
           MOVE "N" TO WS-PO-SCAN-EOF-FLAG
           MOVE 0 TO WS-SSC-HDR-SUPPLIER-ID
           MOVE 0 TO WS-SSC-HDR-REQUIRED
           MOVE LOW-VALUES TO PURCHASE-ORDER-KEY
           START PURCHASE-ORDER
               KEY IS NOT LESS THAN PURCHASE-ORDER-KEY
               INVALID KEY SET WS-PO-SCAN-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-PO-SCAN-EOF-YES
               READ PURCHASE-ORDER NEXT RECORD
                   AT END SET WS-PO-SCAN-EOF-YES TO TRUE
                   NOT AT END
                       MOVE PURCHASE-ORDER-KEY TO WS-PO-KEY-BUILD
                       IF WS-POK-LINE = 0
                           MOVE PURCHASE-ORDER-DATA
                               TO WS-PO-DATA-FIELDS
                           MOVE WS-POD-SUPPLIER-ID
                               TO WS-SSC-HDR-SUPPLIER-ID
                           MOVE WS-POD-REQUIRED-DATE
                               TO WS-SSC-HDR-REQUIRED
                       ELSE
                           ADD 1 TO WS-SSC-LINES-READ
                           MOVE PURCHASE-ORDER-DATA
                               TO WS-PO-LINE-FIELDS
                           PERFORM 2100-SCORE-PO-LINE
                       END-IF
               END-READ
           END-PERFORM.

       2100-SCORE-PO-LINE.
           IF WS-POL-RECEIVED-DATE NUMERIC
               AND WS-POL-RECEIVED-DATE >= WS-SSC-FROM-DATE
               AND WS-POL-RECEIVED-DATE <= WS-SSC-TO-DATE
               AND WS-SSC-HDR-SUPPLIER-ID NUMERIC
               AND WS-SSC-HDR-SUPPLIER-ID > 0
               MOVE WS-SSC-HDR-SUPPLIER-ID TO WS-SSC-SUPP-IX
               ADD 1 TO WS-SSC-LINES-USED
               ADD 1 TO WS-SSC-LINES(WS-SSC-SUPP-IX)
               IF WS-SSC-HDR-REQUIRED NOT NUMERIC
                   OR WS-POL-RECEIVED-DATE <= WS-SSC-HDR-REQUIRED
                   ADD 1 TO WS-SSC-ON-TIME(WS-SSC-SUPP-IX)
               END-IF
               IF WS-POL-RECEIVED
                   ADD 1 TO WS-SSC-CLOSED-LINES(WS-SSC-SUPP-IX)
                   ADD WS-POL-QUANTITY
                       TO WS-SSC-ORDERED-QTY(WS-SSC-SUPP-IX)
                   IF WS-POL-RECEIVED-QTY < WS-POL-QUANTITY
                       ADD 1 TO WS-SSC-SHORT-LINES(WS-SSC-SUPP-IX)
                       ADD WS-POL-RECEIVED-QTY
                           TO WS-SSC-RECEIVED-QTY(WS-SSC-SUPP-IX)
                   ELSE
                       ADD WS-POL-QUANTITY
                           TO WS-SSC-RECEIVED-QTY(WS-SSC-SUPP-IX)
                   END-IF
               END-IF
           END-IF.

       3000-SCAN-PRICE-HISTORY.
           MOVE "N" TO WS-PH-SCAN-EOF-FLAG
           MOVE 0 TO WS-SSC-LAST-PRODUCT
           MOVE 0 TO WS-SSC-LAST-COST
           MOVE LOW-VALUES TO PRICE-HISTORY-KEY
           START PRICE-HISTORY
               KEY IS NOT LESS THAN PRICE-HISTORY-KEY
               INVALID KEY SET WS-PH-SCAN-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-PH-SCAN-EOF-YES
               READ PRICE-HISTORY NEXT RECORD
                   AT END SET WS-PH-SCAN-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SSC-PRICES-READ
                       MOVE PRICE-HISTORY-KEY TO WS-PH-KEY-BUILD
                       MOVE PRICE-HISTORY-DATA TO WS-PH-DATA-FIELDS
                       PERFORM 3100-SCORE-PRICE-CHANGE
                       MOVE WS-PHK-PRODUCT-ID TO WS-SSC-LAST-PRODUCT
                       MOVE WS-PHD-COST-PRICE TO WS-SSC-LAST-COST
               END-READ
           END-PERFORM.

       3100-SCORE-PRICE-CHANGE.
           IF WS-PHD-REASON-CODE = "RC"
               AND WS-PHK-EFFECTIVE-DATE >= WS-SSC-FROM-DATE
               AND WS-PHK-EFFECTIVE-DATE <= WS-SSC-TO-DATE
               IF WS-PHD-PRIOR-COST NUMERIC
                   MOVE WS-PHD-PRIOR-COST TO WS-SSC-PRIOR-COST
               ELSE
                   IF WS-SSC-LAST-PRODUCT = WS-PHK-PRODUCT-ID
                       MOVE WS-SSC-LAST-COST TO WS-SSC-PRIOR-COST
                   ELSE
                       MOVE WS-PHD-COST-PRICE TO WS-SSC-PRIOR-COST
                   END-IF
               END-IF
               MOVE 0 TO WS-SSC-SUPP-IX
               IF WS-PHD-SUPPLIER-ID NUMERIC
                   AND WS-PHD-SUPPLIER-ID > 0
                   MOVE WS-PHD-SUPPLIER-ID TO WS-SSC-SUPP-IX
               ELSE
                   PERFORM 3110-GET-PRODUCT-SUPPLIER
               END-IF
               IF WS-SSC-SUPP-IX = 0
                   ADD 1 TO WS-SSC-UNATTRIBUTED
               ELSE
                   ADD 1 TO WS-SSC-PRICES-USED
                   ADD 1 TO WS-SSC-PRICE-CHANGES(WS-SSC-SUPP-IX)
                   IF WS-PHD-COST-PRICE > WS-SSC-PRIOR-COST
                       ADD 1 TO WS-SSC-PRICE-UPS(WS-SSC-SUPP-IX)
                   END-IF
               END-IF
           END-IF.

       3110-GET-PRODUCT-SUPPLIER.
           MOVE WS-PHK-PRODUCT-ID TO WS-PRODUCT-KEY-BUILD
           MOVE WS-PRODUCT-KEY-BUILD TO PRODUCT-MASTER-KEY
           READ PRODUCT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PRODUCT-MASTER-DATA TO WS-PRODUCT-DATA-FIELDS
                   IF WS-PMD-SUPPLIER-ID NUMERIC
                       MOVE WS-PMD-SUPPLIER-ID TO WS-SSC-SUPP-IX
                   END-IF
           END-READ.

       4000-SCAN-SUPPLIER-INVOICES.
           MOVE "N" TO WS-SI-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO SUPPLIER-INVOICE-KEY
           START SUPPLIER-INVOICE
               KEY IS NOT LESS THAN SUPPLIER-INVOICE-KEY
               INVALID KEY SET WS-SI-SCAN-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-SI-SCAN-EOF-YES
               READ SUPPLIER-INVOICE NEXT RECORD
                   AT END SET WS-SI-SCAN-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SSC-INVOICES-READ
                       MOVE SUPPLIER-INVOICE-DATA
                           TO WS-SI-DATA-FIELDS
                       IF WS-SID-DATE NUMERIC
                           AND WS-SID-DATE >= WS-SSC-FROM-DATE
                           AND WS-SID-DATE <= WS-SSC-TO-DATE
                           AND WS-SID-SUPPLIER-ID NUMERIC
                           AND WS-SID-SUPPLIER-ID > 0
                           PERFORM 4100-SCORE-INVOICE
                       END-IF
               END-READ
           END-PERFORM.

       4100-SCORE-INVOICE.
           MOVE WS-SID-SUPPLIER-ID TO WS-SSC-SUPP-IX
           ADD 1 TO WS-SSC-INVOICES-USED
           ADD 1 TO WS-SSC-INVOICES(WS-SSC-SUPP-IX)
           IF WS-SID-WAS-HELD OR WS-SID-HELD OR WS-SID-REJECTED
               ADD 1 TO WS-SSC-HELD(WS-SSC-SUPP-IX)
           END-IF.

       5000-RATE-SUPPLIERS.
           MOVE "N" TO WS-SUPP-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO SUPPLIER-FILE-KEY
           START SUPPLIER-FILE
               KEY IS NOT LESS THAN SUPPLIER-FILE-KEY
               INVALID KEY SET WS-SUPP-SCAN-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-SUPP-SCAN-EOF-YES
               READ SUPPLIER-FILE NEXT RECORD
                   AT END SET WS-SUPP-SCAN-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SSC-SUPPLIERS-READ
                       MOVE SUPPLIER-FILE-KEY TO WS-SUPP-KEY-BUILD
                       MOVE SUPPLIER-FILE-DATA TO WS-SUPP-DATA-FIELDS
                       IF WS-SUK-ID NUMERIC AND WS-SUK-ID > 0
                           MOVE WS-SUK-ID TO WS-SSC-SUPP-IX
                           PERFORM 5100-RATE-ONE-SUPPLIER
                       END-IF
               END-READ
           END-PERFORM.

       5100-RATE-ONE-SUPPLIER.
           IF WS-SSC-LINES(WS-SSC-SUPP-IX) = 0
               ADD 1 TO WS-SSC-NO-ACTIVITY
           ELSE
               PERFORM 5110-COMPUTE-SCORE
               PERFORM 5120-UPDATE-SUPPLIER-RATING
           END-IF.

       5110-COMPUTE-SCORE.
           COMPUTE WS-SSC-PCT-ON-TIME ROUNDED =
               WS-SSC-ON-TIME(WS-SSC-SUPP-IX) * 100
               / WS-SSC-LINES(WS-SSC-SUPP-IX)

           IF WS-SSC-ORDERED-QTY(WS-SSC-SUPP-IX) = 0
               MOVE 100 TO WS-SSC-PCT-FILL
           ELSE
               COMPUTE WS-SSC-PCT-FILL ROUNDED =
                   WS-SSC-RECEIVED-QTY(WS-SSC-SUPP-IX) * 100
                   / WS-SSC-ORDERED-QTY(WS-SSC-SUPP-IX)
           END-IF

           IF WS-SSC-PRICE-UPS(WS-SSC-SUPP-IX)
               >= WS-SSC-LINES(WS-SSC-SUPP-IX)
               MOVE 0 TO WS-SSC-PCT-PRICE
           ELSE
               COMPUTE WS-SSC-PCT-PRICE ROUNDED =
                   100 - WS-SSC-PRICE-UPS(WS-SSC-SUPP-IX) * 100
                   / WS-SSC-LINES(WS-SSC-SUPP-IX)
           END-IF

           IF WS-SSC-INVOICES(WS-SSC-SUPP-IX) = 0
               MOVE 100 TO WS-SSC-PCT-INVOICE
           ELSE
               COMPUTE WS-SSC-PCT-INVOICE ROUNDED =
                   (WS-SSC-INVOICES(WS-SSC-SUPP-IX)
                    - WS-SSC-HELD(WS-SSC-SUPP-IX)) * 100
                   / WS-SSC-INVOICES(WS-SSC-SUPP-IX)
           END-IF

           COMPUTE WS-SSC-CALC ROUNDED =
               (WS-SSC-PCT-ON-TIME * WS-SSC-WEIGHT-ON-TIME
                + WS-SSC-PCT-FILL * WS-SSC-WEIGHT-FILL
                + WS-SSC-PCT-PRICE * WS-SSC-WEIGHT-PRICE
                + WS-SSC-PCT-INVOICE * WS-SSC-WEIGHT-INVOICE) / 100
           IF WS-SSC-CALC > 100
               MOVE 100 TO WS-SSC-CALC
           END-IF
           COMPUTE WS-SUD-SCORE ROUNDED = WS-SSC-CALC
           COMPUTE WS-SSC-NEW-RATING ROUNDED =
               1 + WS-SUD-SCORE * 8 / 100.

       5120-UPDATE-SUPPLIER-RATING.
           ADD 1 TO WS-SSC-RANK-COUNT
           MOVE WS-SSC-RANK-COUNT TO WS-SSC-RANK-IX
           MOVE WS-SUK-ID TO WS-SSR-SUPPLIER-ID(WS-SSC-RANK-IX)
           MOVE WS-SUD-NAME TO WS-SSR-NAME(WS-SSC-RANK-IX)
           MOVE WS-SUD-SCORE TO WS-SSR-SCORE(WS-SSC-RANK-IX)
           IF WS-SUD-RATING NUMERIC
               MOVE WS-SUD-RATING TO WS-SSR-OLD-RATING(WS-SSC-RANK-IX)
           ELSE
               MOVE 0 TO WS-SSR-OLD-RATING(WS-SSC-RANK-IX)
           END-IF
           MOVE WS-SSC-NEW-RATING TO WS-SSR-NEW-RATING(WS-SSC-RANK-IX)
           MOVE WS-SSC-PCT-ON-TIME TO WS-SSR-PCT-ON-TIME(WS-SSC-RANK-IX)
           MOVE WS-SSC-PCT-FILL TO WS-SSR-PCT-FILL(WS-SSC-RANK-IX)
           MOVE "N" TO WS-SSR-PRINTED-FLAG(WS-SSC-RANK-IX)

           MOVE WS-SSC-NEW-RATING TO WS-SUD-RATING
           MOVE WS-SSC-MONTH TO WS-SUD-SCORE-MONTH
           MOVE WS-SUPP-KEY-BUILD TO SUPPLIER-FILE-KEY
           MOVE WS-SUPP-DATA-FIELDS TO SUPPLIER-FILE-DATA
           MOVE WS-CURRENT-DATE TO SUPPLIER-FILE-TIMESTAMP
           REWRITE SUPPLIER-FILE-RECORD
               INVALID KEY
                   DISPLAY "Warning: rating for supplier "
                       WS-SUK-ID " not updated"
               NOT INVALID KEY
                   ADD 1 TO WS-SSC-SUPPLIERS-RATED
           END-REWRITE
           IF WS-SSC-NEW-RATING < WS-SSC-RATING-MIN
               ADD 1 TO WS-SSC-BELOW-MIN
           END-IF.

       6000-PRINT-RANKED-SCORECARD.
           MOVE SPACES TO PRINT-RECORD
           STRING "RANK SUPP NAME                      "
               "LINES ON-TIME% FILL% SHORT PRICE-UPS INVOICES HELD "
               "SCORE RATING"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM VARYING WS-SSC-RANK-NUMBER FROM 1 BY 1
                   UNTIL WS-SSC-RANK-NUMBER > WS-SSC-RANK-COUNT
               PERFORM 6100-FIND-NEXT-BEST
               PERFORM 6200-PRINT-SCORECARD-LINE
           END-PERFORM.

       6100-FIND-NEXT-BEST.
           MOVE 0 TO WS-SSC-BEST-IX
           PERFORM VARYING WS-SSC-RANK-IX FROM 1 BY 1
                   UNTIL WS-SSC-RANK-IX > WS-SSC-RANK-COUNT
               IF NOT WS-SSR-PRINTED(WS-SSC-RANK-IX)
                   IF WS-SSC-BEST-IX = 0
                       MOVE WS-SSC-RANK-IX TO WS-SSC-BEST-IX
                   ELSE
                       IF WS-SSR-SCORE(WS-SSC-RANK-IX)
                           > WS-SSR-SCORE(WS-SSC-BEST-IX)
                           MOVE WS-SSC-RANK-IX TO WS-SSC-BEST-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           SET WS-SSR-PRINTED(WS-SSC-BEST-IX) TO TRUE.

       6200-PRINT-SCORECARD-LINE.
           MOVE WS-SSR-SUPPLIER-ID(WS-SSC-BEST-IX) TO WS-SSC-SUPP-IX
           MOVE SPACES TO PRINT-RECORD
           STRING WS-SSC-RANK-NUMBER " "
               WS-SSR-SUPPLIER-ID(WS-SSC-BEST-IX) " "
               WS-SSR-NAME(WS-SSC-BEST-IX) " "
               WS-SSC-LINES(WS-SSC-SUPP-IX) "      "
               WS-SSR-PCT-ON-TIME(WS-SSC-BEST-IX) "   "
               WS-SSR-PCT-FILL(WS-SSC-BEST-IX) " "
               WS-SSC-SHORT-LINES(WS-SSC-SUPP-IX) "     "
               WS-SSC-PRICE-UPS(WS-SSC-SUPP-IX) "    "
               WS-SSC-INVOICES(WS-SSC-SUPP-IX) " "
               WS-SSC-HELD(WS-SSC-SUPP-IX) "   "
               WS-SSR-SCORE(WS-SSC-BEST-IX) "   "
               WS-SSR-OLD-RATING(WS-SSC-BEST-IX) "->"
               WS-SSR-NEW-RATING(WS-SSC-BEST-IX)
               DELIMITED BY SIZE INTO PRINT-RECORD
           IF WS-SSR-NEW-RATING(WS-SSC-BEST-IX) < WS-SSC-RATING-MIN
               MOVE "BELOW MIN" TO PRINT-RECORD(120:9)
           END-IF
           WRITE PRINT-RECORD.

       8000-WRITE-SCORECARD-TOTALS.
           MOVE SPACES TO PRINT-RECORD
           STRING "PO LINES READ:" WS-SSC-LINES-READ
               " RECEIVED IN MONTH:" WS-SSC-LINES-USED
               " PRICE CHANGES IN MONTH:" WS-SSC-PRICES-USED
               " NO SUPPLIER:" WS-SSC-UNATTRIBUTED
               " INVOICES IN MONTH:" WS-SSC-INVOICES-USED
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "SUPPLIERS READ:" WS-SSC-SUPPLIERS-READ
               " RATED:" WS-SSC-SUPPLIERS-RATED
               " NO RECEIPTS - RATING UNCHANGED:" WS-SSC-NO-ACTIVITY
               " BELOW MINIMUM RATING:" WS-SSC-BELOW-MIN
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           DISPLAY "Suppliers read: " WS-SSC-SUPPLIERS-READ
           DISPLAY "Suppliers rated: " WS-SSC-SUPPLIERS-RATED
           DISPLAY "No receipts in month: " WS-SSC-NO-ACTIVITY
           DISPLAY "Below minimum rating: " WS-SSC-BELOW-MIN.

       9000-CLEANUP.
           CLOSE SUPPLIER-FILE
           CLOSE PURCHASE-ORDER
           CLOSE PRICE-HISTORY
           CLOSE PRODUCT-MASTER
           CLOSE SUPPLIER-INVOICE
           CLOSE PRINT-FILE
           DISPLAY "Supplier scorecard complete.".
