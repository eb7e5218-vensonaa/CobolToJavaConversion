                  RECORD KEY IS SUPPLIER-INVOICE-KEY
                  FILE STATUS IS WS-SUPPLIER-INVOICE-STATUS.

           SELECT REORDER-PROPOSAL ASSIGN TO "reorder_proposals.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REORDER-PROPOSAL-KEY
                  FILE STATUS IS WS-REORDER-PROPOSAL-STATUS.

           SELECT PRICE-LIST-FILE ASSIGN TO "price_lists.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRICE-LIST-FILE-KEY
                  FILE STATUS IS WS-PRICE-LIST-FILE-STATUS.

           SELECT CUST-PRICE-LIST ASSIGN TO "customer_price_lists.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CUST-PRICE-LIST-KEY
                  FILE STATUS IS WS-CUST-PRICE-LIST-STATUS.

           SELECT PAYABLES-FILE ASSIGN TO "payables_extract.dat"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           05  SUPPLIER-INVOICE-DATA       PIC X(200).
           05  SUPPLIER-INVOICE-TIMESTAMP  PIC 9(14).

       FD  REORDER-PROPOSAL.
       01  REORDER-PROPOSAL-RECORD.
           05  REORDER-PROPOSAL-KEY        PIC X(20).
           05  REORDER-PROPOSAL-DATA       PIC X(200).
           05  REORDER-PROPOSAL-TIMESTAMP  PIC 9(14).

       FD  PRICE-LIST-FILE.
       01  PRICE-LIST-FILE-RECORD.
           05  PRICE-LIST-FILE-KEY        PIC X(20).
           05  PRICE-LIST-FILE-DATA       PIC X(200).
           05  PRICE-LIST-FILE-TIMESTAMP  PIC 9(14).

       FD  CUST-PRICE-LIST.
       01  CUST-PRICE-LIST-RECORD.
           05  CUST-PRICE-LIST-KEY        PIC X(20).
           05  CUST-PRICE-LIST-DATA       PIC X(200).
           05  CUST-PRICE-LIST-TIMESTAMP  PIC 9(14).

       FD  PAYABLES-FILE.
       01  PAYABLES-RECORD.
           05  PAYX-SUPPLIER-ID       PIC 9(4).

       01  WS-PO-APPROVAL-LIMIT       PIC 9(8)V99 VALUE 10000.00.
       01  WS-PO-APPROVER             PIC X(20).
       01  WS-PO-DEFAULT-LEAD-DAYS    PIC 9(3) VALUE 14.
       01  WS-PO-REQUIRED-DAY-NUMBER  PIC 9(8).
       01  WS-SUPP-RATING-MIN         PIC 9(1).
       01  WS-SUPP-RATING-MIN-DEFAULT PIC 9(1) VALUE 4.

       01  WS-PURCHASE-ORDER-STRUCTURE.
           05  WS-PO-NUMBER           PIC 9(8).
               88  WS-TRANS-ISSUE      VALUE "IS".
               88  WS-TRANS-ADJUSTMENT VALUE "AD".
               88  WS-TRANS-TRANSFER   VALUE "TR".
               88  WS-TRANS-RETURN     VALUE "RT".
               88  WS-TRANS-SCRAP      VALUE "SC".
           05  WS-TRANS-PRODUCT-ID    PIC 9(8).
           05  WS-TRANS-WAREHOUSE-ID  PIC 9(3).
           05  WS-TRANS-QUANTITY      PIC 9(8).
           05  WS-SUD-TERMS           PIC 9(3).
           05  WS-SUD-RATING          PIC 9(1).
           05  WS-SUD-STATUS          PIC X(1).
           05  WS-SUD-LEAD-DAYS       PIC 9(3).
           05  WS-SUD-SCORE           PIC 9(3).
           05  WS-SUD-SCORE-MONTH     PIC 9(6).
           05  FILLER                 PIC X(68).

       01  WS-SUPP-FOUND-FLAG         PIC X VALUE "N".
           88  WS-SUPP-FOUND-YES      VALUE "Y".
           05  WS-POL-STATUS          PIC X(1).
               88  WS-POL-OPEN         VALUE "O".
               88  WS-POL-RECEIVED     VALUE "R".
           05  WS-POL-RECEIVED-DATE   PIC 9(8).
           05  FILLER                 PIC X(154).

       01  WS-SO-KEY-BUILD.
           05  WS-SOK-NUMBER          PIC 9(8).
               88  WS-SOL-ALLOCATED    VALUE "C".
               88  WS-SOL-BACKORDERED  VALUE "B".
               88  WS-SOL-SHIPPED      VALUE "S".
           05  WS-SOL-RETURNED-QTY    PIC 9(8).
           05  WS-SOL-PRICE-SOURCE    PIC X(1).
               88  WS-SOL-LIST-PRICED  VALUE "L".
               88  WS-SOL-CONTRACT-PRICED VALUE "C".
               88  WS-SOL-QTY-BREAK-PRICED VALUE "Q".
               88  WS-SOL-COST-PRICED  VALUE "A".
           05  WS-SOL-PRICE-LIST-ID   PIC 9(4).
           05  WS-SOL-LIST-PRICE      PIC 9(8)V99.
           05  WS-SOL-COST-AT-PRICING PIC 9(8)V99.
           05  FILLER                 PIC X(121).

       01  WS-ORDER-LINE-WORK.
           05  WS-OLW-LINE-NUM        PIC 9(3).
           05  WS-OLW-LINE-FOUND-FLAG PIC X VALUE "N".
               88  WS-OLW-LINE-FOUND-YES VALUE "Y".
           05  WS-OLW-ENTRY-PRODUCT   PIC 9(8).
           05  WS-OLW-RECEIVE-QTY     PIC 9(8).
           05  WS-OLW-OUTSTANDING-QTY PIC 9(8).
           05  WS-OLW-CLOSE-SHORT     PIC X(1).

       01  WS-SI-KEY-BUILD.
           05  WS-SIK-NUMBER          PIC 9(8).
               88  WS-SID-MATCHED      VALUE "M".
               88  WS-SID-HELD         VALUE "H".
               88  WS-SID-REJECTED     VALUE "R".
               88  WS-SID-PAID         VALUE "P".
           05  WS-SID-PAID-DATE       PIC 9(8).
           05  WS-SID-PAYMENT-REF     PIC 9(12).
           05  WS-SID-HELD-FLAG       PIC X(1).
               88  WS-SID-WAS-HELD     VALUE "Y".
           05  FILLER                 PIC X(117).

       01  WS-SI-WORK-FIELDS.
           05  WS-SIW-INVOICE-NUMBER  PIC 9(8).
           05  WS-CUD-BALANCE         PIC 9(8)V99.
           05  WS-CUD-TERMS           PIC 9(3).
           05  WS-CUD-STATUS          PIC X(1).
           05  WS-CUD-HOLD-SOURCE     PIC X(1).
               88  WS-CUD-AUTO-HOLD    VALUE "A".
               88  WS-CUD-MANUAL-HOLD  VALUE "M".
           05  WS-CUD-DUNNING-LEVEL   PIC 9(1).
           05  WS-CUD-DUNNING-DATE    PIC 9(8).
           05  FILLER                 PIC X(1).

       01  WS-CUST-FOUND-FLAG         PIC X VALUE "N".
           88  WS-CUST-FOUND-YES      VALUE "Y".
       01  WS-CUST-PRIOR-STATUS       PIC X(1).

       01  WS-CONFIG-KEY-BUILD        PIC X(20).
       01  WS-CONFIG-DATA-FIELDS.
           05  WS-CFD-NUM-VALUE       PIC 9(9).
           05  WS-CFD-DESCRIPTION     PIC X(40).
           05  WS-CFD-ACCOUNT-ID      PIC 9(12).
           05  FILLER                 PIC X(139).
       01  WS-CONFIG-FOUND-FLAG       PIC X VALUE "N".
           88  WS-CONFIG-FOUND-YES    VALUE "Y".
       01  WS-AR-HOLD-DAYS-DEFAULT    PIC 9(3) VALUE 60.

       01  WS-CREDIT-CHECK-FIELDS.
           05  WS-CREDIT-EXPOSURE     PIC 9(10)V99.
               88  WS-TLOG-SCAN-EOF-YES VALUE "Y".
           05  WS-PM-FOUND-FLAG       PIC X VALUE "N".
               88  WS-PM-FOUND-YES    VALUE "Y".
           05  WS-SO-SCAN-EOF-FLAG    PIC X VALUE "N".
               88  WS-SO-SCAN-EOF-YES VALUE "Y".

       01  WS-REPORT-WORK-FIELDS.
           05  WS-RPT-LINE-COUNT      PIC 9(6).
       01  WS-VAL-WH-TOTALS.
           05  WS-VAL-WH-TOTAL OCCURS 999 TIMES PIC 9(12)V99.

       01  WS-COGS-FIELDS.
           05  WS-CGS-MONTH           PIC 9(6).
           05  WS-CGS-TRANS-MONTH     PIC 9(6).
           05  WS-CGS-IX              PIC 9(4).
           05  WS-CGS-FOUND-IX        PIC 9(4).
           05  WS-CGS-COUNT           PIC 9(4).
           05  WS-CGS-MAX-PRODUCTS    PIC 9(4) VALUE 2000.
           05  WS-CGS-CAT-IX          PIC 9(4).
           05  WS-CGS-LINE-SALES      PIC S9(12)V99.
           05  WS-CGS-LINE-COST       PIC S9(12)V99.
           05  WS-CGS-LINE-QTY        PIC S9(10).
           05  WS-CGS-SALES           PIC S9(14)V99
               SIGN IS LEADING SEPARATE.
           05  WS-CGS-COST            PIC S9(14)V99
               SIGN IS LEADING SEPARATE.
           05  WS-CGS-MARGIN          PIC S9(14)V99
               SIGN IS LEADING SEPARATE.
           05  WS-CGS-MARGIN-PCT      PIC S9(5)V99
               SIGN IS LEADING SEPARATE.
           05  WS-CGS-TOTAL-QTY       PIC S9(10)
               SIGN IS LEADING SEPARATE.
           05  WS-CGS-TOTAL-SALES     PIC S9(14)V99.
           05  WS-CGS-TOTAL-COST      PIC S9(14)V99.
           05  WS-CGS-NOCAT-QTY       PIC S9(10)
               SIGN IS LEADING SEPARATE.
           05  WS-CGS-NOCAT-SALES     PIC S9(14)V99.
           05  WS-CGS-NOCAT-COST      PIC S9(14)V99.
           05  WS-CGS-OVERFLOW-FLAG   PIC X VALUE "N".
               88  WS-CGS-OVERFLOW-YES VALUE "Y".
           05  WS-PM-SCAN-EOF-FLAG    PIC X VALUE "N".
               88  WS-PM-SCAN-EOF-YES VALUE "Y".
       01  WS-COGS-PRODUCT-TABLE.
           05  WS-CGS-PROD-ENTRY OCCURS 2000 TIMES.
               10  WS-CGS-PROD-ID     PIC 9(8).
               10  WS-CGS-PROD-QTY    PIC S9(10)
                   SIGN IS LEADING SEPARATE.
               10  WS-CGS-PROD-SALES  PIC S9(12)V99.
               10  WS-CGS-PROD-COST   PIC S9(12)V99.
               10  WS-CGS-PROD-PRINTED PIC X(1).
       01  WS-COGS-CATEGORY-TABLE.
           05  WS-CGS-CAT-ENTRY OCCURS 999 TIMES.
               10  WS-CGS-CAT-QTY     PIC S9(10)
                   SIGN IS LEADING SEPARATE.
               10  WS-CGS-CAT-SALES   PIC S9(14)V99.
               10  WS-CGS-CAT-COST    PIC S9(14)V99.

       01  WS-INVOICE-AUTO-NUMBER     PIC 9(8) VALUE 70000000.
       01  WS-INVOICE-SCAN-EOF-FLAG   PIC X VALUE "N".
           88  WS-INVOICE-SCAN-EOF-YES VALUE "Y".
               88  WS-IVCD-OPEN        VALUE "O".
               88  WS-IVCD-PAID        VALUE "P".
           05  WS-IVCD-PAID-AMOUNT    PIC 9(10)V99.
           05  WS-IVCD-TYPE           PIC X(1).
               88  WS-IVCD-CREDIT-MEMO VALUE "C".
           05  WS-IVCD-SO-LINE        PIC 9(3).
           05  WS-IVCD-REASON         PIC X(2).
           05  WS-IVCD-PRICE-SOURCE   PIC X(1).
           05  WS-IVCD-PRICE-LIST-ID  PIC 9(4).
           05  FILLER                 PIC X(142).

       01  WS-AR-FIELDS.
           05  WS-AR-CUST-ID          PIC 9(6).
           05  WS-AR-DUE-DAY-NUMBER   PIC 9(8).
           05  WS-AR-DAYS-PAST-DUE    PIC S9(5).
           05  WS-AR-DUE-DATE         PIC 9(8).
           05  WS-AR-CREDIT-AVAILABLE PIC 9(10)V99.
           05  WS-AR-CREDIT-USED      PIC 9(10)V99.
           05  WS-AR-CREDIT-TO-TAKE   PIC 9(10)V99.
           05  WS-AR-APPLIED-TOTAL    PIC 9(11)V99.
           05  WS-AR-CREDITS-USED     PIC 9(4).
           05  WS-AR-SIGNED-OPEN      PIC S9(10)V99
               SIGN IS LEADING SEPARATE.

       01  WS-AR-AGING-TOTALS.
           05  WS-AR-CURRENT-TOTAL    PIC S9(12)V99
               SIGN IS LEADING SEPARATE VALUE 0.
           05  WS-AR-30-TOTAL         PIC S9(12)V99
               SIGN IS LEADING SEPARATE VALUE 0.
           05  WS-AR-60-TOTAL         PIC S9(12)V99
               SIGN IS LEADING SEPARATE VALUE 0.
           05  WS-AR-90-TOTAL         PIC S9(12)V99
               SIGN IS LEADING SEPARATE VALUE 0.
           05  WS-AR-OVER-90-TOTAL    PIC S9(12)V99
               SIGN IS LEADING SEPARATE VALUE 0.
           05  WS-AR-GRAND-TOTAL      PIC S9(12)V99
               SIGN IS LEADING SEPARATE VALUE 0.

       01  WS-RETURN-FIELDS.
           05  WS-RMA-QTY             PIC 9(8).
           05  WS-RMA-RETURNABLE      PIC 9(8).
           05  WS-RMA-REASON          PIC X(2).
               88  WS-RMA-REASON-VALID VALUE "DM" "DF" "WI" "NN"
                                             "OT".
           05  WS-RMA-DISPOSITION     PIC X(1).
               88  WS-RMA-RESTOCK      VALUE "R".
               88  WS-RMA-SCRAP        VALUE "S".
           05  WS-RMA-CREDIT-AMOUNT   PIC 9(10)V99.
           05  WS-RMA-OK-FLAG         PIC X VALUE "N".
               88  WS-RMA-OK           VALUE "Y".

       01  WS-PH-KEY-BUILD.
           05  WS-PHK-PRODUCT-ID      PIC 9(8).
           05  WS-PHD-SELLING-PRICE   PIC 9(8)V99.
           05  WS-PHD-REASON-CODE     PIC X(2).
           05  WS-PHD-APPROVED-BY     PIC X(20).
           05  WS-PHD-SUPPLIER-ID     PIC 9(4).
           05  WS-PHD-PRIOR-COST      PIC 9(8)V99.
           05  FILLER                 PIC X(136).

       01  WS-TRANS-KEY-BUILD         PIC 9(10).
       01  WS-NEXT-TRANS-ID           PIC 9(10) VALUE 1.
           05  WS-TLD-DATE            PIC 9(8).
           05  WS-TLD-TIME            PIC 9(6).
           05  WS-TLD-REFERENCE       PIC X(20).
           05  WS-TLD-SALE-PRICE      PIC 9(8)V99.
           05  FILLER                 PIC X(125).

       01  WS-INV-FOUND-FLAG          PIC X VALUE "N".
           88  WS-INV-FOUND-YES       VALUE "Y".

       01  WS-AVERAGE-COST-FIELDS.
           05  WS-AVG-IN-QTY          PIC 9(8).
           05  WS-AVG-IN-COST         PIC 9(8)V99.
           05  WS-AVG-NEW-QTY         PIC 9(9).
           05  WS-AVG-XFER-COST       PIC 9(8)V99.

       01  WS-CYCLE-COUNT-FIELDS.
           05  WS-COUNT-QUANTITY      PIC 9(8).
           05  WS-COUNT-VARIANCE      PIC S9(9)
               SIGN IS LEADING SEPARATE.
           05  WS-COUNT-NEW-AVAILABLE PIC S9(9).

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

       01  WS-RLP-SCAN-EOF-FLAG       PIC X VALUE "N".
           88  WS-RLP-SCAN-EOF-YES    VALUE "Y".

       01  WS-RLP-WORK-FIELDS.
           05  WS-RLP-PENDING-COUNT   PIC 9(6).
           05  WS-RLP-APPLIED-COUNT   PIC 9(6).
           05  WS-RLP-SKIPPED-COUNT   PIC 9(6).
           05  WS-RLP-REVIEWER        PIC X(20).
           05  WS-RLP-CONFIRM         PIC X(1).

       01  WS-PL-KEY-BUILD.
           05  WS-PLK-LIST-ID         PIC 9(4).
           05  WS-PLK-EFF-DATE        PIC 9(8).
           05  WS-PLK-PRODUCT-ID      PIC 9(8).

       01  WS-PL-HEADER-FIELDS.
           05  WS-PLH-NAME            PIC X(30).
           05  WS-PLH-EXPIRY-DATE     PIC 9(8).
           05  WS-PLH-STATUS          PIC X(1).
               88  WS-PLH-ACTIVE       VALUE "A".
           05  FILLER                 PIC X(161).

       01  WS-PL-LINE-FIELDS.
           05  WS-PLL-CONTRACT-PRICE  PIC 9(8)V99.
           05  WS-PLL-TIER OCCURS 5 TIMES.
               10  WS-PLL-TIER-MIN-QTY PIC 9(8).
               10  WS-PLL-TIER-PRICE  PIC 9(8)V99.
           05  FILLER                 PIC X(100).

       01  WS-PL-FOUND-FLAG           PIC X VALUE "N".
           88  WS-PL-FOUND-YES        VALUE "Y".
       01  WS-PL-SCAN-EOF-FLAG        PIC X VALUE "N".
           88  WS-PL-SCAN-EOF-YES     VALUE "Y".

       01  WS-CPL-KEY-BUILD.
           05  WS-CPK-CUSTOMER-ID     PIC 9(6).
           05  FILLER                 PIC X(14) VALUE SPACES.

       01  WS-CPL-DATA-FIELDS.
           05  WS-CPD-LIST-ID         PIC 9(4).
           05  WS-CPD-ASSIGNED-DATE   PIC 9(8).
           05  FILLER                 PIC X(188).

       01  WS-CPL-FOUND-FLAG          PIC X VALUE "N".
           88  WS-CPL-FOUND-YES       VALUE "Y".

       01  WS-PRICING-WORK.
           05  WS-PRW-LIST-ID         PIC 9(4).
           05  WS-PRW-EFF-DATE        PIC 9(8).
           05  WS-PRW-TIER-IX         PIC 9(1).
           05  WS-PRW-BEST-TIER       PIC 9(1).
           05  WS-PRW-SOURCE          PIC X(1).
           05  WS-PRW-SOURCE-TEXT     PIC X(9).
           05  WS-PRW-SHIP-SOURCE     PIC X(1).
           05  WS-PRW-SHIP-LIST-ID    PIC 9(4).
           05  WS-PRW-ENTRY-LIST-ID   PIC 9(4).
           05  WS-PRW-FROM-DATE       PIC 9(8).
           05  WS-PRW-UNIT-LOSS       PIC 9(8)V99.
           05  WS-PRW-LINE-LOSS       PIC 9(10)V99.
           05  WS-PRW-TOTAL-LOSS      PIC 9(12)V99.
           05  WS-PRW-LINES-REVIEWED  PIC 9(7).
           05  WS-PRW-EXCEPTIONS      PIC 9(7).

       01  WS-WH-FOUND-FLAG           PIC X VALUE "N".
           88  WS-WH-FOUND-YES        VALUE "Y".

       01  WS-PRINT-FILE-STATUS        PIC X(2).
       01  WS-SUPPLIER-INVOICE-STATUS        PIC X(2).
       01  WS-PAYABLES-FILE-STATUS        PIC X(2).
       01  WS-REORDER-PROPOSAL-STATUS        PIC X(2).
       01  WS-PRICE-LIST-FILE-STATUS        PIC X(2).
       01  WS-CUST-PRICE-LIST-STATUS        PIC X(2).

       PROCEDURE DIVISION.

           IF WS-INVOICE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open invoice file"
               STOP RUN
           END-IF

           OPEN I-O CONFIG-FILE
           IF WS-CONFIG-FILE-STATUS = "35"
               OPEN OUTPUT CONFIG-FILE
               CLOSE CONFIG-FILE
               OPEN I-O CONFIG-FILE
           END-IF
           IF WS-CONFIG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open configuration file"
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

           OPEN I-O PRICE-LIST-FILE
           IF WS-PRICE-LIST-FILE-STATUS = "35"
               OPEN OUTPUT PRICE-LIST-FILE
               CLOSE PRICE-LIST-FILE
               OPEN I-O PRICE-LIST-FILE
           END-IF
           IF WS-PRICE-LIST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open price list file"
               STOP RUN
           END-IF

           OPEN I-O CUST-PRICE-LIST
           IF WS-CUST-PRICE-LIST-STATUS = "35"
               OPEN OUTPUT CUST-PRICE-LIST
               CLOSE CUST-PRICE-LIST
               OPEN I-O CUST-PRICE-LIST
           END-IF
           IF WS-CUST-PRICE-LIST-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open customer price list file"
               STOP RUN
           END-IF.

       1150-DETERMINE-PO-AUTO-NUMBER.
           ACCEPT WS-SUD-CONTACT
           DISPLAY "Enter Payment Terms (days): " WITH NO ADVANCING
           ACCEPT WS-SUD-TERMS
           DISPLAY "Enter Initial Rating (1-9): " WITH NO ADVANCING
           ACCEPT WS-SUD-RATING
           DISPLAY "Enter Lead Time (days): " WITH NO ADVANCING
           ACCEPT WS-SUD-LEAD-DAYS
           MOVE "A" TO WS-SUD-STATUS
           MOVE 0 TO WS-SUD-SCORE
           MOVE 0 TO WS-SUD-SCORE-MONTH

           MOVE WS-SUPPLIER-ID TO WS-SUK-ID
           MOVE WS-SUPP-KEY-BUILD TO SUPPLIER-FILE-KEY
               ACCEPT WS-SUD-TERMS
               DISPLAY "Enter Rating (1-9): " WITH NO ADVANCING
               ACCEPT WS-SUD-RATING
               DISPLAY "Enter Lead Time (days): " WITH NO ADVANCING
               ACCEPT WS-SUD-LEAD-DAYS
               DISPLAY "Enter Status (A/I): " WITH NO ADVANCING
               ACCEPT WS-SUD-STATUS
               PERFORM 2660-REWRITE-SUPPLIER-RECORD
               DISPLAY "Contact: " WS-SUD-CONTACT
               DISPLAY "Terms: " WS-SUD-TERMS " days"
               DISPLAY "Rating: " WS-SUD-RATING
               IF WS-SUD-SCORE-MONTH NUMERIC
                   AND WS-SUD-SCORE-MONTH > 0
                   DISPLAY "Scorecard: " WS-SUD-SCORE
                       " for month " WS-SUD-SCORE-MONTH
               ELSE
                   DISPLAY "Scorecard: not yet scored"
               END-IF
               IF WS-SUD-LEAD-DAYS NUMERIC
                   DISPLAY "Lead Time: " WS-SUD-LEAD-DAYS " days"
               ELSE
                   DISPLAY "Lead Time: not set"
               END-IF
               DISPLAY "Status: " WS-SUD-STATUS
           END-IF.

           MOVE 0 TO WS-CUD-BALANCE
           MOVE WS-CUSTOMER-TERMS TO WS-CUD-TERMS
           MOVE "A" TO WS-CUD-STATUS
           MOVE SPACES TO WS-CUD-HOLD-SOURCE
           MOVE 0 TO WS-CUD-DUNNING-LEVEL
           MOVE 0 TO WS-CUD-DUNNING-DATE

           MOVE WS-CUSTOMER-ID TO WS-CUK-ID
           MOVE WS-CUST-KEY-BUILD TO CUSTOMER-FILE-KEY
               DISPLAY "Enter new Credit Limit: " WITH NO ADVANCING
               ACCEPT WS-CUD-CREDIT-LIMIT
               DISPLAY "Current Status: " WS-CUD-STATUS
               MOVE WS-CUD-STATUS TO WS-CUST-PRIOR-STATUS
               DISPLAY "Enter new Status (A/I/H): "
                   WITH NO ADVANCING
               ACCEPT WS-CUD-STATUS
               IF WS-CUD-STATUS = "H"
                   IF WS-CUST-PRIOR-STATUS NOT = "H"
                       MOVE "M" TO WS-CUD-HOLD-SOURCE
                   END-IF
               ELSE
                   MOVE SPACES TO WS-CUD-HOLD-SOURCE
               END-IF
               PERFORM 3120-REWRITE-CUSTOMER-RECORD
               DISPLAY "Customer updated successfully."
           END-IF.
               DISPLAY "Balance: $" WS-CUD-BALANCE
               DISPLAY "Terms: " WS-CUD-TERMS " days"
               DISPLAY "Status: " WS-CUD-STATUS
               IF WS-CUD-AUTO-HOLD
                   DISPLAY "Hold: placed by past-due review"
               END-IF
               IF WS-CUD-MANUAL-HOLD
                   DISPLAY "Hold: placed manually"
               END-IF
               IF WS-CUD-DUNNING-LEVEL NUMERIC
                   AND WS-CUD-DUNNING-LEVEL > 0
                   DISPLAY "Dunning notice level: "
                       WS-CUD-DUNNING-LEVEL " sent "
                       WS-CUD-DUNNING-DATE
               END-IF
               MOVE WS-CUK-ID TO WS-CPK-CUSTOMER-ID
               PERFORM 8550-READ-CUST-PRICE-LIST
               IF WS-CPL-FOUND-YES
                   DISPLAY "Price list: " WS-CPD-LIST-ID
               END-IF
           END-IF.

       3400-ENTER-CUSTOMER-PAYMENT.
           ELSE
               DISPLAY "Customer: " WS-CUD-NAME
               DISPLAY "Current Balance: $" WS-CUD-BALANCE
               PERFORM 3405-TOTAL-OPEN-CREDITS
               IF WS-AR-CREDIT-AVAILABLE > 0
                   DISPLAY "Open credit memos: $"
                       WS-AR-CREDIT-AVAILABLE
                   DISPLAY "Enter Payment Amount (0 to apply ",
                       "credits only): " WITH NO ADVANCING
               ELSE
                   DISPLAY "Enter Payment Amount: "
                       WITH NO ADVANCING
               END-IF
               ACCEPT WS-AR-PAYMENT-AMOUNT
               IF WS-AR-PAYMENT-AMOUNT = 0
                   AND WS-AR-CREDIT-AVAILABLE = 0
                   DISPLAY "Payment amount must be greater than ",
                       "zero."
               ELSE
               END-IF
           END-IF.

       3405-TOTAL-OPEN-CREDITS.
           MOVE 0 TO WS-AR-CREDIT-AVAILABLE
           MOVE "N" TO WS-INVOICE-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO INVOICE-FILE-KEY
           START INVOICE-FILE KEY IS NOT LESS THAN INVOICE-FILE-KEY
               INVALID KEY SET WS-INVOICE-SCAN-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-INVOICE-SCAN-EOF-YES
               READ INVOICE-FILE NEXT RECORD
                   AT END SET WS-INVOICE-SCAN-EOF-YES TO TRUE
                   NOT AT END
                       MOVE INVOICE-FILE-DATA
                           TO WS-INVOICE-DATA-FIELDS
                       IF WS-IVCD-CUSTOMER-ID = WS-AR-CUST-ID
                           AND WS-IVCD-OPEN
                           AND WS-IVCD-CREDIT-MEMO
                           COMPUTE WS-AR-CREDIT-AVAILABLE =
                               WS-AR-CREDIT-AVAILABLE
                               + WS-IVCD-AMOUNT - WS-IVCD-PAID-AMOUNT
                       END-IF
               END-READ
           END-PERFORM.

       3410-APPLY-PAYMENT.
           COMPUTE WS-AR-REMAINING =
               WS-AR-PAYMENT-AMOUNT + WS-AR-CREDIT-AVAILABLE
           MOVE 0 TO WS-AR-INVOICES-PAID
           MOVE 0 TO WS-AR-CREDIT-USED
           MOVE 0 TO WS-AR-CREDITS-USED

           MOVE "N" TO WS-INVOICE-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO INVOICE-FILE-KEY
                           TO WS-INVOICE-DATA-FIELDS
                       IF WS-IVCD-CUSTOMER-ID = WS-AR-CUST-ID
                           AND WS-IVCD-OPEN
                           AND NOT WS-IVCD-CREDIT-MEMO
                           PERFORM 3420-APPLY-TO-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM

           COMPUTE WS-AR-APPLIED-TOTAL =
               WS-AR-PAYMENT-AMOUNT + WS-AR-CREDIT-AVAILABLE
               - WS-AR-REMAINING
           IF WS-AR-APPLIED-TOTAL > WS-AR-PAYMENT-AMOUNT
               COMPUTE WS-AR-CREDIT-USED =
                   WS-AR-APPLIED-TOTAL - WS-AR-PAYMENT-AMOUNT
               PERFORM 3430-CONSUME-CREDIT-MEMOS
           END-IF
           COMPUTE WS-AR-REMAINING = WS-AR-REMAINING
               - (WS-AR-CREDIT-AVAILABLE - WS-AR-CREDIT-USED)

           IF WS-AR-REMAINING > 0
               DISPLAY "Unapplied amount of $" WS-AR-REMAINING
                   " taken on account."
           PERFORM 3120-REWRITE-CUSTOMER-RECORD

           DISPLAY "Invoices settled: " WS-AR-INVOICES-PAID
           IF WS-AR-CREDIT-USED > 0
               DISPLAY "Credit memos applied: $" WS-AR-CREDIT-USED
               DISPLAY "Credit memos closed: " WS-AR-CREDITS-USED
           END-IF
           DISPLAY "New customer balance: $" WS-CUD-BALANCE.

       3420-APPLY-TO-ONE-INVOICE.
               REWRITE INVOICE-FILE-RECORD
           END-IF.

       3430-CONSUME-CREDIT-MEMOS.
           MOVE WS-AR-CREDIT-USED TO WS-AR-CREDIT-TO-TAKE
           MOVE "N" TO WS-INVOICE-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO INVOICE-FILE-KEY
           START INVOICE-FILE KEY IS NOT LESS THAN INVOICE-FILE-KEY
               INVALID KEY SET WS-INVOICE-SCAN-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-INVOICE-SCAN-EOF-YES
               OR WS-AR-CREDIT-TO-TAKE = 0
               READ INVOICE-FILE NEXT RECORD
                   AT END SET WS-INVOICE-SCAN-EOF-YES TO TRUE
                   NOT AT END
                       MOVE INVOICE-FILE-DATA
                           TO WS-INVOICE-DATA-FIELDS
                       IF WS-IVCD-CUSTOMER-ID = WS-AR-CUST-ID
                           AND WS-IVCD-OPEN
                           AND WS-IVCD-CREDIT-MEMO
                           PERFORM 3435-APPLY-ONE-CREDIT-MEMO
                       END-IF
               END-READ
           END-PERFORM.

       3435-APPLY-ONE-CREDIT-MEMO.
           COMPUTE WS-AR-OPEN-AMOUNT =
               WS-IVCD-AMOUNT - WS-IVCD-PAID-AMOUNT
           IF WS-AR-CREDIT-TO-TAKE >= WS-AR-OPEN-AMOUNT
               MOVE WS-AR-OPEN-AMOUNT TO WS-AR-APPLY-AMOUNT
           ELSE
               MOVE WS-AR-CREDIT-TO-TAKE TO WS-AR-APPLY-AMOUNT
           END-IF
           ADD WS-AR-APPLY-AMOUNT TO WS-IVCD-PAID-AMOUNT
           SUBTRACT WS-AR-APPLY-AMOUNT FROM WS-AR-CREDIT-TO-TAKE
           IF WS-IVCD-PAID-AMOUNT = WS-IVCD-AMOUNT
               MOVE "P" TO WS-IVCD-STATUS
               ADD 1 TO WS-AR-CREDITS-USED
               DISPLAY "Credit memo " INVOICE-FILE-KEY(1:8)
                   " fully applied."
           ELSE
               COMPUTE WS-AR-OPEN-AMOUNT =
                   WS-IVCD-AMOUNT - WS-IVCD-PAID-AMOUNT
               DISPLAY "Credit memo " INVOICE-FILE-KEY(1:8)
                   " partially applied - credit remaining $"
                   WS-AR-OPEN-AMOUNT
           END-IF
           MOVE WS-INVOICE-DATA-FIELDS TO INVOICE-FILE-DATA
           MOVE WS-CURRENT-DATE TO INVOICE-FILE-TIMESTAMP
           REWRITE INVOICE-FILE-RECORD.

       3110-READ-CUSTOMER-RECORD.
           MOVE "N" TO WS-CUST-FOUND-FLAG
           MOVE WS-CUST-KEY-BUILD TO CUSTOMER-FILE-KEY
           DISPLAY "=== INVENTORY MENU ==="
           DISPLAY "1. Transfer Stock Between Warehouses"
           DISPLAY "2. Cycle Count Entry"
           DISPLAY "3. Reorder Level Proposals"
           DISPLAY "4. Return to Main Menu"
           DISPLAY "Enter choice (1-4): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1 PERFORM 4100-TRANSFER-WAREHOUSE-STOCK
               WHEN 2 PERFORM 4200-CYCLE-COUNT-ENTRY
               WHEN 3 PERFORM 4300-REORDER-PROPOSAL-MENU
               WHEN OTHER CONTINUE
           END-EVALUATE.

                       DISPLAY "Insufficient available stock at ",
                           "source warehouse."
                   ELSE
                       MOVE WS-IVD-UNIT-COST TO WS-AVG-XFER-COST
                       SUBTRACT WS-TRANS-QUANTITY FROM WS-IVD-QUANTITY
                       SUBTRACT WS-TRANS-QUANTITY FROM WS-IVD-AVAILABLE
                       MOVE WS-CURRENT-DATE TO WS-IVD-LAST-ISSUE
                       MOVE WS-INV-WAREHOUSE-ID TO WS-IVK-WAREHOUSE-ID
                       PERFORM 4110-READ-INVENTORY-RECORD
                       IF WS-INV-FOUND-YES
                           MOVE WS-TRANS-QUANTITY TO WS-AVG-IN-QTY
                           MOVE WS-AVG-XFER-COST TO WS-AVG-IN-COST
                           PERFORM 4140-APPLY-AVERAGE-COST
                           ADD WS-TRANS-QUANTITY TO WS-IVD-QUANTITY
                           ADD WS-TRANS-QUANTITY TO WS-IVD-AVAILABLE
                           MOVE WS-CURRENT-DATE TO WS-IVD-LAST-RECEIPT
                           MOVE WS-TRANS-QUANTITY TO WS-IVD-QUANTITY
                           MOVE WS-TRANS-QUANTITY TO WS-IVD-AVAILABLE
                           MOVE 0 TO WS-IVD-ALLOCATED
                           MOVE WS-AVG-XFER-COST TO WS-IVD-UNIT-COST
                           MOVE WS-CURRENT-DATE TO WS-IVD-LAST-RECEIPT
                           MOVE 0 TO WS-IVD-LAST-ISSUE
                           PERFORM 4130-WRITE-INVENTORY-RECORD
                       MOVE WS-TRANS-PRODUCT-ID TO WS-TLD-PRODUCT-ID
                       MOVE WS-INV-WAREHOUSE-ID TO WS-TLD-WAREHOUSE-ID
                       MOVE WS-TRANS-QUANTITY TO WS-TLD-QUANTITY
                       MOVE WS-AVG-XFER-COST TO WS-TLD-UNIT-COST
                       MOVE 0 TO WS-TLD-SALE-PRICE
                       MOVE WS-CURRENT-DATE TO WS-TLD-DATE
                       MOVE WS-CURRENT-TIME TO WS-TLD-TIME
                       STRING "FROM WHSE " WS-TRANS-WAREHOUSE-ID
           END-IF
           MOVE WS-COUNT-VARIANCE-ABS TO WS-TLD-QUANTITY
           MOVE WS-IVD-UNIT-COST TO WS-TLD-UNIT-COST
           MOVE 0 TO WS-TLD-SALE-PRICE
           MOVE WS-CURRENT-DATE TO WS-TLD-DATE
           MOVE WS-CURRENT-TIME TO WS-TLD-TIME
           PERFORM 4900-WRITE-TRANSACTION-LOG-RECORD
           WRITE PRINT-RECORD
           PERFORM 7990-CLOSE-PRINT-FILE.

       4300-REORDER-PROPOSAL-MENU.
           DISPLAY " "
           DISPLAY "=== REORDER LEVEL PROPOSALS ==="
           DISPLAY "1. List Pending Proposals"
           DISPLAY "2. Reject a Proposal"
           DISPLAY "3. Approve All Pending Proposals"
           DISPLAY "4. Return to Inventory Menu"
           DISPLAY "Enter choice (1-4): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1 PERFORM 4310-LIST-PENDING-PROPOSALS
               WHEN 2 PERFORM 4320-REJECT-PROPOSAL
               WHEN 3 PERFORM 4330-APPROVE-ALL-PROPOSALS
               WHEN OTHER CONTINUE
           END-EVALUATE.

       4310-LIST-PENDING-PROPOSALS.
           DISPLAY " "
           DISPLAY "PRODUCT   CURRENT MIN/RP/MAX     "
               "PROPOSED MIN/RP/MAX    AVG/DAY   LEAD WHSE"
           MOVE 0 TO WS-RLP-PENDING-COUNT
           MOVE "N" TO WS-RLP-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO REORDER-PROPOSAL-KEY
           START REORDER-PROPOSAL
               KEY IS NOT LESS THAN REORDER-PROPOSAL-KEY
               INVALID KEY SET WS-RLP-SCAN-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-RLP-SCAN-EOF-YES
               READ REORDER-PROPOSAL NEXT RECORD
                   AT END SET WS-RLP-SCAN-EOF-YES TO TRUE
                   NOT AT END
                       MOVE REORDER-PROPOSAL-DATA
                           TO WS-RLP-DATA-FIELDS
                       IF WS-RLP-PENDING
                           ADD 1 TO WS-RLP-PENDING-COUNT
                           DISPLAY REORDER-PROPOSAL-KEY(1:8) "  "
                               WS-RLP-CUR-MIN "/"
                               WS-RLP-CUR-REORDER-PT "/"
                               WS-RLP-CUR-MAX "  "
                               WS-RLP-NEW-MIN "/"
                               WS-RLP-NEW-REORDER-PT "/"
                               WS-RLP-NEW-MAX "  "
                               WS-RLP-AVG-DAILY "  "
                               WS-RLP-LEAD-DAYS "  "
                               WS-RLP-WAREHOUSE-ID
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Pending proposals: " WS-RLP-PENDING-COUNT.

       4320-REJECT-PROPOSAL.
           DISPLAY " "
           DISPLAY "=== REJECT REORDER LEVEL PROPOSAL ==="
           DISPLAY "Enter Product Number: " WITH NO ADVANCING
           ACCEPT WS-PRODUCT-ID

           MOVE WS-PRODUCT-ID TO WS-RLK-PRODUCT-ID
           MOVE WS-RLP-KEY-BUILD TO REORDER-PROPOSAL-KEY
           READ REORDER-PROPOSAL
               INVALID KEY
                   DISPLAY "No reorder level proposal for product."
               NOT INVALID KEY
                   MOVE REORDER-PROPOSAL-DATA TO WS-RLP-DATA-FIELDS
                   IF NOT WS-RLP-PENDING
                       DISPLAY "Proposal is not pending approval."
                   ELSE
                       DISPLAY "Enter Reviewer ID: "
                           WITH NO ADVANCING
                       ACCEPT WS-RLP-REVIEWER
                       SET WS-RLP-REJECTED TO TRUE
                       PERFORM 4340-REWRITE-PROPOSAL-RECORD
                       DISPLAY "Proposal rejected - current levels ",
                           "kept."
                   END-IF
           END-READ.

       4330-APPROVE-ALL-PROPOSALS.
           DISPLAY " "
           DISPLAY "=== APPROVE ALL PENDING PROPOSALS ==="
           DISPLAY "Enter Reviewer ID: " WITH NO ADVANCING
           ACCEPT WS-RLP-REVIEWER
           DISPLAY "Apply all pending proposals to the product ",
               "master (Y/N): " WITH NO ADVANCING
           ACCEPT WS-RLP-CONFIRM
           IF WS-RLP-CONFIRM NOT = "Y" AND WS-RLP-CONFIRM NOT = "y"
               DISPLAY "No proposals approved."
           ELSE
               PERFORM 7900-OPEN-PRINT-FILE
               MOVE SPACES TO PRINT-RECORD
               STRING "REORDER LEVEL APPROVALS " WS-CURRENT-DATE
                   " BY " WS-RLP-REVIEWER
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE 0 TO WS-RLP-APPLIED-COUNT
               MOVE 0 TO WS-RLP-SKIPPED-COUNT
               MOVE "N" TO WS-RLP-SCAN-EOF-FLAG
               MOVE LOW-VALUES TO REORDER-PROPOSAL-KEY
               START REORDER-PROPOSAL
                   KEY IS NOT LESS THAN REORDER-PROPOSAL-KEY
                   INVALID KEY SET WS-RLP-SCAN-EOF-YES TO TRUE
               END-START
               PERFORM UNTIL WS-RLP-SCAN-EOF-YES
                   READ REORDER-PROPOSAL NEXT RECORD
                       AT END SET WS-RLP-SCAN-EOF-YES TO TRUE
                       NOT AT END
                           MOVE REORDER-PROPOSAL-DATA
                               TO WS-RLP-DATA-FIELDS
                           IF WS-RLP-PENDING
                               PERFORM 4335-APPLY-ONE-PROPOSAL
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO PRINT-RECORD
               STRING "PROPOSALS APPLIED: " WS-RLP-APPLIED-COUNT
                   " SUPERSEDED: " WS-RLP-SKIPPED-COUNT
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
               PERFORM 7990-CLOSE-PRINT-FILE
               DISPLAY "Proposals applied: " WS-RLP-APPLIED-COUNT
               DISPLAY "Proposals superseded: " WS-RLP-SKIPPED-COUNT
           END-IF.

       4335-APPLY-ONE-PROPOSAL.
           MOVE REORDER-PROPOSAL-KEY(1:8) TO WS-PRODUCT-KEY-BUILD
           PERFORM 2160-READ-PRODUCT-RECORD
           IF WS-PM-EXISTS-YES
               AND WS-PMD-MIN-STOCK = WS-RLP-CUR-MIN
               AND WS-PMD-REORDER-PT = WS-RLP-CUR-REORDER-PT
               AND WS-PMD-MAX-STOCK = WS-RLP-CUR-MAX
               MOVE WS-RLP-NEW-MIN TO WS-PMD-MIN-STOCK
               MOVE WS-RLP-NEW-REORDER-PT TO WS-PMD-REORDER-PT
               MOVE WS-RLP-NEW-MAX TO WS-PMD-MAX-STOCK
               PERFORM 2170-REWRITE-PRODUCT-RECORD
               SET WS-RLP-APPROVED TO TRUE
               ADD 1 TO WS-RLP-APPLIED-COUNT
               MOVE SPACES TO PRINT-RECORD
               STRING "PRODUCT:" WS-PRODUCT-KEY-BUILD
                   " MIN:" WS-RLP-CUR-MIN " TO " WS-RLP-NEW-MIN
                   " REORDER PT:" WS-RLP-CUR-REORDER-PT
                   " TO " WS-RLP-NEW-REORDER-PT
                   " MAX:" WS-RLP-CUR-MAX " TO " WS-RLP-NEW-MAX
                   DELIMITED BY SIZE INTO PRINT-RECORD
           ELSE
               SET WS-RLP-SUPERSEDED TO TRUE
               ADD 1 TO WS-RLP-SKIPPED-COUNT
               MOVE SPACES TO PRINT-RECORD
               STRING "PRODUCT:" WS-PRODUCT-KEY-BUILD
                   " NOT APPLIED - PRODUCT LEVELS CHANGED OR PRODUCT "
                   "REMOVED SINCE PROPOSAL OF " WS-RLP-PROPOSAL-DATE
                   DELIMITED BY SIZE INTO PRINT-RECORD
           END-IF
           WRITE PRINT-RECORD
           PERFORM 4340-REWRITE-PROPOSAL-RECORD.

       4340-REWRITE-PROPOSAL-RECORD.
           MOVE WS-CURRENT-DATE TO WS-RLP-ACTION-DATE
           MOVE WS-RLP-REVIEWER TO WS-RLP-ACTION-BY
           MOVE WS-RLP-DATA-FIELDS TO REORDER-PROPOSAL-DATA
           MOVE WS-CURRENT-DATE TO REORDER-PROPOSAL-TIMESTAMP
           REWRITE REORDER-PROPOSAL-RECORD.

       4105-READ-WAREHOUSE-RECORD.
           MOVE "N" TO WS-WH-FOUND-FLAG
           MOVE WS-WAREHOUSE-KEY-BUILD TO WAREHOUSE-FILE-KEY
                   DISPLAY "Warning: inventory record not written"
           END-WRITE.

       4140-APPLY-AVERAGE-COST.
           COMPUTE WS-AVG-NEW-QTY = WS-IVD-QUANTITY + WS-AVG-IN-QTY
           IF WS-IVD-QUANTITY = 0 OR WS-AVG-NEW-QTY = 0
               MOVE WS-AVG-IN-COST TO WS-IVD-UNIT-COST
           ELSE
               COMPUTE WS-IVD-UNIT-COST ROUNDED =
                   (WS-IVD-QUANTITY * WS-IVD-UNIT-COST
                    + WS-AVG-IN-QTY * WS-AVG-IN-COST)
                   / WS-AVG-NEW-QTY
           END-IF.

       4900-WRITE-TRANSACTION-LOG-RECORD.
           MOVE WS-NEXT-TRANS-ID TO WS-TRANS-KEY-BUILD
           ADD 1 TO WS-NEXT-TRANS-ID
           ACCEPT WS-PO-NUMBER
           DISPLAY "Enter Supplier ID: " WITH NO ADVANCING
           ACCEPT WS-POD-SUPPLIER-ID
           PERFORM 5105-CHECK-SUPPLIER-RATING
           DISPLAY "Enter Required Date (YYYYMMDD, 0 for supplier ",
               "lead time): " WITH NO ADVANCING
           ACCEPT WS-POD-REQUIRED-DATE

           MOVE WS-PO-NUMBER TO WS-POK-NUMBER
           MOVE 0 TO WS-POK-LINE
                   DISPLAY "Purchase order number already exists."
           END-READ.

       5105-CHECK-SUPPLIER-RATING.
           MOVE WS-POD-SUPPLIER-ID TO WS-SUK-ID
           PERFORM 2650-READ-SUPPLIER-RECORD
           IF NOT WS-SUPP-FOUND-YES
               DISPLAY "Warning: supplier " WS-POD-SUPPLIER-ID
                   " is not on file."
           ELSE
               MOVE "SUPP-RATING-MIN" TO WS-CONFIG-KEY-BUILD
               PERFORM 8310-READ-CONFIG-RECORD
               IF WS-CONFIG-FOUND-YES AND WS-CFD-NUM-VALUE > 0
                   AND WS-CFD-NUM-VALUE < 10
                   MOVE WS-CFD-NUM-VALUE TO WS-SUPP-RATING-MIN
               ELSE
                   MOVE WS-SUPP-RATING-MIN-DEFAULT
                       TO WS-SUPP-RATING-MIN
               END-IF
               DISPLAY "Supplier: " WS-SUD-NAME
               IF WS-SUD-STATUS = "I"
                   DISPLAY "*** WARNING: supplier is inactive ***"
               END-IF
               IF WS-SUD-RATING NUMERIC
                   AND WS-SUD-RATING > 0
                   AND WS-SUD-RATING < WS-SUPP-RATING-MIN
                   DISPLAY "*** WARNING: supplier rated "
                       WS-SUD-RATING " - below minimum rating of "
                       WS-SUPP-RATING-MIN " ***"
                   IF WS-SUD-SCORE-MONTH NUMERIC
                       AND WS-SUD-SCORE-MONTH > 0
                       DISPLAY "Scorecard for month "
                           WS-SUD-SCORE-MONTH ": " WS-SUD-SCORE
                           " out of 100"
                   END-IF
               END-IF
           END-IF.

       5110-ENTER-PO-LINES.
           MOVE 0 TO WS-OLW-LINE-COUNT
           MOVE 0 TO WS-OLW-ORDER-TOTAL
               ACCEPT WS-POL-UNIT-COST
               MOVE 0 TO WS-POL-RECEIVED-QTY
               MOVE "O" TO WS-POL-STATUS
               MOVE 0 TO WS-POL-RECEIVED-DATE

               ADD 1 TO WS-OLW-LINE-COUNT
               MOVE WS-PO-NUMBER TO WS-POK-NUMBER

       5130-WRITE-PO-HEADER.
           MOVE WS-CURRENT-DATE TO WS-POD-DATE
           IF WS-POD-REQUIRED-DATE NOT NUMERIC
               OR WS-POD-REQUIRED-DATE < WS-CURRENT-DATE
               PERFORM 5135-DEFAULT-REQUIRED-DATE
           END-IF
           MOVE "D" TO WS-POD-STATUS
           MOVE SPACES TO WS-POD-APPROVED-BY
           MOVE 0 TO WS-POD-APPROVED-DATE
                       "pending approval."
                   DISPLAY "Lines: " WS-POD-LINE-COUNT
                       " Total: $" WS-POD-TOTAL-AMOUNT
                   DISPLAY "Required by: " WS-POD-REQUIRED-DATE
           END-WRITE.

       5135-DEFAULT-REQUIRED-DATE.
           MOVE WS-POD-SUPPLIER-ID TO WS-SUK-ID
           PERFORM 2650-READ-SUPPLIER-RECORD
           IF WS-SUPP-FOUND-YES
               AND WS-SUD-LEAD-DAYS NUMERIC
               AND WS-SUD-LEAD-DAYS > 0
               COMPUTE WS-PO-REQUIRED-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   + WS-SUD-LEAD-DAYS
           ELSE
               COMPUTE WS-PO-REQUIRED-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   + WS-PO-DEFAULT-LEAD-DAYS
           END-IF
           COMPUTE WS-POD-REQUIRED-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PO-REQUIRED-DAY-NUMBER).

       5200-RECEIVE-PURCHASE-ORDER.
           DISPLAY " "
           DISPLAY "=== RECEIVE PURCHASE ORDER ==="
           END-READ.

       5210-RECEIVE-PO-LINE.
           IF WS-POL-RECEIVED-QTY NOT NUMERIC
               MOVE 0 TO WS-POL-RECEIVED-QTY
           END-IF
           COMPUTE WS-OLW-OUTSTANDING-QTY =
               WS-POL-QUANTITY - WS-POL-RECEIVED-QTY
           DISPLAY "Ordered: " WS-POL-QUANTITY
               " Received to date: " WS-POL-RECEIVED-QTY
               " Outstanding: " WS-OLW-OUTSTANDING-QTY
           DISPLAY "Enter Quantity Received (0 for all outstanding): "
               WITH NO ADVANCING
           ACCEPT WS-OLW-RECEIVE-QTY
           IF WS-OLW-RECEIVE-QTY = 0
               MOVE WS-OLW-OUTSTANDING-QTY TO WS-OLW-RECEIVE-QTY
           END-IF
           IF WS-OLW-RECEIVE-QTY > WS-OLW-OUTSTANDING-QTY
               DISPLAY "Quantity exceeds quantity outstanding - ",
                   "receipt not recorded."
           ELSE
               PERFORM 5215-POST-PO-RECEIPT
           END-IF.

       5215-POST-PO-RECEIPT.
           ADD WS-OLW-RECEIVE-QTY TO WS-POL-RECEIVED-QTY
           MOVE WS-CURRENT-DATE TO WS-POL-RECEIVED-DATE
           IF WS-POL-RECEIVED-QTY < WS-POL-QUANTITY
               DISPLAY "Short receipt - close line with no further ",
                   "delivery (Y/N): " WITH NO ADVANCING
               ACCEPT WS-OLW-CLOSE-SHORT
               IF WS-OLW-CLOSE-SHORT = "Y" OR WS-OLW-CLOSE-SHORT = "y"
                   MOVE "R" TO WS-POL-STATUS
                   COMPUTE WS-OLW-OUTSTANDING-QTY =
                       WS-POL-QUANTITY - WS-POL-RECEIVED-QTY
                   DISPLAY "Line closed short by "
                       WS-OLW-OUTSTANDING-QTY
               ELSE
                   DISPLAY "Line left open for the balance."
               END-IF
           ELSE
               MOVE "R" TO WS-POL-STATUS
           END-IF
           MOVE WS-PO-LINE-FIELDS TO PURCHASE-ORDER-DATA
           REWRITE PURCHASE-ORDER-RECORD

           MOVE WS-POL-WAREHOUSE-ID TO WS-IVK-WAREHOUSE-ID
           PERFORM 4110-READ-INVENTORY-RECORD
           IF WS-INV-FOUND-YES
               MOVE WS-OLW-RECEIVE-QTY TO WS-AVG-IN-QTY
               MOVE WS-POL-UNIT-COST TO WS-AVG-IN-COST
               PERFORM 4140-APPLY-AVERAGE-COST
               ADD WS-OLW-RECEIVE-QTY TO WS-IVD-QUANTITY
               ADD WS-OLW-RECEIVE-QTY TO WS-IVD-AVAILABLE
               MOVE WS-CURRENT-DATE TO WS-IVD-LAST-RECEIPT
               PERFORM 4120-REWRITE-INVENTORY-RECORD
           ELSE
               MOVE WS-OLW-RECEIVE-QTY TO WS-IVD-QUANTITY
               MOVE WS-OLW-RECEIVE-QTY TO WS-IVD-AVAILABLE
               MOVE 0 TO WS-IVD-ALLOCATED
               MOVE WS-POL-UNIT-COST TO WS-IVD-UNIT-COST
               MOVE WS-CURRENT-DATE TO WS-IVD-LAST-RECEIPT
           MOVE "RC" TO WS-TLD-TYPE
           MOVE WS-POL-PRODUCT-ID TO WS-TLD-PRODUCT-ID
           MOVE WS-POL-WAREHOUSE-ID TO WS-TLD-WAREHOUSE-ID
           MOVE WS-OLW-RECEIVE-QTY TO WS-TLD-QUANTITY
           MOVE WS-POL-UNIT-COST TO WS-TLD-UNIT-COST
           MOVE 0 TO WS-TLD-SALE-PRICE
           MOVE WS-CURRENT-DATE TO WS-TLD-DATE
           MOVE WS-CURRENT-TIME TO WS-TLD-TIME
           STRING "PO " WS-PO-NUMBER
               DELIMITED BY SIZE INTO WS-TLD-REFERENCE
           PERFORM 4900-WRITE-TRANSACTION-LOG-RECORD
           DISPLAY "Purchase order line received successfully."
           DISPLAY "Quantity received: " WS-OLW-RECEIVE-QTY
               " Total received: " WS-POL-RECEIVED-QTY
           DISPLAY "Average unit cost: " WS-IVD-UNIT-COST

           PERFORM 5250-RELEASE-BACKORDERS
           PERFORM 5240-CHECK-ORDER-FULLY-RECEIVED.
           MOVE WS-PMD-PRICE TO WS-PHD-SELLING-PRICE
           MOVE "RC" TO WS-PHD-REASON-CODE
           MOVE WS-USER-ID TO WS-PHD-APPROVED-BY
           MOVE WS-POD-SUPPLIER-ID TO WS-PHD-SUPPLIER-ID
           MOVE WS-PMD-COST TO WS-PHD-PRIOR-COST
           MOVE WS-PH-DATA-FIELDS TO PRICE-HISTORY-DATA
           MOVE WS-CURRENT-DATE TO PRICE-HISTORY-TIMESTAMP
           WRITE PRICE-HISTORY-RECORD
           MOVE WS-POD-SUPPLIER-ID TO WS-SID-SUPPLIER-ID
           MOVE WS-PO-NUMBER TO WS-SID-PO-NUMBER
           MOVE WS-OLW-LINE-NUM TO WS-SID-PO-LINE
           MOVE 0 TO WS-SID-PAID-DATE
           MOVE 0 TO WS-SID-PAYMENT-REF
           COMPUTE WS-SID-AMOUNT =
               WS-SID-INVOICE-QTY * WS-SID-INVOICE-COST
           PERFORM 5440-CALCULATE-DUE-DATE

           IF WS-SIW-MATCH-OK
               MOVE "M" TO WS-SID-STATUS
               MOVE "N" TO WS-SID-HELD-FLAG
               PERFORM 5430-WRITE-SUPPLIER-INVOICE
               PERFORM 5460-WRITE-PAYABLES-EXTRACT
               DISPLAY "Invoice matched - released to payables ",
                   "for $" WS-SID-AMOUNT
           ELSE
               MOVE "H" TO WS-SID-STATUS
               MOVE "Y" TO WS-SID-HELD-FLAG
               PERFORM 5430-WRITE-SUPPLIER-INVOICE
               DISPLAY "Invoice HELD for buyer review."
           END-IF.
           DISPLAY "3. Ship Order"
           DISPLAY "4. Record Delivery"
           DISPLAY "5. Release Credit Hold"
           DISPLAY "6. Customer Return / Credit Memo"
           DISPLAY "7. Return to Main Menu"
           DISPLAY "Enter choice (1-7): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 3 PERFORM 6300-SHIP-SALES-ORDER
               WHEN 4 PERFORM 6400-RECORD-DELIVERY
               WHEN 5 PERFORM 6250-RELEASE-CREDIT-HOLD
               WHEN 6 PERFORM 6500-ENTER-CUSTOMER-RETURN
               WHEN OTHER CONTINUE
           END-EVALUATE.

               MOVE 0 TO WS-SOL-BACKORDER-QTY
               MOVE 0 TO WS-SOL-UNIT-COST
               MOVE "O" TO WS-SOL-STATUS
               MOVE 0 TO WS-SOL-RETURNED-QTY
               MOVE SPACES TO WS-SOL-PRICE-SOURCE
               MOVE 0 TO WS-SOL-PRICE-LIST-ID
               MOVE 0 TO WS-SOL-LIST-PRICE
               MOVE 0 TO WS-SOL-COST-AT-PRICING

               ADD 1 TO WS-OLW-LINE-COUNT
               MOVE WS-SO-NUMBER TO WS-SOK-NUMBER
       6210-ALLOCATE-SALES-ORDER-STOCK.
           MOVE "Y" TO WS-OLW-ALL-OK-FLAG
           MOVE 0 TO WS-OLW-ORDER-TOTAL
           PERFORM 6212-FIND-CUSTOMER-PRICE-LIST
           PERFORM VARYING WS-OLW-LINE-NUM FROM 1 BY 1
                   UNTIL WS-OLW-LINE-NUM > WS-SOD-LINE-COUNT
               PERFORM 6211-PRICE-ONE-LINE
                       "record for this product/warehouse."
                   MOVE "N" TO WS-OLW-ALL-OK-FLAG
               ELSE
                   MOVE WS-SOL-PRODUCT-ID TO WS-PRODUCT-KEY-BUILD
                   PERFORM 2160-READ-PRODUCT-RECORD
                   PERFORM 6217-PRICE-LINE-FROM-LISTS
                   MOVE WS-IVD-UNIT-COST TO WS-SOL-COST-AT-PRICING
                   COMPUTE WS-OLW-LINE-TOTAL =
                       WS-SOL-QUANTITY * WS-SOL-UNIT-COST
                   ADD WS-OLW-LINE-TOTAL TO WS-OLW-ORDER-TOTAL
                   PERFORM 6295-REWRITE-SO-LINE
                   MOVE WS-SOL-PRICE-SOURCE TO WS-PRW-SOURCE
                   PERFORM 6219-SET-PRICE-SOURCE-TEXT
                   DISPLAY "Line " WS-OLW-LINE-NUM ": $"
                       WS-SOL-UNIT-COST " " WS-PRW-SOURCE-TEXT
                   IF WS-SOL-UNIT-COST < WS-SOL-COST-AT-PRICING
                       DISPLAY "Line " WS-OLW-LINE-NUM ": priced ",
                           "below cost of $" WS-SOL-COST-AT-PRICING
                   END-IF
               END-IF
           END-IF.

       6212-FIND-CUSTOMER-PRICE-LIST.
           MOVE 0 TO WS-PRW-LIST-ID
           MOVE 0 TO WS-PRW-EFF-DATE
           MOVE WS-SOD-CUSTOMER-ID TO WS-CPK-CUSTOMER-ID
           PERFORM 8550-READ-CUST-PRICE-LIST
           IF WS-CPL-FOUND-YES AND WS-CPD-LIST-ID > 0
               MOVE WS-CPD-LIST-ID TO WS-PLK-LIST-ID
               MOVE 0 TO WS-PLK-EFF-DATE
               MOVE 0 TO WS-PLK-PRODUCT-ID
               MOVE WS-PL-KEY-BUILD TO PRICE-LIST-FILE-KEY
               MOVE "N" TO WS-PL-SCAN-EOF-FLAG
               START PRICE-LIST-FILE
                   KEY IS NOT LESS THAN PRICE-LIST-FILE-KEY
                   INVALID KEY SET WS-PL-SCAN-EOF-YES TO TRUE
               END-START
               PERFORM 6213-CHECK-NEXT-LIST-VERSION
                   UNTIL WS-PL-SCAN-EOF-YES
           END-IF.

       6213-CHECK-NEXT-LIST-VERSION.
           READ PRICE-LIST-FILE NEXT RECORD
               AT END SET WS-PL-SCAN-EOF-YES TO TRUE
               NOT AT END
                   MOVE PRICE-LIST-FILE-KEY TO WS-PL-KEY-BUILD
                   IF WS-PLK-LIST-ID NOT = WS-CPD-LIST-ID
                       OR WS-PLK-EFF-DATE > WS-CURRENT-DATE
                       SET WS-PL-SCAN-EOF-YES TO TRUE
                   ELSE
                       IF WS-PLK-PRODUCT-ID = 0
                           MOVE PRICE-LIST-FILE-DATA
                               TO WS-PL-HEADER-FIELDS
                           MOVE 0 TO WS-PRW-LIST-ID
                           IF WS-PLH-ACTIVE
                               AND (WS-PLH-EXPIRY-DATE = 0
                               OR WS-PLH-EXPIRY-DATE >= WS-CURRENT-DATE)
                               MOVE WS-PLK-LIST-ID TO WS-PRW-LIST-ID
                               MOVE WS-PLK-EFF-DATE TO WS-PRW-EFF-DATE
                           END-IF
                       END-IF
                       PERFORM 6214-SKIP-TO-NEXT-LIST-VERSION
                   END-IF
           END-READ.

       6214-SKIP-TO-NEXT-LIST-VERSION.
           MOVE 99999999 TO WS-PLK-PRODUCT-ID
           MOVE WS-PL-KEY-BUILD TO PRICE-LIST-FILE-KEY
           START PRICE-LIST-FILE
               KEY IS GREATER THAN PRICE-LIST-FILE-KEY
               INVALID KEY SET WS-PL-SCAN-EOF-YES TO TRUE
           END-START.

       6217-PRICE-LINE-FROM-LISTS.
           MOVE 0 TO WS-SOL-PRICE-LIST-ID
           IF WS-PM-EXISTS-YES AND WS-PMD-PRICE > 0
               MOVE WS-PMD-PRICE TO WS-SOL-LIST-PRICE
               SET WS-SOL-LIST-PRICED TO TRUE
           ELSE
               MOVE WS-IVD-UNIT-COST TO WS-SOL-LIST-PRICE
               SET WS-SOL-COST-PRICED TO TRUE
           END-IF
           MOVE WS-SOL-LIST-PRICE TO WS-SOL-UNIT-COST

           IF WS-PRW-LIST-ID > 0
               MOVE WS-PRW-LIST-ID TO WS-PLK-LIST-ID
               MOVE WS-PRW-EFF-DATE TO WS-PLK-EFF-DATE
               MOVE WS-SOL-PRODUCT-ID TO WS-PLK-PRODUCT-ID
               PERFORM 8560-READ-PRICE-LIST-RECORD
               IF WS-PL-FOUND-YES
                   MOVE PRICE-LIST-FILE-DATA TO WS-PL-LINE-FIELDS
                   IF WS-PLL-CONTRACT-PRICE > 0
                       MOVE WS-PLL-CONTRACT-PRICE TO WS-SOL-UNIT-COST
                       SET WS-SOL-CONTRACT-PRICED TO TRUE
                       MOVE WS-PRW-LIST-ID TO WS-SOL-PRICE-LIST-ID
                   END-IF
                   MOVE 0 TO WS-PRW-BEST-TIER
                   PERFORM VARYING WS-PRW-TIER-IX FROM 1 BY 1
                           UNTIL WS-PRW-TIER-IX > 5
                       IF WS-PLL-TIER-MIN-QTY(WS-PRW-TIER-IX) > 0
                           AND WS-PLL-TIER-PRICE(WS-PRW-TIER-IX) > 0
                           AND WS-SOL-QUANTITY >=
                               WS-PLL-TIER-MIN-QTY(WS-PRW-TIER-IX)
                           PERFORM 6218-CHOOSE-QTY-BREAK-TIER
                       END-IF
                   END-PERFORM
                   IF WS-PRW-BEST-TIER > 0
                       MOVE WS-PLL-TIER-PRICE(WS-PRW-BEST-TIER)
                           TO WS-SOL-UNIT-COST
                       SET WS-SOL-QTY-BREAK-PRICED TO TRUE
                       MOVE WS-PRW-LIST-ID TO WS-SOL-PRICE-LIST-ID
                   END-IF
               END-IF
           END-IF.

       6218-CHOOSE-QTY-BREAK-TIER.
           IF WS-PRW-BEST-TIER = 0
               MOVE WS-PRW-TIER-IX TO WS-PRW-BEST-TIER
           ELSE
               IF WS-PLL-TIER-MIN-QTY(WS-PRW-TIER-IX) >
                   WS-PLL-TIER-MIN-QTY(WS-PRW-BEST-TIER)
                   MOVE WS-PRW-TIER-IX TO WS-PRW-BEST-TIER
               END-IF
           END-IF.

       6219-SET-PRICE-SOURCE-TEXT.
           EVALUATE WS-PRW-SOURCE
               WHEN "L"
                   MOVE "LIST" TO WS-PRW-SOURCE-TEXT
               WHEN "C"
                   MOVE "CONTRACT" TO WS-PRW-SOURCE-TEXT
               WHEN "Q"
                   MOVE "QTY BREAK" TO WS-PRW-SOURCE-TEXT
               WHEN "M"
                   MOVE "MIXED" TO WS-PRW-SOURCE-TEXT
               WHEN OTHER
                   MOVE "AT COST" TO WS-PRW-SOURCE-TEXT
           END-EVALUATE.

       6215-ALLOCATE-ONE-LINE.
           PERFORM 6290-READ-SO-LINE
           IF WS-OLW-LINE-FOUND-YES
               MOVE WS-PMD-COST TO WS-POL-UNIT-COST
               MOVE 0 TO WS-POL-RECEIVED-QTY
               MOVE "O" TO WS-POL-STATUS
               MOVE 0 TO WS-POL-RECEIVED-DATE

               MOVE WS-PMD-SUPPLIER-ID TO WS-POD-SUPPLIER-ID
               MOVE WS-CURRENT-DATE TO WS-POD-DATE
               PERFORM 5135-DEFAULT-REQUIRED-DATE
               MOVE 1 TO WS-POD-LINE-COUNT
               COMPUTE WS-POD-TOTAL-AMOUNT =
                   WS-POL-QUANTITY * WS-POL-UNIT-COST
           END-READ.

       6310-SHIP-ORDER-STOCK.
           MOVE SPACES TO WS-PRW-SHIP-SOURCE
           MOVE 0 TO WS-PRW-SHIP-LIST-ID
           PERFORM VARYING WS-OLW-LINE-NUM FROM 1 BY 1
                   UNTIL WS-OLW-LINE-NUM > WS-SOD-LINE-COUNT
               PERFORM 6311-SHIP-ONE-LINE
                   MOVE WS-SOL-PRODUCT-ID TO WS-TLD-PRODUCT-ID
                   MOVE WS-SOL-WAREHOUSE-ID TO WS-TLD-WAREHOUSE-ID
                   MOVE WS-SOL-ALLOCATED-QTY TO WS-TLD-QUANTITY
                   MOVE WS-IVD-UNIT-COST TO WS-TLD-UNIT-COST
                   MOVE WS-SOL-UNIT-COST TO WS-TLD-SALE-PRICE
                   MOVE WS-CURRENT-DATE TO WS-TLD-DATE
                   MOVE WS-CURRENT-TIME TO WS-TLD-TIME
                   STRING "SO " WS-SO-NUMBER

                   MOVE "S" TO WS-SOL-STATUS
                   PERFORM 6295-REWRITE-SO-LINE
                   PERFORM 6312-NOTE-LINE-PRICE-SOURCE
               END-IF
           END-IF.

       6312-NOTE-LINE-PRICE-SOURCE.
           IF WS-SOL-PRICE-SOURCE = SPACES
               MOVE "A" TO WS-PRW-SOURCE
           ELSE
               MOVE WS-SOL-PRICE-SOURCE TO WS-PRW-SOURCE
           END-IF
           IF WS-PRW-SHIP-SOURCE = SPACES
               MOVE WS-PRW-SOURCE TO WS-PRW-SHIP-SOURCE
           ELSE
               IF WS-PRW-SHIP-SOURCE NOT = WS-PRW-SOURCE
                   MOVE "M" TO WS-PRW-SHIP-SOURCE
               END-IF
           END-IF
           IF WS-SOL-PRICE-LIST-ID NUMERIC
               AND WS-SOL-PRICE-LIST-ID > 0
               MOVE WS-SOL-PRICE-LIST-ID TO WS-PRW-SHIP-LIST-ID
           END-IF
           PERFORM 6219-SET-PRICE-SOURCE-TEXT
           DISPLAY "Line " WS-OLW-LINE-NUM ": "
               WS-SOL-ALLOCATED-QTY " @ $" WS-SOL-UNIT-COST " "
               WS-PRW-SOURCE-TEXT.

       6320-CREATE-INVOICE.
           ADD 1 TO WS-INVOICE-AUTO-NUMBER
           MOVE WS-INVOICE-AUTO-NUMBER TO WS-IVCK-NUMBER
           MOVE WS-SOD-TOTAL-AMOUNT TO WS-IVCD-AMOUNT
           MOVE "O" TO WS-IVCD-STATUS
           MOVE 0 TO WS-IVCD-PAID-AMOUNT
           MOVE "I" TO WS-IVCD-TYPE
           MOVE 0 TO WS-IVCD-SO-LINE
           MOVE SPACES TO WS-IVCD-REASON
           MOVE WS-PRW-SHIP-SOURCE TO WS-IVCD-PRICE-SOURCE
           MOVE WS-PRW-SHIP-LIST-ID TO WS-IVCD-PRICE-LIST-ID
           MOVE WS-INVOICE-KEY-BUILD TO INVOICE-FILE-KEY
           MOVE WS-INVOICE-DATA-FIELDS TO INVOICE-FILE-DATA
           MOVE WS-CURRENT-DATE TO INVOICE-FILE-TIMESTAMP
           END-IF

           DISPLAY "Invoice " WS-INVOICE-AUTO-NUMBER " created ",
               "for $" WS-IVCD-AMOUNT
           MOVE WS-IVCD-PRICE-SOURCE TO WS-PRW-SOURCE
           PERFORM 6219-SET-PRICE-SOURCE-TEXT
           IF WS-IVCD-PRICE-LIST-ID > 0
               DISPLAY "Pricing: " WS-PRW-SOURCE-TEXT
                   " - price list " WS-IVCD-PRICE-LIST-ID
           ELSE
               DISPLAY "Pricing: " WS-PRW-SOURCE-TEXT
           END-IF.

       6400-RECORD-DELIVERY.
           DISPLAY " "
                   END-IF
           END-READ.

       6500-ENTER-CUSTOMER-RETURN.
           DISPLAY " "
           DISPLAY "=== CUSTOMER RETURN / CREDIT MEMO ==="
           DISPLAY "Enter Original SO Number: " WITH NO ADVANCING
           ACCEPT WS-SO-NUMBER

           MOVE WS-SO-NUMBER TO WS-SOK-NUMBER
           MOVE 0 TO WS-SOK-LINE
           MOVE WS-SO-KEY-BUILD TO SALES-ORDER-KEY
           READ SALES-ORDER
               INVALID KEY
                   DISPLAY "Sales order not found."
               NOT INVALID KEY
                   MOVE SALES-ORDER-DATA TO WS-SO-DATA-FIELDS
                   IF WS-SOD-STATUS NOT = "S"
                       AND WS-SOD-STATUS NOT = "L"
                       DISPLAY "Sales order has not been shipped."
                   ELSE
                       PERFORM 6510-SELECT-RETURN-LINE
                   END-IF
           END-READ.

       6510-SELECT-RETURN-LINE.
           DISPLAY "Enter SO Line Number: " WITH NO ADVANCING
           ACCEPT WS-OLW-LINE-NUM
           PERFORM 6290-READ-SO-LINE
           IF WS-OLW-LINE-FOUND-YES
               AND WS-SOL-RETURNED-QTY NOT NUMERIC
               MOVE 0 TO WS-SOL-RETURNED-QTY
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-OLW-LINE-FOUND-YES
                   DISPLAY "Order line not found."
               WHEN NOT WS-SOL-SHIPPED
                   DISPLAY "Order line was not shipped - nothing ",
                       "to return."
               WHEN WS-SOL-RETURNED-QTY >= WS-SOL-ALLOCATED-QTY
                   DISPLAY "All shipped units on this line have ",
                       "already been returned."
               WHEN OTHER
                   COMPUTE WS-RMA-RETURNABLE =
                       WS-SOL-ALLOCATED-QTY - WS-SOL-RETURNED-QTY
                   PERFORM 6520-CAPTURE-RETURN-DETAILS
                   IF WS-RMA-OK
                       PERFORM 6530-POST-CUSTOMER-RETURN
                   END-IF
           END-EVALUATE.

       6520-CAPTURE-RETURN-DETAILS.
           MOVE "N" TO WS-RMA-OK-FLAG
           DISPLAY "Product: " WS-SOL-PRODUCT-ID
               "  Warehouse: " WS-SOL-WAREHOUSE-ID
           DISPLAY "Shipped: " WS-SOL-ALLOCATED-QTY
               "  Returned to date: " WS-SOL-RETURNED-QTY
               "  Unit price: $" WS-SOL-UNIT-COST
           DISPLAY "Enter Return Quantity: " WITH NO ADVANCING
           ACCEPT WS-RMA-QTY
           DISPLAY "Reason codes: DM=Damaged DF=Defective ",
               "WI=Wrong Item NN=Not Needed OT=Other"
           DISPLAY "Enter Reason Code: " WITH NO ADVANCING
           ACCEPT WS-RMA-REASON
           DISPLAY "Enter Disposition (R=Restock, S=Scrap): "
               WITH NO ADVANCING
           ACCEPT WS-RMA-DISPOSITION

           EVALUATE TRUE
               WHEN WS-RMA-QTY = 0
                   DISPLAY "Return quantity must be greater than ",
                       "zero."
               WHEN WS-RMA-QTY > WS-RMA-RETURNABLE
                   DISPLAY "Return quantity exceeds quantity ",
                       "shipped less prior returns: "
                       WS-RMA-RETURNABLE
               WHEN NOT WS-RMA-REASON-VALID
                   DISPLAY "Invalid reason code."
               WHEN NOT WS-RMA-RESTOCK AND NOT WS-RMA-SCRAP
                   DISPLAY "Invalid disposition."
               WHEN OTHER
                   MOVE "Y" TO WS-RMA-OK-FLAG
           END-EVALUATE.

       6530-POST-CUSTOMER-RETURN.
           MOVE WS-SOL-PRODUCT-ID TO WS-IVK-PRODUCT-ID
           MOVE WS-SOL-WAREHOUSE-ID TO WS-IVK-WAREHOUSE-ID
           PERFORM 4110-READ-INVENTORY-RECORD
           IF WS-RMA-RESTOCK AND NOT WS-INV-FOUND-YES
               DISPLAY "No inventory record at warehouse "
                   WS-SOL-WAREHOUSE-ID " - goods cannot be ",
                   "restocked."
           ELSE
               IF WS-RMA-RESTOCK
                   PERFORM 6540-RESTOCK-RETURN
               ELSE
                   PERFORM 6545-SCRAP-RETURN
               END-IF

               ADD WS-RMA-QTY TO WS-SOL-RETURNED-QTY
               PERFORM 6295-REWRITE-SO-LINE

               COMPUTE WS-RMA-CREDIT-AMOUNT =
                   WS-RMA-QTY * WS-SOL-UNIT-COST
               IF WS-RMA-CREDIT-AMOUNT = 0
                   DISPLAY "Line carries no price - no credit ",
                       "memo issued."
               ELSE
                   PERFORM 6550-CREATE-CREDIT-MEMO
               END-IF
           END-IF.

       6540-RESTOCK-RETURN.
           ADD WS-RMA-QTY TO WS-IVD-QUANTITY
           ADD WS-RMA-QTY TO WS-IVD-AVAILABLE
           MOVE WS-CURRENT-DATE TO WS-IVD-LAST-RECEIPT
           PERFORM 4120-REWRITE-INVENTORY-RECORD

           MOVE "RT" TO WS-TLD-TYPE
           PERFORM 6560-WRITE-RETURN-LOG
           DISPLAY "Returned goods restocked at warehouse "
               WS-SOL-WAREHOUSE-ID ".".

       6545-SCRAP-RETURN.
           IF NOT WS-INV-FOUND-YES
               MOVE 0 TO WS-IVD-UNIT-COST
           END-IF
           MOVE "SC" TO WS-TLD-TYPE
           PERFORM 6560-WRITE-RETURN-LOG
           DISPLAY "Returned goods recorded as scrapped.".

       6550-CREATE-CREDIT-MEMO.
           ADD 1 TO WS-INVOICE-AUTO-NUMBER
           MOVE WS-INVOICE-AUTO-NUMBER TO WS-IVCK-NUMBER
           MOVE WS-SO-NUMBER TO WS-IVCD-SO-NUMBER
           MOVE WS-SOD-CUSTOMER-ID TO WS-IVCD-CUSTOMER-ID
           MOVE WS-CURRENT-DATE TO WS-IVCD-DATE
           MOVE WS-RMA-CREDIT-AMOUNT TO WS-IVCD-AMOUNT
           MOVE "O" TO WS-IVCD-STATUS
           MOVE 0 TO WS-IVCD-PAID-AMOUNT
           MOVE "C" TO WS-IVCD-TYPE
           MOVE WS-OLW-LINE-NUM TO WS-IVCD-SO-LINE
           MOVE WS-RMA-REASON TO WS-IVCD-REASON
           IF WS-SOL-PRICE-SOURCE = SPACES
               MOVE "A" TO WS-IVCD-PRICE-SOURCE
           ELSE
               MOVE WS-SOL-PRICE-SOURCE TO WS-IVCD-PRICE-SOURCE
           END-IF
           IF WS-SOL-PRICE-LIST-ID NUMERIC
               MOVE WS-SOL-PRICE-LIST-ID TO WS-IVCD-PRICE-LIST-ID
           ELSE
               MOVE 0 TO WS-IVCD-PRICE-LIST-ID
           END-IF
           MOVE WS-INVOICE-KEY-BUILD TO INVOICE-FILE-KEY
           MOVE WS-INVOICE-DATA-FIELDS TO INVOICE-FILE-DATA
           MOVE WS-CURRENT-DATE TO INVOICE-FILE-TIMESTAMP
           WRITE INVOICE-FILE-RECORD
               INVALID KEY
                   DISPLAY "Warning: credit memo record not written"
           END-WRITE

           MOVE WS-SOD-CUSTOMER-ID TO WS-CUK-ID
           PERFORM 3110-READ-CUSTOMER-RECORD
           IF WS-CUST-FOUND-YES
               IF WS-RMA-CREDIT-AMOUNT > WS-CUD-BALANCE
                   MOVE 0 TO WS-CUD-BALANCE
               ELSE
                   SUBTRACT WS-RMA-CREDIT-AMOUNT FROM WS-CUD-BALANCE
               END-IF
               PERFORM 3120-REWRITE-CUSTOMER-RECORD
           ELSE
               DISPLAY "Warning: customer not on file - balance ",
                   "not updated."
           END-IF

           DISPLAY "Credit memo " WS-INVOICE-AUTO-NUMBER " created ",
               "for $" WS-IVCD-AMOUNT.

       6560-WRITE-RETURN-LOG.
           MOVE WS-SOL-PRODUCT-ID TO WS-TLD-PRODUCT-ID
           MOVE WS-SOL-WAREHOUSE-ID TO WS-TLD-WAREHOUSE-ID
           MOVE WS-RMA-QTY TO WS-TLD-QUANTITY
           MOVE WS-IVD-UNIT-COST TO WS-TLD-UNIT-COST
           MOVE WS-SOL-UNIT-COST TO WS-TLD-SALE-PRICE
           MOVE WS-CURRENT-DATE TO WS-TLD-DATE
           MOVE WS-CURRENT-TIME TO WS-TLD-TIME
           MOVE SPACES TO WS-TLD-REFERENCE
           STRING "RMA " WS-SO-NUMBER "/" WS-OLW-LINE-NUM
               " " WS-RMA-REASON
               DELIMITED BY SIZE INTO WS-TLD-REFERENCE
           PERFORM 4900-WRITE-TRANSACTION-LOG-RECORD.

       7000-REPORTS-MENU.
           DISPLAY " "
           DISPLAY "=== REPORTS MENU ==="
           DISPLAY "1. Stock Status Report"
           DISPLAY "2. Inventory Valuation Report"
           DISPLAY "3. Reorder Candidate Listing"
           DISPLAY "4. Transaction Register"
           DISPLAY "5. AR Aging Report"
           DISPLAY "6. COGS and Gross Margin Report"
           DISPLAY "7. Margin Exception Report"
           DISPLAY "8. Return to Main Menu"
           DISPLAY "Enter choice (1-8): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1 PERFORM 7100-STOCK-STATUS-REPORT
               WHEN 2 PERFORM 7200-VALUATION-REPORT
               WHEN 3 PERFORM 7300-REORDER-CANDIDATE-REPORT
               WHEN 4 PERFORM 7400-TRANSACTION-REGISTER
               WHEN 5 PERFORM 7500-AR-AGING-REPORT
               WHEN 6 PERFORM 7600-COGS-MARGIN-REPORT
               WHEN 7 PERFORM 7700-MARGIN-EXCEPTION-REPORT
               WHEN OTHER CONTINUE
           END-EVALUATE.

       7100-STOCK-STATUS-REPORT.
           PERFORM 7900-OPEN-PRINT-FILE
           MOVE "STOCK STATUS REPORT" TO PRINT-RECORD
           WRITE PRINT-RECORD
           STRING "AS OF " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
               COMPUTE WS-AR-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   - WS-AR-DUE-DAY-NUMBER
               IF WS-IVCD-CREDIT-MEMO
                   COMPUTE WS-AR-SIGNED-OPEN = 0 - WS-AR-OPEN-AMOUNT
               ELSE
                   MOVE WS-AR-OPEN-AMOUNT TO WS-AR-SIGNED-OPEN
               END-IF
               EVALUATE TRUE
                   WHEN WS-AR-DAYS-PAST-DUE <= 0
                       ADD WS-AR-SIGNED-OPEN TO WS-AR-CURRENT-TOTAL
                   WHEN WS-AR-DAYS-PAST-DUE <= 30
                       ADD WS-AR-SIGNED-OPEN TO WS-AR-30-TOTAL
                   WHEN WS-AR-DAYS-PAST-DUE <= 60
                       ADD WS-AR-SIGNED-OPEN TO WS-AR-60-TOTAL
                   WHEN WS-AR-DAYS-PAST-DUE <= 90
                       ADD WS-AR-SIGNED-OPEN TO WS-AR-90-TOTAL
                   WHEN OTHER
                       ADD WS-AR-SIGNED-OPEN
                           TO WS-AR-OVER-90-TOTAL
               END-EVALUATE
               ADD WS-AR-SIGNED-OPEN TO WS-AR-GRAND-TOTAL
               IF WS-IVCD-CREDIT-MEMO
                   STRING "CR MEMO:" INVOICE-FILE-KEY(1:8)
                       " CUST:" WS-IVCD-CUSTOMER-ID
                       " SO:" WS-IVCD-SO-NUMBER
                       " DATE:" WS-IVCD-DATE
                       " REASON:" WS-IVCD-REASON
                       " OPEN:" WS-AR-SIGNED-OPEN
                       DELIMITED BY SIZE INTO PRINT-RECORD
               ELSE
                   MOVE WS-IVCD-PRICE-SOURCE TO WS-PRW-SOURCE
                   PERFORM 6219-SET-PRICE-SOURCE-TEXT
                   STRING "INVOICE:" INVOICE-FILE-KEY(1:8)
                       " CUST:" WS-IVCD-CUSTOMER-ID
                       " DUE:" WS-AR-DUE-DATE
                       " DAYS PAST:" WS-AR-DAYS-PAST-DUE
                       " OPEN:" WS-AR-OPEN-AMOUNT
                       " PRICING:" WS-PRW-SOURCE-TEXT
                       DELIMITED BY SIZE INTO PRINT-RECORD
               END-IF
               WRITE PRINT-RECORD
           END-IF.

       7600-COGS-MARGIN-REPORT.
           DISPLAY "Enter Month (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-CGS-MONTH
           MOVE 0 TO WS-CGS-COUNT
           INITIALIZE WS-COGS-CATEGORY-TABLE
           MOVE 0 TO WS-CGS-TOTAL-QTY
           MOVE 0 TO WS-CGS-TOTAL-SALES
           MOVE 0 TO WS-CGS-TOTAL-COST
           MOVE 0 TO WS-CGS-NOCAT-QTY
           MOVE 0 TO WS-CGS-NOCAT-SALES
           MOVE 0 TO WS-CGS-NOCAT-COST
           MOVE "N" TO WS-CGS-OVERFLOW-FLAG

           MOVE "N" TO WS-TLOG-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO TRANSACTION-LOG-KEY
           START TRANSACTION-LOG
               KEY IS NOT LESS THAN TRANSACTION-LOG-KEY
               INVALID KEY SET WS-TLOG-SCAN-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-TLOG-SCAN-EOF-YES
               READ TRANSACTION-LOG NEXT RECORD
                   AT END SET WS-TLOG-SCAN-EOF-YES TO TRUE
                   NOT AT END
                       MOVE TRANSACTION-LOG-DATA
                           TO WS-TRANS-DATA-FIELDS
                       COMPUTE WS-CGS-TRANS-MONTH = WS-TLD-DATE / 100
                       IF (WS-TLD-TYPE = "IS" OR "RT" OR "SC")
                           AND WS-CGS-TRANS-MONTH = WS-CGS-MONTH
                           PERFORM 7610-ACCUMULATE-ONE-ISSUE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 7900-OPEN-PRINT-FILE
           MOVE "COST OF GOODS SOLD AND GROSS MARGIN REPORT"
               TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "MONTH " WS-CGS-MONTH
               " AS OF " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE "SALES NET OF RETURNS, COGS NET OF RESTOCKED RETURNS"
               TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE "BY PRODUCT" TO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE "N" TO WS-PM-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO PRODUCT-MASTER-KEY
           START PRODUCT-MASTER
               KEY IS NOT LESS THAN PRODUCT-MASTER-KEY
               INVALID KEY SET WS-PM-SCAN-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-PM-SCAN-EOF-YES
               READ PRODUCT-MASTER NEXT RECORD
                   AT END SET WS-PM-SCAN-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM 7620-REPORT-ONE-PRODUCT
               END-READ
           END-PERFORM
           PERFORM VARYING WS-CGS-IX FROM 1 BY 1
                   UNTIL WS-CGS-IX > WS-CGS-COUNT
               IF WS-CGS-PROD-PRINTED(WS-CGS-IX) = "N"
                   MOVE 0 TO WS-PMD-CATEGORY
                   PERFORM 7625-PRINT-PRODUCT-LINE
               END-IF
           END-PERFORM

           MOVE "BY CATEGORY" TO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM VARYING WS-CGS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CGS-CAT-IX > 999
               IF WS-CGS-CAT-QTY(WS-CGS-CAT-IX) NOT = 0
                   OR WS-CGS-CAT-SALES(WS-CGS-CAT-IX) NOT = 0
                   OR WS-CGS-CAT-COST(WS-CGS-CAT-IX) NOT = 0
                   PERFORM 7630-REPORT-ONE-CATEGORY
               END-IF
           END-PERFORM
           IF WS-CGS-NOCAT-QTY NOT = 0
               OR WS-CGS-NOCAT-SALES NOT = 0
               OR WS-CGS-NOCAT-COST NOT = 0
               MOVE WS-CGS-NOCAT-SALES TO WS-CGS-SALES
               MOVE WS-CGS-NOCAT-COST TO WS-CGS-COST
               PERFORM 7640-COMPUTE-MARGIN
               MOVE SPACES TO PRINT-RECORD
               STRING "CATEGORY:NONE"
                   " QTY:" WS-CGS-NOCAT-QTY
                   " SALES:" WS-CGS-SALES
                   " COGS:" WS-CGS-COST
                   " MARGIN:" WS-CGS-MARGIN
                   " PCT:" WS-CGS-MARGIN-PCT
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF

           MOVE WS-CGS-TOTAL-SALES TO WS-CGS-SALES
           MOVE WS-CGS-TOTAL-COST TO WS-CGS-COST
           PERFORM 7640-COMPUTE-MARGIN
           MOVE SPACES TO PRINT-RECORD
           STRING "TOTAL QTY:" WS-CGS-TOTAL-QTY
               " SALES:" WS-CGS-SALES
               " COGS:" WS-CGS-COST
               " MARGIN:" WS-CGS-MARGIN
               " PCT:" WS-CGS-MARGIN-PCT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           IF WS-CGS-OVERFLOW-YES
               MOVE SPACES TO PRINT-RECORD
               STRING "WARNING: PRODUCT TABLE FULL - PRODUCT "
                   "DETAIL IS INCOMPLETE, TOTALS ARE COMPLETE"
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF
           PERFORM 7990-CLOSE-PRINT-FILE
           DISPLAY "COGS and gross margin report generated.".

       7610-ACCUMULATE-ONE-ISSUE.
           IF WS-TLD-SALE-PRICE NOT NUMERIC
               MOVE WS-TLD-UNIT-COST TO WS-TLD-SALE-PRICE
           END-IF
           COMPUTE WS-CGS-LINE-SALES =
               WS-TLD-QUANTITY * WS-TLD-SALE-PRICE
           COMPUTE WS-CGS-LINE-COST =
               WS-TLD-QUANTITY * WS-TLD-UNIT-COST
           MOVE WS-TLD-QUANTITY TO WS-CGS-LINE-QTY
           IF WS-TLD-TYPE NOT = "IS"
               COMPUTE WS-CGS-LINE-QTY = 0 - WS-CGS-LINE-QTY
               COMPUTE WS-CGS-LINE-SALES = 0 - WS-CGS-LINE-SALES
               IF WS-TLD-TYPE = "RT"
                   COMPUTE WS-CGS-LINE-COST = 0 - WS-CGS-LINE-COST
               ELSE
                   MOVE 0 TO WS-CGS-LINE-COST
               END-IF
           END-IF
           ADD WS-CGS-LINE-QTY TO WS-CGS-TOTAL-QTY
           ADD WS-CGS-LINE-SALES TO WS-CGS-TOTAL-SALES
           ADD WS-CGS-LINE-COST TO WS-CGS-TOTAL-COST

           MOVE 0 TO WS-CGS-FOUND-IX
           PERFORM VARYING WS-CGS-IX FROM 1 BY 1
                   UNTIL WS-CGS-IX > WS-CGS-COUNT
                   OR WS-CGS-FOUND-IX > 0
               IF WS-CGS-PROD-ID(WS-CGS-IX) = WS-TLD-PRODUCT-ID
                   MOVE WS-CGS-IX TO WS-CGS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-CGS-FOUND-IX = 0
               IF WS-CGS-COUNT < WS-CGS-MAX-PRODUCTS
                   ADD 1 TO WS-CGS-COUNT
                   MOVE WS-CGS-COUNT TO WS-CGS-FOUND-IX
                   MOVE WS-TLD-PRODUCT-ID
                       TO WS-CGS-PROD-ID(WS-CGS-FOUND-IX)
                   MOVE 0 TO WS-CGS-PROD-QTY(WS-CGS-FOUND-IX)
                   MOVE 0 TO WS-CGS-PROD-SALES(WS-CGS-FOUND-IX)
                   MOVE 0 TO WS-CGS-PROD-COST(WS-CGS-FOUND-IX)
                   MOVE "N" TO WS-CGS-PROD-PRINTED(WS-CGS-FOUND-IX)
               ELSE
                   SET WS-CGS-OVERFLOW-YES TO TRUE
               END-IF
           END-IF
           IF WS-CGS-FOUND-IX > 0
               ADD WS-CGS-LINE-QTY
                   TO WS-CGS-PROD-QTY(WS-CGS-FOUND-IX)
               ADD WS-CGS-LINE-SALES
                   TO WS-CGS-PROD-SALES(WS-CGS-FOUND-IX)
               ADD WS-CGS-LINE-COST
                   TO WS-CGS-PROD-COST(WS-CGS-FOUND-IX)
           END-IF.

       7620-REPORT-ONE-PRODUCT.
           MOVE PRODUCT-MASTER-KEY(1:8) TO WS-PRODUCT-KEY-BUILD
           MOVE PRODUCT-MASTER-DATA TO WS-PRODUCT-DATA-FIELDS
           MOVE 0 TO WS-CGS-FOUND-IX
           PERFORM VARYING WS-CGS-IX FROM 1 BY 1
                   UNTIL WS-CGS-IX > WS-CGS-COUNT
                   OR WS-CGS-FOUND-IX > 0
               IF WS-CGS-PROD-ID(WS-CGS-IX) = WS-PRODUCT-KEY-BUILD
                   MOVE WS-CGS-IX TO WS-CGS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-CGS-FOUND-IX > 0
               MOVE WS-CGS-FOUND-IX TO WS-CGS-IX
               PERFORM 7625-PRINT-PRODUCT-LINE
           END-IF.

       7625-PRINT-PRODUCT-LINE.
           MOVE "Y" TO WS-CGS-PROD-PRINTED(WS-CGS-IX)
           MOVE WS-CGS-PROD-SALES(WS-CGS-IX) TO WS-CGS-SALES
           MOVE WS-CGS-PROD-COST(WS-CGS-IX) TO WS-CGS-COST
           PERFORM 7640-COMPUTE-MARGIN
           MOVE SPACES TO PRINT-RECORD
           STRING "PRODUCT:" WS-CGS-PROD-ID(WS-CGS-IX)
               " CAT:" WS-PMD-CATEGORY
               " QTY:" WS-CGS-PROD-QTY(WS-CGS-IX)
               " SALES:" WS-CGS-SALES
               " COGS:" WS-CGS-COST
               " MARGIN:" WS-CGS-MARGIN
               " PCT:" WS-CGS-MARGIN-PCT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           IF WS-PMD-CATEGORY > 0
               ADD WS-CGS-PROD-QTY(WS-CGS-IX)
                   TO WS-CGS-CAT-QTY(WS-PMD-CATEGORY)
               ADD WS-CGS-PROD-SALES(WS-CGS-IX)
                   TO WS-CGS-CAT-SALES(WS-PMD-CATEGORY)
               ADD WS-CGS-PROD-COST(WS-CGS-IX)
                   TO WS-CGS-CAT-COST(WS-PMD-CATEGORY)
           ELSE
               ADD WS-CGS-PROD-QTY(WS-CGS-IX) TO WS-CGS-NOCAT-QTY
               ADD WS-CGS-PROD-SALES(WS-CGS-IX) TO WS-CGS-NOCAT-SALES
               ADD WS-CGS-PROD-COST(WS-CGS-IX) TO WS-CGS-NOCAT-COST
           END-IF.

       7630-REPORT-ONE-CATEGORY.
           MOVE WS-CGS-CAT-IX TO WS-CTK-ID
           PERFORM 8110-READ-CATEGORY-RECORD
           IF NOT WS-CAT-FOUND-YES
               MOVE SPACES TO WS-CTD-NAME
           END-IF
           MOVE WS-CGS-CAT-SALES(WS-CGS-CAT-IX) TO WS-CGS-SALES
           MOVE WS-CGS-CAT-COST(WS-CGS-CAT-IX) TO WS-CGS-COST
           PERFORM 7640-COMPUTE-MARGIN
           MOVE SPACES TO PRINT-RECORD
           STRING "CATEGORY:" WS-CTK-ID
               " " WS-CTD-NAME(1:20)
               " QTY:" WS-CGS-CAT-QTY(WS-CGS-CAT-IX)
               " SALES:" WS-CGS-SALES
               " COGS:" WS-CGS-COST
               " MARGIN:" WS-CGS-MARGIN
               " PCT:" WS-CGS-MARGIN-PCT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD.

       7640-COMPUTE-MARGIN.
           COMPUTE WS-CGS-MARGIN = WS-CGS-SALES - WS-CGS-COST
           IF WS-CGS-SALES > 0
               COMPUTE WS-CGS-MARGIN-PCT ROUNDED =
                   WS-CGS-MARGIN * 100 / WS-CGS-SALES
           ELSE
               MOVE 0 TO WS-CGS-MARGIN-PCT
           END-IF.

       7700-MARGIN-EXCEPTION-REPORT.
           DISPLAY "Enter From Order Date (YYYYMMDD, 0 for all): "
               WITH NO ADVANCING
           ACCEPT WS-RPT-DATE-FROM
           MOVE 0 TO WS-PRW-LINES-REVIEWED
           MOVE 0 TO WS-PRW-EXCEPTIONS
           MOVE 0 TO WS-PRW-TOTAL-LOSS

           PERFORM 7900-OPEN-PRINT-FILE
           MOVE "MARGIN EXCEPTION REPORT - LINES PRICED BELOW COST"
               TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "ORDERS FROM " WS-RPT-DATE-FROM
               " AS OF " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE "N" TO WS-SO-SCAN-EOF-FLAG
           MOVE SPACES TO WS-SO-DATA-FIELDS
           MOVE LOW-VALUES TO SALES-ORDER-KEY
           START SALES-ORDER
               KEY IS NOT LESS THAN SALES-ORDER-KEY
               INVALID KEY SET WS-SO-SCAN-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-SO-SCAN-EOF-YES
               READ SALES-ORDER NEXT RECORD
                   AT END SET WS-SO-SCAN-EOF-YES TO TRUE
                   NOT AT END
                       MOVE SALES-ORDER-KEY TO WS-SO-KEY-BUILD
                       IF WS-SOK-LINE = 0
                           MOVE SALES-ORDER-DATA TO WS-SO-DATA-FIELDS
                       ELSE
                           MOVE SALES-ORDER-DATA TO WS-SO-LINE-FIELDS
                           PERFORM 7710-CHECK-ONE-ORDER-LINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO PRINT-RECORD
           STRING "LINES REVIEWED:" WS-PRW-LINES-REVIEWED
               " BELOW COST:" WS-PRW-EXCEPTIONS
               " TOTAL BELOW COST:" WS-PRW-TOTAL-LOSS
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM 7990-CLOSE-PRINT-FILE
           DISPLAY "Lines priced below cost: " WS-PRW-EXCEPTIONS
           DISPLAY "Margin exception report generated.".

       7710-CHECK-ONE-ORDER-LINE.
           IF WS-SOD-STATUS NOT = "D"
               AND WS-SOD-STATUS NOT = SPACES
               AND WS-SOD-DATE >= WS-RPT-DATE-FROM
               AND WS-SOL-PRICE-SOURCE NOT = SPACES
               AND WS-SOL-COST-AT-PRICING NUMERIC
               ADD 1 TO WS-PRW-LINES-REVIEWED
               IF WS-SOL-UNIT-COST < WS-SOL-COST-AT-PRICING
                   ADD 1 TO WS-PRW-EXCEPTIONS
                   COMPUTE WS-PRW-UNIT-LOSS =
                       WS-SOL-COST-AT-PRICING - WS-SOL-UNIT-COST
                   COMPUTE WS-PRW-LINE-LOSS =
                       WS-PRW-UNIT-LOSS * WS-SOL-QUANTITY
                   ADD WS-PRW-LINE-LOSS TO WS-PRW-TOTAL-LOSS
                   MOVE WS-SOL-PRICE-SOURCE TO WS-PRW-SOURCE
                   PERFORM 6219-SET-PRICE-SOURCE-TEXT
                   MOVE SPACES TO PRINT-RECORD
                   STRING "SO:" WS-SOK-NUMBER
                       " LN:" WS-SOK-LINE
                       " CUST:" WS-SOD-CUSTOMER-ID
                       " PROD:" WS-SOL-PRODUCT-ID
                       " QTY:" WS-SOL-QUANTITY
                       " PRICE:" WS-SOL-UNIT-COST
                       " COST:" WS-SOL-COST-AT-PRICING
                       " LOSS:" WS-PRW-LINE-LOSS
                       " SRC:" WS-PRW-SOURCE-TEXT
                       DELIMITED BY SIZE INTO PRINT-RECORD
                   WRITE PRINT-RECORD
               END-IF
           END-IF.

       7900-OPEN-PRINT-FILE.
           DISPLAY "=== MAINTENANCE MENU ==="
           DISPLAY "1. Add/Update Category"
           DISPLAY "2. List Categories"
           DISPLAY "3. Set Credit Hold Days Past Due"
           DISPLAY "4. Set AP Operating Account"
           DISPLAY "5. Customer Price Lists"
           DISPLAY "6. Set Minimum Supplier Rating"
           DISPLAY "7. Return to Main Menu"
           DISPLAY "Enter choice (1-7): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1 PERFORM 8100-ADD-CATEGORY
               WHEN 2 PERFORM 8200-LIST-CATEGORIES
               WHEN 3 PERFORM 8300-SET-CREDIT-HOLD-DAYS
               WHEN 4 PERFORM 8400-SET-AP-OPERATING-ACCT
               WHEN 5 PERFORM 8500-PRICE-LIST-MENU
               WHEN 6 PERFORM 8600-SET-SUPPLIER-RATING-MIN
               WHEN OTHER CONTINUE
           END-EVALUATE.

               END-READ
           END-PERFORM.

       8300-SET-CREDIT-HOLD-DAYS.
           DISPLAY " "
           DISPLAY "=== SET CREDIT HOLD DAYS PAST DUE ==="
           MOVE "AR-HOLD-DAYS" TO WS-CONFIG-KEY-BUILD
           PERFORM 8310-READ-CONFIG-RECORD
           IF WS-CONFIG-FOUND-YES
               DISPLAY "Current setting: " WS-CFD-NUM-VALUE " days"
           ELSE
               DISPLAY "Not set - nightly review uses "
                   WS-AR-HOLD-DAYS-DEFAULT " days"
           END-IF
           DISPLAY "Enter days past due before credit hold: "
               WITH NO ADVANCING
           ACCEPT WS-CFD-NUM-VALUE
           MOVE "DAYS PAST DUE BEFORE AUTO CREDIT HOLD"
               TO WS-CFD-DESCRIPTION

           MOVE WS-CONFIG-KEY-BUILD TO CONFIG-FILE-KEY
           MOVE WS-CONFIG-DATA-FIELDS TO CONFIG-FILE-DATA
           MOVE WS-CURRENT-DATE TO CONFIG-FILE-TIMESTAMP
           IF WS-CONFIG-FOUND-YES
               REWRITE CONFIG-FILE-RECORD
               DISPLAY "Credit hold days updated."
           ELSE
               WRITE CONFIG-FILE-RECORD
                   INVALID KEY
                       DISPLAY "Configuration record not written."
                   NOT INVALID KEY
                       DISPLAY "Credit hold days set."
               END-WRITE
           END-IF.

       8310-READ-CONFIG-RECORD.
           MOVE "N" TO WS-CONFIG-FOUND-FLAG
           MOVE WS-CONFIG-KEY-BUILD TO CONFIG-FILE-KEY
           READ CONFIG-FILE
               INVALID KEY
                   MOVE SPACES TO WS-CONFIG-DATA-FIELDS
               NOT INVALID KEY
                   MOVE CONFIG-FILE-DATA TO WS-CONFIG-DATA-FIELDS
                   SET WS-CONFIG-FOUND-YES TO TRUE
           END-READ.

       8400-SET-AP-OPERATING-ACCT.
           DISPLAY " "
           DISPLAY "=== SET AP OPERATING ACCOUNT ==="
           MOVE "AP-OPERATING-ACCT" TO WS-CONFIG-KEY-BUILD
           PERFORM 8310-READ-CONFIG-RECORD
           IF WS-CONFIG-FOUND-YES
               DISPLAY "Current account: " WS-CFD-ACCOUNT-ID
           ELSE
               DISPLAY "Not set - supplier payment run will not pay."
           END-IF
           DISPLAY "Enter bank account to pay suppliers from: "
               WITH NO ADVANCING
           ACCEPT WS-CFD-ACCOUNT-ID
           MOVE 0 TO WS-CFD-NUM-VALUE
           MOVE "OPERATING ACCOUNT FOR SUPPLIER PAYMENTS"
               TO WS-CFD-DESCRIPTION

           MOVE WS-CONFIG-KEY-BUILD TO CONFIG-FILE-KEY
           MOVE WS-CONFIG-DATA-FIELDS TO CONFIG-FILE-DATA
           MOVE WS-CURRENT-DATE TO CONFIG-FILE-TIMESTAMP
           IF WS-CONFIG-FOUND-YES
               REWRITE CONFIG-FILE-RECORD
               DISPLAY "AP operating account updated."
           ELSE
               WRITE CONFIG-FILE-RECORD
                   INVALID KEY
                       DISPLAY "Configuration record not written."
                   NOT INVALID KEY
                       DISPLAY "AP operating account set."
               END-WRITE
           END-IF.

       8500-PRICE-LIST-MENU.
           DISPLAY " "
           DISPLAY "=== CUSTOMER PRICE LISTS ==="
           DISPLAY "1. Add/Update Price List Version"
           DISPLAY "2. Add/Update Product Price"
           DISPLAY "3. List Price List"
           DISPLAY "4. Assign Price List to Customer"
           DISPLAY "5. Return to Maintenance Menu"
           DISPLAY "Enter choice (1-5): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1 PERFORM 8510-MAINTAIN-LIST-VERSION
               WHEN 2 PERFORM 8520-MAINTAIN-PRODUCT-PRICE
               WHEN 3 PERFORM 8530-LIST-PRICE-LIST
               WHEN 4 PERFORM 8540-ASSIGN-CUSTOMER-LIST
               WHEN OTHER CONTINUE
           END-EVALUATE.

       8510-MAINTAIN-LIST-VERSION.
           DISPLAY " "
           DISPLAY "=== ADD/UPDATE PRICE LIST VERSION ==="
           DISPLAY "Enter Price List ID: " WITH NO ADVANCING
           ACCEPT WS-PLK-LIST-ID
           DISPLAY "Enter Effective Date (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-PLK-EFF-DATE
           MOVE 0 TO WS-PLK-PRODUCT-ID
           IF WS-PLK-LIST-ID = 0 OR WS-PLK-EFF-DATE = 0
               DISPLAY "Price list ID and effective date are ",
                   "required."
           ELSE
               PERFORM 8560-READ-PRICE-LIST-RECORD
               IF WS-PL-FOUND-YES
                   MOVE PRICE-LIST-FILE-DATA TO WS-PL-HEADER-FIELDS
                   DISPLAY "Current: " WS-PLH-NAME
                       " expires " WS-PLH-EXPIRY-DATE
                       " status " WS-PLH-STATUS
               ELSE
                   MOVE SPACES TO WS-PL-HEADER-FIELDS
               END-IF
               DISPLAY "Enter List Name: " WITH NO ADVANCING
               ACCEPT WS-PLH-NAME
               DISPLAY "Enter Expiry Date (YYYYMMDD, 0 for none): "
                   WITH NO ADVANCING
               ACCEPT WS-PLH-EXPIRY-DATE
               DISPLAY "Enter Status (A/I): " WITH NO ADVANCING
               ACCEPT WS-PLH-STATUS
               IF WS-PLH-EXPIRY-DATE NOT = 0
                   AND WS-PLH-EXPIRY-DATE < WS-PLK-EFF-DATE
                   DISPLAY "Expiry date is before the effective ",
                       "date - version not saved."
               ELSE
                   MOVE WS-PL-HEADER-FIELDS TO PRICE-LIST-FILE-DATA
                   PERFORM 8570-SAVE-PRICE-LIST-RECORD
               END-IF
           END-IF.

       8520-MAINTAIN-PRODUCT-PRICE.
           DISPLAY " "
           DISPLAY "=== ADD/UPDATE PRODUCT PRICE ==="
           DISPLAY "Enter Price List ID: " WITH NO ADVANCING
           ACCEPT WS-PLK-LIST-ID
           DISPLAY "Enter Version Effective Date (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-PLK-EFF-DATE
           MOVE 0 TO WS-PLK-PRODUCT-ID
           PERFORM 8560-READ-PRICE-LIST-RECORD
           IF NOT WS-PL-FOUND-YES
               DISPLAY "Price list version not found."
           ELSE
               DISPLAY "Enter Product ID: " WITH NO ADVANCING
               ACCEPT WS-PRODUCT-ID
               MOVE WS-PRODUCT-ID TO WS-PRODUCT-KEY-BUILD
               PERFORM 2160-READ-PRODUCT-RECORD
               IF NOT WS-PM-EXISTS-YES OR WS-PRODUCT-ID = 0
                   DISPLAY "Product not found."
               ELSE
                   PERFORM 8525-ENTER-PRODUCT-PRICES
               END-IF
           END-IF.

       8525-ENTER-PRODUCT-PRICES.
           DISPLAY "Product: " WS-PMD-NAME
           DISPLAY "List price: $" WS-PMD-PRICE
               "  Cost: $" WS-PMD-COST
           MOVE WS-PRODUCT-ID TO WS-PLK-PRODUCT-ID
           PERFORM 8560-READ-PRICE-LIST-RECORD
           IF WS-PL-FOUND-YES
               MOVE PRICE-LIST-FILE-DATA TO WS-PL-LINE-FIELDS
           ELSE
               MOVE ZEROS TO WS-PL-LINE-FIELDS
           END-IF
           DISPLAY "Enter Contract Price (0 = list price): "
               WITH NO ADVANCING
           ACCEPT WS-PLL-CONTRACT-PRICE
           DISPLAY "Quantity breaks - enter 0 quantity for unused ",
               "tiers."
           PERFORM VARYING WS-PRW-TIER-IX FROM 1 BY 1
                   UNTIL WS-PRW-TIER-IX > 5
               DISPLAY "Tier " WS-PRW-TIER-IX " Minimum Quantity: "
                   WITH NO ADVANCING
               ACCEPT WS-PLL-TIER-MIN-QTY(WS-PRW-TIER-IX)
               IF WS-PLL-TIER-MIN-QTY(WS-PRW-TIER-IX) > 0
                   DISPLAY "Tier " WS-PRW-TIER-IX " Unit Price: "
                       WITH NO ADVANCING
                   ACCEPT WS-PLL-TIER-PRICE(WS-PRW-TIER-IX)
               ELSE
                   MOVE 0 TO WS-PLL-TIER-PRICE(WS-PRW-TIER-IX)
               END-IF
           END-PERFORM
           MOVE WS-PL-LINE-FIELDS TO PRICE-LIST-FILE-DATA
           PERFORM 8570-SAVE-PRICE-LIST-RECORD.

       8530-LIST-PRICE-LIST.
           DISPLAY " "
           DISPLAY "=== PRICE LIST ==="
           DISPLAY "Enter Price List ID: " WITH NO ADVANCING
           ACCEPT WS-PRW-ENTRY-LIST-ID
           MOVE WS-PRW-ENTRY-LIST-ID TO WS-PLK-LIST-ID
           MOVE 0 TO WS-PLK-EFF-DATE
           MOVE 0 TO WS-PLK-PRODUCT-ID
           MOVE WS-PL-KEY-BUILD TO PRICE-LIST-FILE-KEY
           MOVE "N" TO WS-PL-SCAN-EOF-FLAG
           START PRICE-LIST-FILE
               KEY IS NOT LESS THAN PRICE-LIST-FILE-KEY
               INVALID KEY SET WS-PL-SCAN-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-PL-SCAN-EOF-YES
               READ PRICE-LIST-FILE NEXT RECORD
                   AT END SET WS-PL-SCAN-EOF-YES TO TRUE
                   NOT AT END
                       MOVE PRICE-LIST-FILE-KEY TO WS-PL-KEY-BUILD
                       IF WS-PLK-LIST-ID NOT = WS-PRW-ENTRY-LIST-ID
                           SET WS-PL-SCAN-EOF-YES TO TRUE
                       ELSE
                           PERFORM 8535-DISPLAY-PRICE-LIST-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       8535-DISPLAY-PRICE-LIST-ENTRY.
           IF WS-PLK-PRODUCT-ID = 0
               MOVE PRICE-LIST-FILE-DATA TO WS-PL-HEADER-FIELDS
               DISPLAY " "
               DISPLAY "List " WS-PLK-LIST-ID " " WS-PLH-NAME
                   " effective " WS-PLK-EFF-DATE
                   " expires " WS-PLH-EXPIRY-DATE
                   " status " WS-PLH-STATUS
           ELSE
               MOVE PRICE-LIST-FILE-DATA TO WS-PL-LINE-FIELDS
               DISPLAY "  Product " WS-PLK-PRODUCT-ID
                   " contract $" WS-PLL-CONTRACT-PRICE
               PERFORM VARYING WS-PRW-TIER-IX FROM 1 BY 1
                       UNTIL WS-PRW-TIER-IX > 5
                   IF WS-PLL-TIER-MIN-QTY(WS-PRW-TIER-IX) > 0
                       DISPLAY "    " WS-PLL-TIER-MIN-QTY
                           (WS-PRW-TIER-IX) " or more @ $"
                           WS-PLL-TIER-PRICE(WS-PRW-TIER-IX)
                   END-IF
               END-PERFORM
           END-IF.

       8540-ASSIGN-CUSTOMER-LIST.
           DISPLAY " "
           DISPLAY "=== ASSIGN PRICE LIST TO CUSTOMER ==="
           DISPLAY "Enter Customer ID: " WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-ID
           MOVE WS-CUSTOMER-ID TO WS-CUK-ID
           PERFORM 3110-READ-CUSTOMER-RECORD
           IF NOT WS-CUST-FOUND-YES
               DISPLAY "Customer not found."
           ELSE
               DISPLAY "Customer: " WS-CUD-NAME
               MOVE WS-CUSTOMER-ID TO WS-CPK-CUSTOMER-ID
               PERFORM 8550-READ-CUST-PRICE-LIST
               IF WS-CPL-FOUND-YES
                   DISPLAY "Current price list: " WS-CPD-LIST-ID
                       " assigned " WS-CPD-ASSIGNED-DATE
               ELSE
                   DISPLAY "No price list assigned - list prices ",
                       "apply."
               END-IF
               DISPLAY "Enter Price List ID (0 to remove): "
                   WITH NO ADVANCING
               ACCEPT WS-PRW-ENTRY-LIST-ID
               PERFORM 8545-SAVE-CUSTOMER-ASSIGNMENT
           END-IF.

       8545-SAVE-CUSTOMER-ASSIGNMENT.
           MOVE WS-CPL-KEY-BUILD TO CUST-PRICE-LIST-KEY
           IF WS-PRW-ENTRY-LIST-ID = 0
               IF WS-CPL-FOUND-YES
                   DELETE CUST-PRICE-LIST RECORD
                   DISPLAY "Price list removed from customer."
               END-IF
           ELSE
               MOVE WS-PRW-ENTRY-LIST-ID TO WS-PLK-LIST-ID
               MOVE 0 TO WS-PLK-EFF-DATE
               MOVE 0 TO WS-PLK-PRODUCT-ID
               MOVE WS-PL-KEY-BUILD TO PRICE-LIST-FILE-KEY
               MOVE "N" TO WS-PL-FOUND-FLAG
               START PRICE-LIST-FILE
                   KEY IS NOT LESS THAN PRICE-LIST-FILE-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM 8546-CHECK-LIST-ON-FILE
               END-START
               IF NOT WS-PL-FOUND-YES
                   DISPLAY "Price list not on file."
               ELSE
                   MOVE WS-PRW-ENTRY-LIST-ID TO WS-CPD-LIST-ID
                   MOVE WS-CURRENT-DATE TO WS-CPD-ASSIGNED-DATE
                   MOVE WS-CPL-DATA-FIELDS TO CUST-PRICE-LIST-DATA
                   MOVE WS-CURRENT-DATE TO CUST-PRICE-LIST-TIMESTAMP
                   IF WS-CPL-FOUND-YES
                       REWRITE CUST-PRICE-LIST-RECORD
                   ELSE
                       WRITE CUST-PRICE-LIST-RECORD
                           INVALID KEY
                               DISPLAY "Assignment not written."
                       END-WRITE
                   END-IF
                   DISPLAY "Price list assigned."
               END-IF
           END-IF.

       8546-CHECK-LIST-ON-FILE.
           READ PRICE-LIST-FILE NEXT RECORD
               AT END CONTINUE
               NOT AT END
                   IF PRICE-LIST-FILE-KEY(1:4) = WS-PL-KEY-BUILD(1:4)
                       SET WS-PL-FOUND-YES TO TRUE
                   END-IF
           END-READ.

       8550-READ-CUST-PRICE-LIST.
           MOVE "N" TO WS-CPL-FOUND-FLAG
           MOVE WS-CPL-KEY-BUILD TO CUST-PRICE-LIST-KEY
           READ CUST-PRICE-LIST
               INVALID KEY
                   MOVE SPACES TO WS-CPL-DATA-FIELDS
               NOT INVALID KEY
                   MOVE CUST-PRICE-LIST-DATA TO WS-CPL-DATA-FIELDS
                   SET WS-CPL-FOUND-YES TO TRUE
           END-READ.

       8560-READ-PRICE-LIST-RECORD.
           MOVE "N" TO WS-PL-FOUND-FLAG
           MOVE WS-PL-KEY-BUILD TO PRICE-LIST-FILE-KEY
           READ PRICE-LIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PL-FOUND-YES TO TRUE
           END-READ.

       8570-SAVE-PRICE-LIST-RECORD.
           MOVE WS-PL-KEY-BUILD TO PRICE-LIST-FILE-KEY
           MOVE WS-CURRENT-DATE TO PRICE-LIST-FILE-TIMESTAMP
           IF WS-PL-FOUND-YES
               REWRITE PRICE-LIST-FILE-RECORD
               DISPLAY "Price list updated."
           ELSE
               WRITE PRICE-LIST-FILE-RECORD
                   INVALID KEY
                       DISPLAY "Price list record not written."
                   NOT INVALID KEY
                       DISPLAY "Price list record added."
               END-WRITE
           END-IF.

       8600-SET-SUPPLIER-RATING-MIN.
           DISPLAY " "
           DISPLAY "=== SET MINIMUM SUPPLIER RATING ==="
           MOVE "SUPP-RATING-MIN" TO WS-CONFIG-KEY-BUILD
           PERFORM 8310-READ-CONFIG-RECORD
           IF WS-CONFIG-FOUND-YES
               DISPLAY "Current setting: " WS-CFD-NUM-VALUE
           ELSE
               DISPLAY "Not set - purchase orders warn below "
                   WS-SUPP-RATING-MIN-DEFAULT
           END-IF
           DISPLAY "Enter minimum rating before PO warning (1-9): "
               WITH NO ADVANCING
           ACCEPT WS-CFD-NUM-VALUE
           IF WS-CFD-NUM-VALUE < 1 OR WS-CFD-NUM-VALUE > 9
               DISPLAY "Rating must be between 1 and 9."
           ELSE
               PERFORM 8610-SAVE-SUPPLIER-RATING-MIN
           END-IF.

       8610-SAVE-SUPPLIER-RATING-MIN.
           MOVE "MINIMUM SUPPLIER RATING BEFORE PO WARNING"
               TO WS-CFD-DESCRIPTION
           MOVE 0 TO WS-CFD-ACCOUNT-ID
           MOVE WS-CONFIG-KEY-BUILD TO CONFIG-FILE-KEY
           MOVE WS-CONFIG-DATA-FIELDS TO CONFIG-FILE-DATA
           MOVE WS-CURRENT-DATE TO CONFIG-FILE-TIMESTAMP
           IF WS-CONFIG-FOUND-YES
               REWRITE CONFIG-FILE-RECORD
               DISPLAY "Minimum supplier rating updated."
           ELSE
               WRITE CONFIG-FILE-RECORD
                   INVALID KEY
                       DISPLAY "Configuration record not written."
                   NOT INVALID KEY
                       DISPLAY "Minimum supplier rating set."
               END-WRITE
           END-IF.

       9000-CLEANUP.
           CLOSE PRODUCT-MASTER
           CLOSE INVENTORY-FILE
           CLOSE CUSTOMER-FILE
           CLOSE INVOICE-FILE
           CLOSE SUPPLIER-INVOICE
           CLOSE CONFIG-FILE
           CLOSE REORDER-PROPOSAL
           CLOSE PRICE-LIST-FILE
           CLOSE CUST-PRICE-LIST
           DISPLAY " "
           DISPLAY "==============================================="
           DISPLAY "     ENTERPRISE INVENTORY SYSTEM - SHUTDOWN"
