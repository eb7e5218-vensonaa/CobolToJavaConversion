       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-DUNNING-BATCH.
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
           SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CUSTOMER-FILE-KEY
                  FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "invoices.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS INVOICE-FILE-KEY
                  FILE STATUS IS WS-INVOICE-FILE-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "config.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-FILE-KEY
                  FILE STATUS IS WS-CONFIG-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO "dunning_letters.txt"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LETTER-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "inventory_reports.txt"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-FILE-RECORD.
           05  CUSTOMER-FILE-KEY        PIC X(20).
           05  CUSTOMER-FILE-DATA       PIC X(200).
           05  CUSTOMER-FILE-TIMESTAMP  PIC 9(14).

       FD  INVOICE-FILE.
       01  INVOICE-FILE-RECORD.
           05  INVOICE-FILE-KEY        PIC X(20).
           05  INVOICE-FILE-DATA       PIC X(200).
           05  INVOICE-FILE-TIMESTAMP  PIC 9(14).

       FD  CONFIG-FILE.
       01  CONFIG-FILE-RECORD.
           05  CONFIG-FILE-KEY        PIC X(20).
           05  CONFIG-FILE-DATA       PIC X(200).
           05  CONFIG-FILE-TIMESTAMP  PIC 9(14).

       FD  LETTER-FILE.
       01  LETTER-RECORD              PIC X(132).

       FD  PRINT-FILE.
       01  PRINT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CUST-KEY-BUILD.
           05  WS-CUK-ID              PIC 9(6).
           05  FILLER                 PIC X(14) VALUE SPACES.

       01  WS-CUST-DATA-FIELDS.
           05  WS-CUD-NAME            PIC X(50).
           05  WS-CUD-ADDRESS         PIC X(100).
           05  WS-CUD-PHONE           PIC X(15).
           05  WS-CUD-CREDIT-LIMIT    PIC 9(8)V99.
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
       01  WS-CUST-SCAN-EOF-FLAG      PIC X VALUE "N".
           88  WS-CUST-SCAN-EOF-YES   VALUE "Y".

       01  WS-INVOICE-KEY-BUILD.
           05  WS-IVCK-NUMBER         PIC 9(8).
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  WS-INVOICE-DATA-FIELDS.
           05  WS-IVCD-SO-NUMBER      PIC 9(8).
           05  WS-IVCD-CUSTOMER-ID    PIC 9(6).
           05  WS-IVCD-DATE           PIC 9(8).
           05  WS-IVCD-AMOUNT         PIC 9(10)V99.
           05  WS-IVCD-STATUS         PIC X(1).
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

       01  WS-INVOICE-SCAN-EOF-FLAG   PIC X VALUE "N".
           88  WS-INVOICE-SCAN-EOF-YES VALUE "Y".

       01  WS-CONFIG-KEY-BUILD        PIC X(20).
       01  WS-CONFIG-DATA-FIELDS.
           05  WS-CFD-NUM-VALUE       PIC 9(9).
           05  WS-CFD-DESCRIPTION     PIC X(40).
           05  WS-CFD-ACCOUNT-ID      PIC 9(12).
           05  FILLER                 PIC X(139).
       01  WS-AR-HOLD-DAYS-DEFAULT    PIC 9(3) VALUE 60.

       01  WS-DUNNING-FIELDS.
           05  WS-DUN-HOLD-DAYS       PIC 9(3).
           05  WS-DUN-IX              PIC 9(5).
           05  WS-DUN-FOUND-IX        PIC 9(5).
           05  WS-DUN-COUNT           PIC 9(5) VALUE 0.
           05  WS-DUN-MAX-CUSTOMERS   PIC 9(5) VALUE 5000.
           05  WS-DUN-SEARCH-ID       PIC 9(6).
           05  WS-DUN-OPEN-AMOUNT     PIC 9(10)V99.
           05  WS-DUN-TERMS           PIC 9(3).
           05  WS-DUN-DUE-DAY-NUMBER  PIC 9(8).
           05  WS-DUN-DUE-DATE        PIC 9(8).
           05  WS-DUN-DAYS-PAST-DUE   PIC S9(5).
           05  WS-DUN-MAX-DAYS        PIC 9(5).
           05  WS-DUN-PAST-DUE        PIC 9(10)V99.
           05  WS-DUN-CREDITS         PIC 9(10)V99.
           05  WS-DUN-NET-PAST-DUE    PIC 9(10)V99.
           05  WS-DUN-NEW-LEVEL       PIC 9(1).
           05  WS-DUN-CHANGED-FLAG    PIC X VALUE "N".
               88  WS-DUN-CHANGED-YES VALUE "Y".
           05  WS-DUN-OVERFLOW-FLAG   PIC X VALUE "N".
               88  WS-DUN-OVERFLOW-YES VALUE "Y".

       01  WS-DUNNING-COUNTERS.
           05  WS-DUN-INVOICES-AGED   PIC 9(7) VALUE 0.
           05  WS-DUN-CUSTOMERS-READ  PIC 9(6) VALUE 0.
           05  WS-DUN-CUSTOMERS-PAST  PIC 9(6) VALUE 0.
           05  WS-DUN-LETTERS-1       PIC 9(6) VALUE 0.
           05  WS-DUN-LETTERS-2       PIC 9(6) VALUE 0.
           05  WS-DUN-LETTERS-3       PIC 9(6) VALUE 0.
           05  WS-DUN-HOLDS-PLACED    PIC 9(6) VALUE 0.
           05  WS-DUN-HOLDS-RELEASED  PIC 9(6) VALUE 0.
           05  WS-DUN-TOTAL-PAST-DUE  PIC 9(12)V99 VALUE 0.

       01  WS-DUN-CUSTOMER-TABLE.
           05  WS-DUN-CUST-ENTRY OCCURS 5000 TIMES.
               10  WS-DUN-CUST-ID     PIC 9(6).
               10  WS-DUN-CUST-PAST-DUE PIC 9(10)V99.
               10  WS-DUN-CUST-CREDITS PIC 9(10)V99.
               10  WS-DUN-CUST-MAX-DAYS PIC 9(5).

       01  WS-LETTER-SEPARATOR        PIC X(132) VALUE ALL "=".

       01  WS-SYSTEM-VARIABLES.
           05  WS-CURRENT-DATE        PIC 9(8).
           05  WS-CURRENT-TIME        PIC 9(6).

       01  WS-CUSTOMER-FILE-STATUS        PIC X(2).
       01  WS-INVOICE-FILE-STATUS        PIC X(2).
       01  WS-CONFIG-FILE-STATUS        PIC X(2).
       01  WS-LETTER-FILE-STATUS        PIC X(2).
       01  WS-PRINT-FILE-STATUS        PIC X(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-AGE-OPEN-INVOICES
           PERFORM 3000-REVIEW-CUSTOMERS
           PERFORM 8000-WRITE-REGISTER-TOTALS
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-LOAD-HOLD-DAYS
           DISPLAY " "
           DISPLAY "==============================================="
           DISPLAY "     AR DUNNING AND CREDIT HOLD REVIEW"
           DISPLAY "==============================================="
           DISPLAY "Date: " WS-CURRENT-DATE
           DISPLAY "Credit hold after " WS-DUN-HOLD-DAYS
               " days past due"

           MOVE SPACES TO PRINT-RECORD
           MOVE "AR DUNNING AND CREDIT HOLD REGISTER" TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "RUN DATE " WS-CURRENT-DATE
               " - CREDIT HOLD AFTER " WS-DUN-HOLD-DAYS
               " DAYS PAST DUE"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD.

       1100-OPEN-FILES.
           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open customer file"
               STOP RUN
           END-IF

           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open invoice file"
               STOP RUN
           END-IF

           OPEN OUTPUT LETTER-FILE
           IF WS-LETTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open dunning letter file"
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

       1200-LOAD-HOLD-DAYS.
           MOVE WS-AR-HOLD-DAYS-DEFAULT TO WS-DUN-HOLD-DAYS
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-FILE-STATUS = "00"
               MOVE "AR-HOLD-DAYS" TO WS-CONFIG-KEY-BUILD
               MOVE WS-CONFIG-KEY-BUILD TO CONFIG-FILE-KEY
               READ CONFIG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONFIG-FILE-DATA TO WS-CONFIG-DATA-FIELDS
                       IF WS-CFD-NUM-VALUE NUMERIC
                           AND WS-CFD-NUM-VALUE > 0
                           AND WS-CFD-NUM-VALUE < 1000
                           MOVE WS-CFD-NUM-VALUE TO WS-DUN-HOLD-DAYS
                       END-IF
               END-READ
               CLOSE CONFIG-FILE
           END-IF.

       2000-AGE-OPEN-INVOICES.
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
                       IF WS-IVCD-OPEN
                           PERFORM 2100-AGE-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-DUN-OVERFLOW-YES
               DISPLAY "Warning: more than " WS-DUN-MAX-CUSTOMERS
                   " customers with open items - holds are not ",
                   "released for customers not aged this run."
           END-IF.

       2100-AGE-ONE-INVOICE.
           COMPUTE WS-DUN-OPEN-AMOUNT =
               WS-IVCD-AMOUNT - WS-IVCD-PAID-AMOUNT
           IF WS-DUN-OPEN-AMOUNT > 0
               ADD 1 TO WS-DUN-INVOICES-AGED
               MOVE WS-IVCD-CUSTOMER-ID TO WS-DUN-SEARCH-ID
               PERFORM 2110-FIND-CUSTOMER-ENTRY
               IF WS-DUN-FOUND-IX = 0
                   PERFORM 2120-ADD-CUSTOMER-ENTRY
               END-IF
               IF WS-DUN-FOUND-IX > 0
                   IF WS-IVCD-CREDIT-MEMO
                       ADD WS-DUN-OPEN-AMOUNT
                           TO WS-DUN-CUST-CREDITS(WS-DUN-FOUND-IX)
                   ELSE
                       PERFORM 2130-COMPUTE-DAYS-PAST-DUE
                       IF WS-DUN-DAYS-PAST-DUE > 0
                           ADD WS-DUN-OPEN-AMOUNT TO
                               WS-DUN-CUST-PAST-DUE(WS-DUN-FOUND-IX)
                           IF WS-DUN-DAYS-PAST-DUE >
                               WS-DUN-CUST-MAX-DAYS(WS-DUN-FOUND-IX)
                               MOVE WS-DUN-DAYS-PAST-DUE TO
                                   WS-DUN-CUST-MAX-DAYS
                                       (WS-DUN-FOUND-IX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2110-FIND-CUSTOMER-ENTRY.
           MOVE 0 TO WS-DUN-FOUND-IX
           PERFORM VARYING WS-DUN-IX FROM 1 BY 1
                   UNTIL WS-DUN-IX > WS-DUN-COUNT
                      OR WS-DUN-FOUND-IX > 0
               IF WS-DUN-CUST-ID(WS-DUN-IX) = WS-DUN-SEARCH-ID
                   MOVE WS-DUN-IX TO WS-DUN-FOUND-IX
               END-IF
           END-PERFORM.

       2120-ADD-CUSTOMER-ENTRY.
           IF WS-DUN-COUNT < WS-DUN-MAX-CUSTOMERS
               ADD 1 TO WS-DUN-COUNT
               MOVE WS-DUN-COUNT TO WS-DUN-FOUND-IX
               MOVE WS-DUN-SEARCH-ID
                   TO WS-DUN-CUST-ID(WS-DUN-FOUND-IX)
               MOVE 0 TO WS-DUN-CUST-PAST-DUE(WS-DUN-FOUND-IX)
               MOVE 0 TO WS-DUN-CUST-CREDITS(WS-DUN-FOUND-IX)
               MOVE 0 TO WS-DUN-CUST-MAX-DAYS(WS-DUN-FOUND-IX)
           ELSE
               SET WS-DUN-OVERFLOW-YES TO TRUE
           END-IF.

       2130-COMPUTE-DAYS-PAST-DUE.
           MOVE WS-IVCD-CUSTOMER-ID TO WS-CUK-ID
           PERFORM 2140-READ-CUSTOMER-RECORD
           IF WS-CUST-FOUND-YES AND WS-CUD-TERMS NUMERIC
               MOVE WS-CUD-TERMS TO WS-DUN-TERMS
           ELSE
               MOVE 30 TO WS-DUN-TERMS
           END-IF
           COMPUTE WS-DUN-DUE-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-IVCD-DATE)
               + WS-DUN-TERMS
           COMPUTE WS-DUN-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUN-DUE-DAY-NUMBER)
           COMPUTE WS-DUN-DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - WS-DUN-DUE-DAY-NUMBER.

       2140-READ-CUSTOMER-RECORD.
           MOVE "N" TO WS-CUST-FOUND-FLAG
           MOVE WS-CUST-KEY-BUILD TO CUSTOMER-FILE-KEY
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTOMER-FILE-DATA TO WS-CUST-DATA-FIELDS
                   SET WS-CUST-FOUND-YES TO TRUE
           END-READ.

       3000-REVIEW-CUSTOMERS.
           MOVE "N" TO WS-CUST-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO CUSTOMER-FILE-KEY
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUSTOMER-FILE-KEY
               INVALID KEY SET WS-CUST-SCAN-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-CUST-SCAN-EOF-YES
               READ CUSTOMER-FILE NEXT RECORD
                   AT END SET WS-CUST-SCAN-EOF-YES TO TRUE
                   NOT AT END
                       MOVE CUSTOMER-FILE-KEY TO WS-CUST-KEY-BUILD
                       MOVE CUSTOMER-FILE-DATA TO WS-CUST-DATA-FIELDS
                       ADD 1 TO WS-DUN-CUSTOMERS-READ
                       PERFORM 3100-REVIEW-ONE-CUSTOMER
               END-READ
           END-PERFORM.

       3100-REVIEW-ONE-CUSTOMER.
           MOVE "N" TO WS-DUN-CHANGED-FLAG
           IF WS-CUD-DUNNING-LEVEL NOT NUMERIC
               MOVE 0 TO WS-CUD-DUNNING-LEVEL
               MOVE 0 TO WS-CUD-DUNNING-DATE
           END-IF

           MOVE WS-CUK-ID TO WS-DUN-SEARCH-ID
           PERFORM 2110-FIND-CUSTOMER-ENTRY
           MOVE 0 TO WS-DUN-NET-PAST-DUE
           MOVE 0 TO WS-DUN-MAX-DAYS
           IF WS-DUN-FOUND-IX > 0
               MOVE WS-DUN-CUST-PAST-DUE(WS-DUN-FOUND-IX)
                   TO WS-DUN-PAST-DUE
               MOVE WS-DUN-CUST-CREDITS(WS-DUN-FOUND-IX)
                   TO WS-DUN-CREDITS
               MOVE WS-DUN-CUST-MAX-DAYS(WS-DUN-FOUND-IX)
                   TO WS-DUN-MAX-DAYS
               IF WS-DUN-PAST-DUE > WS-DUN-CREDITS
                   COMPUTE WS-DUN-NET-PAST-DUE =
                       WS-DUN-PAST-DUE - WS-DUN-CREDITS
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-DUN-NET-PAST-DUE > 0
                   PERFORM 3110-APPLY-PAST-DUE-ACTIONS
               WHEN WS-DUN-FOUND-IX = 0 AND WS-DUN-OVERFLOW-YES
                   CONTINUE
               WHEN OTHER
                   PERFORM 3120-CLEAR-PAST-DUE-STATUS
           END-EVALUATE

           IF WS-DUN-CHANGED-YES
               MOVE WS-CUST-KEY-BUILD TO CUSTOMER-FILE-KEY
               MOVE WS-CUST-DATA-FIELDS TO CUSTOMER-FILE-DATA
               MOVE WS-CURRENT-DATE TO CUSTOMER-FILE-TIMESTAMP
               REWRITE CUSTOMER-FILE-RECORD
                   INVALID KEY
                       DISPLAY "Warning: customer " WS-CUK-ID
                           " not updated"
               END-REWRITE
           END-IF.

       3110-APPLY-PAST-DUE-ACTIONS.
           ADD 1 TO WS-DUN-CUSTOMERS-PAST
           ADD WS-DUN-NET-PAST-DUE TO WS-DUN-TOTAL-PAST-DUE

           IF WS-CUD-STATUS = "A"
               AND WS-DUN-MAX-DAYS > WS-DUN-HOLD-DAYS
               MOVE "H" TO WS-CUD-STATUS
               MOVE "A" TO WS-CUD-HOLD-SOURCE
               MOVE "Y" TO WS-DUN-CHANGED-FLAG
               ADD 1 TO WS-DUN-HOLDS-PLACED
               MOVE SPACES TO PRINT-RECORD
               STRING "CUST:" WS-CUK-ID
                   " HOLD PLACED   DAYS PAST DUE:" WS-DUN-MAX-DAYS
                   " PAST DUE:" WS-DUN-NET-PAST-DUE
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF

           EVALUATE TRUE
               WHEN WS-DUN-MAX-DAYS >= 90
                   MOVE 3 TO WS-DUN-NEW-LEVEL
               WHEN WS-DUN-MAX-DAYS >= 60
                   MOVE 2 TO WS-DUN-NEW-LEVEL
               WHEN WS-DUN-MAX-DAYS >= 30
                   MOVE 1 TO WS-DUN-NEW-LEVEL
               WHEN OTHER
                   MOVE 0 TO WS-DUN-NEW-LEVEL
           END-EVALUATE

           IF WS-DUN-NEW-LEVEL > WS-CUD-DUNNING-LEVEL
               PERFORM 3200-WRITE-DUNNING-LETTER
               MOVE WS-DUN-NEW-LEVEL TO WS-CUD-DUNNING-LEVEL
               MOVE WS-CURRENT-DATE TO WS-CUD-DUNNING-DATE
               MOVE "Y" TO WS-DUN-CHANGED-FLAG
               EVALUATE WS-DUN-NEW-LEVEL
                   WHEN 1 ADD 1 TO WS-DUN-LETTERS-1
                   WHEN 2 ADD 1 TO WS-DUN-LETTERS-2
                   WHEN OTHER ADD 1 TO WS-DUN-LETTERS-3
               END-EVALUATE
               MOVE SPACES TO PRINT-RECORD
               STRING "CUST:" WS-CUK-ID
                   " LETTER LEVEL:" WS-DUN-NEW-LEVEL
                   " DAYS PAST DUE:" WS-DUN-MAX-DAYS
                   " PAST DUE:" WS-DUN-NET-PAST-DUE
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

       3120-CLEAR-PAST-DUE-STATUS.
           IF WS-CUD-DUNNING-LEVEL > 0
               MOVE 0 TO WS-CUD-DUNNING-LEVEL
               MOVE "Y" TO WS-DUN-CHANGED-FLAG
           END-IF

           IF WS-CUD-STATUS = "H" AND WS-CUD-AUTO-HOLD
               MOVE "A" TO WS-CUD-STATUS
               MOVE SPACES TO WS-CUD-HOLD-SOURCE
               MOVE "Y" TO WS-DUN-CHANGED-FLAG
               ADD 1 TO WS-DUN-HOLDS-RELEASED
               MOVE SPACES TO PRINT-RECORD
               STRING "CUST:" WS-CUK-ID
                   " HOLD RELEASED - PAST-DUE BALANCE CLEARED"
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

       3200-WRITE-DUNNING-LETTER.
           MOVE WS-LETTER-SEPARATOR TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           STRING "ACCOUNTS RECEIVABLE DEPARTMENT"
               "                    DATE: " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           STRING "CUSTOMER " WS-CUK-ID "  " WS-CUD-NAME
               DELIMITED BY SIZE INTO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           STRING "                " WS-CUD-ADDRESS
               DELIMITED BY SIZE INTO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD

           EVALUATE WS-DUN-NEW-LEVEL
               WHEN 1
                   MOVE "FIRST NOTICE - PAYMENT REMINDER"
                       TO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE SPACES TO LETTER-RECORD
                   STRING "OUR RECORDS SHOW THE INVOICES BELOW ARE "
                       "MORE THAN 30 DAYS PAST DUE. IF PAYMENT HAS "
                       "BEEN SENT, PLEASE DISREGARD THIS NOTICE."
                       DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN 2
                   MOVE "SECOND NOTICE - ACCOUNT PAST DUE"
                       TO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE SPACES TO LETTER-RECORD
                   STRING "THE INVOICES BELOW ARE NOW MORE THAN 60 "
                       "DAYS PAST DUE. PLEASE REMIT PAYMENT "
                       "IMMEDIATELY."
                       DELIMITED BY SIZE INTO LETTER-RECORD
               WHEN OTHER
                   MOVE "FINAL NOTICE - ACCOUNT SERIOUSLY PAST DUE"
                       TO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE SPACES TO LETTER-RECORD
                   STRING "THE INVOICES BELOW ARE MORE THAN 90 DAYS "
                       "PAST DUE. PAYMENT IN FULL IS REQUIRED TO "
                       "KEEP YOUR ACCOUNT OPEN."
                       DELIMITED BY SIZE INTO LETTER-RECORD
           END-EVALUATE
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD

           MOVE SPACES TO LETTER-RECORD
           STRING "INVOICE   INVOICE DATE  DUE DATE  "
               "DAYS PAST DUE   OPEN AMOUNT"
               DELIMITED BY SIZE INTO LETTER-RECORD
           WRITE LETTER-RECORD
           PERFORM 3210-LIST-PAST-DUE-INVOICES
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD

           MOVE SPACES TO LETTER-RECORD
           STRING "TOTAL PAST DUE:    $" WS-DUN-PAST-DUE
               DELIMITED BY SIZE INTO LETTER-RECORD
           WRITE LETTER-RECORD
           IF WS-DUN-CREDITS > 0
               MOVE SPACES TO LETTER-RECORD
               STRING "LESS OPEN CREDITS: $" WS-DUN-CREDITS
                   DELIMITED BY SIZE INTO LETTER-RECORD
               WRITE LETTER-RECORD
               MOVE SPACES TO LETTER-RECORD
               STRING "AMOUNT NOW DUE:    $" WS-DUN-NET-PAST-DUE
                   DELIMITED BY SIZE INTO LETTER-RECORD
               WRITE LETTER-RECORD
           END-IF
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD

           MOVE SPACES TO LETTER-RECORD
           IF WS-CUD-STATUS = "H"
               STRING "YOUR ACCOUNT IS ON CREDIT HOLD. NEW ORDERS "
                   "WILL NOT BE ACCEPTED UNTIL THE PAST-DUE BALANCE "
                   "IS PAID."
                   DELIMITED BY SIZE INTO LETTER-RECORD
           ELSE
               STRING "ACCOUNTS MORE THAN " WS-DUN-HOLD-DAYS
                   " DAYS PAST DUE ARE PLACED ON CREDIT HOLD AND NEW "
                   "ORDERS ARE SUSPENDED."
                   DELIMITED BY SIZE INTO LETTER-RECORD
           END-IF
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           STRING "PLEASE CONTACT OUR ACCOUNTS RECEIVABLE DEPARTMENT "
               "WITH ANY QUESTIONS ABOUT THIS STATEMENT."
               DELIMITED BY SIZE INTO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD.

       3210-LIST-PAST-DUE-INVOICES.
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
                       IF WS-IVCD-CUSTOMER-ID = WS-CUK-ID
                           AND WS-IVCD-OPEN
                           AND NOT WS-IVCD-CREDIT-MEMO
                           PERFORM 3220-LIST-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM.

       3220-LIST-ONE-INVOICE.
           COMPUTE WS-DUN-OPEN-AMOUNT =
               WS-IVCD-AMOUNT - WS-IVCD-PAID-AMOUNT
           IF WS-CUD-TERMS NUMERIC
               MOVE WS-CUD-TERMS TO WS-DUN-TERMS
           ELSE
               MOVE 30 TO WS-DUN-TERMS
           END-IF
           COMPUTE WS-DUN-DUE-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-IVCD-DATE)
               + WS-DUN-TERMS
           COMPUTE WS-DUN-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUN-DUE-DAY-NUMBER)
           COMPUTE WS-DUN-DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - WS-DUN-DUE-DAY-NUMBER
           IF WS-DUN-OPEN-AMOUNT > 0 AND WS-DUN-DAYS-PAST-DUE > 0
               MOVE SPACES TO LETTER-RECORD
               STRING INVOICE-FILE-KEY(1:8) "  " WS-IVCD-DATE
                   "      " WS-DUN-DUE-DATE "  " WS-DUN-DAYS-PAST-DUE
                   "          " WS-DUN-OPEN-AMOUNT
                   DELIMITED BY SIZE INTO LETTER-RECORD
               WRITE LETTER-RECORD
           END-IF.

       8000-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO PRINT-RECORD
           STRING "CUSTOMERS REVIEWED:" WS-DUN-CUSTOMERS-READ
               " OPEN ITEMS AGED:" WS-DUN-INVOICES-AGED
               " CUSTOMERS PAST DUE:" WS-DUN-CUSTOMERS-PAST
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "LETTERS 30 DAY:" WS-DUN-LETTERS-1
               " 60 DAY:" WS-DUN-LETTERS-2
               " 90 DAY:" WS-DUN-LETTERS-3
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "HOLDS PLACED:" WS-DUN-HOLDS-PLACED
               " HOLDS RELEASED:" WS-DUN-HOLDS-RELEASED
               " TOTAL PAST DUE:" WS-DUN-TOTAL-PAST-DUE
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           IF WS-DUN-OVERFLOW-YES
               MOVE SPACES TO PRINT-RECORD
               STRING "WARNING: CUSTOMER TABLE FULL AT "
                   WS-DUN-MAX-CUSTOMERS
                   " - HOLDS NOT RELEASED FOR CUSTOMERS NOT AGED"
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF

           DISPLAY "Customers reviewed: " WS-DUN-CUSTOMERS-READ
           DISPLAY "Customers past due: " WS-DUN-CUSTOMERS-PAST
           DISPLAY "Letters sent (30/60/90): " WS-DUN-LETTERS-1 "/"
               WS-DUN-LETTERS-2 "/" WS-DUN-LETTERS-3
           DISPLAY "Holds placed: " WS-DUN-HOLDS-PLACED
           DISPLAY "Holds released: " WS-DUN-HOLDS-RELEASED.

       9000-CLEANUP.
           CLOSE CUSTOMER-FILE
           CLOSE INVOICE-FILE
           CLOSE LETTER-FILE
           CLOSE PRINT-FILE
           DISPLAY "AR dunning review complete.".
