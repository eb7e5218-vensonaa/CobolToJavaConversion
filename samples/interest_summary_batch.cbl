                  RECORD KEY IS OPR-ID
                  FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO 'bank_calendar.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CAL-DATE
                  FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           05  LOAN-DUE-DATE     PIC 9(8).
           05  LOAN-PAYMENT-ACC-ID PIC 9(12).
           05  LOAN-LAST-DRAFT-DATE PIC 9(8).
           05  LOAN-ACCRUED-INTEREST PIC 9(8)V99.
           05  LOAN-LAST-ACCRUAL-DATE PIC 9(8).
           05  LOAN-RATE-TYPE    PIC X(1).
               88  LOAN-FIXED-RATE VALUE 'F' SPACE.
               88  LOAN-VARIABLE-RATE VALUE 'V'.
           05  LOAN-INDEX-CODE   PIC X(4).
           05  LOAN-RATE-MARGIN  PIC 9(2)V99.
           05  LOAN-RATE-FLOOR   PIC 9(3)V99.
           05  LOAN-RATE-CAP     PIC 9(3)V99.
           05  LOAN-RESET-MONTHS PIC 9(2).
           05  LOAN-NEXT-RESET-DATE PIC 9(8).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05  RUN-START-TIME    PIC 9(6).
           05  RUN-END-TIME      PIC 9(6).
           05  RUN-FORCED-BY     PIC X(10).
           05  RUN-RECORD-COUNT  PIC 9(10).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
               88  OPR-DISABLED  VALUE 'D'.
           05  OPR-CREATE-DATE   PIC 9(8).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-DATE          PIC 9(8).
           05  CAL-DAY-TYPE      PIC X(1).
               88  CAL-BUSINESS-DAY VALUE 'B'.
               88  CAL-NON-PROCESSING VALUE 'N'.
           05  CAL-BUSINESS-DATE PIC 9(8).
           05  CAL-DESCRIPTION   PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-TRANSACTION-STATUS    PIC XX.
       01  WS-ACCOUNT-STATUS        PIC XX.

       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-CURRENT-TIME          PIC 9(6).
       01  WS-CALENDAR-STATUS       PIC XX.
       01  WS-BUSINESS-DATE         PIC 9(8).

       01  WS-TAX-YEAR              PIC 9(4).
       01  WS-CURRENT-YEAR          PIC 9(4).
           DISPLAY '     YEAR-END INTEREST SUMMARY BATCH'
           DISPLAY '==============================================='
           DISPLAY 'Run date: ' WS-CURRENT-DATE
           PERFORM DERIVE-BUSINESS-DATE
           DISPLAY 'Enter Tax Year (YYYY, 0 for prior year,'
               ' 1 for current year): ' WITH NO ADVANCING
           ACCEPT WS-TAX-YEAR
           MOVE WS-BUSINESS-DATE(1:4) TO WS-CURRENT-YEAR
           EVALUATE WS-TAX-YEAR
               WHEN 0
                   COMPUTE WS-TAX-YEAR = WS-CURRENT-YEAR - 1
               WHEN 1
                   MOVE WS-CURRENT-YEAR TO WS-TAX-YEAR
           END-EVALUATE
           DISPLAY 'Reporting tax year: ' WS-TAX-YEAR

           PERFORM CHECK-RUN-CONTROL
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       DERIVE-BUSINESS-DATE.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00'
               MOVE WS-CURRENT-DATE TO CAL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAL-NON-PROCESSING
                           AND CAL-BUSINESS-DATE > 0
                           MOVE CAL-BUSINESS-DATE
                               TO WS-BUSINESS-DATE
                           DISPLAY 'Non-processing day - reporting'
                               ' under business date '
                               WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE CALENDAR-FILE
           END-IF
           DISPLAY 'Business date: ' WS-BUSINESS-DATE.

       CHECK-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = '35'
                   MOVE 'S' TO RUN-STATUS
                   MOVE WS-CURRENT-TIME TO RUN-START-TIME
                   MOVE 0 TO RUN-END-TIME
                   MOVE 0 TO RUN-RECORD-COUNT
                   MOVE WS-OVERRIDE-ID TO RUN-FORCED-BY
                   REWRITE RUN-CONTROL-RECORD
                   DISPLAY 'Supervisor rerun accepted.'
               MOVE 'S' TO RUN-STATUS
               MOVE WS-CURRENT-TIME TO RUN-START-TIME
               MOVE 0 TO RUN-END-TIME
               MOVE 0 TO RUN-RECORD-COUNT
               REWRITE RUN-CONTROL-RECORD
           END-IF.

           MOVE 'S' TO RUN-STATUS
           MOVE WS-CURRENT-TIME TO RUN-START-TIME
           MOVE 0 TO RUN-END-TIME
           MOVE 0 TO RUN-RECORD-COUNT
           MOVE SPACES TO RUN-FORCED-BY
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
               NOT INVALID KEY
                   MOVE 'C' TO RUN-STATUS
                   ACCEPT RUN-END-TIME FROM TIME
                   MOVE WS-TRANS-SCANNED TO RUN-RECORD-COUNT
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.
                   AND TRANS-ACC-ID = 0
                   AND TRANS-LOAN-ID NOT = 0
                   AND TRANS-DATE(1:4) <= WS-TAX-YEAR
                   EVALUATE TRUE
                       WHEN TRANS-DESCRIPTION(1:13) = 'LOAN INTEREST'
                           IF TRANS-DATE(1:4) = WS-TAX-YEAR
                               PERFORM TALLY-LOAN-INTEREST
                           END-IF
                       WHEN TRANS-DESCRIPTION(1:14) = 'LOAN PRINCIPAL'
                           CONTINUE
                       WHEN OTHER
                           PERFORM TALLY-LOAN-PAYMENT
                   END-EVALUATE
               END-IF
           END-IF.

               END-IF
           END-IF.

       TALLY-LOAN-INTEREST.
           MOVE 'N' TO WS-LOAN-FOUND-FLAG
           MOVE TRANS-LOAN-ID TO LOAN-ID
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LOAN-FOUND-YES TO TRUE
           END-READ
           IF WS-LOAN-FOUND-YES
               MOVE LOAN-CUST-ID TO WS-WORK-CUST-ID
               PERFORM LOCATE-CUSTOMER-SUMMARY
               IF WS-TBL-FOUND-IX > 0
                   ADD TRANS-AMOUNT
                       TO WS-CSM-LOAN-INT(WS-TBL-FOUND-IX)
               END-IF
           END-IF.

       TALLY-LOAN-PAYMENT.
           MOVE 0 TO WS-TBL-FOUND-IX
           PERFORM VARYING WS-TBL-IX FROM 1 BY 1
