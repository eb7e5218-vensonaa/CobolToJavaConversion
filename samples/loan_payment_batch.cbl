                  RECORD KEY IS HOLD-ID
                  FILE STATUS IS WS-HOLD-STATUS.

           SELECT NOTIFY-EVENT-FILE ASSIGN TO 'notify_events.dat'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'loan_draft_exceptions.txt'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
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

       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
               88  HOLD-ACTIVE   VALUE 'A'.
               88  HOLD-RELEASED VALUE 'R'.
           05  HOLD-PLACED-DATE  PIC 9(8).
           05  HOLD-CHECK-NUMBER PIC 9(10).

       FD  NOTIFY-EVENT-FILE.
       01  NOTIFY-EVENT-RECORD.
           05  NEVT-DATE         PIC 9(8).
           05  NEVT-TIME         PIC 9(6).
           05  NEVT-TYPE         PIC X(2).
               88  NEVT-CD-MATURITY VALUE 'CM'.
               88  NEVT-LOAN-DRAFT-FAILED VALUE 'LF'.
               88  NEVT-ACH-RETURN VALUE 'AR'.
               88  NEVT-ORDER-SKIPPED VALUE 'SS'.
               88  NEVT-LOW-BALANCE VALUE 'LB'.
           05  NEVT-ACC-ID       PIC 9(12).
           05  NEVT-CUST-ID      PIC 9(8).
           05  NEVT-AMOUNT       PIC 9(10)V99.
           05  NEVT-REFERENCE    PIC X(30).
           05  NEVT-SOURCE-JOB   PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-RECORD         PIC X(132).
           05  RUN-START-TIME    PIC 9(6).
           05  RUN-END-TIME      PIC 9(6).
           05  RUN-FORCED-BY     PIC X(10).
           05  RUN-RECORD-COUNT  PIC 9(10).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
       01  WS-TRANSACTION-STATUS    PIC XX.
       01  WS-HOLD-STATUS           PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-NOTIFY-STATUS         PIC XX.
       01  WS-RUN-CONTROL-STATUS    PIC XX.
       01  WS-OPERATOR-STATUS       PIC XX.


       01  WS-NEXT-TRANS-ID         PIC 9(12) VALUE 0.
       01  WS-DRAFT-AMOUNT          PIC 9(8)V99.
       01  WS-DRAFT-INTEREST        PIC 9(8)V99.
       01  WS-DRAFT-PRINCIPAL       PIC 9(8)V99.
       01  WS-PAYOFF-AMOUNT         PIC 9(10)V99.

       01  WS-ACCOUNT-FOUND-FLAG    PIC X VALUE 'N'.
           88  WS-ACCOUNT-FOUND-YES VALUE 'Y'.
           05  WS-LOANS-DRAFTED     PIC 9(6) VALUE 0.
           05  WS-LOANS-EXCEPTED    PIC 9(6) VALUE 0.
           05  WS-TOTAL-DRAFTED     PIC 9(10)V99 VALUE 0.
           05  WS-TOTAL-INTEREST    PIC 9(10)V99 VALUE 0.
           05  WS-TOTAL-PRINCIPAL   PIC 9(10)V99 VALUE 0.

       01  WS-ERROR-MESSAGE         PIC X(100).

               STOP RUN
           END-IF

           OPEN EXTEND NOTIFY-EVENT-FILE
           IF WS-NOTIFY-STATUS NOT = '00'
               OPEN OUTPUT NOTIFY-EVENT-FILE
           END-IF
           IF WS-NOTIFY-STATUS NOT = '00'
               MOVE 'Error opening notification event file'
                   TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'Error opening report file' TO WS-ERROR-MESSAGE
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
                   MOVE WS-LOANS-CHECKED TO RUN-RECORD-COUNT
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.

       PROCESS-ONE-LOAN.
           ADD 1 TO WS-LOANS-CHECKED
           COMPUTE WS-PAYOFF-AMOUNT =
               LOAN-BALANCE + LOAN-ACCRUED-INTEREST
           IF LOAN-ACTIVE AND WS-PAYOFF-AMOUNT > 0
               AND LOAN-PAYMENT-ACC-ID > 0
               AND LOAN-LAST-DRAFT-DATE(1:6)
                   NOT = WS-BUSINESS-DATE(1:6)
               IF LOAN-MONTHLY-PAYMENT > WS-PAYOFF-AMOUNT
                   MOVE WS-PAYOFF-AMOUNT TO WS-DRAFT-AMOUNT
               ELSE
                   MOVE LOAN-MONTHLY-PAYMENT TO WS-DRAFT-AMOUNT
               END-IF
               PERFORM READ-PAYMENT-ACCOUNT
               EVALUATE TRUE
                   WHEN NOT WS-ACCOUNT-FOUND-YES OR NOT ACC-ACTIVE
                       MOVE 'ACCOUNT NOT FOUND OR INACTIVE'
                           TO WS-ERROR-MESSAGE
                       PERFORM WRITE-EXCEPTION-LINE
                   WHEN ACC-CREDIT
                       MOVE 'PAYMENT ACCOUNT IS A CREDIT LINE'
                           TO WS-ERROR-MESSAGE
                       PERFORM WRITE-EXCEPTION-LINE
                   WHEN OTHER
                       PERFORM COMPUTE-AVAILABLE-BALANCE
                       IF WS-AVAILABLE-BALANCE >= WS-DRAFT-AMOUNT
                           PERFORM DRAFT-ONE-PAYMENT
                       ELSE
                           MOVE 'INSUFFICIENT FUNDS'
                               TO WS-ERROR-MESSAGE
                           PERFORM WRITE-EXCEPTION-LINE
                       END-IF
               END-EVALUATE
           END-IF.

       COMPUTE-ACCOUNT-HOLDS.
                   DISPLAY 'Warning: transaction record not written'
           END-WRITE

           IF WS-DRAFT-AMOUNT > LOAN-ACCRUED-INTEREST
               MOVE LOAN-ACCRUED-INTEREST TO WS-DRAFT-INTEREST
           ELSE
               MOVE WS-DRAFT-AMOUNT TO WS-DRAFT-INTEREST
           END-IF
           COMPUTE WS-DRAFT-PRINCIPAL =
               WS-DRAFT-AMOUNT - WS-DRAFT-INTEREST
           SUBTRACT WS-DRAFT-INTEREST FROM LOAN-ACCRUED-INTEREST
           SUBTRACT WS-DRAFT-PRINCIPAL FROM LOAN-BALANCE
           IF LOAN-BALANCE = 0 AND LOAN-ACCRUED-INTEREST = 0
               MOVE 'P' TO LOAN-STATUS
           END-IF
           MOVE WS-BUSINESS-DATE TO LOAN-LAST-DRAFT-DATE
           REWRITE LOAN-RECORD

           IF WS-DRAFT-INTEREST > 0
               MOVE WS-NEXT-TRANS-ID TO TRANS-ID
               ADD 1 TO WS-NEXT-TRANS-ID
               MOVE ZERO TO TRANS-ACC-ID
               MOVE 'PM' TO TRANS-TYPE
               MOVE WS-DRAFT-INTEREST TO TRANS-AMOUNT
               MOVE WS-BUSINESS-DATE TO TRANS-DATE
               MOVE WS-CURRENT-TIME TO TRANS-TIME
               MOVE 'LOAN INTEREST DRAFT' TO TRANS-DESCRIPTION
               MOVE 'C' TO TRANS-STATUS
               MOVE LOAN-ID TO TRANS-LOAN-ID
               WRITE TRANSACTION-RECORD
                   INVALID KEY
                       DISPLAY 'Warning: transaction record not'
                           ' written'
               END-WRITE
           END-IF

           IF WS-DRAFT-PRINCIPAL > 0
               MOVE WS-NEXT-TRANS-ID TO TRANS-ID
               ADD 1 TO WS-NEXT-TRANS-ID
               MOVE ZERO TO TRANS-ACC-ID
               MOVE 'PM' TO TRANS-TYPE
               MOVE WS-DRAFT-PRINCIPAL TO TRANS-AMOUNT
               MOVE WS-BUSINESS-DATE TO TRANS-DATE
               MOVE WS-CURRENT-TIME TO TRANS-TIME
               MOVE 'LOAN PRINCIPAL DRAFT' TO TRANS-DESCRIPTION
               MOVE 'C' TO TRANS-STATUS
               MOVE LOAN-ID TO TRANS-LOAN-ID
               WRITE TRANSACTION-RECORD
                   INVALID KEY
                       DISPLAY 'Warning: transaction record not'
                           ' written'
               END-WRITE
           END-IF

           ADD 1 TO WS-LOANS-DRAFTED
           ADD WS-DRAFT-AMOUNT TO WS-TOTAL-DRAFTED
           ADD WS-DRAFT-INTEREST TO WS-TOTAL-INTEREST
           ADD WS-DRAFT-PRINCIPAL TO WS-TOTAL-PRINCIPAL.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-LOANS-EXCEPTED
               ' DUE:' WS-DRAFT-AMOUNT
               ' REASON: ' WS-ERROR-MESSAGE(1:40)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'LF' TO NEVT-TYPE
           MOVE LOAN-PAYMENT-ACC-ID TO NEVT-ACC-ID
           MOVE LOAN-CUST-ID TO NEVT-CUST-ID
           MOVE WS-DRAFT-AMOUNT TO NEVT-AMOUNT
           MOVE SPACES TO NEVT-REFERENCE
           STRING 'LOAN ' LOAN-ID ' DUE ' LOAN-DUE-DATE
               DELIMITED BY SIZE INTO NEVT-REFERENCE
           PERFORM WRITE-NOTIFY-EVENT.

       WRITE-NOTIFY-EVENT.
           MOVE WS-BUSINESS-DATE TO NEVT-DATE
           MOVE WS-CURRENT-TIME TO NEVT-TIME
           MOVE WS-JOB-NAME TO NEVT-SOURCE-JOB
           WRITE NOTIFY-EVENT-RECORD
           IF WS-NOTIFY-STATUS NOT = '00'
               DISPLAY 'Warning: notification event not written'
           END-IF.

       FINALIZE-BATCH.
           PERFORM MARK-RUN-COMPLETE
           CLOSE TRANSACTION-FILE
           CLOSE HOLD-FILE
           CLOSE REPORT-FILE
           CLOSE NOTIFY-EVENT-FILE
           DISPLAY ' '
           DISPLAY 'Loans checked:  ' WS-LOANS-CHECKED
           DISPLAY 'Loans drafted:  ' WS-LOANS-DRAFTED
           DISPLAY 'Exceptions:     ' WS-LOANS-EXCEPTED
           DISPLAY 'Total drafted:  $' WS-TOTAL-DRAFTED
           DISPLAY '  Interest:     $' WS-TOTAL-INTEREST
           DISPLAY '  Principal:    $' WS-TOTAL-PRINCIPAL
           DISPLAY '==============================================='
           DISPLAY '     LOAN PAYMENT DRAFT BATCH COMPLETE'
           DISPLAY '==============================================='.
