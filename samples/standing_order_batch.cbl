                  RECORD KEY IS HOLD-ID
                  FILE STATUS IS WS-HOLD-STATUS.

           SELECT NOTIFY-EVENT-FILE ASSIGN TO 'notify_events.dat'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT REPORT-FILE
                  ASSIGN TO 'standing_order_exceptions.txt'
                  ORGANIZATION IS SEQUENTIAL
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
                   MOVE WS-ORDERS-CHECKED TO RUN-RECORD-COUNT
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.

       EXECUTE-ONE-ORDER.
           PERFORM READ-FROM-ACCOUNT
           EVALUATE TRUE
               WHEN NOT WS-ACCOUNT-FOUND-YES OR NOT ACC-ACTIVE
                   MOVE 'FROM ACCOUNT NOT FOUND OR INACTIVE'
                       TO WS-ERROR-MESSAGE
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN ACC-CREDIT
                   MOVE 'FROM ACCOUNT IS A CREDIT LINE'
                       TO WS-ERROR-MESSAGE
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN OTHER
                   PERFORM COMPUTE-AVAILABLE-BALANCE
                   IF WS-AVAILABLE-BALANCE >= SORD-AMOUNT
                       PERFORM CHECK-DESTINATION-AND-TRANSFER
                   ELSE
                       MOVE 'INSUFFICIENT FUNDS' TO WS-ERROR-MESSAGE
                       PERFORM WRITE-EXCEPTION-LINE
                       MOVE 'SS' TO NEVT-TYPE
                       MOVE SORD-FROM-ACC-ID TO NEVT-ACC-ID
                       MOVE ACC-CUST-ID TO NEVT-CUST-ID
                       MOVE SORD-AMOUNT TO NEVT-AMOUNT
                       MOVE SPACES TO NEVT-REFERENCE
                       STRING 'STANDING ORD#' SORD-ID
                           DELIMITED BY SIZE INTO NEVT-REFERENCE
                       PERFORM WRITE-NOTIFY-EVENT
                   END-IF
           END-EVALUATE.

       CHECK-DESTINATION-AND-TRANSFER.
           PERFORM VERIFY-DESTINATION-ACCOUNT
           EVALUATE TRUE
               WHEN NOT WS-ACCOUNT-FOUND-YES OR NOT ACC-ACTIVE
                   MOVE 'TO ACCOUNT NOT FOUND OR INACTIVE'
                       TO WS-ERROR-MESSAGE
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN ACC-CREDIT
                   MOVE 'TO ACCOUNT IS A CREDIT LINE'
                       TO WS-ERROR-MESSAGE
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN OTHER
                   PERFORM TRANSFER-ORDER-AMOUNT
           END-EVALUATE.

       READ-FROM-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

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
           CLOSE STANDING-ORDER-FILE
           CLOSE TRANSACTION-FILE
           CLOSE HOLD-FILE
           CLOSE REPORT-FILE
           CLOSE NOTIFY-EVENT-FILE
           DISPLAY ' '
           DISPLAY 'Orders checked:   ' WS-ORDERS-CHECKED
           DISPLAY 'Orders executed:  ' WS-ORDERS-EXECUTED
