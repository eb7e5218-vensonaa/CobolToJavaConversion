                      WITH DUPLICATES
                  FILE STATUS IS WS-TRANSACTION-STATUS.

           SELECT NOTIFY-EVENT-FILE ASSIGN TO 'notify_events.dat'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'ach_return_report.txt'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
               88  TRANS-FAILED  VALUE 'F'.
           05  TRANS-LOAN-ID     PIC 9(12).

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
           05  RUN-END-TIME     PIC 9(6).
           05  RUN-FORCED-BY     PIC X(10).
           05  RUN-RECORD-COUNT  PIC 9(10).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
       01  WS-ACCOUNT-STATUS        PIC XX.
       01  WS-TRANSACTION-STATUS    PIC XX.
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
                   MOVE WS-RETURNS-READ TO RUN-RECORD-COUNT
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.
           END-READ.

       CHECK-ONE-RETURN.
           PERFORM READ-RETURN-ACCOUNT
           EVALUATE TRUE
               WHEN NOT TRANS-COMPLETED
                   STRING 'RETURN ' WS-RET-TRANS-ID
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   ADD 1 TO WS-RETURNS-EXCEPTED
               WHEN WS-ACCOUNT-FOUND-YES AND ACC-CREDIT
                   AND NOT ACC-CLOSED
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'RETURN ' WS-RET-TRANS-ID
                       ' ' WS-RET-REASON
                       ' - ACCOUNT ' TRANS-ACC-ID
                       ' CREDIT LINE ACCOUNT - NOT RE-CREDITED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   ADD 1 TO WS-RETURNS-EXCEPTED
               WHEN OTHER
                   PERFORM REVERSE-ONE-RETURN
           END-EVALUATE.

       READ-RETURN-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG
           MOVE TRANS-ACC-ID TO ACC-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ACCOUNT-FOUND-YES TO TRUE
           END-READ.

       REVERSE-ONE-RETURN.
           MOVE TRANS-ACC-ID TO WS-RET-ACC-ID
           MOVE TRANS-AMOUNT TO WS-RET-AMOUNT
           MOVE 'F' TO TRANS-STATUS
           REWRITE TRANSACTION-RECORD

           IF WS-ACCOUNT-FOUND-YES AND NOT ACC-CLOSED
               ADD WS-RET-AMOUNT TO ACC-BALANCE
               MOVE WS-BUSINESS-DATE TO ACC-LAST-TRANS
               REWRITE ACCOUNT-RECORD
               PERFORM POST-RETURN-CREDIT-TRANSACTION
               MOVE 'AR' TO NEVT-TYPE
               MOVE WS-RET-ACC-ID TO NEVT-ACC-ID
               MOVE ACC-CUST-ID TO NEVT-CUST-ID
               MOVE WS-RET-AMOUNT TO NEVT-AMOUNT
               MOVE SPACES TO NEVT-REFERENCE
               STRING 'RETURN ' WS-RET-REASON ' OF ' WS-RET-TRANS-ID
                   DELIMITED BY SIZE INTO NEVT-REFERENCE
               PERFORM WRITE-NOTIFY-EVENT
               SET WS-RET-APPLIED TO TRUE
               ADD 1 TO WS-RETURNS-APPLIED
               ADD WS-RET-AMOUNT TO WS-TOTAL-RECREDITED
               MOVE SPACES TO REPORT-RECORD
               STRING 'RETURN ' WS-RET-TRANS-ID
                   ' ' WS-RET-REASON
                   ' - RE-CREDITED $' WS-RET-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE SPACES TO REPORT-RECORD
               STRING 'RETURN ' WS-RET-TRANS-ID
                   ' ' WS-RET-REASON
                   ' - ACCOUNT ' WS-RET-ACC-ID
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
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           STRING 'RETURNS APPLIED:' WS-RETURNS-APPLIED
           CLOSE ACCOUNT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE REPORT-FILE
           CLOSE NOTIFY-EVENT-FILE
           DISPLAY ' '
           DISPLAY 'Returns applied:   ' WS-RETURNS-APPLIED
           DISPLAY 'Return exceptions: ' WS-RETURNS-EXCEPTED
