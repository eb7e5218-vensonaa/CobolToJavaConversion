           05  RUN-START-TIME    PIC 9(6).
           05  RUN-END-TIME      PIC 9(6).
           05  RUN-FORCED-BY     PIC X(10).
           05  RUN-RECORD-COUNT  PIC 9(10).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
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
                   COMPUTE RUN-RECORD-COUNT = WS-CREDITS-POSTED
                       + WS-CREDITS-REJECTED + WS-CREDITS-WAREHOUSED
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.
               NOT INVALID KEY
                   SET WS-ACCOUNT-FOUND-YES TO TRUE
           END-READ
           IF WS-ACCOUNT-FOUND-YES AND ACC-ACTIVE AND NOT ACC-CREDIT
               ADD INB-AMOUNT TO ACC-BALANCE
               MOVE WS-BUSINESS-DATE TO ACC-LAST-TRANS
               REWRITE ACCOUNT-RECORD
               ADD 1 TO WS-CREDITS-POSTED
               ADD INB-AMOUNT TO WS-TOTAL-POSTED
           ELSE
               EVALUATE TRUE
                   WHEN NOT WS-ACCOUNT-FOUND-YES
                       MOVE 'ACCOUNT NOT FOUND' TO WS-ERROR-MESSAGE
                   WHEN NOT ACC-ACTIVE
                       MOVE 'ACCOUNT NOT ACTIVE' TO WS-ERROR-MESSAGE
                   WHEN OTHER
                       MOVE 'CREDIT LINE ACCOUNT' TO WS-ERROR-MESSAGE
               END-EVALUATE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

