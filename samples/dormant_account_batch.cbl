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
                   MOVE WS-ACCOUNTS-CHECKED TO RUN-RECORD-COUNT
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.
