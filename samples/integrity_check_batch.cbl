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

       FD  HOLD-FILE.
       01  HOLD-RECORD.
               88  HOLD-ACTIVE   VALUE 'A'.
               88  HOLD-RELEASED VALUE 'R'.
           05  HOLD-PLACED-DATE  PIC 9(8).
           05  HOLD-CHECK-NUMBER PIC 9(10).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
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
                   COMPUTE RUN-RECORD-COUNT = WS-ACCOUNTS-CHECKED
                       + WS-LOANS-CHECKED + WS-HOLDS-CHECKED
                       + WS-TRANS-CHECKED
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.
