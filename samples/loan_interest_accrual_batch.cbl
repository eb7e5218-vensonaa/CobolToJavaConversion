       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-INTEREST-ACCRUAL-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO 'loans.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOAN-ID
                  FILE STATUS IS WS-LOAN-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO 'bank_calendar.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CAL-DATE
                  FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'run_control.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RUN-KEY
                  FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO 'operators.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OPR-ID
                  FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-RECORD.
           05  LOAN-ID           PIC 9(12).
           05  LOAN-CUST-ID      PIC 9(8).
           05  LOAN-TYPE         PIC X(2).
               88  LOAN-PERSONAL VALUE 'PL'.
               88  LOAN-MORTGAGE VALUE 'MG'.
               88  LOAN-BUSINESS VALUE 'BL'.
               88  LOAN-CAR      VALUE 'CL'.
           05  LOAN-AMOUNT       PIC 9(10)V99.
           05  LOAN-INTEREST-RATE PIC 9(3)V99.
           05  LOAN-TERM         PIC 9(3).
           05  LOAN-MONTHLY-PAYMENT PIC 9(8)V99.
           05  LOAN-BALANCE      PIC 9(10)V99.
           05  LOAN-STATUS       PIC X(1).
               88  LOAN-ACTIVE   VALUE 'A'.
               88  LOAN-PAID-OFF VALUE 'P'.
               88  LOAN-DEFAULT  VALUE 'D'.
           05  LOAN-OPEN-DATE    PIC 9(8).
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

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-DATE          PIC 9(8).
           05  CAL-DAY-TYPE      PIC X(1).
               88  CAL-BUSINESS-DAY VALUE 'B'.
               88  CAL-NON-PROCESSING VALUE 'N'.
           05  CAL-BUSINESS-DATE PIC 9(8).
           05  CAL-DESCRIPTION   PIC X(30).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RUN-KEY.
               10  RUN-JOB-NAME  PIC X(20).
               10  RUN-DATE      PIC 9(8).
           05  RUN-STATUS        PIC X(1).
               88  RUN-STARTED   VALUE 'S'.
               88  RUN-COMPLETED VALUE 'C'.
           05  RUN-START-TIME    PIC 9(6).
           05  RUN-END-TIME      PIC 9(6).
           05  RUN-FORCED-BY     PIC X(10).
           05  RUN-RECORD-COUNT  PIC 9(10).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  OPR-ID            PIC X(10).
           05  OPR-PASSWORD      PIC X(10).
           05  OPR-NAME          PIC X(30).
           05  OPR-ROLE          PIC X(1).
               88  OPR-TELLER    VALUE 'T'.
               88  OPR-SUPERVISOR VALUE 'S'.
               88  OPR-AUDITOR   VALUE 'A'.
           05  OPR-TRANS-LIMIT   PIC 9(8)V99.
           05  OPR-STATUS        PIC X(1).
               88  OPR-ACTIVE    VALUE 'A'.
               88  OPR-DISABLED  VALUE 'D'.
           05  OPR-CREATE-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS           PIC XX.
       01  WS-RUN-CONTROL-STATUS    PIC XX.
       01  WS-OPERATOR-STATUS       PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-LOAN-EOF          PIC X VALUE 'N'.
               88  WS-LOAN-EOF-YES  VALUE 'Y'.

       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-CURRENT-TIME          PIC 9(6).
       01  WS-CALENDAR-STATUS       PIC XX.
       01  WS-BUSINESS-DATE         PIC 9(8).

       01  WS-ACCRUAL-FIELDS.
           05  WS-ACCRUAL-FROM-DATE PIC 9(8).
           05  WS-ACCRUAL-DAYS      PIC S9(5).
           05  WS-ACCRUAL-AMOUNT    PIC 9(8)V99.
           05  WS-LAST-RUN-ACCRUAL-DATE PIC 9(8) VALUE 0.

       01  WS-COUNTERS.
           05  WS-LOANS-PROCESSED   PIC 9(6) VALUE 0.
           05  WS-LOANS-ACCRUED     PIC 9(6) VALUE 0.
           05  WS-LOANS-CURRENT     PIC 9(6) VALUE 0.
           05  WS-LOANS-STARTED     PIC 9(6) VALUE 0.
           05  WS-TOTAL-ACCRUED     PIC 9(10)V99 VALUE 0.

       01  WS-ERROR-MESSAGE         PIC X(100).

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-JOB-NAME          PIC X(20)
               VALUE 'LOAN-ACCRUAL'.
           05  WS-FORCE-FLAG        PIC X VALUE 'N'.
           05  WS-RERUN-OK-FLAG     PIC X VALUE 'N'.
               88  WS-RERUN-OK      VALUE 'Y'.
           05  WS-OVERRIDE-ID       PIC X(10).
           05  WS-OVERRIDE-PASSWORD PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-BATCH
           PERFORM FIND-LAST-ACCRUAL-DATE
           PERFORM ACCRUE-INTEREST-ALL-LOANS
           PERFORM FINALIZE-BATCH
           STOP RUN.

       INITIALIZE-BATCH.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY '     NIGHTLY LOAN INTEREST ACCRUAL BATCH'
           DISPLAY '==============================================='
           DISPLAY 'Run date: ' WS-CURRENT-DATE

           PERFORM CHECK-RUN-CONTROL
           PERFORM DERIVE-BUSINESS-DATE

           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               MOVE 'Error opening loan file' TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF.

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
                           DISPLAY 'Non-processing day - posting'
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
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF WS-RUN-CONTROL-STATUS NOT = '00'
               MOVE 'Error opening run control file'
                   TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF
           MOVE WS-JOB-NAME TO RUN-JOB-NAME
           MOVE WS-CURRENT-DATE TO RUN-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM WRITE-RUN-CONTROL-ENTRY
               NOT INVALID KEY
                   PERFORM CHECK-PRIOR-RUN
           END-READ.

       CHECK-PRIOR-RUN.
           IF RUN-COMPLETED
               DISPLAY 'Job already completed for this date.'
               PERFORM PROMPT-FORCE-RERUN
               IF WS-RERUN-OK
                   MOVE 'S' TO RUN-STATUS
                   MOVE WS-CURRENT-TIME TO RUN-START-TIME
                   MOVE 0 TO RUN-END-TIME
                   MOVE 0 TO RUN-RECORD-COUNT
                   MOVE WS-OVERRIDE-ID TO RUN-FORCED-BY
                   REWRITE RUN-CONTROL-RECORD
                   DISPLAY 'Supervisor rerun accepted.'
               ELSE
                   DISPLAY 'Rerun refused - job will not start.'
                   CLOSE RUN-CONTROL-FILE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY 'Prior run did not complete - restarting.'
               MOVE 'S' TO RUN-STATUS
               MOVE WS-CURRENT-TIME TO RUN-START-TIME
               MOVE 0 TO RUN-END-TIME
               MOVE 0 TO RUN-RECORD-COUNT
               REWRITE RUN-CONTROL-RECORD
           END-IF.

       WRITE-RUN-CONTROL-ENTRY.
           MOVE WS-JOB-NAME TO RUN-JOB-NAME
           MOVE WS-CURRENT-DATE TO RUN-DATE
           MOVE 'S' TO RUN-STATUS
           MOVE WS-CURRENT-TIME TO RUN-START-TIME
           MOVE 0 TO RUN-END-TIME
           MOVE 0 TO RUN-RECORD-COUNT
           MOVE SPACES TO RUN-FORCED-BY
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'Warning: run control entry not written'
           END-WRITE.

       PROMPT-FORCE-RERUN.
           MOVE 'N' TO WS-RERUN-OK-FLAG
           DISPLAY 'Force rerun? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-FORCE-FLAG
           IF WS-FORCE-FLAG = 'Y' OR WS-FORCE-FLAG = 'y'
               DISPLAY 'Enter Supervisor ID: ' WITH NO ADVANCING
               ACCEPT WS-OVERRIDE-ID
               DISPLAY 'Enter Supervisor Password: '
                   WITH NO ADVANCING
               ACCEPT WS-OVERRIDE-PASSWORD
               OPEN INPUT OPERATOR-FILE
               IF WS-OPERATOR-STATUS = '00'
                   MOVE WS-OVERRIDE-ID TO OPR-ID
                   READ OPERATOR-FILE
                       INVALID KEY
                           DISPLAY 'Operator not found.'
                       NOT INVALID KEY
                           IF OPR-SUPERVISOR AND OPR-ACTIVE
                               AND OPR-PASSWORD =
                                   WS-OVERRIDE-PASSWORD
                               SET WS-RERUN-OK TO TRUE
                           ELSE
                               DISPLAY 'Supervisor validation'
                                   ' failed.'
                           END-IF
                   END-READ
                   CLOSE OPERATOR-FILE
               ELSE
                   DISPLAY 'Operator file not available -'
                       ' rerun refused.'
               END-IF
           END-IF.

       MARK-RUN-COMPLETE.
           MOVE WS-JOB-NAME TO RUN-JOB-NAME
           MOVE WS-CURRENT-DATE TO RUN-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY 'Warning: run control entry missing'
               NOT INVALID KEY
                   MOVE 'C' TO RUN-STATUS
                   ACCEPT RUN-END-TIME FROM TIME
                   MOVE WS-LOANS-PROCESSED TO RUN-RECORD-COUNT
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.

       FIND-LAST-ACCRUAL-DATE.
           MOVE 'N' TO WS-LOAN-EOF
           MOVE LOW-VALUES TO LOAN-ID
           START LOAN-FILE KEY IS NOT LESS THAN LOAN-ID
               INVALID KEY SET WS-LOAN-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-LOAN-EOF-YES
               READ LOAN-FILE NEXT RECORD
                   AT END SET WS-LOAN-EOF-YES TO TRUE
                   NOT AT END
                       IF LOAN-LAST-ACCRUAL-DATE >
                           WS-LAST-RUN-ACCRUAL-DATE
                           MOVE LOAN-LAST-ACCRUAL-DATE
                               TO WS-LAST-RUN-ACCRUAL-DATE
                       END-IF
               END-READ
           END-PERFORM.

       ACCRUE-INTEREST-ALL-LOANS.
           MOVE 'N' TO WS-LOAN-EOF
           MOVE LOW-VALUES TO LOAN-ID
           START LOAN-FILE KEY IS NOT LESS THAN LOAN-ID
               INVALID KEY SET WS-LOAN-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-LOAN-EOF-YES
               READ LOAN-FILE NEXT RECORD
                   AT END SET WS-LOAN-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM PROCESS-ONE-LOAN
               END-READ
           END-PERFORM.

       PROCESS-ONE-LOAN.
           ADD 1 TO WS-LOANS-PROCESSED
           IF LOAN-ACTIVE AND LOAN-BALANCE > 0
               IF LOAN-LAST-ACCRUAL-DATE = 0
                   AND (WS-LAST-RUN-ACCRUAL-DATE = 0
                   OR LOAN-OPEN-DATE < WS-LAST-RUN-ACCRUAL-DATE)
                   PERFORM START-LOAN-ACCRUAL
               ELSE
                   IF LOAN-LAST-ACCRUAL-DATE > 0
                       MOVE LOAN-LAST-ACCRUAL-DATE
                           TO WS-ACCRUAL-FROM-DATE
                   ELSE
                       MOVE LOAN-OPEN-DATE TO WS-ACCRUAL-FROM-DATE
                   END-IF
                   IF WS-ACCRUAL-FROM-DATE >= WS-BUSINESS-DATE
                       ADD 1 TO WS-LOANS-CURRENT
                   ELSE
                       PERFORM ACCRUE-ONE-LOAN
                   END-IF
               END-IF
           END-IF.

       START-LOAN-ACCRUAL.
           IF LOAN-LAST-DRAFT-DATE > 0
               MOVE LOAN-LAST-DRAFT-DATE TO LOAN-LAST-ACCRUAL-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO LOAN-LAST-ACCRUAL-DATE
           END-IF
           REWRITE LOAN-RECORD
           ADD 1 TO WS-LOANS-STARTED.

       ACCRUE-ONE-LOAN.
           COMPUTE WS-ACCRUAL-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-ACCRUAL-FROM-DATE)
           COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
               LOAN-BALANCE * LOAN-INTEREST-RATE * WS-ACCRUAL-DAYS
               / 36500
           ADD WS-ACCRUAL-AMOUNT TO LOAN-ACCRUED-INTEREST
           MOVE WS-BUSINESS-DATE TO LOAN-LAST-ACCRUAL-DATE
           REWRITE LOAN-RECORD
           ADD 1 TO WS-LOANS-ACCRUED
           ADD WS-ACCRUAL-AMOUNT TO WS-TOTAL-ACCRUED.

       FINALIZE-BATCH.
           PERFORM MARK-RUN-COMPLETE
           CLOSE LOAN-FILE
           DISPLAY ' '
           DISPLAY 'Loans processed:      ' WS-LOANS-PROCESSED
           DISPLAY 'Loans accrued:        ' WS-LOANS-ACCRUED
           DISPLAY 'Already accrued:      ' WS-LOANS-CURRENT
           DISPLAY 'Accrual start set:    ' WS-LOANS-STARTED
           DISPLAY 'Total interest accrued: $' WS-TOTAL-ACCRUED
           DISPLAY '==============================================='
           DISPLAY '     LOAN INTEREST ACCRUAL BATCH COMPLETE'
           DISPLAY '==============================================='.
