       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-CLEARING-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INWARD-FILE ASSIGN TO 'inward_checks.dat'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-INWARD-STATUS.

           SELECT RETURN-FILE ASSIGN TO 'check_returns.dat'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RETURN-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO 'accounts.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACC-ID
                  FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'transactions.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRANS-ID
                  ALTERNATE RECORD KEY IS TRANS-ACC-DATE-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-TRANSACTION-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'holds.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HOLD-ID
                  FILE STATUS IS WS-HOLD-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO 'fee_schedule.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FEE-ACC-TYPE
                  FILE STATUS IS WS-FEE-SCHED-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'check_clearing_report.txt'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

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
       FD  INWARD-FILE.
       01  INWARD-RECORD.
           05  ICK-RECORD-TYPE   PIC X(1).
               88  ICK-DETAIL    VALUE '1'.
               88  ICK-TRAILER   VALUE '9'.
           05  ICK-DETAIL-DATA.
               10  ICK-CHECK-NUMBER PIC 9(10).
               10  ICK-ACC-ID    PIC 9(12).
               10  ICK-AMOUNT    PIC 9(10)V99.
               10  ICK-PRESENTING-BANK PIC X(20).
               10  ICK-ITEM-SEQUENCE PIC 9(10).
           05  ICK-TRAILER-DATA REDEFINES ICK-DETAIL-DATA.
               10  ICK-TRAILER-COUNT PIC 9(8).
               10  ICK-TRAILER-TOTAL PIC 9(12)V99.
               10  FILLER        PIC X(42).

       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05  RTN-RECORD-TYPE   PIC X(1).
               88  RTN-DETAIL    VALUE '1'.
               88  RTN-TRAILER   VALUE '9'.
           05  RTN-DETAIL-DATA.
               10  RTN-CHECK-NUMBER PIC 9(10).
               10  RTN-ACC-ID    PIC 9(12).
               10  RTN-AMOUNT    PIC 9(10)V99.
               10  RTN-PRESENTING-BANK PIC X(20).
               10  RTN-ITEM-SEQUENCE PIC 9(10).
               10  RTN-REASON-CODE PIC X(2).
               10  RTN-RETURN-DATE PIC 9(8).
           05  RTN-TRAILER-DATA REDEFINES RTN-DETAIL-DATA.
               10  RTN-TRAILER-COUNT PIC 9(8).
               10  RTN-TRAILER-TOTAL PIC 9(12)V99.
               10  FILLER        PIC X(52).

       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           05  ACC-ID            PIC 9(12).
           05  ACC-CUST-ID       PIC 9(8).
           05  ACC-TYPE          PIC X(2).
               88  ACC-SAVINGS   VALUE 'SV'.
               88  ACC-CHECKING  VALUE 'CH'.
               88  ACC-LOAN      VALUE 'LN'.
               88  ACC-CREDIT    VALUE 'CR'.
               88  ACC-TIME-DEPOSIT VALUE 'CD'.
           05  ACC-BALANCE       PIC 9(10)V99.
           05  ACC-INTEREST-RATE PIC 9(3)V99.
           05  ACC-STATUS        PIC X(1).
               88  ACC-ACTIVE    VALUE 'A'.
               88  ACC-FROZEN    VALUE 'F'.
               88  ACC-CLOSED    VALUE 'C'.
               88  ACC-DORMANT   VALUE 'D'.
           05  ACC-OPEN-DATE     PIC 9(8).
           05  ACC-LAST-TRANS    PIC 9(8).
           05  ACC-LINKED-ACCOUNT PIC 9(12).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TRANS-ID          PIC 9(12).
           05  TRANS-ACC-DATE-KEY.
               10  TRANS-ACC-ID  PIC 9(12).
               10  TRANS-DATE    PIC 9(8).
           05  TRANS-TYPE        PIC X(2).
               88  TRANS-DEPOSIT VALUE 'DP'.
               88  TRANS-WITHDRAW VALUE 'WD'.
               88  TRANS-TRANSFER VALUE 'TR'.
               88  TRANS-PAYMENT VALUE 'PM'.
           05  TRANS-AMOUNT      PIC 9(10)V99.
           05  TRANS-TIME        PIC 9(6).
           05  TRANS-DESCRIPTION PIC X(50).
           05  TRANS-STATUS      PIC X(1).
               88  TRANS-PENDING VALUE 'P'.
               88  TRANS-COMPLETED VALUE 'C'.
               88  TRANS-FAILED  VALUE 'F'.
           05  TRANS-LOAN-ID     PIC 9(12).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05  HOLD-ID           PIC 9(12).
           05  HOLD-ACC-ID       PIC 9(12).
           05  HOLD-AMOUNT       PIC 9(10)V99.
           05  HOLD-TYPE         PIC X(2).
               88  HOLD-LEGAL    VALUE 'LG'.
               88  HOLD-CHECK    VALUE 'CK'.
               88  HOLD-STOP-PAY VALUE 'SP'.
           05  HOLD-PLACED-BY    PIC X(10).
           05  HOLD-EXPIRY-DATE  PIC 9(8).
           05  HOLD-STATE        PIC X(1).
               88  HOLD-ACTIVE   VALUE 'A'.
               88  HOLD-RELEASED VALUE 'R'.
           05  HOLD-PLACED-DATE  PIC 9(8).
           05  HOLD-CHECK-NUMBER PIC 9(10).

       FD  FEE-SCHEDULE-FILE.
       01  FEE-SCHEDULE-RECORD.
           05  FEE-ACC-TYPE      PIC X(2).
           05  FEE-MONTHLY-AMOUNT PIC 9(6)V99.
           05  FEE-WAIVER-BALANCE PIC 9(10)V99.
           05  FEE-MIN-BALANCE   PIC 9(10)V99.
           05  FEE-BELOW-MIN-AMOUNT PIC 9(6)V99.
           05  FEE-FREE-WITHDRAWALS PIC 9(3).
           05  FEE-EXCESS-WD-AMOUNT PIC 9(6)V99.
           05  FEE-UPDATED-BY    PIC X(10).
           05  FEE-UPDATE-DATE   PIC 9(8).
           05  FEE-LATE-AMOUNT   PIC 9(6)V99.
           05  FEE-NSF-AMOUNT    PIC 9(6)V99.

       FD  REPORT-FILE.
       01  REPORT-RECORD         PIC X(132).

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
       01  WS-INWARD-STATUS         PIC XX.
       01  WS-RETURN-STATUS         PIC XX.
       01  WS-ACCOUNT-STATUS        PIC XX.
       01  WS-TRANSACTION-STATUS    PIC XX.
       01  WS-HOLD-STATUS           PIC XX.
       01  WS-FEE-SCHED-STATUS      PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-RUN-CONTROL-STATUS    PIC XX.
       01  WS-OPERATOR-STATUS       PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-INWARD-EOF        PIC X VALUE 'N'.
               88  WS-INWARD-EOF-YES VALUE 'Y'.
           05  WS-HOLD-EOF          PIC X VALUE 'N'.
               88  WS-HOLD-EOF-YES  VALUE 'Y'.
           05  WS-TRANSACTION-EOF   PIC X VALUE 'N'.
               88  WS-TRANSACTION-EOF-YES VALUE 'Y'.

       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-CURRENT-TIME          PIC 9(6).
       01  WS-CALENDAR-STATUS       PIC XX.
       01  WS-BUSINESS-DATE         PIC 9(8).

       01  WS-NEXT-TRANS-ID         PIC 9(12) VALUE 0.

       01  WS-FILE-VALIDATION.
           05  WS-DETAIL-COUNT      PIC 9(8) VALUE 0.
           05  WS-DETAIL-TOTAL      PIC 9(12)V99 VALUE 0.
           05  WS-TRAILER-COUNT     PIC 9(8) VALUE 0.
           05  WS-TRAILER-TOTAL     PIC 9(12)V99 VALUE 0.
           05  WS-TRAILER-FOUND     PIC X VALUE 'N'.
               88  WS-TRAILER-FOUND-YES VALUE 'Y'.
           05  WS-FILE-VALID-FLAG   PIC X VALUE 'N'.
               88  WS-FILE-VALID    VALUE 'Y'.

       01  WS-ACCOUNT-FOUND-FLAG    PIC X VALUE 'N'.
           88  WS-ACCOUNT-FOUND-YES VALUE 'Y'.
       01  WS-FEE-FILE-FLAG         PIC X VALUE 'N'.
           88  WS-FEE-FILE-OPEN     VALUE 'Y'.

       01  WS-HOLD-FIELDS.
           05  WS-HOLD-CHECK-ACC-ID PIC 9(12).
           05  WS-HOLD-TOTAL        PIC 9(10)V99.
           05  WS-AVAILABLE-BALANCE PIC S9(10)V99.
           05  WS-STOP-PAY-FLAG     PIC X VALUE 'N'.
               88  WS-STOP-PAY-FOUND VALUE 'Y'.
           05  WS-STOP-PAY-HOLD-ID  PIC 9(12).

       01  WS-DECISION-FIELDS.
           05  WS-RETURN-REASON     PIC X(2).
               88  WS-ITEM-PAY           VALUE SPACES.
               88  WS-RETURN-NO-ACCOUNT  VALUE 'NF'.
               88  WS-RETURN-ACCT-TYPE   VALUE 'IA'.
               88  WS-RETURN-CLOSED      VALUE 'CL'.
               88  WS-RETURN-FROZEN      VALUE 'FR'.
               88  WS-RETURN-DORMANT     VALUE 'DO'.
               88  WS-RETURN-DUPLICATE   VALUE 'DU'.
               88  WS-RETURN-STOP-PAY    VALUE 'SP'.
               88  WS-RETURN-NSF         VALUE 'NS'.
           05  WS-REASON-TEXT       PIC X(30).
           05  WS-DUPLICATE-FLAG    PIC X VALUE 'N'.
               88  WS-DUPLICATE-FOUND VALUE 'Y'.
           05  WS-CHECK-DESCRIPTION PIC X(50).
           05  WS-NSF-FEE-AMOUNT    PIC 9(6)V99.

       01  WS-REPORT-LINE           PIC X(132) VALUE ALL '-'.

       01  WS-COUNTERS.
           05  WS-ITEMS-PAID        PIC 9(8) VALUE 0.
           05  WS-ITEMS-RETURNED    PIC 9(8) VALUE 0.
           05  WS-RETURNED-NO-ACCOUNT PIC 9(8) VALUE 0.
           05  WS-RETURNED-ACCT-TYPE PIC 9(8) VALUE 0.
           05  WS-RETURNED-CLOSED   PIC 9(8) VALUE 0.
           05  WS-RETURNED-FROZEN   PIC 9(8) VALUE 0.
           05  WS-RETURNED-DORMANT  PIC 9(8) VALUE 0.
           05  WS-RETURNED-DUPLICATE PIC 9(8) VALUE 0.
           05  WS-RETURNED-STOP-PAY PIC 9(8) VALUE 0.
           05  WS-RETURNED-NSF      PIC 9(8) VALUE 0.
           05  WS-NSF-FEES-CHARGED  PIC 9(8) VALUE 0.
           05  WS-NSF-FEES-SKIPPED  PIC 9(8) VALUE 0.
           05  WS-TOTAL-PAID        PIC 9(12)V99 VALUE 0.
           05  WS-TOTAL-RETURNED    PIC 9(12)V99 VALUE 0.
           05  WS-NSF-FEE-TOTAL     PIC 9(10)V99 VALUE 0.
           05  WS-PROVED-COUNT      PIC 9(8) VALUE 0.
           05  WS-PROVED-TOTAL      PIC 9(12)V99 VALUE 0.

       01  WS-ERROR-MESSAGE         PIC X(100).

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-JOB-NAME          PIC X(20)
               VALUE 'CHECK-CLEARING'.
           05  WS-FORCE-FLAG        PIC X VALUE 'N'.
           05  WS-RERUN-OK-FLAG     PIC X VALUE 'N'.
               88  WS-RERUN-OK      VALUE 'Y'.
           05  WS-OVERRIDE-ID       PIC X(10).
           05  WS-OVERRIDE-PASSWORD PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-BATCH
           PERFORM VALIDATE-INWARD-FILE
           IF WS-FILE-VALID
               PERFORM DETERMINE-NEXT-TRANS-ID
               PERFORM CLEAR-INWARD-CHECKS
           ELSE
               DISPLAY 'Inward check file refused - nothing cleared.'
               WRITE REPORT-RECORD FROM
                   'FILE REFUSED - TRAILER DOES NOT MATCH DETAILS'
           END-IF
           PERFORM FINALIZE-BATCH
           STOP RUN.

       INITIALIZE-BATCH.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY '     INWARD CHECK CLEARING BATCH'
           DISPLAY '==============================================='
           DISPLAY 'Run date: ' WS-CURRENT-DATE

           PERFORM CHECK-RUN-CONTROL
           PERFORM DERIVE-BUSINESS-DATE

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 'Error opening account file' TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = '35'
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN INPUT HOLD-FILE
           END-IF
           IF WS-HOLD-STATUS NOT = '00'
               MOVE 'Error opening hold file' TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEE-SCHED-STATUS = '00'
               SET WS-FEE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'Fee schedule not available - NSF fees will'
                   ' not be assessed.'
           END-IF

           OPEN OUTPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = '00'
               MOVE 'Error opening check return file'
                   TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'Error opening report file' TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           WRITE REPORT-RECORD FROM 'INWARD CHECK CLEARING REPORT'
           MOVE SPACES TO REPORT-RECORD
           STRING 'BUSINESS DATE: ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       VALIDATE-INWARD-FILE.
           MOVE 'N' TO WS-FILE-VALID-FLAG
           MOVE 'N' TO WS-INWARD-EOF
           OPEN INPUT INWARD-FILE
           IF WS-INWARD-STATUS NOT = '00'
               MOVE 'Error opening inward check file'
                   TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-INWARD-EOF-YES
               READ INWARD-FILE
                   AT END SET WS-INWARD-EOF-YES TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN ICK-DETAIL
                               ADD 1 TO WS-DETAIL-COUNT
                               ADD ICK-AMOUNT TO WS-DETAIL-TOTAL
                           WHEN ICK-TRAILER
                               SET WS-TRAILER-FOUND-YES TO TRUE
                               MOVE ICK-TRAILER-COUNT
                                   TO WS-TRAILER-COUNT
                               MOVE ICK-TRAILER-TOTAL
                                   TO WS-TRAILER-TOTAL
                           WHEN OTHER
                               DISPLAY 'Unknown record type: '
                                   ICK-RECORD-TYPE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE INWARD-FILE

           IF WS-TRAILER-FOUND-YES
               AND WS-TRAILER-COUNT = WS-DETAIL-COUNT
               AND WS-TRAILER-TOTAL = WS-DETAIL-TOTAL
               SET WS-FILE-VALID TO TRUE
               DISPLAY 'Inward file validated: '
                   WS-DETAIL-COUNT ' checks, total $'
                   WS-DETAIL-TOTAL
           ELSE
               DISPLAY 'Inward file trailer mismatch.'
               DISPLAY 'Details: ' WS-DETAIL-COUNT ' / $'
                   WS-DETAIL-TOTAL
               DISPLAY 'Trailer: ' WS-TRAILER-COUNT ' / $'
                   WS-TRAILER-TOTAL
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
                   COMPUTE RUN-RECORD-COUNT = WS-ITEMS-PAID
                       + WS-ITEMS-RETURNED
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.

       DETERMINE-NEXT-TRANS-ID.
           MOVE 0 TO WS-NEXT-TRANS-ID
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = '35'
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN I-O TRANSACTION-FILE
           END-IF
           IF WS-TRANSACTION-STATUS NOT = '00'
               MOVE 'Error opening transaction file'
                   TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO TRANS-ID
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRANS-ID
               INVALID KEY MOVE '10' TO WS-TRANSACTION-STATUS
           END-START
           PERFORM UNTIL WS-TRANSACTION-STATUS NOT = '00'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-TRANSACTION-STATUS
                   NOT AT END
                       IF TRANS-ID > WS-NEXT-TRANS-ID
                           MOVE TRANS-ID TO WS-NEXT-TRANS-ID
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-TRANS-ID.

       CLEAR-INWARD-CHECKS.
           MOVE 'N' TO WS-INWARD-EOF
           OPEN INPUT INWARD-FILE
           IF WS-INWARD-STATUS NOT = '00'
               MOVE 'Error reopening inward check file'
                   TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-INWARD-EOF-YES
               READ INWARD-FILE
                   AT END SET WS-INWARD-EOF-YES TO TRUE
                   NOT AT END
                       IF ICK-DETAIL
                           PERFORM CLEAR-ONE-CHECK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INWARD-FILE.

       CLEAR-ONE-CHECK.
           PERFORM DECIDE-CHECK-ITEM
           IF WS-ITEM-PAY
               PERFORM PAY-CHECK-ITEM
           ELSE
               PERFORM RETURN-CHECK-ITEM
           END-IF.

       DECIDE-CHECK-ITEM.
           MOVE SPACES TO WS-RETURN-REASON
           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG
           MOVE ICK-ACC-ID TO ACC-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ACCOUNT-FOUND-YES TO TRUE
           END-READ
           MOVE SPACES TO WS-CHECK-DESCRIPTION
           STRING 'CHECK PAID NO ' ICK-CHECK-NUMBER ' '
               ICK-PRESENTING-BANK
               DELIMITED BY SIZE INTO WS-CHECK-DESCRIPTION

           EVALUATE TRUE
               WHEN NOT WS-ACCOUNT-FOUND-YES
                   SET WS-RETURN-NO-ACCOUNT TO TRUE
               WHEN NOT (ACC-CHECKING OR ACC-SAVINGS)
                   SET WS-RETURN-ACCT-TYPE TO TRUE
               WHEN ACC-CLOSED
                   SET WS-RETURN-CLOSED TO TRUE
               WHEN ACC-FROZEN
                   SET WS-RETURN-FROZEN TO TRUE
               WHEN ACC-DORMANT
                   SET WS-RETURN-DORMANT TO TRUE
               WHEN OTHER
                   PERFORM CHECK-DUPLICATE-PRESENTMENT
                   PERFORM CHECK-STOP-PAYMENT
                   EVALUATE TRUE
                       WHEN WS-DUPLICATE-FOUND
                           SET WS-RETURN-DUPLICATE TO TRUE
                       WHEN WS-STOP-PAY-FOUND
                           SET WS-RETURN-STOP-PAY TO TRUE
                       WHEN OTHER
                           PERFORM COMPUTE-AVAILABLE-BALANCE
                           IF WS-AVAILABLE-BALANCE < ICK-AMOUNT
                               SET WS-RETURN-NSF TO TRUE
                           END-IF
                   END-EVALUATE
           END-EVALUATE.

       CHECK-DUPLICATE-PRESENTMENT.
           MOVE 'N' TO WS-DUPLICATE-FLAG
           MOVE 'N' TO WS-TRANSACTION-EOF
           MOVE ICK-ACC-ID TO TRANS-ACC-ID
           MOVE 0 TO TRANS-DATE
           START TRANSACTION-FILE
               KEY IS NOT LESS THAN TRANS-ACC-DATE-KEY
               INVALID KEY SET WS-TRANSACTION-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-TRANSACTION-EOF-YES
               READ TRANSACTION-FILE NEXT RECORD
                   AT END SET WS-TRANSACTION-EOF-YES TO TRUE
                   NOT AT END
                       IF TRANS-ACC-ID NOT = ICK-ACC-ID
                           SET WS-TRANSACTION-EOF-YES TO TRUE
                       ELSE
                           IF TRANS-WITHDRAW AND TRANS-COMPLETED
                               AND TRANS-DESCRIPTION(1:24) =
                                   WS-CHECK-DESCRIPTION(1:24)
                               SET WS-DUPLICATE-FOUND TO TRUE
                               SET WS-TRANSACTION-EOF-YES TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-STOP-PAYMENT.
           MOVE 'N' TO WS-STOP-PAY-FLAG
           MOVE 0 TO WS-STOP-PAY-HOLD-ID
           MOVE 'N' TO WS-HOLD-EOF
           MOVE LOW-VALUES TO HOLD-ID
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-ID
               INVALID KEY SET WS-HOLD-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-HOLD-EOF-YES
               READ HOLD-FILE NEXT RECORD
                   AT END SET WS-HOLD-EOF-YES TO TRUE
                   NOT AT END
                       IF HOLD-ACC-ID = ICK-ACC-ID
                           AND HOLD-STOP-PAY
                           AND HOLD-ACTIVE
                           AND (HOLD-EXPIRY-DATE = 0 OR
                               HOLD-EXPIRY-DATE >= WS-BUSINESS-DATE)
                           AND (HOLD-CHECK-NUMBER = ICK-CHECK-NUMBER
                               OR (HOLD-CHECK-NUMBER = 0
                                   AND HOLD-AMOUNT = ICK-AMOUNT))
                           SET WS-STOP-PAY-FOUND TO TRUE
                           MOVE HOLD-ID TO WS-STOP-PAY-HOLD-ID
                           SET WS-HOLD-EOF-YES TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       COMPUTE-ACCOUNT-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL
           MOVE 'N' TO WS-HOLD-EOF
           MOVE LOW-VALUES TO HOLD-ID
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-ID
               INVALID KEY SET WS-HOLD-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-HOLD-EOF-YES
               READ HOLD-FILE NEXT RECORD
                   AT END SET WS-HOLD-EOF-YES TO TRUE
                   NOT AT END
                       IF HOLD-ACC-ID = WS-HOLD-CHECK-ACC-ID
                           AND HOLD-ACTIVE
                           AND (HOLD-EXPIRY-DATE = 0 OR
                               HOLD-EXPIRY-DATE >= WS-BUSINESS-DATE)
                           ADD HOLD-AMOUNT TO WS-HOLD-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

       COMPUTE-AVAILABLE-BALANCE.
           MOVE ACC-ID TO WS-HOLD-CHECK-ACC-ID
           PERFORM COMPUTE-ACCOUNT-HOLDS
           COMPUTE WS-AVAILABLE-BALANCE =
               ACC-BALANCE - WS-HOLD-TOTAL.

       PAY-CHECK-ITEM.
           SUBTRACT ICK-AMOUNT FROM ACC-BALANCE
           MOVE WS-BUSINESS-DATE TO ACC-LAST-TRANS
           REWRITE ACCOUNT-RECORD

           MOVE WS-NEXT-TRANS-ID TO TRANS-ID
           ADD 1 TO WS-NEXT-TRANS-ID
           MOVE ICK-ACC-ID TO TRANS-ACC-ID
           MOVE 'WD' TO TRANS-TYPE
           MOVE ICK-AMOUNT TO TRANS-AMOUNT
           MOVE WS-BUSINESS-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE WS-CHECK-DESCRIPTION TO TRANS-DESCRIPTION
           MOVE 'C' TO TRANS-STATUS
           MOVE ZERO TO TRANS-LOAN-ID
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'Warning: transaction record not written'
           END-WRITE

           ADD 1 TO WS-ITEMS-PAID
           ADD ICK-AMOUNT TO WS-TOTAL-PAID
           MOVE SPACES TO REPORT-RECORD
           STRING 'PAID     ACCT:' ICK-ACC-ID
               ' CHECK:' ICK-CHECK-NUMBER
               ' AMOUNT:' ICK-AMOUNT
               ' SEQ:' ICK-ITEM-SEQUENCE
               ' FROM:' ICK-PRESENTING-BANK
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       RETURN-CHECK-ITEM.
           PERFORM SET-RETURN-REASON-TEXT
           MOVE '1' TO RTN-RECORD-TYPE
           MOVE ICK-CHECK-NUMBER TO RTN-CHECK-NUMBER
           MOVE ICK-ACC-ID TO RTN-ACC-ID
           MOVE ICK-AMOUNT TO RTN-AMOUNT
           MOVE ICK-PRESENTING-BANK TO RTN-PRESENTING-BANK
           MOVE ICK-ITEM-SEQUENCE TO RTN-ITEM-SEQUENCE
           MOVE WS-RETURN-REASON TO RTN-REASON-CODE
           MOVE WS-BUSINESS-DATE TO RTN-RETURN-DATE
           WRITE RETURN-RECORD

           ADD 1 TO WS-ITEMS-RETURNED
           ADD ICK-AMOUNT TO WS-TOTAL-RETURNED
           MOVE SPACES TO REPORT-RECORD
           STRING 'RETURNED ACCT:' ICK-ACC-ID
               ' CHECK:' ICK-CHECK-NUMBER
               ' AMOUNT:' ICK-AMOUNT
               ' SEQ:' ICK-ITEM-SEQUENCE
               ' REASON:' WS-RETURN-REASON ' ' WS-REASON-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-RETURN-NSF
               PERFORM ASSESS-NSF-FEE
           END-IF.

       SET-RETURN-REASON-TEXT.
           EVALUATE TRUE
               WHEN WS-RETURN-NO-ACCOUNT
                   MOVE 'NO ACCOUNT' TO WS-REASON-TEXT
                   ADD 1 TO WS-RETURNED-NO-ACCOUNT
               WHEN WS-RETURN-ACCT-TYPE
                   MOVE 'NOT A CHECK ACCOUNT' TO WS-REASON-TEXT
                   ADD 1 TO WS-RETURNED-ACCT-TYPE
               WHEN WS-RETURN-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO WS-REASON-TEXT
                   ADD 1 TO WS-RETURNED-CLOSED
               WHEN WS-RETURN-FROZEN
                   MOVE 'ACCOUNT FROZEN' TO WS-REASON-TEXT
                   ADD 1 TO WS-RETURNED-FROZEN
               WHEN WS-RETURN-DORMANT
                   MOVE 'ACCOUNT DORMANT' TO WS-REASON-TEXT
                   ADD 1 TO WS-RETURNED-DORMANT
               WHEN WS-RETURN-DUPLICATE
                   MOVE 'DUPLICATE PRESENTMENT' TO WS-REASON-TEXT
                   ADD 1 TO WS-RETURNED-DUPLICATE
               WHEN WS-RETURN-STOP-PAY
                   MOVE 'PAYMENT STOPPED' TO WS-REASON-TEXT
                   ADD 1 TO WS-RETURNED-STOP-PAY
               WHEN WS-RETURN-NSF
                   MOVE 'INSUFFICIENT FUNDS' TO WS-REASON-TEXT
                   ADD 1 TO WS-RETURNED-NSF
           END-EVALUATE.

       ASSESS-NSF-FEE.
           MOVE 0 TO WS-NSF-FEE-AMOUNT
           IF WS-FEE-FILE-OPEN
               MOVE ACC-TYPE TO FEE-ACC-TYPE
               READ FEE-SCHEDULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FEE-NSF-AMOUNT TO WS-NSF-FEE-AMOUNT
               END-READ
           END-IF
           IF WS-NSF-FEE-AMOUNT > 0
               IF ACC-BALANCE < WS-NSF-FEE-AMOUNT
                   ADD 1 TO WS-NSF-FEES-SKIPPED
                   MOVE SPACES TO REPORT-RECORD
                   STRING '         ACCT:' ACC-ID
                       ' NSF FEE NOT ASSESSED - BALANCE BELOW FEE'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE
                   PERFORM POST-NSF-FEE
               END-IF
           END-IF.

       POST-NSF-FEE.
           SUBTRACT WS-NSF-FEE-AMOUNT FROM ACC-BALANCE
           MOVE WS-BUSINESS-DATE TO ACC-LAST-TRANS
           REWRITE ACCOUNT-RECORD

           MOVE WS-NEXT-TRANS-ID TO TRANS-ID
           ADD 1 TO WS-NEXT-TRANS-ID
           MOVE ACC-ID TO TRANS-ACC-ID
           MOVE 'PM' TO TRANS-TYPE
           MOVE WS-NSF-FEE-AMOUNT TO TRANS-AMOUNT
           MOVE WS-BUSINESS-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'NSF RETURNED CHECK FEE NO ' ICK-CHECK-NUMBER
               DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           MOVE 'C' TO TRANS-STATUS
           MOVE ZERO TO TRANS-LOAN-ID
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'Warning: transaction record not written'
           END-WRITE

           ADD 1 TO WS-NSF-FEES-CHARGED
           ADD WS-NSF-FEE-AMOUNT TO WS-NSF-FEE-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING '         ACCT:' ACC-ID
               ' NSF FEE:' WS-NSF-FEE-AMOUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-RETURN-TRAILER.
           MOVE '9' TO RTN-RECORD-TYPE
           MOVE SPACES TO RTN-TRAILER-DATA
           MOVE WS-ITEMS-RETURNED TO RTN-TRAILER-COUNT
           MOVE WS-TOTAL-RETURNED TO RTN-TRAILER-TOTAL
           WRITE RETURN-RECORD.

       WRITE-CLEARING-TOTALS.
           COMPUTE WS-PROVED-COUNT = WS-ITEMS-PAID + WS-ITEMS-RETURNED
           COMPUTE WS-PROVED-TOTAL = WS-TOTAL-PAID + WS-TOTAL-RETURNED
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'ITEMS PRESENTED:    ' WS-DETAIL-COUNT
               ' AMOUNT: ' WS-DETAIL-TOTAL
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'ITEMS PAID:         ' WS-ITEMS-PAID
               ' AMOUNT: ' WS-TOTAL-PAID
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'ITEMS RETURNED:     ' WS-ITEMS-RETURNED
               ' AMOUNT: ' WS-TOTAL-RETURNED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  NF NO ACCOUNT:    ' WS-RETURNED-NO-ACCOUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  IA ACCOUNT TYPE:  ' WS-RETURNED-ACCT-TYPE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  CL CLOSED:        ' WS-RETURNED-CLOSED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  FR FROZEN:        ' WS-RETURNED-FROZEN
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  DO DORMANT:       ' WS-RETURNED-DORMANT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  DU DUPLICATE:     ' WS-RETURNED-DUPLICATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  SP STOP PAYMENT:  ' WS-RETURNED-STOP-PAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  NS NSF:           ' WS-RETURNED-NSF
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'NSF FEES CHARGED:   ' WS-NSF-FEES-CHARGED
               ' AMOUNT: ' WS-NSF-FEE-TOTAL
               ' SKIPPED: ' WS-NSF-FEES-SKIPPED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-PROVED-COUNT = WS-DETAIL-COUNT
               AND WS-PROVED-TOTAL = WS-DETAIL-TOTAL
               WRITE REPORT-RECORD FROM
                   'CONTROL TOTALS PROVED - PAID + RETURNED = PRESENTED'
           ELSE
               WRITE REPORT-RECORD FROM
                   '*** CONTROL TOTALS OUT OF BALANCE ***'
               DISPLAY 'WARNING: paid + returned does not equal'
                   ' presented.'
           END-IF.

       FINALIZE-BATCH.
           IF WS-FILE-VALID
               PERFORM WRITE-CLEARING-TOTALS
               PERFORM MARK-RUN-COMPLETE
           ELSE
               CLOSE RUN-CONTROL-FILE
           END-IF
           PERFORM WRITE-RETURN-TRAILER
           CLOSE ACCOUNT-FILE
           IF WS-FILE-VALID
               CLOSE TRANSACTION-FILE
           END-IF
           CLOSE HOLD-FILE
           IF WS-FEE-FILE-OPEN
               CLOSE FEE-SCHEDULE-FILE
           END-IF
           CLOSE RETURN-FILE
           CLOSE REPORT-FILE
           DISPLAY ' '
           DISPLAY 'Checks presented: ' WS-DETAIL-COUNT
           DISPLAY 'Checks paid:      ' WS-ITEMS-PAID
           DISPLAY 'Checks returned:  ' WS-ITEMS-RETURNED
           DISPLAY 'NSF fees charged: ' WS-NSF-FEES-CHARGED
           DISPLAY 'Total paid:     $' WS-TOTAL-PAID
           DISPLAY 'Total returned: $' WS-TOTAL-RETURNED
           DISPLAY 'NSF fee income: $' WS-NSF-FEE-TOTAL
           DISPLAY '==============================================='
           DISPLAY '     CHECK CLEARING BATCH COMPLETE'
           DISPLAY '==============================================='.
