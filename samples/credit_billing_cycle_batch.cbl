       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-BILLING-CYCLE-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'accounts.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACC-ID
                  FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT CREDIT-LINE-FILE ASSIGN TO 'credit_lines.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CRL-ACC-ID
                  FILE STATUS IS WS-CREDIT-LINE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'transactions.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRANS-ID
                  ALTERNATE RECORD KEY IS TRANS-ACC-DATE-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-TRANSACTION-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO 'fee_schedule.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FEE-ACC-TYPE
                  FILE STATUS IS WS-FEE-SCHED-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'customers.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CUST-ID
                  FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO 'credit_statements.txt'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-STATEMENT-STATUS.

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

       FD  CREDIT-LINE-FILE.
       01  CREDIT-LINE-RECORD.
           05  CRL-ACC-ID        PIC 9(12).
           05  CRL-CREDIT-LIMIT  PIC 9(10)V99.
           05  CRL-CYCLE-DAY     PIC 9(2).
           05  CRL-GRACE-DAYS    PIC 9(2).
           05  CRL-MIN-PAY-PCT   PIC 9(2)V99.
           05  CRL-MIN-PAY-FLOOR PIC 9(6)V99.
           05  CRL-LAST-STMT-DATE PIC 9(8).
           05  CRL-LAST-STMT-BALANCE PIC 9(10)V99.
           05  CRL-MIN-PAYMENT-DUE PIC 9(10)V99.
           05  CRL-PAYMENT-DUE-DATE PIC 9(8).
           05  CRL-PAST-DUE-AMOUNT PIC 9(10)V99.
           05  CRL-PAST-DUE-CYCLES PIC 9(3).
           05  CRL-APPROVED-BY   PIC X(10).
           05  CRL-UPDATE-DATE   PIC 9(8).

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

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05  CUST-ID           PIC 9(8).
           05  CUST-NAME         PIC X(50).
           05  CUST-ADDRESS      PIC X(100).
           05  CUST-PHONE        PIC X(15).
           05  CUST-EMAIL        PIC X(50).
           05  CUST-DOB          PIC 9(8).
           05  CUST-SSN          PIC 9(9).
           05  CUST-STATUS       PIC X(1).
               88  CUST-ACTIVE   VALUE 'A'.
               88  CUST-INACTIVE VALUE 'I'.
           05  CUST-CREATE-DATE  PIC 9(8).

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD      PIC X(132).

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
       01  WS-ACCOUNT-STATUS        PIC XX.
       01  WS-CREDIT-LINE-STATUS    PIC XX.
       01  WS-TRANSACTION-STATUS    PIC XX.
       01  WS-FEE-SCHED-STATUS      PIC XX.
       01  WS-CUSTOMER-STATUS       PIC XX.
       01  WS-STATEMENT-STATUS      PIC XX.
       01  WS-RUN-CONTROL-STATUS    PIC XX.
       01  WS-OPERATOR-STATUS       PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-ACCOUNT-EOF       PIC X VALUE 'N'.
               88  WS-ACCOUNT-EOF-YES VALUE 'Y'.
           05  WS-TRANSACTION-EOF   PIC X VALUE 'N'.
               88  WS-TRANSACTION-EOF-YES VALUE 'Y'.

       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-CURRENT-TIME          PIC 9(6).
       01  WS-CALENDAR-STATUS       PIC XX.
       01  WS-BUSINESS-DATE         PIC 9(8).
       01  WS-BUSINESS-DATE-CALC.
           05  WS-BUSINESS-YYYY     PIC 9(4).
           05  WS-BUSINESS-MM       PIC 9(2).
           05  WS-BUSINESS-DD       PIC 9(2).
       01  WS-BUSINESS-MONTH        PIC 9(6).

       01  WS-NEXT-TRANS-ID         PIC 9(12) VALUE 0.

       01  WS-CRL-FOUND-FLAG        PIC X VALUE 'N'.
           88  WS-CRL-FOUND-YES     VALUE 'Y'.
       01  WS-LATE-FEE-AMOUNT       PIC 9(6)V99 VALUE 0.

       01  WS-CYCLE-FIELDS.
           05  WS-BILL-ACC-ID       PIC 9(12).
           05  WS-LAST-STMT-MONTH   PIC 9(6).
           05  WS-CYCLE-START-DATE  PIC 9(8).
           05  WS-CYCLE-START-DAY   PIC 9(8).
           05  WS-CYCLE-DAYS        PIC 9(4).
           05  WS-TRANS-WEIGHT      PIC 9(4).
           05  WS-TRANS-DEBIT-FLAG  PIC X VALUE 'N'.
               88  WS-TRANS-DEBIT   VALUE 'Y'.
           05  WS-BALANCE-DAYS      PIC S9(14)V99.
           05  WS-AVERAGE-DAILY-BALANCE PIC S9(10)V99.
           05  WS-PREVIOUS-BALANCE  PIC S9(10)V99.
           05  WS-CLOSING-BALANCE   PIC S9(10)V99.
           05  WS-NEW-BALANCE       PIC S9(10)V99.
           05  WS-LATER-NET         PIC S9(10)V99.
           05  WS-CYCLE-DEBITS      PIC 9(10)V99.
           05  WS-CYCLE-CREDITS     PIC 9(10)V99.
           05  WS-PAID-BY-DUE       PIC 9(10)V99.
           05  WS-FINANCE-CHARGE    PIC 9(8)V99.
           05  WS-LATE-FEE          PIC 9(6)V99.
           05  WS-MIN-PAYMENT       PIC S9(10)V99.
           05  WS-CHARGE-AMOUNT     PIC 9(8)V99.
           05  WS-CHARGE-DESCRIPTION PIC X(50).
           05  WS-DR-CR             PIC X(2).

       01  WS-EDITED-AMOUNTS.
           05  WS-PREVIOUS-BALANCE-ED PIC -(10)9.99.
           05  WS-NEW-BALANCE-ED    PIC -(10)9.99.
           05  WS-AVAILABLE-ED      PIC -(10)9.99.
           05  WS-ADB-ED            PIC -(10)9.99.
           05  WS-MIN-PAYMENT-ED    PIC -(10)9.99.

       01  WS-REPORT-LINE           PIC X(132) VALUE ALL '-'.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-CHECKED  PIC 9(6) VALUE 0.
           05  WS-CYCLES-BILLED     PIC 9(6) VALUE 0.
           05  WS-LATE-ACCOUNTS     PIC 9(6) VALUE 0.
           05  WS-EXCEPTIONS        PIC 9(6) VALUE 0.
           05  WS-FINANCE-CHARGE-TOTAL PIC 9(10)V99 VALUE 0.
           05  WS-LATE-FEE-TOTAL    PIC 9(10)V99 VALUE 0.
           05  WS-STATEMENT-BAL-TOTAL PIC 9(12)V99 VALUE 0.

       01  WS-ERROR-MESSAGE         PIC X(100).

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-JOB-NAME          PIC X(20)
               VALUE 'CREDIT-BILLING'.
           05  WS-FORCE-FLAG        PIC X VALUE 'N'.
           05  WS-RERUN-OK-FLAG     PIC X VALUE 'N'.
               88  WS-RERUN-OK      VALUE 'Y'.
           05  WS-OVERRIDE-ID       PIC X(10).
           05  WS-OVERRIDE-PASSWORD PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-BATCH
           PERFORM DETERMINE-NEXT-TRANS-ID
           PERFORM BILL-ALL-CREDIT-LINES
           PERFORM FINALIZE-BATCH
           STOP RUN.

       INITIALIZE-BATCH.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY '     CREDIT LINE BILLING CYCLE BATCH'
           DISPLAY '==============================================='
           DISPLAY 'Run date: ' WS-CURRENT-DATE

           PERFORM CHECK-RUN-CONTROL
           PERFORM DERIVE-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-CALC
           COMPUTE WS-BUSINESS-MONTH = WS-BUSINESS-DATE / 100

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 'Error opening account file' TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           OPEN I-O CREDIT-LINE-FILE
           IF WS-CREDIT-LINE-STATUS = '35'
               OPEN OUTPUT CREDIT-LINE-FILE
               CLOSE CREDIT-LINE-FILE
               OPEN I-O CREDIT-LINE-FILE
           END-IF
           IF WS-CREDIT-LINE-STATUS NOT = '00'
               MOVE 'Error opening credit line file'
                   TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               MOVE 'Error opening customer file' TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           PERFORM READ-LATE-FEE-SCHEDULE

           OPEN OUTPUT STATEMENT-FILE
           IF WS-STATEMENT-STATUS NOT = '00'
               MOVE 'Error opening statement file' TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           WRITE STATEMENT-RECORD FROM 'CREDIT LINE CYCLE STATEMENTS'
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'STATEMENT DATE: ' WS-BUSINESS-DATE
               ' LATE FEE: ' WS-LATE-FEE-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           WRITE STATEMENT-RECORD FROM WS-REPORT-LINE.

       READ-LATE-FEE-SCHEDULE.
           MOVE 0 TO WS-LATE-FEE-AMOUNT
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEE-SCHED-STATUS = '00'
               MOVE 'CR' TO FEE-ACC-TYPE
               READ FEE-SCHEDULE-FILE
                   INVALID KEY
                       DISPLAY 'No CR fee schedule - late fees will'
                           ' not be assessed.'
                   NOT INVALID KEY
                       MOVE FEE-LATE-AMOUNT TO WS-LATE-FEE-AMOUNT
               END-READ
               CLOSE FEE-SCHEDULE-FILE
           ELSE
               DISPLAY 'Fee schedule not available - late fees will'
                   ' not be assessed.'
           END-IF
           DISPLAY 'Late fee: $' WS-LATE-FEE-AMOUNT.

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
                   MOVE WS-ACCOUNTS-CHECKED TO RUN-RECORD-COUNT
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

       BILL-ALL-CREDIT-LINES.
           MOVE LOW-VALUES TO ACC-ID
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACC-ID
               INVALID KEY SET WS-ACCOUNT-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-ACCOUNT-EOF-YES
               READ ACCOUNT-FILE NEXT RECORD
                   AT END SET WS-ACCOUNT-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM.

       CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-CHECKED
           IF ACC-CREDIT AND NOT ACC-CLOSED
               MOVE 'N' TO WS-CRL-FOUND-FLAG
               MOVE ACC-ID TO CRL-ACC-ID
               READ CREDIT-LINE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CRL-FOUND-YES TO TRUE
               END-READ
               IF WS-CRL-FOUND-YES
                   COMPUTE WS-LAST-STMT-MONTH =
                       CRL-LAST-STMT-DATE / 100
                   IF WS-LAST-STMT-MONTH < WS-BUSINESS-MONTH
                       AND WS-BUSINESS-DD >= CRL-CYCLE-DAY
                       PERFORM BILL-ONE-CREDIT-LINE
                   END-IF
               ELSE
                   ADD 1 TO WS-EXCEPTIONS
                   DISPLAY 'Warning: no credit line terms for'
                       ' account ' ACC-ID ' - not billed'
               END-IF
           END-IF.

       BILL-ONE-CREDIT-LINE.
           ADD 1 TO WS-CYCLES-BILLED
           MOVE ACC-ID TO WS-BILL-ACC-ID
           PERFORM DETERMINE-CYCLE-START
           COMPUTE WS-CYCLE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - WS-CYCLE-START-DAY + 1
           IF WS-CYCLE-DAYS < 1
               MOVE 1 TO WS-CYCLE-DAYS
           END-IF

           PERFORM WRITE-STATEMENT-HEADER
           PERFORM SCAN-CYCLE-TRANSACTIONS
           COMPUTE WS-CLOSING-BALANCE = ACC-BALANCE - WS-LATER-NET
           COMPUTE WS-PREVIOUS-BALANCE =
               WS-CLOSING-BALANCE - WS-CYCLE-DEBITS + WS-CYCLE-CREDITS

           PERFORM CALCULATE-FINANCE-CHARGE
           PERFORM ASSESS-LATE-FEE
           PERFORM SET-MINIMUM-PAYMENT

           MOVE WS-BUSINESS-DATE TO CRL-LAST-STMT-DATE
           MOVE WS-NEW-BALANCE TO CRL-LAST-STMT-BALANCE
           MOVE WS-MIN-PAYMENT TO CRL-MIN-PAYMENT-DUE
           REWRITE CREDIT-LINE-RECORD
               INVALID KEY
                   DISPLAY 'Warning: credit line not updated for'
                       ' account ' ACC-ID
           END-REWRITE
           ADD WS-NEW-BALANCE TO WS-STATEMENT-BAL-TOTAL

           PERFORM WRITE-STATEMENT-SUMMARY.

       DETERMINE-CYCLE-START.
           IF CRL-LAST-STMT-DATE > 0
               COMPUTE WS-CYCLE-START-DAY =
                   FUNCTION INTEGER-OF-DATE(CRL-LAST-STMT-DATE) + 1
               COMPUTE WS-CYCLE-START-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CYCLE-START-DAY)
           ELSE
               IF ACC-OPEN-DATE > 0
                   AND ACC-OPEN-DATE <= WS-BUSINESS-DATE
                   MOVE ACC-OPEN-DATE TO WS-CYCLE-START-DATE
               ELSE
                   MOVE WS-BUSINESS-DATE TO WS-CYCLE-START-DATE
               END-IF
               COMPUTE WS-CYCLE-START-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-CYCLE-START-DATE)
           END-IF.

       WRITE-STATEMENT-HEADER.
           MOVE 'UNKNOWN CUSTOMER' TO CUST-NAME
           MOVE SPACES TO CUST-ADDRESS
           MOVE ACC-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'CREDIT LINE STATEMENT  ACCOUNT:' ACC-ID
               ' CUSTOMER:' ACC-CUST-ID ' ' CUST-NAME(1:40)
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING '  ADDRESS: ' CUST-ADDRESS(1:80)
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING '  STATEMENT DATE:' WS-BUSINESS-DATE
               ' CYCLE:' WS-CYCLE-START-DATE ' TO ' WS-BUSINESS-DATE
               ' DAYS:' WS-CYCLE-DAYS
               ' APR:' ACC-INTEREST-RATE
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

       SCAN-CYCLE-TRANSACTIONS.
           COMPUTE WS-BALANCE-DAYS = ACC-BALANCE * WS-CYCLE-DAYS
           MOVE 0 TO WS-LATER-NET
           MOVE 0 TO WS-CYCLE-DEBITS
           MOVE 0 TO WS-CYCLE-CREDITS
           MOVE 0 TO WS-PAID-BY-DUE
           MOVE 'N' TO WS-TRANSACTION-EOF
           MOVE WS-BILL-ACC-ID TO TRANS-ACC-ID
           MOVE WS-CYCLE-START-DATE TO TRANS-DATE
           START TRANSACTION-FILE
               KEY IS NOT LESS THAN TRANS-ACC-DATE-KEY
               INVALID KEY SET WS-TRANSACTION-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-TRANSACTION-EOF-YES
               READ TRANSACTION-FILE NEXT RECORD
                   AT END SET WS-TRANSACTION-EOF-YES TO TRUE
                   NOT AT END
                       IF TRANS-ACC-ID NOT = WS-BILL-ACC-ID
                           SET WS-TRANSACTION-EOF-YES TO TRUE
                       ELSE
                           IF TRANS-COMPLETED OR TRANS-FAILED
                               PERFORM APPLY-CYCLE-TRANSACTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-CYCLE-TRANSACTION.
           MOVE 'N' TO WS-TRANS-DEBIT-FLAG
           EVALUATE TRUE
               WHEN TRANS-DESCRIPTION(1:12) = 'REVERSAL OF '
                   IF TRANS-DESCRIPTION(25:4) = ' OUT'
                       SET WS-TRANS-DEBIT TO TRUE
                   END-IF
               WHEN TRANS-DEPOSIT
                   CONTINUE
               WHEN TRANS-TRANSFER
                   IF TRANS-DESCRIPTION(1:12) = 'TRANSFER OUT'
                       SET WS-TRANS-DEBIT TO TRUE
                   END-IF
               WHEN OTHER
                   SET WS-TRANS-DEBIT TO TRUE
           END-EVALUATE

           IF TRANS-DATE > WS-BUSINESS-DATE
               MOVE WS-CYCLE-DAYS TO WS-TRANS-WEIGHT
               IF WS-TRANS-DEBIT
                   ADD TRANS-AMOUNT TO WS-LATER-NET
               ELSE
                   SUBTRACT TRANS-AMOUNT FROM WS-LATER-NET
               END-IF
           ELSE
               COMPUTE WS-TRANS-WEIGHT =
                   FUNCTION INTEGER-OF-DATE(TRANS-DATE)
                   - WS-CYCLE-START-DAY
               IF WS-TRANS-DEBIT
                   ADD TRANS-AMOUNT TO WS-CYCLE-DEBITS
                   MOVE 'DR' TO WS-DR-CR
               ELSE
                   ADD TRANS-AMOUNT TO WS-CYCLE-CREDITS
                   IF TRANS-DATE <= CRL-PAYMENT-DUE-DATE
                       ADD TRANS-AMOUNT TO WS-PAID-BY-DUE
                   END-IF
                   MOVE 'CR' TO WS-DR-CR
               END-IF
               MOVE SPACES TO STATEMENT-RECORD
               STRING '    ' TRANS-DATE ' ' TRANS-ID
                   ' ' TRANS-TYPE ' ' TRANS-DESCRIPTION(1:40)
                   ' ' TRANS-AMOUNT ' ' WS-DR-CR
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF

           IF WS-TRANS-DEBIT
               COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
                   - (TRANS-AMOUNT * WS-TRANS-WEIGHT)
           ELSE
               COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
                   + (TRANS-AMOUNT * WS-TRANS-WEIGHT)
           END-IF.

       CALCULATE-FINANCE-CHARGE.
           MOVE 0 TO WS-FINANCE-CHARGE
           MOVE 0 TO WS-AVERAGE-DAILY-BALANCE
           IF WS-BALANCE-DAYS > 0
               COMPUTE WS-AVERAGE-DAILY-BALANCE ROUNDED =
                   WS-BALANCE-DAYS / WS-CYCLE-DAYS
               COMPUTE WS-FINANCE-CHARGE ROUNDED =
                   WS-AVERAGE-DAILY-BALANCE * ACC-INTEREST-RATE
                   * WS-CYCLE-DAYS / 36500
           END-IF
           IF WS-FINANCE-CHARGE > 0
               MOVE WS-FINANCE-CHARGE TO WS-CHARGE-AMOUNT
               MOVE 'FINANCE CHARGE' TO WS-CHARGE-DESCRIPTION
               PERFORM POST-CREDIT-LINE-CHARGE
               ADD WS-FINANCE-CHARGE TO WS-FINANCE-CHARGE-TOTAL
           END-IF.

       ASSESS-LATE-FEE.
           MOVE 0 TO WS-LATE-FEE
           IF CRL-MIN-PAYMENT-DUE > 0
               AND WS-PAID-BY-DUE < CRL-MIN-PAYMENT-DUE
               ADD 1 TO WS-LATE-ACCOUNTS
               ADD 1 TO CRL-PAST-DUE-CYCLES
               IF WS-LATE-FEE-AMOUNT > 0
                   MOVE WS-LATE-FEE-AMOUNT TO WS-LATE-FEE
                   MOVE WS-LATE-FEE TO WS-CHARGE-AMOUNT
                   MOVE 'LATE FEE' TO WS-CHARGE-DESCRIPTION
                   PERFORM POST-CREDIT-LINE-CHARGE
                   ADD WS-LATE-FEE TO WS-LATE-FEE-TOTAL
               END-IF
           ELSE
               MOVE 0 TO CRL-PAST-DUE-CYCLES
           END-IF
           IF CRL-MIN-PAYMENT-DUE > WS-CYCLE-CREDITS
               COMPUTE CRL-PAST-DUE-AMOUNT =
                   CRL-MIN-PAYMENT-DUE - WS-CYCLE-CREDITS
           ELSE
               MOVE 0 TO CRL-PAST-DUE-AMOUNT
           END-IF.

       POST-CREDIT-LINE-CHARGE.
           ADD WS-CHARGE-AMOUNT TO ACC-BALANCE
           MOVE WS-BUSINESS-DATE TO ACC-LAST-TRANS
           REWRITE ACCOUNT-RECORD

           MOVE WS-NEXT-TRANS-ID TO TRANS-ID
           ADD 1 TO WS-NEXT-TRANS-ID
           MOVE ACC-ID TO TRANS-ACC-ID
           MOVE 'PM' TO TRANS-TYPE
           MOVE WS-CHARGE-AMOUNT TO TRANS-AMOUNT
           MOVE WS-BUSINESS-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE WS-CHARGE-DESCRIPTION TO TRANS-DESCRIPTION
           MOVE 'C' TO TRANS-STATUS
           MOVE ZERO TO TRANS-LOAN-ID
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'Warning: transaction record not'
                       ' written'
           END-WRITE

           MOVE SPACES TO STATEMENT-RECORD
           STRING '    ' WS-BUSINESS-DATE ' ' TRANS-ID
               ' ' TRANS-TYPE ' ' TRANS-DESCRIPTION(1:40)
               ' ' TRANS-AMOUNT ' DR'
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

       SET-MINIMUM-PAYMENT.
           COMPUTE WS-NEW-BALANCE = ACC-BALANCE - WS-LATER-NET
           IF WS-NEW-BALANCE > 0
               COMPUTE WS-MIN-PAYMENT ROUNDED =
                   WS-NEW-BALANCE * CRL-MIN-PAY-PCT / 100
               IF WS-MIN-PAYMENT < CRL-MIN-PAY-FLOOR
                   MOVE CRL-MIN-PAY-FLOOR TO WS-MIN-PAYMENT
               END-IF
               ADD CRL-PAST-DUE-AMOUNT TO WS-MIN-PAYMENT
               IF WS-MIN-PAYMENT > WS-NEW-BALANCE
                   MOVE WS-NEW-BALANCE TO WS-MIN-PAYMENT
               END-IF
               COMPUTE CRL-PAYMENT-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                       + CRL-GRACE-DAYS)
           ELSE
               MOVE 0 TO WS-NEW-BALANCE
               MOVE 0 TO WS-MIN-PAYMENT
               MOVE 0 TO CRL-PAST-DUE-AMOUNT
               MOVE 0 TO CRL-PAYMENT-DUE-DATE
           END-IF.

       WRITE-STATEMENT-SUMMARY.
           MOVE WS-PREVIOUS-BALANCE TO WS-PREVIOUS-BALANCE-ED
           MOVE WS-NEW-BALANCE TO WS-NEW-BALANCE-ED
           MOVE WS-AVERAGE-DAILY-BALANCE TO WS-ADB-ED
           MOVE WS-MIN-PAYMENT TO WS-MIN-PAYMENT-ED
           COMPUTE WS-AVAILABLE-ED = CRL-CREDIT-LIMIT - WS-NEW-BALANCE

           MOVE SPACES TO STATEMENT-RECORD
           STRING '  PREVIOUS BALANCE:' WS-PREVIOUS-BALANCE-ED
               ' PAYMENTS/CREDITS:' WS-CYCLE-CREDITS
               ' ADVANCES/DEBITS:' WS-CYCLE-DEBITS
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING '  AVERAGE DAILY BALANCE:' WS-ADB-ED
               ' FINANCE CHARGE:' WS-FINANCE-CHARGE
               ' LATE FEE:' WS-LATE-FEE
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING '  NEW BALANCE:' WS-NEW-BALANCE-ED
               ' CREDIT LIMIT:' CRL-CREDIT-LIMIT
               ' AVAILABLE CREDIT:' WS-AVAILABLE-ED
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING '  MINIMUM PAYMENT DUE:' WS-MIN-PAYMENT-ED
               ' PAYMENT DUE DATE:' CRL-PAYMENT-DUE-DATE
               ' PAST DUE:' CRL-PAST-DUE-AMOUNT
               ' CYCLES PAST DUE:' CRL-PAST-DUE-CYCLES
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           WRITE STATEMENT-RECORD FROM WS-REPORT-LINE.

       FINALIZE-BATCH.
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'STATEMENTS:' WS-CYCLES-BILLED
               ' LATE:' WS-LATE-ACCOUNTS
               ' FINANCE CHARGES:' WS-FINANCE-CHARGE-TOTAL
               ' LATE FEES:' WS-LATE-FEE-TOTAL
               ' STATEMENT BALANCES:' WS-STATEMENT-BAL-TOTAL
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           PERFORM MARK-RUN-COMPLETE
           CLOSE ACCOUNT-FILE
           CLOSE CREDIT-LINE-FILE
           CLOSE TRANSACTION-FILE
           CLOSE CUSTOMER-FILE
           CLOSE STATEMENT-FILE
           DISPLAY ' '
           DISPLAY 'Accounts checked:   ' WS-ACCOUNTS-CHECKED
           DISPLAY 'Statements written: ' WS-CYCLES-BILLED
           DISPLAY 'Late accounts:      ' WS-LATE-ACCOUNTS
           DISPLAY 'Exceptions:         ' WS-EXCEPTIONS
           DISPLAY 'Finance charges:   $' WS-FINANCE-CHARGE-TOTAL
           DISPLAY 'Late fees:         $' WS-LATE-FEE-TOTAL
           DISPLAY '==============================================='
           DISPLAY '     CREDIT BILLING CYCLE BATCH COMPLETE'
           DISPLAY '==============================================='.
