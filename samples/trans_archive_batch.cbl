       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANS-ARCHIVE-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO 'transactions.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRANS-ID
                  ALTERNATE RECORD KEY IS TRANS-ACC-DATE-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-TRANSACTION-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO 'transactions_archive.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARCH-TRANS-ID
                  ALTERNATE RECORD KEY IS ARCH-ACC-DATE-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT ARCHIVE-BALANCE-FILE
                  ASSIGN TO 'archive_balances.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ABAL-ACC-ID
                  FILE STATUS IS WS-ARCHIVE-BAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'trans_archive_report.txt'
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

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARCH-TRANS-ID     PIC 9(12).
           05  ARCH-ACC-DATE-KEY.
               10  ARCH-ACC-ID   PIC 9(12).
               10  ARCH-DATE     PIC 9(8).
           05  ARCH-TYPE         PIC X(2).
           05  ARCH-AMOUNT       PIC 9(10)V99.
           05  ARCH-TIME         PIC 9(6).
           05  ARCH-DESCRIPTION  PIC X(50).
           05  ARCH-STATUS       PIC X(1).
           05  ARCH-LOAN-ID      PIC 9(12).
           05  ARCH-ARCHIVE-DATE PIC 9(8).

       FD  ARCHIVE-BALANCE-FILE.
       01  ARCHIVE-BALANCE-RECORD.
           05  ABAL-ACC-ID       PIC 9(12).
           05  ABAL-NET-AMOUNT   PIC S9(10)V99
                                 SIGN IS LEADING SEPARATE.
           05  ABAL-RECORD-COUNT PIC 9(8).
           05  ABAL-ARCHIVED-THROUGH PIC 9(8).
           05  ABAL-UPDATE-DATE  PIC 9(8).

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
       01  WS-TRANSACTION-STATUS    PIC XX.
       01  WS-ARCHIVE-STATUS        PIC XX.
       01  WS-ARCHIVE-BAL-STATUS    PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-RUN-CONTROL-STATUS    PIC XX.
       01  WS-OPERATOR-STATUS       PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-TRANSACTION-EOF   PIC X VALUE 'N'.
               88  WS-TRANSACTION-EOF-YES VALUE 'Y'.
           05  WS-ARCHIVE-EOF       PIC X VALUE 'N'.
               88  WS-ARCHIVE-EOF-YES VALUE 'Y'.

       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-CURRENT-TIME          PIC 9(6).
       01  WS-CALENDAR-STATUS       PIC XX.
       01  WS-BUSINESS-DATE         PIC 9(8).

       01  WS-CUTOFF-DATE-CALC.
           05  WS-CUTOFF-YYYY       PIC 9(4).
           05  WS-CUTOFF-MM         PIC 9(2).
           05  WS-CUTOFF-DD         PIC 9(2).
       01  WS-CUTOFF-DATE           PIC 9(8).
       01  WS-CUTOFF-TOTAL-MONTHS   PIC 9(6).
       01  WS-RETENTION-MONTHS      PIC 9(3) VALUE 24.

       01  WS-LATEST-TRANS-ID       PIC 9(12) VALUE 0.

       01  WS-ABAL-FOUND-FLAG       PIC X VALUE 'N'.
           88  WS-ABAL-FOUND-YES    VALUE 'Y'.

       01  WS-REPORT-LINE           PIC X(132) VALUE ALL '-'.

       01  WS-CONTROL-TOTALS.
           05  WS-LIVE-BEFORE-COUNT PIC 9(10) VALUE 0.
           05  WS-LIVE-BEFORE-AMOUNT PIC 9(14)V99 VALUE 0.
           05  WS-LIVE-AFTER-COUNT  PIC 9(10) VALUE 0.
           05  WS-LIVE-AFTER-AMOUNT PIC 9(14)V99 VALUE 0.
           05  WS-ARCH-BEFORE-COUNT PIC 9(10) VALUE 0.
           05  WS-ARCH-BEFORE-AMOUNT PIC 9(14)V99 VALUE 0.
           05  WS-ARCH-AFTER-COUNT  PIC 9(10) VALUE 0.
           05  WS-ARCH-AFTER-AMOUNT PIC 9(14)V99 VALUE 0.
           05  WS-MOVED-COUNT       PIC 9(10) VALUE 0.
           05  WS-MOVED-AMOUNT      PIC 9(14)V99 VALUE 0.
           05  WS-PROVED-COUNT      PIC 9(10) VALUE 0.
           05  WS-PROVED-AMOUNT     PIC 9(14)V99 VALUE 0.
           05  WS-SCAN-COUNT        PIC 9(10) VALUE 0.
           05  WS-SCAN-AMOUNT       PIC 9(14)V99 VALUE 0.

       01  WS-COUNTERS.
           05  WS-OLD-NOT-COMPLETED PIC 9(8) VALUE 0.
           05  WS-ALREADY-ARCHIVED  PIC 9(8) VALUE 0.
           05  WS-DELETE-FAILED     PIC 9(8) VALUE 0.
           05  WS-ACCOUNTS-UPDATED  PIC 9(8) VALUE 0.
           05  WS-NEWEST-RETAINED   PIC 9(8) VALUE 0.

       01  WS-ERROR-MESSAGE         PIC X(100).

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-JOB-NAME          PIC X(20)
               VALUE 'TRANS-ARCHIVE'.
           05  WS-FORCE-FLAG        PIC X VALUE 'N'.
           05  WS-RERUN-OK-FLAG     PIC X VALUE 'N'.
               88  WS-RERUN-OK      VALUE 'Y'.
           05  WS-OVERRIDE-ID       PIC X(10).
           05  WS-OVERRIDE-PASSWORD PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-BATCH
           PERFORM CALCULATE-CUTOFF-DATE
           PERFORM COUNT-LIVE-TRANSACTIONS
           MOVE WS-SCAN-COUNT TO WS-LIVE-BEFORE-COUNT
           MOVE WS-SCAN-AMOUNT TO WS-LIVE-BEFORE-AMOUNT
           PERFORM COUNT-ARCHIVED-TRANSACTIONS
           MOVE WS-SCAN-COUNT TO WS-ARCH-BEFORE-COUNT
           MOVE WS-SCAN-AMOUNT TO WS-ARCH-BEFORE-AMOUNT
           PERFORM ARCHIVE-OLD-TRANSACTIONS
           PERFORM COUNT-LIVE-TRANSACTIONS
           MOVE WS-SCAN-COUNT TO WS-LIVE-AFTER-COUNT
           MOVE WS-SCAN-AMOUNT TO WS-LIVE-AFTER-AMOUNT
           PERFORM COUNT-ARCHIVED-TRANSACTIONS
           MOVE WS-SCAN-COUNT TO WS-ARCH-AFTER-COUNT
           MOVE WS-SCAN-AMOUNT TO WS-ARCH-AFTER-AMOUNT
           PERFORM FINALIZE-BATCH
           STOP RUN.

       INITIALIZE-BATCH.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY '     TRANSACTION ARCHIVE AND PURGE BATCH'
           DISPLAY '==============================================='
           DISPLAY 'Run date: ' WS-CURRENT-DATE

           PERFORM CHECK-RUN-CONTROL
           PERFORM DERIVE-BUSINESS-DATE

           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS NOT = '00'
               MOVE 'Error opening transaction file'
                   TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           OPEN I-O ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = '35'
               OPEN OUTPUT ARCHIVE-FILE
               CLOSE ARCHIVE-FILE
               OPEN I-O ARCHIVE-FILE
           END-IF
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'Error opening transaction archive file'
                   TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           OPEN I-O ARCHIVE-BALANCE-FILE
           IF WS-ARCHIVE-BAL-STATUS = '35'
               OPEN OUTPUT ARCHIVE-BALANCE-FILE
               CLOSE ARCHIVE-BALANCE-FILE
               OPEN I-O ARCHIVE-BALANCE-FILE
           END-IF
           IF WS-ARCHIVE-BAL-STATUS NOT = '00'
               MOVE 'Error opening archive balance file'
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

           WRITE REPORT-RECORD FROM 'TRANSACTION ARCHIVE AND PURGE'
           MOVE SPACES TO REPORT-RECORD
           STRING 'BUSINESS DATE: ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
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
                   MOVE WS-LIVE-BEFORE-COUNT TO RUN-RECORD-COUNT
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.

       CALCULATE-CUTOFF-DATE.
           MOVE WS-BUSINESS-DATE TO WS-CUTOFF-DATE-CALC
           COMPUTE WS-CUTOFF-TOTAL-MONTHS =
               WS-CUTOFF-YYYY * 12 + WS-CUTOFF-MM - 1
               - WS-RETENTION-MONTHS
           COMPUTE WS-CUTOFF-YYYY = WS-CUTOFF-TOTAL-MONTHS / 12
           COMPUTE WS-CUTOFF-MM =
               WS-CUTOFF-TOTAL-MONTHS - (WS-CUTOFF-YYYY * 12) + 1
           MOVE WS-CUTOFF-DATE-CALC TO WS-CUTOFF-DATE
           DISPLAY 'Archive cutoff date: ' WS-CUTOFF-DATE
           MOVE SPACES TO REPORT-RECORD
           STRING 'RETENTION MONTHS: ' WS-RETENTION-MONTHS
               ' - COMPLETED TRANSACTIONS DATED BEFORE '
               WS-CUTOFF-DATE ' ARE ARCHIVED'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       COUNT-LIVE-TRANSACTIONS.
           MOVE 0 TO WS-SCAN-COUNT
           MOVE 0 TO WS-SCAN-AMOUNT
           MOVE 'N' TO WS-TRANSACTION-EOF
           MOVE LOW-VALUES TO TRANS-ID
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRANS-ID
               INVALID KEY SET WS-TRANSACTION-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-TRANSACTION-EOF-YES
               READ TRANSACTION-FILE NEXT RECORD
                   AT END SET WS-TRANSACTION-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SCAN-COUNT
                       ADD TRANS-AMOUNT TO WS-SCAN-AMOUNT
                       IF TRANS-ID > WS-LATEST-TRANS-ID
                           MOVE TRANS-ID TO WS-LATEST-TRANS-ID
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-ARCHIVED-TRANSACTIONS.
           MOVE 0 TO WS-SCAN-COUNT
           MOVE 0 TO WS-SCAN-AMOUNT
           MOVE 'N' TO WS-ARCHIVE-EOF
           MOVE LOW-VALUES TO ARCH-TRANS-ID
           START ARCHIVE-FILE KEY IS NOT LESS THAN ARCH-TRANS-ID
               INVALID KEY SET WS-ARCHIVE-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-ARCHIVE-EOF-YES
               READ ARCHIVE-FILE NEXT RECORD
                   AT END SET WS-ARCHIVE-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SCAN-COUNT
                       ADD ARCH-AMOUNT TO WS-SCAN-AMOUNT
               END-READ
           END-PERFORM.

       ARCHIVE-OLD-TRANSACTIONS.
           MOVE 'N' TO WS-TRANSACTION-EOF
           MOVE LOW-VALUES TO TRANS-ID
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRANS-ID
               INVALID KEY SET WS-TRANSACTION-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-TRANSACTION-EOF-YES
               READ TRANSACTION-FILE NEXT RECORD
                   AT END SET WS-TRANSACTION-EOF-YES TO TRUE
                   NOT AT END
                       IF TRANS-DATE < WS-CUTOFF-DATE
                           PERFORM CHECK-ONE-OLD-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-OLD-TRANSACTION.
           EVALUATE TRUE
               WHEN NOT TRANS-COMPLETED
                   ADD 1 TO WS-OLD-NOT-COMPLETED
               WHEN TRANS-ID = WS-LATEST-TRANS-ID
                   ADD 1 TO WS-NEWEST-RETAINED
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'TRANS ' TRANS-ID
                       ' - NEWEST TRANSACTION ON FILE - RETAINED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               WHEN OTHER
                   PERFORM ARCHIVE-ONE-TRANSACTION
           END-EVALUATE.

       ARCHIVE-ONE-TRANSACTION.
           MOVE TRANS-ID TO ARCH-TRANS-ID
           MOVE TRANS-ACC-ID TO ARCH-ACC-ID
           MOVE TRANS-DATE TO ARCH-DATE
           MOVE TRANS-TYPE TO ARCH-TYPE
           MOVE TRANS-AMOUNT TO ARCH-AMOUNT
           MOVE TRANS-TIME TO ARCH-TIME
           MOVE TRANS-DESCRIPTION TO ARCH-DESCRIPTION
           MOVE TRANS-STATUS TO ARCH-STATUS
           MOVE TRANS-LOAN-ID TO ARCH-LOAN-ID
           MOVE WS-BUSINESS-DATE TO ARCH-ARCHIVE-DATE
           WRITE ARCHIVE-RECORD
               INVALID KEY
                   PERFORM REPORT-ALREADY-ARCHIVED
               NOT INVALID KEY
                   PERFORM PURGE-ARCHIVED-TRANSACTION
           END-WRITE.

       REPORT-ALREADY-ARCHIVED.
           ADD 1 TO WS-ALREADY-ARCHIVED
           MOVE SPACES TO REPORT-RECORD
           STRING 'TRANS ' TRANS-ID
               ' - ALREADY IN ARCHIVE - LEFT IN PLACE'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       PURGE-ARCHIVED-TRANSACTION.
           IF TRANS-ACC-ID NOT = 0
               PERFORM UPDATE-ARCHIVE-BALANCE
           END-IF
           ADD 1 TO WS-MOVED-COUNT
           ADD TRANS-AMOUNT TO WS-MOVED-AMOUNT
           DELETE TRANSACTION-FILE RECORD
               INVALID KEY
                   ADD 1 TO WS-DELETE-FAILED
                   DISPLAY 'Warning: transaction ' TRANS-ID
                       ' archived but not deleted'
           END-DELETE.

       UPDATE-ARCHIVE-BALANCE.
           MOVE 'N' TO WS-ABAL-FOUND-FLAG
           MOVE TRANS-ACC-ID TO ABAL-ACC-ID
           READ ARCHIVE-BALANCE-FILE
               INVALID KEY
                   MOVE TRANS-ACC-ID TO ABAL-ACC-ID
                   MOVE 0 TO ABAL-NET-AMOUNT
                   MOVE 0 TO ABAL-RECORD-COUNT
                   MOVE 0 TO ABAL-ARCHIVED-THROUGH
               NOT INVALID KEY
                   SET WS-ABAL-FOUND-YES TO TRUE
           END-READ
           IF TRANS-DESCRIPTION(1:12) NOT = 'REVERSAL OF '
               PERFORM APPLY-TRANSACTION-TO-ARCHIVE-NET
           END-IF
           ADD 1 TO ABAL-RECORD-COUNT
           IF WS-CUTOFF-DATE > ABAL-ARCHIVED-THROUGH
               MOVE WS-CUTOFF-DATE TO ABAL-ARCHIVED-THROUGH
           END-IF
           MOVE WS-BUSINESS-DATE TO ABAL-UPDATE-DATE
           IF WS-ABAL-FOUND-YES
               REWRITE ARCHIVE-BALANCE-RECORD
           ELSE
               WRITE ARCHIVE-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY 'Warning: archive balance not written'
                   NOT INVALID KEY
                       ADD 1 TO WS-ACCOUNTS-UPDATED
               END-WRITE
           END-IF.

       APPLY-TRANSACTION-TO-ARCHIVE-NET.
           EVALUATE TRUE
               WHEN TRANS-DEPOSIT
                   ADD TRANS-AMOUNT TO ABAL-NET-AMOUNT
               WHEN TRANS-WITHDRAW
                   SUBTRACT TRANS-AMOUNT FROM ABAL-NET-AMOUNT
               WHEN TRANS-PAYMENT
                   SUBTRACT TRANS-AMOUNT FROM ABAL-NET-AMOUNT
               WHEN TRANS-TRANSFER
                   IF TRANS-DESCRIPTION(1:12) = 'TRANSFER OUT'
                       OR TRANS-DESCRIPTION(1:31) =
                           'OVERDRAFT COVERAGE TRANSFER OUT'
                       SUBTRACT TRANS-AMOUNT FROM ABAL-NET-AMOUNT
                   ELSE
                       ADD TRANS-AMOUNT TO ABAL-NET-AMOUNT
                   END-IF
           END-EVALUATE.

       WRITE-ARCHIVE-TOTALS.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'LIVE FILE BEFORE:        ' WS-LIVE-BEFORE-COUNT
               ' AMOUNT: ' WS-LIVE-BEFORE-AMOUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'MOVED TO ARCHIVE:        ' WS-MOVED-COUNT
               ' AMOUNT: ' WS-MOVED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'LIVE FILE AFTER:         ' WS-LIVE-AFTER-COUNT
               ' AMOUNT: ' WS-LIVE-AFTER-AMOUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'ARCHIVE FILE BEFORE:     ' WS-ARCH-BEFORE-COUNT
               ' AMOUNT: ' WS-ARCH-BEFORE-AMOUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'ARCHIVE FILE AFTER:      ' WS-ARCH-AFTER-COUNT
               ' AMOUNT: ' WS-ARCH-AFTER-AMOUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'OLD, NOT COMPLETED:      ' WS-OLD-NOT-COMPLETED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'ALREADY IN ARCHIVE:      ' WS-ALREADY-ARCHIVED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'NEWEST RECORD RETAINED:  ' WS-NEWEST-RETAINED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'ARCHIVED, NOT DELETED:   ' WS-DELETE-FAILED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'NEW ARCHIVE ACCOUNTS:    ' WS-ACCOUNTS-UPDATED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           COMPUTE WS-PROVED-COUNT =
               WS-LIVE-AFTER-COUNT + WS-MOVED-COUNT
           COMPUTE WS-PROVED-AMOUNT =
               WS-LIVE-AFTER-AMOUNT + WS-MOVED-AMOUNT
           IF WS-PROVED-COUNT = WS-LIVE-BEFORE-COUNT
               AND WS-PROVED-AMOUNT = WS-LIVE-BEFORE-AMOUNT
               WRITE REPORT-RECORD FROM
                   'LIVE FILE PROVED - AFTER + MOVED = BEFORE'
           ELSE
               WRITE REPORT-RECORD FROM
                   '*** LIVE FILE CONTROL TOTALS OUT OF BALANCE ***'
               DISPLAY 'WARNING: live after + moved does not equal'
                   ' live before.'
           END-IF

           COMPUTE WS-PROVED-COUNT =
               WS-ARCH-BEFORE-COUNT + WS-MOVED-COUNT
           COMPUTE WS-PROVED-AMOUNT =
               WS-ARCH-BEFORE-AMOUNT + WS-MOVED-AMOUNT
           IF WS-PROVED-COUNT = WS-ARCH-AFTER-COUNT
               AND WS-PROVED-AMOUNT = WS-ARCH-AFTER-AMOUNT
               WRITE REPORT-RECORD FROM
                   'ARCHIVE FILE PROVED - BEFORE + MOVED = AFTER'
           ELSE
               WRITE REPORT-RECORD FROM
                   '*** ARCHIVE CONTROL TOTALS OUT OF BALANCE ***'
               DISPLAY 'WARNING: archive before + moved does not'
                   ' equal archive after.'
           END-IF.

       FINALIZE-BATCH.
           PERFORM WRITE-ARCHIVE-TOTALS
           PERFORM MARK-RUN-COMPLETE
           CLOSE TRANSACTION-FILE
           CLOSE ARCHIVE-FILE
           CLOSE ARCHIVE-BALANCE-FILE
           CLOSE REPORT-FILE
           DISPLAY ' '
           DISPLAY 'Live transactions before: ' WS-LIVE-BEFORE-COUNT
           DISPLAY 'Moved to archive:         ' WS-MOVED-COUNT
           DISPLAY 'Live transactions after:  ' WS-LIVE-AFTER-COUNT
           DISPLAY 'Amount archived:         $' WS-MOVED-AMOUNT
           DISPLAY '==============================================='
           DISPLAY '     TRANSACTION ARCHIVE BATCH COMPLETE'
           DISPLAY '==============================================='.
