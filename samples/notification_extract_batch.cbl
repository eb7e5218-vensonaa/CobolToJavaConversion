       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICATION-EXTRACT-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-EVENT-FILE ASSIGN TO 'notify_events.dat'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO 'accounts.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACC-ID
                  FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'customers.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CUST-ID
                  ALTERNATE RECORD KEY IS CUST-NAME
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CUST-SSN
                      WITH DUPLICATES
                  FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT ACCOUNT-OWNER-FILE ASSIGN TO 'account_owners.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AOWN-KEY
                  FILE STATUS IS WS-ACC-OWNER-STATUS.

           SELECT NOTIFY-PREF-FILE ASSIGN TO 'notify_prefs.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NPRF-CUST-ID
                  FILE STATUS IS WS-NOTIFY-PREF-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO 'fee_schedule.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FEE-ACC-TYPE
                  FILE STATUS IS WS-FEE-SCHED-STATUS.

           SELECT LOW-BALANCE-FILE
                  ASSIGN TO 'low_balance_notices.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LBN-ACC-ID
                  FILE STATUS IS WS-LOW-BALANCE-STATUS.

           SELECT EXTRACT-FILE
                  ASSIGN TO 'customer_notifications.dat'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT REPORT-FILE
                  ASSIGN TO 'notification_count_report.txt'
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

       FD  ACCOUNT-OWNER-FILE.
       01  ACCOUNT-OWNER-RECORD.
           05  AOWN-KEY.
               10  AOWN-ACC-ID   PIC 9(12).
               10  AOWN-CUST-ID  PIC 9(8).
           05  AOWN-REL-CODE     PIC X(1).
               88  AOWN-PRIMARY  VALUE 'P'.
               88  AOWN-JOINT    VALUE 'J'.
               88  AOWN-POD-BENEFICIARY VALUE 'B'.
           05  AOWN-ADD-DATE     PIC 9(8).
           05  AOWN-ADDED-BY     PIC X(10).

       FD  NOTIFY-PREF-FILE.
       01  NOTIFY-PREF-RECORD.
           05  NPRF-CUST-ID      PIC 9(8).
           05  NPRF-OPT-OUT      PIC X(1).
               88  NPRF-OPTED-OUT VALUE 'Y'.
           05  NPRF-CHANNEL      PIC X(1).
               88  NPRF-MAIL     VALUE 'M'.
               88  NPRF-EMAIL    VALUE 'E'.
               88  NPRF-SMS      VALUE 'S'.
           05  NPRF-UPDATED-BY   PIC X(10).
           05  NPRF-UPDATE-DATE  PIC 9(8).

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

       FD  LOW-BALANCE-FILE.
       01  LOW-BALANCE-RECORD.
           05  LBN-ACC-ID        PIC 9(12).
           05  LBN-NOTIFY-DATE   PIC 9(8).
           05  LBN-BALANCE       PIC 9(10)V99.
           05  LBN-MIN-BALANCE   PIC 9(10)V99.

       FD  EXTRACT-FILE.
       01  NOTIFICATION-EXTRACT-RECORD.
           05  NXT-RECORD-TYPE   PIC X(1).
               88  NXT-DETAIL    VALUE '1'.
               88  NXT-TRAILER   VALUE '9'.
           05  NXT-DETAIL-DATA.
               10  NXT-BUSINESS-DATE PIC 9(8).
               10  NXT-CUST-ID   PIC 9(8).
               10  NXT-ACC-ID    PIC 9(12).
               10  NXT-EVENT-TYPE PIC X(2).
               10  NXT-AMOUNT    PIC 9(10)V99.
               10  NXT-CHANNEL   PIC X(1).
               10  NXT-OWNER-REL PIC X(1).
               10  NXT-CUST-NAME PIC X(50).
               10  NXT-CUST-ADDRESS PIC X(100).
               10  NXT-CUST-PHONE PIC X(15).
               10  NXT-CUST-EMAIL PIC X(50).
               10  NXT-REFERENCE PIC X(30).
           05  NXT-TRAILER-DATA REDEFINES NXT-DETAIL-DATA.
               10  NXT-TRAILER-COUNT PIC 9(8).
               10  NXT-TRAILER-DATE PIC 9(8).
               10  FILLER        PIC X(273).

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
       01  WS-NOTIFY-STATUS         PIC XX.
       01  WS-ACCOUNT-STATUS        PIC XX.
       01  WS-CUSTOMER-STATUS       PIC XX.
       01  WS-ACC-OWNER-STATUS      PIC XX.
       01  WS-NOTIFY-PREF-STATUS    PIC XX.
       01  WS-FEE-SCHED-STATUS      PIC XX.
       01  WS-LOW-BALANCE-STATUS    PIC XX.
       01  WS-EXTRACT-STATUS        PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-RUN-CONTROL-STATUS    PIC XX.
       01  WS-OPERATOR-STATUS       PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-NOTIFY-EOF        PIC X VALUE 'N'.
               88  WS-NOTIFY-EOF-YES VALUE 'Y'.
           05  WS-ACCOUNT-EOF       PIC X VALUE 'N'.
               88  WS-ACCOUNT-EOF-YES VALUE 'Y'.
           05  WS-AOWN-EOF          PIC X VALUE 'N'.
               88  WS-AOWN-EOF-YES  VALUE 'Y'.

       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-CURRENT-TIME          PIC 9(6).
       01  WS-CALENDAR-STATUS       PIC XX.
       01  WS-BUSINESS-DATE         PIC 9(8).

       01  WS-EVENT-TYPE-VALUES.
           05  FILLER               PIC X(26)
               VALUE 'CMCD MATURITY'.
           05  FILLER               PIC X(26)
               VALUE 'LFLOAN DRAFT FAILED'.
           05  FILLER               PIC X(26)
               VALUE 'ARACH ITEM RETURNED'.
           05  FILLER               PIC X(26)
               VALUE 'SSSTANDING ORDER SKIPPED'.
           05  FILLER               PIC X(26)
               VALUE 'LBLOW BALANCE'.
       01  WS-EVENT-TYPE-TABLE REDEFINES WS-EVENT-TYPE-VALUES.
           05  WS-ETT-ENTRY OCCURS 5 TIMES.
               10  WS-ETT-CODE      PIC X(2).
               10  WS-ETT-DESC      PIC X(24).

       01  WS-EVENT-COUNTS.
           05  WS-ETC-ENTRY OCCURS 5 TIMES.
               10  WS-ETC-EVENTS    PIC 9(6).
               10  WS-ETC-SENT      PIC 9(6).
               10  WS-ETC-OPTED-OUT PIC 9(6).
               10  WS-ETC-NO-CONTACT PIC 9(6).

       01  WS-EVENT-WORK.
           05  WS-EVT-TYPE          PIC X(2).
           05  WS-EVT-ACC-ID        PIC 9(12).
           05  WS-EVT-CUST-ID       PIC 9(8).
           05  WS-EVT-AMOUNT        PIC 9(10)V99.
           05  WS-EVT-REFERENCE     PIC X(30).
           05  WS-EVT-TYPE-IX       PIC 9(2).

       01  WS-RECIPIENT-TABLE.
           05  WS-RCP-COUNT         PIC 9(2) VALUE 0.
           05  WS-RCP-ENTRY OCCURS 20 TIMES.
               10  WS-RCP-CUST-ID   PIC 9(8).
               10  WS-RCP-REL-CODE  PIC X(1).

       01  WS-TABLE-WORK.
           05  WS-TBL-IX            PIC 9(2).
           05  WS-TBL-FOUND-IX      PIC 9(2).
           05  WS-ADD-CUST-ID       PIC 9(8).
           05  WS-ADD-REL-CODE      PIC X(1).

       01  WS-NOTICE-WORK.
           05  WS-NOTICE-CHANNEL    PIC X(1).
           05  WS-NOTICE-OPT-OUT    PIC X(1).
           05  WS-CUSTOMER-FOUND-FLAG PIC X VALUE 'N'.
               88  WS-CUSTOMER-FOUND-YES VALUE 'Y'.

       01  WS-LOW-BALANCE-WORK.
           05  WS-BELOW-MIN-FLAG    PIC X VALUE 'N'.
               88  WS-BELOW-MIN     VALUE 'Y'.
           05  WS-LBN-FOUND-FLAG    PIC X VALUE 'N'.
               88  WS-LBN-FOUND-YES VALUE 'Y'.
           05  WS-MIN-BALANCE-EDIT  PIC Z(9)9.99.

       01  WS-REPORT-LINE           PIC X(132) VALUE ALL '-'.

       01  WS-COUNTERS.
           05  WS-EVENTS-READ       PIC 9(6) VALUE 0.
           05  WS-EVENTS-SELECTED   PIC 9(6) VALUE 0.
           05  WS-ACCOUNTS-CHECKED  PIC 9(6) VALUE 0.
           05  WS-LOW-BAL-RAISED    PIC 9(6) VALUE 0.
           05  WS-LOW-BAL-CLEARED   PIC 9(6) VALUE 0.
           05  WS-TOTAL-EVENTS      PIC 9(6) VALUE 0.
           05  WS-TOTAL-SENT        PIC 9(8) VALUE 0.
           05  WS-TOTAL-OPTED-OUT   PIC 9(6) VALUE 0.
           05  WS-TOTAL-NO-CONTACT  PIC 9(6) VALUE 0.

       01  WS-ERROR-MESSAGE         PIC X(100).

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-JOB-NAME          PIC X(20)
               VALUE 'NOTIFY-EXTRACT'.
           05  WS-FORCE-FLAG        PIC X VALUE 'N'.
           05  WS-RERUN-OK-FLAG     PIC X VALUE 'N'.
               88  WS-RERUN-OK      VALUE 'Y'.
           05  WS-OVERRIDE-ID       PIC X(10).
           05  WS-OVERRIDE-PASSWORD PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-BATCH
           PERFORM EXTRACT-POSTED-EVENTS
           PERFORM DETECT-LOW-BALANCES
           PERFORM WRITE-COUNT-REPORT
           PERFORM FINALIZE-BATCH
           STOP RUN.

       INITIALIZE-BATCH.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY '     CUSTOMER NOTIFICATION EXTRACT BATCH'
           DISPLAY '==============================================='
           DISPLAY 'Run date: ' WS-CURRENT-DATE

           PERFORM CHECK-RUN-CONTROL
           PERFORM DERIVE-BUSINESS-DATE
           MOVE ZEROS TO WS-EVENT-COUNTS

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 'Error opening account file' TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               MOVE 'Error opening customer file' TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-OWNER-FILE
           IF WS-ACC-OWNER-STATUS = '35'
               OPEN OUTPUT ACCOUNT-OWNER-FILE
               CLOSE ACCOUNT-OWNER-FILE
               OPEN INPUT ACCOUNT-OWNER-FILE
           END-IF
           IF WS-ACC-OWNER-STATUS NOT = '00'
               MOVE 'Error opening account owner file'
                   TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           OPEN INPUT NOTIFY-PREF-FILE
           IF WS-NOTIFY-PREF-STATUS = '35'
               OPEN OUTPUT NOTIFY-PREF-FILE
               CLOSE NOTIFY-PREF-FILE
               OPEN INPUT NOTIFY-PREF-FILE
           END-IF
           IF WS-NOTIFY-PREF-STATUS NOT = '00'
               MOVE 'Error opening notification preference file'
                   TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEE-SCHED-STATUS = '35'
               OPEN OUTPUT FEE-SCHEDULE-FILE
               CLOSE FEE-SCHEDULE-FILE
               OPEN INPUT FEE-SCHEDULE-FILE
           END-IF
           IF WS-FEE-SCHED-STATUS NOT = '00'
               MOVE 'Error opening fee schedule file'
                   TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           OPEN I-O LOW-BALANCE-FILE
           IF WS-LOW-BALANCE-STATUS = '35'
               OPEN OUTPUT LOW-BALANCE-FILE
               CLOSE LOW-BALANCE-FILE
               OPEN I-O LOW-BALANCE-FILE
           END-IF
           IF WS-LOW-BALANCE-STATUS NOT = '00'
               MOVE 'Error opening low balance notice file'
                   TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
               MOVE 'Error opening notification extract file'
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

           WRITE REPORT-RECORD FROM
               'CUSTOMER NOTIFICATION COUNT REPORT'
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
                   MOVE WS-TOTAL-EVENTS TO RUN-RECORD-COUNT
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.

       EXTRACT-POSTED-EVENTS.
           MOVE 'N' TO WS-NOTIFY-EOF
           OPEN INPUT NOTIFY-EVENT-FILE
           IF WS-NOTIFY-STATUS NOT = '00'
               DISPLAY 'No notification event file present -'
                   ' posted events skipped.'
           ELSE
               PERFORM UNTIL WS-NOTIFY-EOF-YES
                   READ NOTIFY-EVENT-FILE
                       AT END SET WS-NOTIFY-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-EVENTS-READ
                           IF NEVT-DATE = WS-BUSINESS-DATE
                               PERFORM EXTRACT-ONE-POSTED-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTIFY-EVENT-FILE
           END-IF
           DISPLAY 'Notification events read: ' WS-EVENTS-READ
           DISPLAY 'Events for business date: ' WS-EVENTS-SELECTED.

       EXTRACT-ONE-POSTED-EVENT.
           ADD 1 TO WS-EVENTS-SELECTED
           MOVE NEVT-TYPE TO WS-EVT-TYPE
           MOVE NEVT-ACC-ID TO WS-EVT-ACC-ID
           MOVE NEVT-CUST-ID TO WS-EVT-CUST-ID
           MOVE NEVT-AMOUNT TO WS-EVT-AMOUNT
           MOVE NEVT-REFERENCE TO WS-EVT-REFERENCE
           PERFORM PROCESS-ONE-EVENT.

       DETECT-LOW-BALANCES.
           MOVE 'N' TO WS-ACCOUNT-EOF
           MOVE LOW-VALUES TO ACC-ID
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACC-ID
               INVALID KEY SET WS-ACCOUNT-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-ACCOUNT-EOF-YES
               READ ACCOUNT-FILE NEXT RECORD
                   AT END SET WS-ACCOUNT-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-ACCOUNT-BALANCE
               END-READ
           END-PERFORM
           DISPLAY 'Accounts checked for low balance: '
               WS-ACCOUNTS-CHECKED.

       CHECK-ONE-ACCOUNT-BALANCE.
           ADD 1 TO WS-ACCOUNTS-CHECKED
           MOVE 'N' TO WS-BELOW-MIN-FLAG
           IF ACC-ACTIVE AND (ACC-SAVINGS OR ACC-CHECKING)
               MOVE ACC-TYPE TO FEE-ACC-TYPE
               READ FEE-SCHEDULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FEE-MIN-BALANCE > 0
                           AND ACC-BALANCE < FEE-MIN-BALANCE
                           SET WS-BELOW-MIN TO TRUE
                       END-IF
               END-READ
           END-IF

           MOVE 'N' TO WS-LBN-FOUND-FLAG
           MOVE ACC-ID TO LBN-ACC-ID
           READ LOW-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LBN-FOUND-YES TO TRUE
           END-READ

           EVALUATE TRUE
               WHEN WS-BELOW-MIN AND NOT WS-LBN-FOUND-YES
                   PERFORM RAISE-LOW-BALANCE-EVENT
               WHEN WS-BELOW-MIN
                   AND LBN-NOTIFY-DATE = WS-BUSINESS-DATE
                   PERFORM EXTRACT-LOW-BALANCE-EVENT
               WHEN NOT WS-BELOW-MIN AND WS-LBN-FOUND-YES
                   DELETE LOW-BALANCE-FILE RECORD
                   ADD 1 TO WS-LOW-BAL-CLEARED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RAISE-LOW-BALANCE-EVENT.
           MOVE ACC-ID TO LBN-ACC-ID
           MOVE WS-BUSINESS-DATE TO LBN-NOTIFY-DATE
           MOVE ACC-BALANCE TO LBN-BALANCE
           MOVE FEE-MIN-BALANCE TO LBN-MIN-BALANCE
           WRITE LOW-BALANCE-RECORD
               INVALID KEY
                   DISPLAY 'Warning: low balance notice not written'
           END-WRITE
           ADD 1 TO WS-LOW-BAL-RAISED
           PERFORM EXTRACT-LOW-BALANCE-EVENT.

       EXTRACT-LOW-BALANCE-EVENT.
           MOVE 'LB' TO WS-EVT-TYPE
           MOVE ACC-ID TO WS-EVT-ACC-ID
           MOVE ACC-CUST-ID TO WS-EVT-CUST-ID
           MOVE ACC-BALANCE TO WS-EVT-AMOUNT
           MOVE LBN-MIN-BALANCE TO WS-MIN-BALANCE-EDIT
           MOVE SPACES TO WS-EVT-REFERENCE
           STRING 'MINIMUM BALANCE ' WS-MIN-BALANCE-EDIT
               DELIMITED BY SIZE INTO WS-EVT-REFERENCE
           PERFORM PROCESS-ONE-EVENT.

       PROCESS-ONE-EVENT.
           MOVE 0 TO WS-EVT-TYPE-IX
           PERFORM VARYING WS-TBL-IX FROM 1 BY 1
                   UNTIL WS-TBL-IX > 5 OR WS-EVT-TYPE-IX > 0
               IF WS-ETT-CODE(WS-TBL-IX) = WS-EVT-TYPE
                   MOVE WS-TBL-IX TO WS-EVT-TYPE-IX
               END-IF
           END-PERFORM
           IF WS-EVT-TYPE-IX = 0
               DISPLAY 'Warning: unknown event type ' WS-EVT-TYPE
                   ' for account ' WS-EVT-ACC-ID
           ELSE
               ADD 1 TO WS-ETC-EVENTS(WS-EVT-TYPE-IX)
               ADD 1 TO WS-TOTAL-EVENTS
               PERFORM BUILD-RECIPIENT-LIST
               PERFORM VARYING WS-TBL-IX FROM 1 BY 1
                       UNTIL WS-TBL-IX > WS-RCP-COUNT
                   PERFORM WRITE-ONE-NOTICE
               END-PERFORM
           END-IF.

       BUILD-RECIPIENT-LIST.
           MOVE 0 TO WS-RCP-COUNT
           IF WS-EVT-CUST-ID > 0
               MOVE WS-EVT-CUST-ID TO WS-ADD-CUST-ID
               MOVE 'P' TO WS-ADD-REL-CODE
               PERFORM ADD-RECIPIENT
           END-IF

           MOVE 'N' TO WS-AOWN-EOF
           MOVE WS-EVT-ACC-ID TO AOWN-ACC-ID
           MOVE 0 TO AOWN-CUST-ID
           START ACCOUNT-OWNER-FILE KEY IS NOT LESS THAN AOWN-KEY
               INVALID KEY SET WS-AOWN-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-AOWN-EOF-YES
               READ ACCOUNT-OWNER-FILE NEXT RECORD
                   AT END SET WS-AOWN-EOF-YES TO TRUE
                   NOT AT END
                       IF AOWN-ACC-ID NOT = WS-EVT-ACC-ID
                           SET WS-AOWN-EOF-YES TO TRUE
                       ELSE
                           IF NOT AOWN-POD-BENEFICIARY
                               MOVE AOWN-CUST-ID TO WS-ADD-CUST-ID
                               MOVE AOWN-REL-CODE TO WS-ADD-REL-CODE
                               PERFORM ADD-RECIPIENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-RECIPIENT.
           MOVE 0 TO WS-TBL-FOUND-IX
           PERFORM VARYING WS-TBL-IX FROM 1 BY 1
                   UNTIL WS-TBL-IX > WS-RCP-COUNT
                   OR WS-TBL-FOUND-IX > 0
               IF WS-RCP-CUST-ID(WS-TBL-IX) = WS-ADD-CUST-ID
                   MOVE WS-TBL-IX TO WS-TBL-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-TBL-FOUND-IX > 0
               MOVE WS-ADD-REL-CODE
                   TO WS-RCP-REL-CODE(WS-TBL-FOUND-IX)
           ELSE
               IF WS-RCP-COUNT < 20
                   ADD 1 TO WS-RCP-COUNT
                   MOVE WS-ADD-CUST-ID
                       TO WS-RCP-CUST-ID(WS-RCP-COUNT)
                   MOVE WS-ADD-REL-CODE
                       TO WS-RCP-REL-CODE(WS-RCP-COUNT)
               ELSE
                   DISPLAY 'Warning: recipient table full for'
                       ' account ' WS-EVT-ACC-ID
               END-IF
           END-IF.

       WRITE-ONE-NOTICE.
           MOVE 'N' TO WS-CUSTOMER-FOUND-FLAG
           MOVE WS-RCP-CUST-ID(WS-TBL-IX) TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-ACTIVE
                       SET WS-CUSTOMER-FOUND-YES TO TRUE
                   END-IF
           END-READ

           IF NOT WS-CUSTOMER-FOUND-YES
               ADD 1 TO WS-ETC-NO-CONTACT(WS-EVT-TYPE-IX)
               ADD 1 TO WS-TOTAL-NO-CONTACT
               MOVE SPACES TO REPORT-RECORD
               STRING 'CUSTOMER ' WS-RCP-CUST-ID(WS-TBL-IX)
                   ' ACCT:' WS-EVT-ACC-ID
                   ' EVENT:' WS-EVT-TYPE
                   ' - CUSTOMER NOT FOUND OR INACTIVE'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               PERFORM READ-NOTIFY-PREFERENCE
               IF WS-NOTICE-OPT-OUT = 'Y'
                   ADD 1 TO WS-ETC-OPTED-OUT(WS-EVT-TYPE-IX)
                   ADD 1 TO WS-TOTAL-OPTED-OUT
               ELSE
                   PERFORM WRITE-EXTRACT-DETAIL
               END-IF
           END-IF.

       READ-NOTIFY-PREFERENCE.
           MOVE 'N' TO WS-NOTICE-OPT-OUT
           MOVE 'M' TO WS-NOTICE-CHANNEL
           MOVE CUST-ID TO NPRF-CUST-ID
           READ NOTIFY-PREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NPRF-OPT-OUT TO WS-NOTICE-OPT-OUT
                   IF NPRF-EMAIL OR NPRF-SMS
                       MOVE NPRF-CHANNEL TO WS-NOTICE-CHANNEL
                   END-IF
           END-READ
           IF WS-NOTICE-CHANNEL = 'E' AND CUST-EMAIL = SPACES
               MOVE 'M' TO WS-NOTICE-CHANNEL
           END-IF
           IF WS-NOTICE-CHANNEL = 'S' AND CUST-PHONE = SPACES
               MOVE 'M' TO WS-NOTICE-CHANNEL
           END-IF.

       WRITE-EXTRACT-DETAIL.
           MOVE SPACES TO NOTIFICATION-EXTRACT-RECORD
           MOVE '1' TO NXT-RECORD-TYPE
           MOVE WS-BUSINESS-DATE TO NXT-BUSINESS-DATE
           MOVE CUST-ID TO NXT-CUST-ID
           MOVE WS-EVT-ACC-ID TO NXT-ACC-ID
           MOVE WS-EVT-TYPE TO NXT-EVENT-TYPE
           MOVE WS-EVT-AMOUNT TO NXT-AMOUNT
           MOVE WS-NOTICE-CHANNEL TO NXT-CHANNEL
           MOVE WS-RCP-REL-CODE(WS-TBL-IX) TO NXT-OWNER-REL
           MOVE CUST-NAME TO NXT-CUST-NAME
           MOVE CUST-ADDRESS TO NXT-CUST-ADDRESS
           MOVE CUST-PHONE TO NXT-CUST-PHONE
           MOVE CUST-EMAIL TO NXT-CUST-EMAIL
           MOVE WS-EVT-REFERENCE TO NXT-REFERENCE
           WRITE NOTIFICATION-EXTRACT-RECORD
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'Warning: notification extract record not'
                   ' written'
           ELSE
               ADD 1 TO WS-ETC-SENT(WS-EVT-TYPE-IX)
               ADD 1 TO WS-TOTAL-SENT
           END-IF.

       WRITE-COUNT-REPORT.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'BUSINESS DATE: ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'EVENT TYPE                  EVENTS  NOTICES'
               '  OPTED OUT  NO CONTACT'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-TBL-IX FROM 1 BY 1
                   UNTIL WS-TBL-IX > 5
               MOVE SPACES TO REPORT-RECORD
               STRING WS-ETT-CODE(WS-TBL-IX) ' '
                   WS-ETT-DESC(WS-TBL-IX)
                   ' ' WS-ETC-EVENTS(WS-TBL-IX)
                   '   ' WS-ETC-SENT(WS-TBL-IX)
                   '     ' WS-ETC-OPTED-OUT(WS-TBL-IX)
                   '       ' WS-ETC-NO-CONTACT(WS-TBL-IX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'TOTAL EVENTS:' WS-TOTAL-EVENTS
               ' NOTICES:' WS-TOTAL-SENT
               ' OPTED OUT:' WS-TOTAL-OPTED-OUT
               ' NO CONTACT:' WS-TOTAL-NO-CONTACT
               ' LOW BALANCE RAISED:' WS-LOW-BAL-RAISED
               ' CLEARED:' WS-LOW-BAL-CLEARED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       FINALIZE-BATCH.
           MOVE SPACES TO NOTIFICATION-EXTRACT-RECORD
           MOVE '9' TO NXT-RECORD-TYPE
           MOVE WS-TOTAL-SENT TO NXT-TRAILER-COUNT
           MOVE WS-BUSINESS-DATE TO NXT-TRAILER-DATE
           WRITE NOTIFICATION-EXTRACT-RECORD
           PERFORM MARK-RUN-COMPLETE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-OWNER-FILE
           CLOSE NOTIFY-PREF-FILE
           CLOSE FEE-SCHEDULE-FILE
           CLOSE LOW-BALANCE-FILE
           CLOSE EXTRACT-FILE
           CLOSE REPORT-FILE
           DISPLAY ' '
           DISPLAY 'Events extracted:     ' WS-TOTAL-EVENTS
           DISPLAY 'Notices written:      ' WS-TOTAL-SENT
           DISPLAY 'Opted out:            ' WS-TOTAL-OPTED-OUT
           DISPLAY 'No contact on file:   ' WS-TOTAL-NO-CONTACT
           DISPLAY 'Low balance raised:   ' WS-LOW-BAL-RAISED
           DISPLAY 'Low balance cleared:  ' WS-LOW-BAL-CLEARED
           DISPLAY '==============================================='
           DISPLAY '     NOTIFICATION EXTRACT BATCH COMPLETE'
           DISPLAY '==============================================='.
