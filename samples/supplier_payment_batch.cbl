       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-PAYMENT-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-INVOICE-FILE
                  ASSIGN TO 'supplier_invoices.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUPPLIER-INVOICE-KEY
                  FILE STATUS IS WS-SUPP-INVOICE-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO 'suppliers.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUPPLIER-FILE-KEY
                  FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT CONFIG-FILE ASSIGN TO 'config.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-FILE-KEY
                  FILE STATUS IS WS-CONFIG-STATUS.

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

           SELECT OUTBOUND-PAYMENT-FILE
                  ASSIGN TO 'outbound_payments.dat'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-OPAY-STATUS-CODE.

           SELECT REPORT-FILE ASSIGN TO 'supplier_payment_register.txt'
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
       FD  SUPPLIER-INVOICE-FILE.
       01  SUPPLIER-INVOICE-RECORD.
           05  SUPPLIER-INVOICE-KEY        PIC X(20).
           05  SUPPLIER-INVOICE-DATA       PIC X(200).
           05  SUPPLIER-INVOICE-TIMESTAMP  PIC 9(14).

       FD  SUPPLIER-FILE.
       01  SUPPLIER-FILE-RECORD.
           05  SUPPLIER-FILE-KEY        PIC X(20).
           05  SUPPLIER-FILE-DATA       PIC X(200).
           05  SUPPLIER-FILE-TIMESTAMP  PIC 9(14).

       FD  CONFIG-FILE.
       01  CONFIG-FILE-RECORD.
           05  CONFIG-FILE-KEY          PIC X(20).
           05  CONFIG-FILE-DATA         PIC X(200).
           05  CONFIG-FILE-TIMESTAMP    PIC 9(14).

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

       FD  OUTBOUND-PAYMENT-FILE.
       01  OUTBOUND-PAYMENT-RECORD.
           05  OPAY-TRANS-ID     PIC 9(12).
           05  OPAY-ACC-ID       PIC 9(12).
           05  OPAY-AMOUNT       PIC 9(10)V99.
           05  OPAY-DATE         PIC 9(8).
           05  OPAY-PAYEE-REF    PIC X(30).
           05  OPAY-STATUS       PIC X(1).
               88  OPAY-OUTSTANDING VALUE 'O'.
               88  OPAY-SETTLED  VALUE 'S'.
               88  OPAY-RETURNED VALUE 'R'.
           05  OPAY-SETTLE-DATE  PIC 9(8).

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
       01  WS-SUPP-INVOICE-STATUS   PIC XX.
       01  WS-SUPPLIER-STATUS       PIC XX.
       01  WS-CONFIG-STATUS         PIC XX.
       01  WS-ACCOUNT-STATUS        PIC XX.
       01  WS-TRANSACTION-STATUS    PIC XX.
       01  WS-HOLD-STATUS           PIC XX.
       01  WS-OPAY-STATUS-CODE      PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-RUN-CONTROL-STATUS    PIC XX.
       01  WS-OPERATOR-STATUS       PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-INVOICE-EOF       PIC X VALUE 'N'.
               88  WS-INVOICE-EOF-YES VALUE 'Y'.
           05  WS-HOLD-EOF          PIC X VALUE 'N'.
               88  WS-HOLD-EOF-YES  VALUE 'Y'.
           05  WS-OPAY-EOF          PIC X VALUE 'N'.
               88  WS-OPAY-EOF-YES  VALUE 'Y'.

       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-CURRENT-TIME          PIC 9(6).
       01  WS-CALENDAR-STATUS       PIC XX.
       01  WS-BUSINESS-DATE         PIC 9(8).

       01  WS-NEXT-TRANS-ID         PIC 9(12) VALUE 0.

       01  WS-SI-KEY-BUILD.
           05  WS-SIK-NUMBER          PIC 9(8).
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  WS-SI-DATA-FIELDS.
           05  WS-SID-SUPPLIER-ID     PIC 9(4).
           05  WS-SID-PO-NUMBER       PIC 9(8).
           05  WS-SID-PO-LINE         PIC 9(3).
           05  WS-SID-INVOICE-QTY     PIC 9(8).
           05  WS-SID-INVOICE-COST    PIC 9(8)V99.
           05  WS-SID-AMOUNT          PIC 9(10)V99.
           05  WS-SID-DATE            PIC 9(8).
           05  WS-SID-DUE-DATE        PIC 9(8).
           05  WS-SID-STATUS          PIC X(1).
               88  WS-SID-MATCHED      VALUE 'M'.
               88  WS-SID-HELD         VALUE 'H'.
               88  WS-SID-REJECTED     VALUE 'R'.
               88  WS-SID-PAID         VALUE 'P'.
           05  WS-SID-PAID-DATE       PIC 9(8).
           05  WS-SID-PAYMENT-REF     PIC 9(12).
           05  WS-SID-HELD-FLAG       PIC X(1).
               88  WS-SID-WAS-HELD     VALUE 'Y'.
           05  FILLER                 PIC X(117).

       01  WS-SUPP-KEY-BUILD.
           05  WS-SUK-ID              PIC 9(4).
           05  FILLER                 PIC X(16) VALUE SPACES.

       01  WS-SUPP-DATA-FIELDS.
           05  WS-SUD-NAME            PIC X(50).
           05  WS-SUD-PHONE           PIC X(15).
           05  WS-SUD-CONTACT         PIC X(50).
           05  WS-SUD-TERMS           PIC 9(3).
           05  WS-SUD-RATING          PIC 9(1).
           05  WS-SUD-STATUS          PIC X(1).
           05  WS-SUD-LEAD-DAYS       PIC 9(3).
           05  WS-SUD-SCORE           PIC 9(3).
           05  WS-SUD-SCORE-MONTH     PIC 9(6).
           05  FILLER                 PIC X(68).

       01  WS-CONFIG-KEY-BUILD        PIC X(20).
       01  WS-CONFIG-DATA-FIELDS.
           05  WS-CFD-NUM-VALUE       PIC 9(9).
           05  WS-CFD-DESCRIPTION     PIC X(40).
           05  WS-CFD-ACCOUNT-ID      PIC 9(12).
           05  FILLER                 PIC X(139).

       01  WS-FILE-FLAGS.
           05  WS-SUPPLIER-FILE-FLAG PIC X VALUE 'N'.
               88  WS-SUPPLIER-FILE-OPEN VALUE 'Y'.
           05  WS-CONFIG-FILE-FLAG  PIC X VALUE 'N'.
               88  WS-CONFIG-FILE-OPEN VALUE 'Y'.
           05  WS-SUPPLIER-FOUND-FLAG PIC X VALUE 'N'.
               88  WS-SUPPLIER-FOUND-YES VALUE 'Y'.

       01  WS-OPERATING-FIELDS.
           05  WS-OPERATING-ACC-ID  PIC 9(12) VALUE 0.
           05  WS-OPERATING-VALID-FLAG PIC X VALUE 'N'.
               88  WS-OPERATING-VALID VALUE 'Y'.

       01  WS-HOLD-FIELDS.
           05  WS-HOLD-CHECK-ACC-ID PIC 9(12).
           05  WS-HOLD-TOTAL        PIC 9(10)V99.
           05  WS-AVAILABLE-BALANCE PIC S9(10)V99.

       01  WS-DUE-DATE-FIELDS.
           05  WS-DEFAULT-TERMS     PIC 9(3) VALUE 30.
           05  WS-DUE-DAY-NUMBER    PIC 9(8).

       01  WS-INVOICE-TABLE.
           05  WS-INV-COUNT         PIC 9(4) VALUE 0.
           05  WS-INV-ENTRY OCCURS 5000 TIMES.
               10  WS-INV-ENTRY-NUMBER PIC 9(8).
               10  WS-INV-ENTRY-SUPPLIER PIC 9(4).
               10  WS-INV-ENTRY-PO  PIC 9(8).
               10  WS-INV-ENTRY-DATE PIC 9(8).
               10  WS-INV-ENTRY-DUE PIC 9(8).
               10  WS-INV-ENTRY-AMOUNT PIC 9(10)V99.

       01  WS-SUPPLIER-TABLE.
           05  WS-SUP-ENTRY OCCURS 9999 TIMES.
               10  WS-SUP-INVOICE-COUNT PIC 9(4).
               10  WS-SUP-TOTAL     PIC 9(10)V99.

       01  WS-RETURNED-TABLE.
           05  WS-RTN-COUNT         PIC 9(4) VALUE 0.
           05  WS-RTN-ENTRY OCCURS 2000 TIMES.
               10  WS-RTN-TRANS-ID  PIC 9(12).

       01  WS-TABLE-WORK.
           05  WS-INV-IX            PIC 9(4).
           05  WS-SUP-IX            PIC 9(5).
           05  WS-RTN-IX            PIC 9(4).
           05  WS-RTN-FOUND-FLAG    PIC X VALUE 'N'.
               88  WS-RTN-FOUND     VALUE 'Y'.

       01  WS-PAYMENT-WORK.
           05  WS-PAYMENT-TRANS-ID  PIC 9(12).
           05  WS-PAYMENT-AMOUNT    PIC 9(10)V99.
           05  WS-PAYMENT-INVOICES  PIC 9(4).
           05  WS-PAYMENT-POSTED-FLAG PIC X VALUE 'N'.
               88  WS-PAYMENT-POSTED VALUE 'Y'.

       01  WS-REPORT-LINE           PIC X(132) VALUE ALL '-'.

       01  WS-COUNTERS.
           05  WS-INVOICES-READ     PIC 9(6) VALUE 0.
           05  WS-INVOICES-NOT-DUE  PIC 9(6) VALUE 0.
           05  WS-INVOICES-SELECTED PIC 9(6) VALUE 0.
           05  WS-INVOICES-DEFERRED PIC 9(6) VALUE 0.
           05  WS-INVOICES-NO-SUPPLIER PIC 9(6) VALUE 0.
           05  WS-INVOICES-PAID     PIC 9(6) VALUE 0.
           05  WS-INVOICES-NOT-MARKED PIC 9(6) VALUE 0.
           05  WS-SUPPLIERS-PAID    PIC 9(6) VALUE 0.
           05  WS-SUPPLIERS-SKIPPED PIC 9(6) VALUE 0.
           05  WS-SUPPLIERS-FAILED  PIC 9(6) VALUE 0.
           05  WS-INVOICES-REOPENED PIC 9(6) VALUE 0.
           05  WS-RETURNS-DEFERRED  PIC 9(6) VALUE 0.
           05  WS-TOTAL-SELECTED    PIC 9(12)V99 VALUE 0.
           05  WS-TOTAL-PAID        PIC 9(12)V99 VALUE 0.
           05  WS-TOTAL-SKIPPED     PIC 9(12)V99 VALUE 0.
           05  WS-TOTAL-FAILED      PIC 9(12)V99 VALUE 0.

       01  WS-ERROR-MESSAGE         PIC X(100).

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-JOB-NAME          PIC X(20)
               VALUE 'SUPPLIER-PAYMENT'.
           05  WS-FORCE-FLAG        PIC X VALUE 'N'.
           05  WS-RERUN-OK-FLAG     PIC X VALUE 'N'.
               88  WS-RERUN-OK      VALUE 'Y'.
           05  WS-OVERRIDE-ID       PIC X(10).
           05  WS-OVERRIDE-PASSWORD PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-BATCH
           PERFORM LOAD-OPERATING-ACCOUNT
           IF WS-OPERATING-VALID
               PERFORM DETERMINE-NEXT-TRANS-ID
               PERFORM REOPEN-RETURNED-INVOICES
               PERFORM SELECT-DUE-INVOICES
               PERFORM PAY-DUE-SUPPLIERS
           ELSE
               DISPLAY 'Supplier payment run refused - nothing paid.'
               WRITE REPORT-RECORD FROM
                   'RUN REFUSED - NO VALID AP OPERATING ACCOUNT'
           END-IF
           PERFORM FINALIZE-BATCH
           STOP RUN.

       INITIALIZE-BATCH.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY '     SUPPLIER PAYMENT RUN'
           DISPLAY '==============================================='
           DISPLAY 'Run date: ' WS-CURRENT-DATE

           PERFORM CHECK-RUN-CONTROL
           PERFORM DERIVE-BUSINESS-DATE

           OPEN I-O SUPPLIER-INVOICE-FILE
           IF WS-SUPP-INVOICE-STATUS NOT = '00'
               MOVE 'Error opening supplier invoice file'
                   TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           OPEN INPUT SUPPLIER-FILE
           IF WS-SUPPLIER-STATUS = '00'
               SET WS-SUPPLIER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'Supplier file not available - 30 day terms'
                   ' assumed.'
           END-IF

           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = '00'
               SET WS-CONFIG-FILE-OPEN TO TRUE
           END-IF

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

           PERFORM LOAD-RETURNED-PAYMENTS

           OPEN EXTEND OUTBOUND-PAYMENT-FILE
           IF WS-OPAY-STATUS-CODE NOT = '00'
               OPEN OUTPUT OUTBOUND-PAYMENT-FILE
           END-IF
           IF WS-OPAY-STATUS-CODE NOT = '00'
               MOVE 'Error opening outbound payment file'
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

           WRITE REPORT-RECORD FROM 'SUPPLIER PAYMENT REGISTER'
           MOVE SPACES TO REPORT-RECORD
           STRING 'BUSINESS DATE: ' WS-BUSINESS-DATE
               ' - INVOICES DUE ON OR BEFORE THIS DATE'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       LOAD-OPERATING-ACCOUNT.
           MOVE 'N' TO WS-OPERATING-VALID-FLAG
           MOVE 0 TO WS-OPERATING-ACC-ID
           IF WS-CONFIG-FILE-OPEN
               MOVE 'AP-OPERATING-ACCT' TO WS-CONFIG-KEY-BUILD
               MOVE WS-CONFIG-KEY-BUILD TO CONFIG-FILE-KEY
               READ CONFIG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONFIG-FILE-DATA TO WS-CONFIG-DATA-FIELDS
                       IF WS-CFD-ACCOUNT-ID NUMERIC
                           MOVE WS-CFD-ACCOUNT-ID
                               TO WS-OPERATING-ACC-ID
                       END-IF
               END-READ
           END-IF

           IF WS-OPERATING-ACC-ID = 0
               DISPLAY 'AP operating account has not been set up.'
           ELSE
               MOVE WS-OPERATING-ACC-ID TO ACC-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY 'AP operating account not on file: '
                           WS-OPERATING-ACC-ID
                   NOT INVALID KEY
                       IF (ACC-CHECKING OR ACC-SAVINGS)
                           AND ACC-ACTIVE
                           SET WS-OPERATING-VALID TO TRUE
                       ELSE
                           DISPLAY 'AP operating account '
                               WS-OPERATING-ACC-ID
                               ' is not an active SV/CH account.'
                       END-IF
               END-READ
           END-IF

           IF WS-OPERATING-VALID
               DISPLAY 'Paying from account: ' WS-OPERATING-ACC-ID
               MOVE SPACES TO REPORT-RECORD
               STRING 'PAYING FROM ACCOUNT: ' WS-OPERATING-ACC-ID
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
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
                   MOVE WS-INVOICES-READ TO RUN-RECORD-COUNT
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

       LOAD-RETURNED-PAYMENTS.
           MOVE 0 TO WS-RTN-COUNT
           MOVE 'N' TO WS-OPAY-EOF
           OPEN INPUT OUTBOUND-PAYMENT-FILE
           IF WS-OPAY-STATUS-CODE = '00'
               PERFORM UNTIL WS-OPAY-EOF-YES
                   READ OUTBOUND-PAYMENT-FILE
                       AT END SET WS-OPAY-EOF-YES TO TRUE
                       NOT AT END
                           IF OPAY-RETURNED
                               AND OPAY-PAYEE-REF(1:9) = 'SUPPLIER '
                               PERFORM ADD-RETURNED-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTBOUND-PAYMENT-FILE
           END-IF
           IF WS-RETURNS-DEFERRED > 0
               DISPLAY 'WARNING: returned payment table full - '
                   WS-RETURNS-DEFERRED
                   ' returned payments not checked this run.'
           END-IF.

       ADD-RETURNED-PAYMENT.
           IF WS-RTN-COUNT < 2000
               ADD 1 TO WS-RTN-COUNT
               MOVE OPAY-TRANS-ID TO WS-RTN-TRANS-ID(WS-RTN-COUNT)
           ELSE
               ADD 1 TO WS-RETURNS-DEFERRED
           END-IF.

       REOPEN-RETURNED-INVOICES.
           IF WS-RTN-COUNT > 0
               MOVE 'N' TO WS-INVOICE-EOF
               MOVE LOW-VALUES TO SUPPLIER-INVOICE-KEY
               START SUPPLIER-INVOICE-FILE
                   KEY IS NOT LESS THAN SUPPLIER-INVOICE-KEY
                   INVALID KEY SET WS-INVOICE-EOF-YES TO TRUE
               END-START
               PERFORM UNTIL WS-INVOICE-EOF-YES
                   READ SUPPLIER-INVOICE-FILE NEXT RECORD
                       AT END SET WS-INVOICE-EOF-YES TO TRUE
                       NOT AT END
                           MOVE SUPPLIER-INVOICE-KEY TO WS-SI-KEY-BUILD
                           MOVE SUPPLIER-INVOICE-DATA
                               TO WS-SI-DATA-FIELDS
                           IF WS-SID-PAID
                               PERFORM CHECK-INVOICE-RETURNED
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-INVOICE-RETURNED.
           MOVE 'N' TO WS-RTN-FOUND-FLAG
           PERFORM VARYING WS-RTN-IX FROM 1 BY 1
                   UNTIL WS-RTN-IX > WS-RTN-COUNT OR WS-RTN-FOUND
               IF WS-RTN-TRANS-ID(WS-RTN-IX) = WS-SID-PAYMENT-REF
                   SET WS-RTN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-RTN-FOUND
               MOVE SPACES TO REPORT-RECORD
               STRING 'INVOICE ' WS-SIK-NUMBER
                   ' SUPPLIER ' WS-SID-SUPPLIER-ID
                   ' AMOUNT:' WS-SID-AMOUNT
                   ' PAYMENT REF:' WS-SID-PAYMENT-REF
                   ' - REOPENED - PAYMENT RETURNED'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               MOVE 'M' TO WS-SID-STATUS
               MOVE 0 TO WS-SID-PAID-DATE
               MOVE 0 TO WS-SID-PAYMENT-REF
               MOVE WS-SI-DATA-FIELDS TO SUPPLIER-INVOICE-DATA
               MOVE WS-CURRENT-DATE TO SUPPLIER-INVOICE-TIMESTAMP
               REWRITE SUPPLIER-INVOICE-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO WS-INVOICES-REOPENED
           END-IF.

       SELECT-DUE-INVOICES.
           INITIALIZE WS-SUPPLIER-TABLE
           MOVE 0 TO WS-INV-COUNT
           MOVE 'N' TO WS-INVOICE-EOF
           MOVE LOW-VALUES TO SUPPLIER-INVOICE-KEY
           START SUPPLIER-INVOICE-FILE
               KEY IS NOT LESS THAN SUPPLIER-INVOICE-KEY
               INVALID KEY SET WS-INVOICE-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-INVOICE-EOF-YES
               READ SUPPLIER-INVOICE-FILE NEXT RECORD
                   AT END SET WS-INVOICE-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INVOICES-READ
                       MOVE SUPPLIER-INVOICE-KEY TO WS-SI-KEY-BUILD
                       MOVE SUPPLIER-INVOICE-DATA TO WS-SI-DATA-FIELDS
                       IF WS-SID-MATCHED
                           PERFORM SELECT-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INVOICES-DEFERRED > 0
               DISPLAY 'WARNING: invoice table full - '
                   WS-INVOICES-DEFERRED
                   ' due invoices left for the next run.'
           END-IF.

       SELECT-ONE-INVOICE.
           IF WS-SID-DUE-DATE NOT NUMERIC OR WS-SID-DUE-DATE = 0
               PERFORM COMPUTE-INVOICE-DUE-DATE
           END-IF
           IF WS-SID-DUE-DATE > WS-BUSINESS-DATE
               ADD 1 TO WS-INVOICES-NOT-DUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-SID-SUPPLIER-ID NOT NUMERIC
                       OR WS-SID-SUPPLIER-ID = 0
                       ADD 1 TO WS-INVOICES-NO-SUPPLIER
                       MOVE SPACES TO REPORT-RECORD
                       STRING 'INVOICE ' WS-SIK-NUMBER
                           ' AMOUNT:' WS-SID-AMOUNT
                           ' - NO SUPPLIER ON INVOICE - NOT PAID'
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   WHEN WS-INV-COUNT >= 5000
                       ADD 1 TO WS-INVOICES-DEFERRED
                   WHEN OTHER
                       ADD 1 TO WS-INV-COUNT
                       MOVE WS-SIK-NUMBER
                           TO WS-INV-ENTRY-NUMBER(WS-INV-COUNT)
                       MOVE WS-SID-SUPPLIER-ID
                           TO WS-INV-ENTRY-SUPPLIER(WS-INV-COUNT)
                       MOVE WS-SID-PO-NUMBER
                           TO WS-INV-ENTRY-PO(WS-INV-COUNT)
                       MOVE WS-SID-DATE
                           TO WS-INV-ENTRY-DATE(WS-INV-COUNT)
                       MOVE WS-SID-DUE-DATE
                           TO WS-INV-ENTRY-DUE(WS-INV-COUNT)
                       MOVE WS-SID-AMOUNT
                           TO WS-INV-ENTRY-AMOUNT(WS-INV-COUNT)
                       MOVE WS-SID-SUPPLIER-ID TO WS-SUP-IX
                       ADD 1 TO WS-SUP-INVOICE-COUNT(WS-SUP-IX)
                       ADD WS-SID-AMOUNT TO WS-SUP-TOTAL(WS-SUP-IX)
                       ADD 1 TO WS-INVOICES-SELECTED
                       ADD WS-SID-AMOUNT TO WS-TOTAL-SELECTED
               END-EVALUATE
           END-IF.

       COMPUTE-INVOICE-DUE-DATE.
           IF WS-SID-DATE NOT NUMERIC OR WS-SID-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-SID-DUE-DATE
           ELSE
               MOVE WS-SID-SUPPLIER-ID TO WS-SUK-ID
               PERFORM READ-SUPPLIER-RECORD
               COMPUTE WS-DUE-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-SID-DATE)
                   + WS-SUD-TERMS
               COMPUTE WS-SID-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-DAY-NUMBER)
           END-IF.

       READ-SUPPLIER-RECORD.
           MOVE 'N' TO WS-SUPPLIER-FOUND-FLAG
           IF WS-SUPPLIER-FILE-OPEN
               MOVE WS-SUPP-KEY-BUILD TO SUPPLIER-FILE-KEY
               READ SUPPLIER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SUPPLIER-FILE-DATA TO WS-SUPP-DATA-FIELDS
                       SET WS-SUPPLIER-FOUND-YES TO TRUE
               END-READ
           END-IF
           IF NOT WS-SUPPLIER-FOUND-YES
               MOVE SPACES TO WS-SUPP-DATA-FIELDS
               MOVE 'SUPPLIER NOT ON FILE' TO WS-SUD-NAME
               MOVE WS-DEFAULT-TERMS TO WS-SUD-TERMS
           END-IF
           IF WS-SUD-TERMS NOT NUMERIC
               MOVE WS-DEFAULT-TERMS TO WS-SUD-TERMS
           END-IF.

       PAY-DUE-SUPPLIERS.
           PERFORM VARYING WS-SUP-IX FROM 1 BY 1
                   UNTIL WS-SUP-IX > 9999
               IF WS-SUP-INVOICE-COUNT(WS-SUP-IX) > 0
                   PERFORM PAY-ONE-SUPPLIER
               END-IF
           END-PERFORM.

       PAY-ONE-SUPPLIER.
           MOVE WS-SUP-IX TO WS-SUK-ID
           PERFORM READ-SUPPLIER-RECORD
           MOVE WS-SUP-TOTAL(WS-SUP-IX) TO WS-PAYMENT-AMOUNT
           MOVE WS-SUP-INVOICE-COUNT(WS-SUP-IX) TO WS-PAYMENT-INVOICES
           MOVE WS-OPERATING-ACC-ID TO ACC-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 0 TO WS-AVAILABLE-BALANCE
               NOT INVALID KEY
                   PERFORM COMPUTE-AVAILABLE-BALANCE
           END-READ
           IF WS-AVAILABLE-BALANCE < WS-PAYMENT-AMOUNT
               PERFORM SKIP-SUPPLIER-PAYMENT
           ELSE
               PERFORM POST-SUPPLIER-PAYMENT
               IF WS-PAYMENT-POSTED
                   PERFORM WRITE-REMITTANCE-HEADER
                   PERFORM VARYING WS-INV-IX FROM 1 BY 1
                           UNTIL WS-INV-IX > WS-INV-COUNT
                       IF WS-INV-ENTRY-SUPPLIER(WS-INV-IX) = WS-SUK-ID
                           PERFORM MARK-INVOICE-PAID
                       END-IF
                   END-PERFORM
                   PERFORM WRITE-REMITTANCE-TOTAL
               ELSE
                   PERFORM FAIL-SUPPLIER-PAYMENT
               END-IF
           END-IF.

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

       SKIP-SUPPLIER-PAYMENT.
           ADD 1 TO WS-SUPPLIERS-SKIPPED
           ADD WS-PAYMENT-AMOUNT TO WS-TOTAL-SKIPPED
           DISPLAY 'Supplier ' WS-SUK-ID ' not paid - available'
               ' balance below ' WS-PAYMENT-AMOUNT
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'SUPPLIER ' WS-SUK-ID ' ' WS-SUD-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  NOT PAID - INSUFFICIENT FUNDS  DUE:'
               WS-PAYMENT-AMOUNT
               ' INVOICES:' WS-PAYMENT-INVOICES
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       FAIL-SUPPLIER-PAYMENT.
           ADD 1 TO WS-SUPPLIERS-FAILED
           ADD WS-PAYMENT-AMOUNT TO WS-TOTAL-FAILED
           DISPLAY 'Supplier ' WS-SUK-ID ' not paid - outbound'
               ' payment not written, status ' WS-OPAY-STATUS-CODE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'SUPPLIER ' WS-SUK-ID ' ' WS-SUD-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  NOT PAID - OUTBOUND PAYMENT NOT WRITTEN  STATUS:'
               WS-OPAY-STATUS-CODE
               ' DUE:' WS-PAYMENT-AMOUNT
               ' INVOICES:' WS-PAYMENT-INVOICES
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       POST-SUPPLIER-PAYMENT.
           MOVE 'N' TO WS-PAYMENT-POSTED-FLAG
           MOVE WS-NEXT-TRANS-ID TO WS-PAYMENT-TRANS-ID
           MOVE WS-PAYMENT-TRANS-ID TO OPAY-TRANS-ID
           MOVE WS-OPERATING-ACC-ID TO OPAY-ACC-ID
           MOVE WS-PAYMENT-AMOUNT TO OPAY-AMOUNT
           MOVE WS-BUSINESS-DATE TO OPAY-DATE
           MOVE SPACES TO OPAY-PAYEE-REF
           STRING 'SUPPLIER ' WS-SUK-ID ' ' WS-SUD-NAME
               DELIMITED BY SIZE INTO OPAY-PAYEE-REF
           MOVE 'O' TO OPAY-STATUS
           MOVE 0 TO OPAY-SETTLE-DATE
           WRITE OUTBOUND-PAYMENT-RECORD
           IF WS-OPAY-STATUS-CODE = '00'
               SET WS-PAYMENT-POSTED TO TRUE
               PERFORM DEBIT-OPERATING-ACCOUNT
           END-IF.

       DEBIT-OPERATING-ACCOUNT.
           SUBTRACT WS-PAYMENT-AMOUNT FROM ACC-BALANCE
           MOVE WS-BUSINESS-DATE TO ACC-LAST-TRANS
           REWRITE ACCOUNT-RECORD

           MOVE WS-PAYMENT-TRANS-ID TO TRANS-ID
           ADD 1 TO WS-NEXT-TRANS-ID
           MOVE WS-OPERATING-ACC-ID TO TRANS-ACC-ID
           MOVE 'PM' TO TRANS-TYPE
           MOVE WS-PAYMENT-AMOUNT TO TRANS-AMOUNT
           MOVE WS-BUSINESS-DATE TO TRANS-DATE
           MOVE WS-CURRENT-TIME TO TRANS-TIME
           MOVE SPACES TO TRANS-DESCRIPTION
           STRING 'SUPPLIER PAYMENT ' WS-SUK-ID ' ' WS-SUD-NAME
               DELIMITED BY SIZE INTO TRANS-DESCRIPTION
           MOVE 'C' TO TRANS-STATUS
           MOVE ZERO TO TRANS-LOAN-ID
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'Warning: transaction record not written'
           END-WRITE

           ADD 1 TO WS-SUPPLIERS-PAID
           ADD WS-PAYMENT-AMOUNT TO WS-TOTAL-PAID.

       WRITE-REMITTANCE-HEADER.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'REMITTANCE ADVICE - SUPPLIER ' WS-SUK-ID ' '
               WS-SUD-NAME
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  PAYMENT REF:' WS-PAYMENT-TRANS-ID
               ' DATE:' WS-BUSINESS-DATE
               ' FROM ACCOUNT:' WS-OPERATING-ACC-ID
               ' TERMS:' WS-SUD-TERMS ' DAYS'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM
               '  INVOICE   PO NUMBER INV DATE DUE DATE AMOUNT'.

       MARK-INVOICE-PAID.
           MOVE WS-INV-ENTRY-NUMBER(WS-INV-IX) TO WS-SIK-NUMBER
           MOVE WS-SI-KEY-BUILD TO SUPPLIER-INVOICE-KEY
           READ SUPPLIER-INVOICE-FILE
               INVALID KEY
                   ADD 1 TO WS-INVOICES-NOT-MARKED
                   DISPLAY 'Warning: supplier invoice '
                       WS-SIK-NUMBER ' not marked paid'
               NOT INVALID KEY
                   MOVE SUPPLIER-INVOICE-DATA TO WS-SI-DATA-FIELDS
                   MOVE 'P' TO WS-SID-STATUS
                   MOVE WS-INV-ENTRY-DUE(WS-INV-IX)
                       TO WS-SID-DUE-DATE
                   MOVE WS-BUSINESS-DATE TO WS-SID-PAID-DATE
                   MOVE WS-PAYMENT-TRANS-ID TO WS-SID-PAYMENT-REF
                   MOVE WS-SI-DATA-FIELDS TO SUPPLIER-INVOICE-DATA
                   MOVE WS-CURRENT-DATE TO SUPPLIER-INVOICE-TIMESTAMP
                   REWRITE SUPPLIER-INVOICE-RECORD
                   ADD 1 TO WS-INVOICES-PAID
           END-READ
           MOVE SPACES TO REPORT-RECORD
           STRING '  ' WS-INV-ENTRY-NUMBER(WS-INV-IX)
               '  ' WS-INV-ENTRY-PO(WS-INV-IX)
               '  ' WS-INV-ENTRY-DATE(WS-INV-IX)
               ' ' WS-INV-ENTRY-DUE(WS-INV-IX)
               ' ' WS-INV-ENTRY-AMOUNT(WS-INV-IX)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-REMITTANCE-TOTAL.
           MOVE SPACES TO REPORT-RECORD
           STRING '  TOTAL PAID:' WS-PAYMENT-AMOUNT
               ' INVOICES:' WS-PAYMENT-INVOICES
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-PAYMENT-TOTALS.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'SUPPLIER INVOICES READ:   ' WS-INVOICES-READ
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'MATCHED, NOT YET DUE:     ' WS-INVOICES-NOT-DUE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'DUE INVOICES SELECTED:    ' WS-INVOICES-SELECTED
               ' AMOUNT: ' WS-TOTAL-SELECTED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'SUPPLIERS PAID:           ' WS-SUPPLIERS-PAID
               ' AMOUNT: ' WS-TOTAL-PAID
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'INVOICES MARKED PAID:     ' WS-INVOICES-PAID
               ' NOT MARKED: ' WS-INVOICES-NOT-MARKED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'SUPPLIERS NOT PAID (NSF): ' WS-SUPPLIERS-SKIPPED
               ' AMOUNT: ' WS-TOTAL-SKIPPED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'SUPPLIERS NOT PAID (ERR): ' WS-SUPPLIERS-FAILED
               ' AMOUNT: ' WS-TOTAL-FAILED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'INVOICES REOPENED (RTN):  ' WS-INVOICES-REOPENED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'DUE, NO SUPPLIER ON FILE: ' WS-INVOICES-NO-SUPPLIER
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'DUE, LEFT FOR NEXT RUN:   ' WS-INVOICES-DEFERRED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-TOTAL-PAID + WS-TOTAL-SKIPPED + WS-TOTAL-FAILED
               = WS-TOTAL-SELECTED
               WRITE REPORT-RECORD FROM
                   'CONTROL TOTALS PROVED - PAID + NOT PAID = SELECTED'
           ELSE
               WRITE REPORT-RECORD FROM
                   '*** CONTROL TOTALS OUT OF BALANCE ***'
               DISPLAY 'WARNING: paid + not paid does not equal'
                   ' selected.'
           END-IF.

       FINALIZE-BATCH.
           IF WS-OPERATING-VALID
               PERFORM WRITE-PAYMENT-TOTALS
               PERFORM MARK-RUN-COMPLETE
               CLOSE TRANSACTION-FILE
           ELSE
               CLOSE RUN-CONTROL-FILE
           END-IF
           CLOSE SUPPLIER-INVOICE-FILE
           IF WS-SUPPLIER-FILE-OPEN
               CLOSE SUPPLIER-FILE
           END-IF
           IF WS-CONFIG-FILE-OPEN
               CLOSE CONFIG-FILE
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE HOLD-FILE
           CLOSE OUTBOUND-PAYMENT-FILE
           CLOSE REPORT-FILE
           DISPLAY ' '
           DISPLAY 'Invoices selected: ' WS-INVOICES-SELECTED
           DISPLAY 'Suppliers paid:    ' WS-SUPPLIERS-PAID
           DISPLAY 'Invoices paid:     ' WS-INVOICES-PAID
           DISPLAY 'Suppliers not paid:' WS-SUPPLIERS-SKIPPED
           DISPLAY 'Payment errors:    ' WS-SUPPLIERS-FAILED
           DISPLAY 'Invoices reopened: ' WS-INVOICES-REOPENED
           DISPLAY 'Total paid:      $' WS-TOTAL-PAID
           DISPLAY 'Total not paid:  $' WS-TOTAL-SKIPPED
           DISPLAY '==============================================='
           DISPLAY '     SUPPLIER PAYMENT RUN COMPLETE'
           DISPLAY '==============================================='.
