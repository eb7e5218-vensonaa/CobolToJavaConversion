       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-RATE-RESET-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO 'loans.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOAN-ID
                  FILE STATUS IS WS-LOAN-STATUS.

           SELECT INDEX-RATE-FILE ASSIGN TO 'index_rates.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDX-KEY
                  FILE STATUS IS WS-INDEX-RATE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'customers.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CUST-ID
                  FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'loan_rate_notices.txt'
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

       FD  INDEX-RATE-FILE.
       01  INDEX-RATE-RECORD.
           05  IDX-KEY.
               10  IDX-CODE      PIC X(4).
               10  IDX-EFFECTIVE-DATE PIC 9(8).
           05  IDX-RATE          PIC 9(3)V99.
           05  IDX-DESCRIPTION   PIC X(30).
           05  IDX-UPDATED-BY    PIC X(10).
           05  IDX-UPDATE-DATE   PIC 9(8).

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
       01  WS-LOAN-STATUS           PIC XX.
       01  WS-INDEX-RATE-STATUS     PIC XX.
       01  WS-CUSTOMER-STATUS       PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-RUN-CONTROL-STATUS    PIC XX.
       01  WS-OPERATOR-STATUS       PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-LOAN-EOF          PIC X VALUE 'N'.
               88  WS-LOAN-EOF-YES  VALUE 'Y'.
           05  WS-IDX-EOF           PIC X VALUE 'N'.
               88  WS-IDX-EOF-YES   VALUE 'Y'.

       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-CURRENT-TIME          PIC 9(6).
       01  WS-CALENDAR-STATUS       PIC XX.
       01  WS-BUSINESS-DATE         PIC 9(8).

       01  WS-INDEX-LOOKUP-FIELDS.
           05  WS-IDX-SEARCH-CODE   PIC X(4).
           05  WS-IDX-SEARCH-DATE   PIC 9(8).
           05  WS-IDX-CURRENT-RATE  PIC 9(3)V99.
           05  WS-IDX-CURRENT-DATE  PIC 9(8).
           05  WS-IDX-FOUND-FLAG    PIC X VALUE 'N'.
               88  WS-IDX-FOUND-YES VALUE 'Y'.

       01  WS-RESET-FIELDS.
           05  WS-NEW-RATE          PIC 9(3)V99.
           05  WS-OLD-RATE          PIC 9(3)V99.
           05  WS-OLD-PAYMENT       PIC 9(8)V99.
           05  WS-REMAINING-MONTHS  PIC S9(4).
           05  WS-RESET-MONTHLY-RATE PIC 9V9(10).
           05  WS-RESET-FACTOR      PIC 9(6)V9(10).

       01  WS-RESET-DATE-CALC.
           05  WS-RESET-YYYY        PIC 9(4).
           05  WS-RESET-MM          PIC 9(2).
           05  WS-RESET-DD          PIC 9(2).
       01  WS-RESET-TOTAL-MONTHS    PIC 9(6).

       01  WS-MATURITY-DATE-CALC.
           05  WS-MATURITY-YYYY     PIC 9(4).
           05  WS-MATURITY-MM       PIC 9(2).
           05  WS-MATURITY-DD       PIC 9(2).
       01  WS-BUSINESS-DATE-CALC.
           05  WS-BUSINESS-YYYY     PIC 9(4).
           05  WS-BUSINESS-MM       PIC 9(2).
           05  WS-BUSINESS-DD       PIC 9(2).

       01  WS-REPORT-LINE           PIC X(132) VALUE ALL '-'.

       01  WS-COUNTERS.
           05  WS-LOANS-CHECKED     PIC 9(6) VALUE 0.
           05  WS-LOANS-DUE         PIC 9(6) VALUE 0.
           05  WS-LOANS-CHANGED     PIC 9(6) VALUE 0.
           05  WS-LOANS-UNCHANGED   PIC 9(6) VALUE 0.
           05  WS-LOANS-EXCEPTED    PIC 9(6) VALUE 0.

       01  WS-ERROR-MESSAGE         PIC X(100).

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-JOB-NAME          PIC X(20)
               VALUE 'LOAN-RATE-RESET'.
           05  WS-FORCE-FLAG        PIC X VALUE 'N'.
           05  WS-RERUN-OK-FLAG     PIC X VALUE 'N'.
               88  WS-RERUN-OK      VALUE 'Y'.
           05  WS-OVERRIDE-ID       PIC X(10).
           05  WS-OVERRIDE-PASSWORD PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-BATCH
           PERFORM RESET-ALL-LOANS
           PERFORM FINALIZE-BATCH
           STOP RUN.

       INITIALIZE-BATCH.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY '     VARIABLE RATE LOAN RESET BATCH'
           DISPLAY '==============================================='
           DISPLAY 'Run date: ' WS-CURRENT-DATE

           PERFORM CHECK-RUN-CONTROL
           PERFORM DERIVE-BUSINESS-DATE

           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               MOVE 'Error opening loan file' TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           OPEN INPUT INDEX-RATE-FILE
           IF WS-INDEX-RATE-STATUS = '35'
               OPEN OUTPUT INDEX-RATE-FILE
               CLOSE INDEX-RATE-FILE
               OPEN INPUT INDEX-RATE-FILE
           END-IF
           IF WS-INDEX-RATE-STATUS NOT = '00'
               MOVE 'Error opening index rate file'
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

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'Error opening report file' TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           WRITE REPORT-RECORD FROM 'LOAN RATE CHANGE NOTICE REPORT'
           MOVE SPACES TO REPORT-RECORD
           STRING 'RESET DATE: ' WS-BUSINESS-DATE
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
                   MOVE WS-LOANS-CHECKED TO RUN-RECORD-COUNT
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.

       RESET-ALL-LOANS.
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-CALC
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
           ADD 1 TO WS-LOANS-CHECKED
           IF LOAN-ACTIVE AND LOAN-VARIABLE-RATE
               AND LOAN-BALANCE > 0
               AND LOAN-NEXT-RESET-DATE > 0
               AND LOAN-NEXT-RESET-DATE <= WS-BUSINESS-DATE
               ADD 1 TO WS-LOANS-DUE
               IF LOAN-RESET-MONTHS = 0
                   MOVE 'RESET FREQUENCY NOT SET' TO WS-ERROR-MESSAGE
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   MOVE LOAN-INDEX-CODE TO WS-IDX-SEARCH-CODE
                   MOVE WS-BUSINESS-DATE TO WS-IDX-SEARCH-DATE
                   PERFORM LOOKUP-INDEX-RATE
                   IF WS-IDX-FOUND-YES
                       PERFORM RESET-ONE-LOAN
                   ELSE
                       MOVE 'NO INDEX RATE ON FILE' TO WS-ERROR-MESSAGE
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           END-IF.

       LOOKUP-INDEX-RATE.
           MOVE 'N' TO WS-IDX-FOUND-FLAG
           MOVE 'N' TO WS-IDX-EOF
           MOVE WS-IDX-SEARCH-CODE TO IDX-CODE
           MOVE ZEROS TO IDX-EFFECTIVE-DATE
           START INDEX-RATE-FILE KEY IS NOT LESS THAN IDX-KEY
               INVALID KEY SET WS-IDX-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-IDX-EOF-YES
               READ INDEX-RATE-FILE NEXT RECORD
                   AT END SET WS-IDX-EOF-YES TO TRUE
                   NOT AT END
                       IF IDX-CODE NOT = WS-IDX-SEARCH-CODE
                           OR IDX-EFFECTIVE-DATE > WS-IDX-SEARCH-DATE
                           SET WS-IDX-EOF-YES TO TRUE
                       ELSE
                           SET WS-IDX-FOUND-YES TO TRUE
                           MOVE IDX-RATE TO WS-IDX-CURRENT-RATE
                           MOVE IDX-EFFECTIVE-DATE
                               TO WS-IDX-CURRENT-DATE
                       END-IF
               END-READ
           END-PERFORM.

       RESET-ONE-LOAN.
           COMPUTE WS-NEW-RATE =
               WS-IDX-CURRENT-RATE + LOAN-RATE-MARGIN
           IF LOAN-RATE-FLOOR > 0 AND WS-NEW-RATE < LOAN-RATE-FLOOR
               MOVE LOAN-RATE-FLOOR TO WS-NEW-RATE
           END-IF
           IF LOAN-RATE-CAP > 0 AND WS-NEW-RATE > LOAN-RATE-CAP
               MOVE LOAN-RATE-CAP TO WS-NEW-RATE
           END-IF

           PERFORM UNTIL LOAN-NEXT-RESET-DATE > WS-BUSINESS-DATE
               PERFORM ADVANCE-NEXT-RESET-DATE
           END-PERFORM

           IF WS-NEW-RATE = LOAN-INTEREST-RATE
               REWRITE LOAN-RECORD
               ADD 1 TO WS-LOANS-UNCHANGED
           ELSE
               MOVE LOAN-INTEREST-RATE TO WS-OLD-RATE
               MOVE LOAN-MONTHLY-PAYMENT TO WS-OLD-PAYMENT
               MOVE WS-NEW-RATE TO LOAN-INTEREST-RATE
               PERFORM RECALCULATE-MONTHLY-PAYMENT
               REWRITE LOAN-RECORD
               ADD 1 TO WS-LOANS-CHANGED
               PERFORM WRITE-RATE-CHANGE-NOTICE
           END-IF.

       ADVANCE-NEXT-RESET-DATE.
           MOVE LOAN-NEXT-RESET-DATE TO WS-RESET-DATE-CALC
           COMPUTE WS-RESET-TOTAL-MONTHS =
               WS-RESET-YYYY * 12 + WS-RESET-MM - 1
               + LOAN-RESET-MONTHS
           COMPUTE WS-RESET-YYYY = WS-RESET-TOTAL-MONTHS / 12
           COMPUTE WS-RESET-MM =
               WS-RESET-TOTAL-MONTHS - (WS-RESET-YYYY * 12) + 1
           MOVE WS-RESET-DATE-CALC TO LOAN-NEXT-RESET-DATE.

       RECALCULATE-MONTHLY-PAYMENT.
           MOVE LOAN-DUE-DATE TO WS-MATURITY-DATE-CALC
           COMPUTE WS-REMAINING-MONTHS =
               (WS-MATURITY-YYYY * 12 + WS-MATURITY-MM)
               - (WS-BUSINESS-YYYY * 12 + WS-BUSINESS-MM)
           IF WS-REMAINING-MONTHS < 1
               MOVE 1 TO WS-REMAINING-MONTHS
           END-IF
           COMPUTE WS-RESET-MONTHLY-RATE = LOAN-INTEREST-RATE / 1200
           IF WS-RESET-MONTHLY-RATE = 0
               COMPUTE LOAN-MONTHLY-PAYMENT ROUNDED =
                   LOAN-BALANCE / WS-REMAINING-MONTHS
           ELSE
               COMPUTE WS-RESET-FACTOR =
                   (1 + WS-RESET-MONTHLY-RATE) ** WS-REMAINING-MONTHS
               COMPUTE LOAN-MONTHLY-PAYMENT ROUNDED =
                   LOAN-BALANCE * WS-RESET-MONTHLY-RATE
                   * WS-RESET-FACTOR / (WS-RESET-FACTOR - 1)
           END-IF.

       WRITE-RATE-CHANGE-NOTICE.
           MOVE 'UNKNOWN CUSTOMER' TO CUST-NAME
           MOVE SPACES TO CUST-ADDRESS
           MOVE LOAN-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           MOVE SPACES TO REPORT-RECORD
           STRING 'RATE CHANGE NOTICE  LOAN:' LOAN-ID
               ' TYPE:' LOAN-TYPE
               ' CUSTOMER:' LOAN-CUST-ID ' ' CUST-NAME(1:40)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  ADDRESS: ' CUST-ADDRESS(1:80)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  INDEX:' LOAN-INDEX-CODE
               ' RATE:' WS-IDX-CURRENT-RATE
               ' AS OF:' WS-IDX-CURRENT-DATE
               ' MARGIN:' LOAN-RATE-MARGIN
               ' FLOOR:' LOAN-RATE-FLOOR
               ' CAP:' LOAN-RATE-CAP
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  OLD RATE:' WS-OLD-RATE
               ' NEW RATE:' LOAN-INTEREST-RATE
               ' EFFECTIVE:' WS-BUSINESS-DATE
               ' BALANCE:' LOAN-BALANCE
               ' REMAINING TERM:' WS-REMAINING-MONTHS ' MONTHS'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  OLD PAYMENT:' WS-OLD-PAYMENT
               ' NEW PAYMENT:' LOAN-MONTHLY-PAYMENT
               ' NEXT RESET:' LOAN-NEXT-RESET-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-LOANS-EXCEPTED
           MOVE SPACES TO REPORT-RECORD
           STRING 'EXCEPTION  LOAN:' LOAN-ID
               ' INDEX:' LOAN-INDEX-CODE
               ' REASON: ' WS-ERROR-MESSAGE(1:40)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       FINALIZE-BATCH.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'LOANS DUE FOR RESET:' WS-LOANS-DUE
               ' RATES CHANGED:' WS-LOANS-CHANGED
               ' UNCHANGED:' WS-LOANS-UNCHANGED
               ' EXCEPTIONS:' WS-LOANS-EXCEPTED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM MARK-RUN-COMPLETE
           CLOSE LOAN-FILE
           CLOSE INDEX-RATE-FILE
           CLOSE CUSTOMER-FILE
           CLOSE REPORT-FILE
           DISPLAY ' '
           DISPLAY 'Loans checked:      ' WS-LOANS-CHECKED
           DISPLAY 'Due for reset:      ' WS-LOANS-DUE
           DISPLAY 'Rates changed:      ' WS-LOANS-CHANGED
           DISPLAY 'Rates unchanged:    ' WS-LOANS-UNCHANGED
           DISPLAY 'Exceptions:         ' WS-LOANS-EXCEPTED
           DISPLAY '==============================================='
           DISPLAY '     LOAN RATE RESET BATCH COMPLETE'
           DISPLAY '==============================================='.
