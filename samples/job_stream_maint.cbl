       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-STREAM-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STREAM-FILE ASSIGN TO 'job_stream.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS JOB-SEQUENCE
                  FILE STATUS IS WS-JOB-STREAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-STREAM-FILE.
       01  JOB-STREAM-RECORD.
           05  JOB-SEQUENCE      PIC 9(3).
           05  JOB-NAME          PIC X(20).
           05  JOB-COMMAND       PIC X(60).
           05  JOB-FREQUENCY     PIC X(1).
               88  JOB-DAILY     VALUE 'D'.
               88  JOB-MONTH-END VALUE 'M'.
               88  JOB-YEAR-END  VALUE 'Y'.
           05  JOB-RUN-CONTROL-FLAG PIC X(1).
               88  JOB-USES-RUN-CONTROL VALUE 'Y'.
           05  JOB-ACTIVE-FLAG   PIC X(1).
               88  JOB-ACTIVE    VALUE 'A'.
               88  JOB-INACTIVE  VALUE 'I'.
           05  JOB-PREDECESSORS.
               10  JOB-PREDECESSOR PIC X(20) OCCURS 15 TIMES.
           05  JOB-DESCRIPTION   PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-JOB-STREAM-STATUS     PIC XX.

       01  WS-JOB-STREAM-EOF        PIC X VALUE 'N'.
           88  WS-JOB-STREAM-EOF-YES VALUE 'Y'.

       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-MENU-CHOICE           PIC 9(1).
       01  WS-CONTINUE-FLAG         PIC X VALUE 'Y'.
           88  WS-CONTINUE-YES      VALUE 'Y'.
           88  WS-CONTINUE-NO       VALUE 'N'.
       01  WS-SEARCH-SEQUENCE       PIC 9(3).
       01  WS-ENTRY-FOUND-FLAG      PIC X VALUE 'N'.
           88  WS-ENTRY-FOUND-YES   VALUE 'Y'.
       01  WS-ENTRY-VALID-FLAG      PIC X VALUE 'Y'.
           88  WS-ENTRY-VALID       VALUE 'Y'.

       01  WS-PREDECESSOR-FIELDS.
           05  WS-PRED-IDX          PIC 9(4).
           05  WS-PRED-NAME         PIC X(20).
           05  WS-PRED-DONE-FLAG    PIC X VALUE 'N'.
               88  WS-PRED-DONE     VALUE 'Y'.

       01  WS-LOAD-COUNT            PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-PROGRAM
           PERFORM PROCESS-MENU UNTIL WS-CONTINUE-NO
           PERFORM FINALIZE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           DISPLAY ' '
           DISPLAY '==============================================='
           DISPLAY '     END-OF-DAY JOB STREAM MAINTENANCE'
           DISPLAY '==============================================='
           DISPLAY 'Date: ' WS-CURRENT-DATE

           OPEN I-O JOB-STREAM-FILE
           IF WS-JOB-STREAM-STATUS = '35'
               OPEN OUTPUT JOB-STREAM-FILE
               CLOSE JOB-STREAM-FILE
               OPEN I-O JOB-STREAM-FILE
           END-IF
           IF WS-JOB-STREAM-STATUS NOT = '00'
               DISPLAY 'ERROR: Error opening job stream file'
               STOP RUN
           END-IF.

       PROCESS-MENU.
           DISPLAY ' '
           DISPLAY '=== JOB STREAM MENU ==='
           DISPLAY '1. Add/Update Job'
           DISPLAY '2. Delete Job'
           DISPLAY '3. List Job Stream'
           DISPLAY '4. Load Standard Job Stream'
           DISPLAY '5. Exit'
           DISPLAY ' '
           DISPLAY 'Enter choice (1-5): ' WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1 PERFORM ADD-JOB-ENTRY
               WHEN 2 PERFORM DELETE-JOB-ENTRY
               WHEN 3 PERFORM LIST-JOB-ENTRIES
               WHEN 4 PERFORM LOAD-STANDARD-JOB-STREAM
               WHEN 5 SET WS-CONTINUE-NO TO TRUE
               WHEN OTHER
                   DISPLAY 'Invalid choice.'
           END-EVALUATE.

       ADD-JOB-ENTRY.
           DISPLAY ' '
           DISPLAY '=== ADD/UPDATE JOB ==='
           DISPLAY 'Enter Sequence Number (1-999): ' WITH NO ADVANCING
           ACCEPT WS-SEARCH-SEQUENCE
           IF WS-SEARCH-SEQUENCE = 0
               DISPLAY 'Sequence number must be 1-999.'
           ELSE
               PERFORM ENTER-JOB-DETAILS
           END-IF.

       ENTER-JOB-DETAILS.
           MOVE 'N' TO WS-ENTRY-FOUND-FLAG
           MOVE 'Y' TO WS-ENTRY-VALID-FLAG
           MOVE WS-SEARCH-SEQUENCE TO JOB-SEQUENCE
           READ JOB-STREAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENTRY-FOUND-YES TO TRUE
                   DISPLAY 'Existing job found - ' JOB-NAME
                       ' - values will be replaced.'
           END-READ

           MOVE WS-SEARCH-SEQUENCE TO JOB-SEQUENCE
           DISPLAY 'Enter Job Name (as recorded in run control): '
               WITH NO ADVANCING
           ACCEPT JOB-NAME
           DISPLAY 'Enter Program to Run: ' WITH NO ADVANCING
           ACCEPT JOB-COMMAND
           DISPLAY 'Enter Frequency (D=daily, M=month-end,'
               ' Y=year-end): ' WITH NO ADVANCING
           ACCEPT JOB-FREQUENCY
           DISPLAY 'Uses run control? (Y/N): ' WITH NO ADVANCING
           ACCEPT JOB-RUN-CONTROL-FLAG
           DISPLAY 'Enter Status (A=active, I=inactive): '
               WITH NO ADVANCING
           ACCEPT JOB-ACTIVE-FLAG
           DISPLAY 'Enter Description: ' WITH NO ADVANCING
           ACCEPT JOB-DESCRIPTION

           MOVE SPACES TO JOB-PREDECESSORS
           MOVE 'N' TO WS-PRED-DONE-FLAG
           DISPLAY 'Enter predecessor job names, blank to finish.'
           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > 15 OR WS-PRED-DONE
               DISPLAY 'Predecessor ' WS-PRED-IDX ': '
                   WITH NO ADVANCING
               MOVE SPACES TO WS-PRED-NAME
               ACCEPT WS-PRED-NAME
               IF WS-PRED-NAME = SPACES
                   SET WS-PRED-DONE TO TRUE
               ELSE
                   MOVE WS-PRED-NAME TO JOB-PREDECESSOR (WS-PRED-IDX)
               END-IF
           END-PERFORM

           IF JOB-NAME = SPACES OR JOB-COMMAND = SPACES
               DISPLAY 'Job name and program are required.'
               MOVE 'N' TO WS-ENTRY-VALID-FLAG
           END-IF
           IF NOT JOB-DAILY AND NOT JOB-MONTH-END
               AND NOT JOB-YEAR-END
               DISPLAY 'Frequency must be D, M or Y.'
               MOVE 'N' TO WS-ENTRY-VALID-FLAG
           END-IF
           IF JOB-RUN-CONTROL-FLAG NOT = 'Y'
               AND JOB-RUN-CONTROL-FLAG NOT = 'N'
               DISPLAY 'Run control flag must be Y or N.'
               MOVE 'N' TO WS-ENTRY-VALID-FLAG
           END-IF
           IF NOT JOB-ACTIVE AND NOT JOB-INACTIVE
               DISPLAY 'Status must be A or I.'
               MOVE 'N' TO WS-ENTRY-VALID-FLAG
           END-IF

           IF NOT WS-ENTRY-VALID
               DISPLAY 'Job not saved.'
           ELSE
               IF WS-ENTRY-FOUND-YES
                   REWRITE JOB-STREAM-RECORD
                   DISPLAY 'Job updated.'
               ELSE
                   WRITE JOB-STREAM-RECORD
                       INVALID KEY
                           DISPLAY 'Error: job not written.'
                       NOT INVALID KEY
                           DISPLAY 'Job added.'
                   END-WRITE
               END-IF
           END-IF.

       DELETE-JOB-ENTRY.
           DISPLAY ' '
           DISPLAY '=== DELETE JOB ==='
           DISPLAY 'Enter Sequence Number: ' WITH NO ADVANCING
           ACCEPT WS-SEARCH-SEQUENCE

           MOVE WS-SEARCH-SEQUENCE TO JOB-SEQUENCE
           READ JOB-STREAM-FILE
               INVALID KEY
                   DISPLAY 'Job not found.'
               NOT INVALID KEY
                   DELETE JOB-STREAM-FILE RECORD
                   DISPLAY 'Job ' JOB-NAME ' deleted.'
           END-READ.

       LIST-JOB-ENTRIES.
           DISPLAY ' '
           DISPLAY '=== JOB STREAM ==='
           DISPLAY 'SEQ JOB NAME             FRQ RC ST PROGRAM'
           MOVE 'N' TO WS-JOB-STREAM-EOF
           MOVE 0 TO JOB-SEQUENCE
           START JOB-STREAM-FILE KEY IS NOT LESS THAN JOB-SEQUENCE
               INVALID KEY SET WS-JOB-STREAM-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-JOB-STREAM-EOF-YES
               READ JOB-STREAM-FILE NEXT RECORD
                   AT END SET WS-JOB-STREAM-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM DISPLAY-JOB-ENTRY
               END-READ
           END-PERFORM.

       DISPLAY-JOB-ENTRY.
           DISPLAY JOB-SEQUENCE ' ' JOB-NAME ' ' JOB-FREQUENCY
               '   ' JOB-RUN-CONTROL-FLAG '  ' JOB-ACTIVE-FLAG
               '  ' JOB-COMMAND
           DISPLAY '    ' JOB-DESCRIPTION
           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > 15
               IF JOB-PREDECESSOR (WS-PRED-IDX) NOT = SPACES
                   DISPLAY '    AFTER: ' JOB-PREDECESSOR (WS-PRED-IDX)
               END-IF
           END-PERFORM.

       LOAD-STANDARD-JOB-STREAM.
           MOVE 0 TO WS-LOAD-COUNT

           MOVE 10 TO JOB-SEQUENCE
           MOVE 'STANDING-ORDER' TO JOB-NAME
           MOVE './standing_order_batch' TO JOB-COMMAND
           MOVE 'D' TO JOB-FREQUENCY
           MOVE 'STANDING ORDER EXECUTION' TO JOB-DESCRIPTION
           MOVE SPACES TO JOB-PREDECESSORS
           PERFORM WRITE-STANDARD-JOB

           MOVE 20 TO JOB-SEQUENCE
           MOVE 'LOAN-PAYMENT-DRAFT' TO JOB-NAME
           MOVE './loan_payment_batch' TO JOB-COMMAND
           MOVE 'D' TO JOB-FREQUENCY
           MOVE 'LOAN PAYMENT DRAFTS' TO JOB-DESCRIPTION
           MOVE SPACES TO JOB-PREDECESSORS
           PERFORM WRITE-STANDARD-JOB

           MOVE 30 TO JOB-SEQUENCE
           MOVE 'INBOUND-DEPOSIT' TO JOB-NAME
           MOVE './inbound_deposit_batch' TO JOB-COMMAND
           MOVE 'D' TO JOB-FREQUENCY
           MOVE 'INBOUND DIRECT DEPOSITS' TO JOB-DESCRIPTION
           MOVE SPACES TO JOB-PREDECESSORS
           PERFORM WRITE-STANDARD-JOB

           MOVE 40 TO JOB-SEQUENCE
           MOVE 'CHECK-CLEARING' TO JOB-NAME
           MOVE './check_clearing_batch' TO JOB-COMMAND
           MOVE 'D' TO JOB-FREQUENCY
           MOVE 'INWARD CHECK CLEARING' TO JOB-DESCRIPTION
           MOVE SPACES TO JOB-PREDECESSORS
           PERFORM WRITE-STANDARD-JOB

           MOVE 50 TO JOB-SEQUENCE
           MOVE 'SUPPLIER-PAYMENT' TO JOB-NAME
           MOVE './supplier_payment_batch' TO JOB-COMMAND
           MOVE 'D' TO JOB-FREQUENCY
           MOVE 'SUPPLIER PAYMENT RUN' TO JOB-DESCRIPTION
           MOVE SPACES TO JOB-PREDECESSORS
           PERFORM WRITE-STANDARD-JOB

           MOVE 60 TO JOB-SEQUENCE
           MOVE 'ACH-RETURN' TO JOB-NAME
           MOVE './ach_return_batch' TO JOB-COMMAND
           MOVE 'D' TO JOB-FREQUENCY
           MOVE 'ACH RETURNS AND SETTLEMENT' TO JOB-DESCRIPTION
           MOVE SPACES TO JOB-PREDECESSORS
           MOVE 'SUPPLIER-PAYMENT' TO JOB-PREDECESSOR (1)
           PERFORM WRITE-STANDARD-JOB

           MOVE 70 TO JOB-SEQUENCE
           MOVE 'PENDING-RELEASE' TO JOB-NAME
           MOVE './pending_credit_release_batch' TO JOB-COMMAND
           MOVE 'D' TO JOB-FREQUENCY
           MOVE 'PENDING CREDIT RELEASE' TO JOB-DESCRIPTION
           MOVE SPACES TO JOB-PREDECESSORS
           MOVE 'INBOUND-DEPOSIT' TO JOB-PREDECESSOR (1)
           MOVE 'CHECK-CLEARING' TO JOB-PREDECESSOR (2)
           PERFORM WRITE-STANDARD-JOB

           MOVE 80 TO JOB-SEQUENCE
           MOVE 'LOAN-RATE-RESET' TO JOB-NAME
           MOVE './loan_rate_reset_batch' TO JOB-COMMAND
           MOVE 'D' TO JOB-FREQUENCY
           MOVE 'VARIABLE RATE LOAN RESET' TO JOB-DESCRIPTION
           MOVE SPACES TO JOB-PREDECESSORS
           PERFORM WRITE-STANDARD-JOB

           MOVE 90 TO JOB-SEQUENCE
           MOVE 'LOAN-ACCRUAL' TO JOB-NAME
           MOVE './loan_interest_accrual_batch' TO JOB-COMMAND
           MOVE 'D' TO JOB-FREQUENCY
           MOVE 'LOAN INTEREST ACCRUAL' TO JOB-DESCRIPTION
           MOVE SPACES TO JOB-PREDECESSORS
           MOVE 'LOAN-PAYMENT-DRAFT' TO JOB-PREDECESSOR (1)
           MOVE 'LOAN-RATE-RESET' TO JOB-PREDECESSOR (2)
           PERFORM WRITE-STANDARD-JOB

           MOVE 100 TO JOB-SEQUENCE
           MOVE 'LOAN-DELINQUENCY' TO JOB-NAME
           MOVE './loan_delinquency_batch' TO JOB-COMMAND
           MOVE 'D' TO JOB-FREQUENCY
           MOVE 'LOAN DELINQUENCY' TO JOB-DESCRIPTION
           MOVE SPACES TO JOB-PREDECESSORS
           MOVE 'LOAN-PAYMENT-DRAFT' TO JOB-PREDECESSOR (1)
           PERFORM WRITE-STANDARD-JOB

           MOVE 110 TO JOB-SEQUENCE
           MOVE 'INTEREST-ACCRUAL' TO JOB-NAME
           MOVE './interest_accrual_batch' TO JOB-COMMAND
           MOVE 'D' TO JOB-FREQUENCY
           MOVE 'DEPOSIT INTEREST ACCRUAL' TO JOB-DESCRIPTION
           MOVE SPACES TO JOB-PREDECESSORS
           MOVE 'STANDING-ORDER' TO JOB-PREDECESSOR (1)
           MOVE 'PENDING-RELEASE' TO JOB-PREDECESSOR (2)
           PERFORM WRITE-STANDARD-JOB

           MOVE 120 TO JOB-SEQUENCE
           MOVE 'CD-MATURITY' TO JOB-NAME
           MOVE './cd_maturity_batch' TO JOB-COMMAND
           MOVE 'D' TO JOB-FREQUENCY
           MOVE 'CD MATURITY' TO JOB-DESCRIPTION
           MOVE SPACES TO JOB-PREDECESSORS
           MOVE 'INTEREST-ACCRUAL' TO JOB-PREDECESSOR (1)
           PERFORM WRITE-STANDARD-JOB

           MOVE 130 TO JOB-SEQUENCE
           MOVE 'CREDIT-BILLING' TO JOB-NAME
           MOVE './credit_billing_cycle_batch' TO JOB-COMMAND
           MOVE 'D' TO JOB-FREQUENCY
           MOVE 'CREDIT LINE BILLING CYCLE' TO JOB-DESCRIPTION
           MOVE SPACES TO JOB-PREDECESSORS
           PERFORM WRITE-STANDARD-JOB

           MOVE 140 TO JOB-SEQUENCE
           MOVE 'FEE-ASSESSMENT' TO JOB-NAME
           MOVE './fee_assessment_batch' TO JOB-COMMAND
           MOVE 'M' TO JOB-FREQUENCY
           MOVE 'MONTH-END FEE ASSESSMENT' TO JOB-DESCRIPTION
           MOVE SPACES TO JOB-PREDECESSORS
           MOVE 'INTEREST-ACCRUAL' TO JOB-PREDECESSOR (1)
           MOVE 'CD-MATURITY' TO JOB-PREDECESSOR (2)
           PERFORM WRITE-STANDARD-JOB

           MOVE 150 TO JOB-SEQUENCE
           MOVE 'DORMANT-ACCOUNT' TO JOB-NAME
           MOVE './dormant_account_batch' TO JOB-COMMAND
           MOVE 'M' TO JOB-FREQUENCY
           MOVE 'DORMANT ACCOUNT IDENTIFICATION' TO JOB-DESCRIPTION
           MOVE SPACES TO JOB-PREDECESSORS
           MOVE 'FEE-ASSESSMENT' TO JOB-PREDECESSOR (1)
           PERFORM WRITE-STANDARD-JOB

           MOVE 160 TO JOB-SEQUENCE
           MOVE 'GL-JOURNAL' TO JOB-NAME
           MOVE './gl_journal_batch' TO JOB-COMMAND
           MOVE 'D' TO JOB-FREQUENCY
           MOVE 'END-OF-DAY GL JOURNAL' TO JOB-DESCRIPTION
           MOVE SPACES TO JOB-PREDECESSORS
           MOVE 'STANDING-ORDER' TO JOB-PREDECESSOR (1)
           MOVE 'LOAN-PAYMENT-DRAFT' TO JOB-PREDECESSOR (2)
           MOVE 'INBOUND-DEPOSIT' TO JOB-PREDECESSOR (3)
           MOVE 'CHECK-CLEARING' TO JOB-PREDECESSOR (4)
           MOVE 'SUPPLIER-PAYMENT' TO JOB-PREDECESSOR (5)
           MOVE 'ACH-RETURN' TO JOB-PREDECESSOR (6)
           MOVE 'PENDING-RELEASE' TO JOB-PREDECESSOR (7)
           MOVE 'LOAN-ACCRUAL' TO JOB-PREDECESSOR (8)
           MOVE 'INTEREST-ACCRUAL' TO JOB-PREDECESSOR (9)
           MOVE 'CD-MATURITY' TO JOB-PREDECESSOR (10)
           MOVE 'CREDIT-BILLING' TO JOB-PREDECESSOR (11)
           MOVE 'FEE-ASSESSMENT' TO JOB-PREDECESSOR (12)
           PERFORM WRITE-STANDARD-JOB

           MOVE 165 TO JOB-SEQUENCE
           MOVE 'NOTIFY-EXTRACT' TO JOB-NAME
           MOVE './notification_extract_batch' TO JOB-COMMAND
           MOVE 'D' TO JOB-FREQUENCY
           MOVE 'CUSTOMER NOTIFICATION EXTRACT' TO JOB-DESCRIPTION
           MOVE SPACES TO JOB-PREDECESSORS
           MOVE 'STANDING-ORDER' TO JOB-PREDECESSOR (1)
           MOVE 'LOAN-PAYMENT-DRAFT' TO JOB-PREDECESSOR (2)
           MOVE 'ACH-RETURN' TO JOB-PREDECESSOR (3)
           MOVE 'CD-MATURITY' TO JOB-PREDECESSOR (4)
           MOVE 'GL-JOURNAL' TO JOB-PREDECESSOR (5)
           PERFORM WRITE-STANDARD-JOB

           MOVE 170 TO JOB-SEQUENCE
           MOVE 'LARGE-TRANS-REPORT' TO JOB-NAME
           MOVE 'echo 0 | ./large_transaction_batch' TO JOB-COMMAND
           MOVE 'D' TO JOB-FREQUENCY
           MOVE 'LARGE TRANSACTION REPORT' TO JOB-DESCRIPTION
           MOVE SPACES TO JOB-PREDECESSORS
           MOVE 'GL-JOURNAL' TO JOB-PREDECESSOR (1)
           PERFORM WRITE-STANDARD-JOB

           MOVE 180 TO JOB-SEQUENCE
           MOVE 'INTEREST-SUMMARY' TO JOB-NAME
           MOVE 'echo 1 | ./interest_summary_batch' TO JOB-COMMAND
           MOVE 'Y' TO JOB-FREQUENCY
           MOVE 'YEAR-END INTEREST SUMMARY' TO JOB-DESCRIPTION
           MOVE SPACES TO JOB-PREDECESSORS
           MOVE 'GL-JOURNAL' TO JOB-PREDECESSOR (1)
           PERFORM WRITE-STANDARD-JOB

           MOVE 190 TO JOB-SEQUENCE
           MOVE 'TRANS-ARCHIVE' TO JOB-NAME
           MOVE './trans_archive_batch' TO JOB-COMMAND
           MOVE 'M' TO JOB-FREQUENCY
           MOVE 'TRANSACTION ARCHIVE AND PURGE' TO JOB-DESCRIPTION
           MOVE SPACES TO JOB-PREDECESSORS
           MOVE 'GL-JOURNAL' TO JOB-PREDECESSOR (1)
           MOVE 'LARGE-TRANS-REPORT' TO JOB-PREDECESSOR (2)
           MOVE 'INTEREST-SUMMARY' TO JOB-PREDECESSOR (3)
           MOVE 'DORMANT-ACCOUNT' TO JOB-PREDECESSOR (4)
           PERFORM WRITE-STANDARD-JOB

           MOVE 200 TO JOB-SEQUENCE
           MOVE 'FILE-INTEGRITY' TO JOB-NAME
           MOVE './integrity_check_batch' TO JOB-COMMAND
           MOVE 'D' TO JOB-FREQUENCY
           MOVE 'CROSS-FILE INTEGRITY CHECK' TO JOB-DESCRIPTION
           MOVE SPACES TO JOB-PREDECESSORS
           MOVE 'GL-JOURNAL' TO JOB-PREDECESSOR (1)
           MOVE 'TRANS-ARCHIVE' TO JOB-PREDECESSOR (2)
           PERFORM WRITE-STANDARD-JOB

           DISPLAY WS-LOAD-COUNT ' standard job(s) added.'
           DISPLAY 'Existing sequence numbers were left unchanged.'.

       WRITE-STANDARD-JOB.
           MOVE 'Y' TO JOB-RUN-CONTROL-FLAG
           MOVE 'A' TO JOB-ACTIVE-FLAG
           WRITE JOB-STREAM-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
           END-WRITE.

       FINALIZE-PROGRAM.
           CLOSE JOB-STREAM-FILE
           DISPLAY 'Job stream maintenance complete.'.
