                  RECORD KEY IS OPR-ID
                  FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO 'accounts.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACC-ID
                  FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'loans.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOAN-ID
                  FILE STATUS IS WS-LOAN-STATUS.

           SELECT GL-ACCOUNT-FILE ASSIGN TO 'gl_accounts.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COA-GL-ACCOUNT
                  FILE STATUS IS WS-GL-ACCOUNT-STATUS.

           SELECT POSTING-RULE-FILE ASSIGN TO 'gl_posting_rules.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRULE-KEY
                  FILE STATUS IS WS-POSTING-RULE-STATUS.

           SELECT GL-BALANCE-FILE ASSIGN TO 'gl_balances.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GLB-GL-ACCOUNT
                  FILE STATUS IS WS-GL-BALANCE-STATUS.

           SELECT TRIAL-BALANCE-FILE ASSIGN TO 'gl_trial_balance.txt'
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TRIAL-BALANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           05  RUN-START-TIME    PIC 9(6).
           05  RUN-END-TIME      PIC 9(6).
           05  RUN-FORCED-BY     PIC X(10).
           05  RUN-RECORD-COUNT  PIC 9(10).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
               88  OPR-DISABLED  VALUE 'D'.
           05  OPR-CREATE-DATE   PIC 9(8).

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

       FD  GL-ACCOUNT-FILE.
       01  GL-ACCOUNT-RECORD.
           05  COA-GL-ACCOUNT    PIC 9(4).
           05  COA-NAME          PIC X(30).
           05  COA-CLASS         PIC X(1).
               88  COA-ASSET     VALUE 'A'.
               88  COA-LIABILITY VALUE 'L'.
               88  COA-EQUITY    VALUE 'Q'.
               88  COA-INCOME    VALUE 'I'.
               88  COA-EXPENSE   VALUE 'E'.
           05  COA-NORMAL-SIDE   PIC X(1).
               88  COA-NORMAL-DEBIT VALUE 'D'.
               88  COA-NORMAL-CREDIT VALUE 'C'.
           05  COA-CONTROL-ACC-TYPE PIC X(2).
           05  COA-STATUS        PIC X(1).
               88  COA-ACTIVE    VALUE 'A'.
               88  COA-INACTIVE  VALUE 'I'.
           05  COA-UPDATED-BY    PIC X(10).
           05  COA-UPDATE-DATE   PIC 9(8).

       FD  POSTING-RULE-FILE.
       01  POSTING-RULE-RECORD.
           05  PRULE-KEY.
               10  PRULE-TRANS-CODE PIC X(2).
               10  PRULE-ACC-TYPE PIC X(2).
           05  PRULE-DEBIT-GL    PIC 9(4).
           05  PRULE-CREDIT-GL   PIC 9(4).
           05  PRULE-DESCRIPTION PIC X(30).
           05  PRULE-UPDATED-BY  PIC X(10).
           05  PRULE-UPDATE-DATE PIC 9(8).

       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           05  GLB-GL-ACCOUNT    PIC 9(4).
           05  GLB-DEBIT-TOTAL   PIC 9(14)V99.
           05  GLB-CREDIT-TOTAL  PIC 9(14)V99.
           05  GLB-LAST-POST-DATE PIC 9(8).
           05  GLB-DAY-DEBIT     PIC 9(12)V99.
           05  GLB-DAY-CREDIT    PIC 9(12)V99.

       FD  TRIAL-BALANCE-FILE.
       01  TRIAL-BALANCE-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRANSACTION-STATUS    PIC XX.
       01  WS-JOURNAL-STATUS        PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-RUN-CONTROL-STATUS    PIC XX.
       01  WS-OPERATOR-STATUS       PIC XX.
       01  WS-ACCOUNT-STATUS        PIC XX.
       01  WS-LOAN-STATUS           PIC XX.
       01  WS-GL-ACCOUNT-STATUS     PIC XX.
       01  WS-POSTING-RULE-STATUS   PIC XX.
       01  WS-GL-BALANCE-STATUS     PIC XX.
       01  WS-TRIAL-BALANCE-STATUS  PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-TRANSACTION-EOF   PIC X VALUE 'N'.
               88  WS-TRANSACTION-EOF-YES VALUE 'Y'.
           05  WS-ACCOUNT-EOF       PIC X VALUE 'N'.
               88  WS-ACCOUNT-EOF-YES VALUE 'Y'.
           05  WS-LOAN-EOF          PIC X VALUE 'N'.
               88  WS-LOAN-EOF-YES  VALUE 'Y'.
           05  WS-GL-ACCOUNT-EOF    PIC X VALUE 'N'.
               88  WS-GL-ACCOUNT-EOF-YES VALUE 'Y'.
           05  WS-GL-BALANCE-EOF    PIC X VALUE 'N'.
               88  WS-GL-BALANCE-EOF-YES VALUE 'Y'.

       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-CURRENT-TIME          PIC 9(6).
       01  WS-CALENDAR-STATUS       PIC XX.
       01  WS-BUSINESS-DATE         PIC 9(8).

       01  WS-POSTING-KEY.
           05  WS-POST-CODE         PIC X(2).
           05  WS-POST-ACC-TYPE     PIC X(2).
       01  WS-POST-REVERSAL-FLAG    PIC X VALUE 'N'.
           88  WS-POST-REVERSAL     VALUE 'Y'.

       01  WS-POSTING-BUCKETS.
           05  WS-PB-ENTRY OCCURS 100 TIMES.
               10  WS-PB-CODE       PIC X(2).
               10  WS-PB-ACC-TYPE   PIC X(2).
               10  WS-PB-SOURCE     PIC X(2).
               10  WS-PB-AMOUNT     PIC 9(12)V99.
               10  WS-PB-REV-AMOUNT PIC 9(12)V99.
       01  WS-PB-COUNT              PIC 9(3) VALUE 0.
       01  WS-PB-IX                 PIC 9(3).
       01  WS-PB-FOUND-FLAG         PIC X VALUE 'N'.
           88  WS-PB-FOUND          VALUE 'Y'.

       01  WS-RULE-FIELDS.
           05  WS-RULE-FOUND-FLAG   PIC X VALUE 'N'.
               88  WS-RULE-FOUND    VALUE 'Y'.
           05  WS-RULE-DEBIT-GL     PIC 9(4).
           05  WS-RULE-CREDIT-GL    PIC 9(4).
           05  WS-RULE-REASON       PIC X(30).
           05  WS-RULE-EXCEPTIONS   PIC 9(3) VALUE 0.

       01  WS-JOURNAL-TABLE.
           05  WS-JRNL-ENTRY OCCURS 400 TIMES.
               10  WS-JE-GL-ACCOUNT PIC 9(4).
               10  WS-JE-DR-CR      PIC X(1).
               10  WS-JE-AMOUNT     PIC 9(12)V99.
               10  WS-JE-SOURCE     PIC X(2).
       01  WS-JRNL-COUNT            PIC 9(3) VALUE 0.
       01  WS-JRNL-IX               PIC 9(3).

       01  WS-JE-WORK.
           05  WS-JEW-GL-ACCOUNT    PIC 9(4).
       01  WS-COUNTERS.
           05  WS-TRANS-READ        PIC 9(8) VALUE 0.
           05  WS-TRANS-SUMMARIZED  PIC 9(8) VALUE 0.
           05  WS-GL-ACCOUNTS-POSTED PIC 9(6) VALUE 0.

       01  WS-TRIAL-BALANCE-FIELDS.
           05  WS-TB-NET-BALANCE    PIC S9(14)V99.
           05  WS-TB-DEBIT-BALANCE  PIC 9(14)V99.
           05  WS-TB-CREDIT-BALANCE PIC 9(14)V99.
           05  WS-TB-DEBIT-TOTAL    PIC 9(14)V99 VALUE 0.
           05  WS-TB-CREDIT-TOTAL   PIC 9(14)V99 VALUE 0.
           05  WS-TB-GL-BALANCE     PIC S9(14)V99.
           05  WS-TB-CONTROL-TOTAL  PIC 9(14)V99.
           05  WS-TB-DIFFERENCE     PIC S9(14)V99.
           05  WS-TB-DIFFERENCE-ED  PIC -Z(13)9.99.
           05  WS-TB-OUT-OF-TIE     PIC 9(4) VALUE 0.
           05  WS-TB-ACCOUNTS-LISTED PIC 9(6) VALUE 0.

       01  WS-CONTROL-TYPE-TOTALS.
           05  WS-CT-ENTRY OCCURS 10 TIMES.
               10  WS-CT-ACC-TYPE   PIC X(2).
               10  WS-CT-TOTAL      PIC 9(14)V99.
       01  WS-CT-COUNT              PIC 9(2) VALUE 0.
       01  WS-CT-IX                 PIC 9(2).
       01  WS-CT-FOUND-FLAG         PIC X VALUE 'N'.
           88  WS-CT-FOUND          VALUE 'Y'.
       01  WS-CT-WORK-TYPE          PIC X(2).
       01  WS-CT-WORK-AMOUNT        PIC 9(14)V99.

       01  WS-REPORT-LINE           PIC X(132) VALUE ALL '-'.

           PERFORM WRITE-PROOF-SHEET
           IF WS-JOURNAL-BALANCED
               PERFORM RELEASE-JOURNAL-FILE
               PERFORM POST-GL-BALANCES
           ELSE
               DISPLAY 'Journal out of balance - HELD FOR REVIEW.'
               DISPLAY 'No journal file released.'
           END-IF
           PERFORM WRITE-TRIAL-BALANCE
           PERFORM FINALIZE-BATCH
           STOP RUN.

                   TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 'Error opening account file' TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GL-ACCOUNT-STATUS NOT = '00'
               MOVE 'Chart of accounts not available - set up GL'
                   TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           OPEN INPUT POSTING-RULE-FILE
           IF WS-POSTING-RULE-STATUS NOT = '00'
               MOVE 'Posting rules not available - set up GL'
                   TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF

           OPEN OUTPUT TRIAL-BALANCE-FILE
           IF WS-TRIAL-BALANCE-STATUS NOT = '00'
               MOVE 'Error opening trial balance file'
                   TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF.

       DERIVE-BUSINESS-DATE.
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
                   MOVE WS-TRANS-READ TO RUN-RECORD-COUNT
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.

       SUMMARIZE-ONE-TRANSACTION.
           ADD 1 TO WS-TRANS-SUMMARIZED
           MOVE 'N' TO WS-POST-REVERSAL-FLAG
           IF TRANS-DESCRIPTION(1:12) = 'REVERSAL OF '
               SET WS-POST-REVERSAL TO TRUE
           END-IF
           PERFORM DERIVE-POSTING-CODE
           PERFORM DERIVE-POSTING-ACC-TYPE
           PERFORM ADD-TO-POSTING-BUCKET.

       DERIVE-POSTING-CODE.
           MOVE TRANS-TYPE TO WS-POST-CODE
           EVALUATE TRUE
               WHEN TRANS-PAYMENT
                   IF TRANS-ACC-ID = 0
                       IF TRANS-DESCRIPTION(1:13) = 'LOAN INTEREST'
                           MOVE 'LI' TO WS-POST-CODE
                       ELSE
                           MOVE 'LP' TO WS-POST-CODE
                       END-IF
                   END-IF
               WHEN TRANS-TRANSFER AND WS-POST-REVERSAL
                   IF TRANS-DESCRIPTION(25:4) = ' OUT'
                       MOVE 'TI' TO WS-POST-CODE
                   ELSE
                       MOVE 'TO' TO WS-POST-CODE
                   END-IF
               WHEN TRANS-TRANSFER
                   IF TRANS-DESCRIPTION(1:12) = 'TRANSFER OUT'
                       OR TRANS-DESCRIPTION(1:31) =
                           'OVERDRAFT COVERAGE TRANSFER OUT'
                       MOVE 'TO' TO WS-POST-CODE
                   ELSE
                       MOVE 'TI' TO WS-POST-CODE
                   END-IF
           END-EVALUATE.

       DERIVE-POSTING-ACC-TYPE.
           MOVE SPACES TO WS-POST-ACC-TYPE
           IF TRANS-ACC-ID = 0
               MOVE 'LN' TO WS-POST-ACC-TYPE
           ELSE
               MOVE TRANS-ACC-ID TO ACC-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACC-TYPE TO WS-POST-ACC-TYPE
               END-READ
           END-IF.

       ADD-TO-POSTING-BUCKET.
           MOVE 'N' TO WS-PB-FOUND-FLAG
           PERFORM VARYING WS-PB-IX FROM 1 BY 1
                   UNTIL WS-PB-IX > WS-PB-COUNT OR WS-PB-FOUND
               IF WS-PB-CODE(WS-PB-IX) = WS-POST-CODE
                   AND WS-PB-ACC-TYPE(WS-PB-IX) = WS-POST-ACC-TYPE
                   SET WS-PB-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-PB-FOUND
               SUBTRACT 1 FROM WS-PB-IX
           ELSE
               IF WS-PB-COUNT < 100
                   ADD 1 TO WS-PB-COUNT
                   MOVE WS-PB-COUNT TO WS-PB-IX
                   MOVE WS-POST-CODE TO WS-PB-CODE(WS-PB-IX)
                   MOVE WS-POST-ACC-TYPE TO WS-PB-ACC-TYPE(WS-PB-IX)
                   MOVE TRANS-TYPE TO WS-PB-SOURCE(WS-PB-IX)
                   MOVE 0 TO WS-PB-AMOUNT(WS-PB-IX)
                   MOVE 0 TO WS-PB-REV-AMOUNT(WS-PB-IX)
               ELSE
                   DISPLAY 'Warning: posting bucket table full - '
                       'journal will be held.'
                   ADD 1 TO WS-RULE-EXCEPTIONS
                   MOVE 0 TO WS-PB-IX
               END-IF
           END-IF
           IF WS-PB-IX > 0
               IF WS-POST-REVERSAL
                   ADD TRANS-AMOUNT TO WS-PB-REV-AMOUNT(WS-PB-IX)
               ELSE
                   ADD TRANS-AMOUNT TO WS-PB-AMOUNT(WS-PB-IX)
               END-IF
           END-IF.

       BUILD-JOURNAL-ENTRIES.
           PERFORM VARYING WS-PB-IX FROM 1 BY 1
                   UNTIL WS-PB-IX > WS-PB-COUNT
               PERFORM BUILD-BUCKET-ENTRIES
           END-PERFORM

           MOVE 0 TO WS-DEBIT-TOTAL
           MOVE 0 TO WS-CREDIT-TOTAL
           END-PERFORM

           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
               AND WS-RULE-EXCEPTIONS = 0
               SET WS-JOURNAL-BALANCED TO TRUE
           ELSE
               MOVE 'N' TO WS-BALANCED-FLAG
           END-IF.

       BUILD-BUCKET-ENTRIES.
           MOVE WS-PB-CODE(WS-PB-IX) TO WS-POST-CODE
           MOVE WS-PB-ACC-TYPE(WS-PB-IX) TO WS-POST-ACC-TYPE
           PERFORM RESOLVE-POSTING-RULE
           IF NOT WS-RULE-FOUND
               ADD 1 TO WS-RULE-EXCEPTIONS
           ELSE
               MOVE WS-PB-SOURCE(WS-PB-IX) TO WS-JEW-SOURCE
               IF WS-PB-AMOUNT(WS-PB-IX) > 0
                   MOVE WS-PB-AMOUNT(WS-PB-IX) TO WS-JEW-AMOUNT
                   MOVE WS-RULE-DEBIT-GL TO WS-JEW-GL-ACCOUNT
                   MOVE 'D' TO WS-JEW-DR-CR
                   PERFORM ADD-JOURNAL-ENTRY
                   MOVE WS-RULE-CREDIT-GL TO WS-JEW-GL-ACCOUNT
                   MOVE 'C' TO WS-JEW-DR-CR
                   PERFORM ADD-JOURNAL-ENTRY
               END-IF
               IF WS-PB-REV-AMOUNT(WS-PB-IX) > 0
                   MOVE WS-PB-REV-AMOUNT(WS-PB-IX) TO WS-JEW-AMOUNT
                   MOVE WS-RULE-CREDIT-GL TO WS-JEW-GL-ACCOUNT
                   MOVE 'D' TO WS-JEW-DR-CR
                   PERFORM ADD-JOURNAL-ENTRY
                   MOVE WS-RULE-DEBIT-GL TO WS-JEW-GL-ACCOUNT
                   MOVE 'C' TO WS-JEW-DR-CR
                   PERFORM ADD-JOURNAL-ENTRY
               END-IF
           END-IF.

       RESOLVE-POSTING-RULE.
           MOVE 'N' TO WS-RULE-FOUND-FLAG
           MOVE 'RULE NOT ON FILE' TO WS-RULE-REASON
           MOVE WS-POST-CODE TO PRULE-TRANS-CODE
           MOVE WS-POST-ACC-TYPE TO PRULE-ACC-TYPE
           READ POSTING-RULE-FILE
               INVALID KEY
                   MOVE WS-POST-CODE TO PRULE-TRANS-CODE
                   MOVE SPACES TO PRULE-ACC-TYPE
                   READ POSTING-RULE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-RULE-FOUND TO TRUE
                   END-READ
               NOT INVALID KEY
                   SET WS-RULE-FOUND TO TRUE
           END-READ
           IF WS-RULE-FOUND
               MOVE PRULE-DEBIT-GL TO WS-RULE-DEBIT-GL
               MOVE PRULE-CREDIT-GL TO WS-RULE-CREDIT-GL
               MOVE WS-RULE-DEBIT-GL TO COA-GL-ACCOUNT
               PERFORM VALIDATE-RULE-GL-ACCOUNT
               IF WS-RULE-FOUND
                   MOVE WS-RULE-CREDIT-GL TO COA-GL-ACCOUNT
                   PERFORM VALIDATE-RULE-GL-ACCOUNT
               END-IF
           END-IF.

       VALIDATE-RULE-GL-ACCOUNT.
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RULE-FOUND-FLAG
                   MOVE 'GL ACCOUNT NOT IN CHART'
                       TO WS-RULE-REASON
               NOT INVALID KEY
                   IF NOT COA-ACTIVE
                       MOVE 'N' TO WS-RULE-FOUND-FLAG
                       MOVE 'GL ACCOUNT INACTIVE' TO WS-RULE-REASON
                   END-IF
           END-READ.

       ADD-JOURNAL-ENTRY.
           IF WS-JRNL-COUNT < 400
               ADD 1 TO WS-JRNL-COUNT
               MOVE WS-JEW-GL-ACCOUNT
                   TO WS-JE-GL-ACCOUNT(WS-JRNL-COUNT)
               MOVE WS-JEW-DR-CR TO WS-JE-DR-CR(WS-JRNL-COUNT)
               MOVE WS-JEW-AMOUNT TO WS-JE-AMOUNT(WS-JRNL-COUNT)
               MOVE WS-JEW-SOURCE TO WS-JE-SOURCE(WS-JRNL-COUNT)
           ELSE
               DISPLAY 'Warning: journal table full - journal will'
                   ' be held.'
               ADD 1 TO WS-RULE-EXCEPTIONS
           END-IF.

       WRITE-PROOF-SHEET.
           WRITE REPORT-RECORD FROM 'GL JOURNAL PROOF SHEET'
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'BUSINESS DATE: ' WS-BUSINESS-DATE
               ' TRANSACTIONS SUMMARIZED: ' WS-TRANS-SUMMARIZED
               DELIMITED BY SIZE INTO REPORT-RECORD

           PERFORM VARYING WS-JRNL-IX FROM 1 BY 1
                   UNTIL WS-JRNL-IX > WS-JRNL-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'GL:' WS-JE-GL-ACCOUNT(WS-JRNL-IX)
                   ' ' WS-JE-DR-CR(WS-JRNL-IX)
                   ' AMOUNT:' WS-JE-AMOUNT(WS-JRNL-IX)
           END-PERFORM

           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'TOTAL DEBITS: ' WS-DEBIT-TOTAL
               ' TOTAL CREDITS: ' WS-CREDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-RULE-EXCEPTIONS > 0
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               STRING 'POSTING RULE EXCEPTIONS: ' WS-RULE-EXCEPTIONS
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM VARYING WS-PB-IX FROM 1 BY 1
                       UNTIL WS-PB-IX > WS-PB-COUNT
                   PERFORM WRITE-RULE-EXCEPTION-LINE
               END-PERFORM
           END-IF
           IF WS-JOURNAL-BALANCED
               WRITE REPORT-RECORD FROM
                   'IN BALANCE - JOURNAL RELEASED'
                   'OUT OF BALANCE - HELD FOR REVIEW'
           END-IF.

       WRITE-RULE-EXCEPTION-LINE.
           MOVE WS-PB-CODE(WS-PB-IX) TO WS-POST-CODE
           MOVE WS-PB-ACC-TYPE(WS-PB-IX) TO WS-POST-ACC-TYPE
           PERFORM RESOLVE-POSTING-RULE
           IF NOT WS-RULE-FOUND
               MOVE SPACES TO REPORT-RECORD
               STRING 'NO POSTING FOR CODE:' WS-POST-CODE
                   ' ACCT TYPE:' WS-POST-ACC-TYPE
                   ' AMOUNT:' WS-PB-AMOUNT(WS-PB-IX)
                   ' REVERSED:' WS-PB-REV-AMOUNT(WS-PB-IX)
                   ' - ' WS-RULE-REASON
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       RELEASE-JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
           DISPLAY 'Journal file released with ' WS-JRNL-COUNT
               ' entries.'.

       POST-GL-BALANCES.
           OPEN I-O GL-BALANCE-FILE
           IF WS-GL-BALANCE-STATUS = '35'
               OPEN OUTPUT GL-BALANCE-FILE
               CLOSE GL-BALANCE-FILE
               OPEN I-O GL-BALANCE-FILE
           END-IF
           IF WS-GL-BALANCE-STATUS NOT = '00'
               MOVE 'Error opening GL balance file' TO WS-ERROR-MESSAGE
               DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
               STOP RUN
           END-IF
           PERFORM BACK-OUT-PRIOR-POSTING
           PERFORM VARYING WS-JRNL-IX FROM 1 BY 1
                   UNTIL WS-JRNL-IX > WS-JRNL-COUNT
               PERFORM POST-ONE-GL-BALANCE
           END-PERFORM
           CLOSE GL-BALANCE-FILE
           DISPLAY 'GL balances updated for business date '
               WS-BUSINESS-DATE.

       BACK-OUT-PRIOR-POSTING.
           MOVE 'N' TO WS-GL-BALANCE-EOF
           MOVE LOW-VALUES TO GLB-GL-ACCOUNT
           START GL-BALANCE-FILE KEY IS NOT LESS THAN GLB-GL-ACCOUNT
               INVALID KEY SET WS-GL-BALANCE-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-GL-BALANCE-EOF-YES
               READ GL-BALANCE-FILE NEXT RECORD
                   AT END SET WS-GL-BALANCE-EOF-YES TO TRUE
                   NOT AT END
                       IF GLB-LAST-POST-DATE = WS-BUSINESS-DATE
                           SUBTRACT GLB-DAY-DEBIT FROM GLB-DEBIT-TOTAL
                           SUBTRACT GLB-DAY-CREDIT
                               FROM GLB-CREDIT-TOTAL
                           MOVE 0 TO GLB-DAY-DEBIT
                           MOVE 0 TO GLB-DAY-CREDIT
                           REWRITE GL-BALANCE-RECORD
                           DISPLAY 'Prior posting backed out for GL '
                               GLB-GL-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       POST-ONE-GL-BALANCE.
           MOVE WS-JE-GL-ACCOUNT(WS-JRNL-IX) TO GLB-GL-ACCOUNT
           READ GL-BALANCE-FILE
               INVALID KEY
                   MOVE WS-JE-GL-ACCOUNT(WS-JRNL-IX) TO GLB-GL-ACCOUNT
                   MOVE 0 TO GLB-DEBIT-TOTAL
                   MOVE 0 TO GLB-CREDIT-TOTAL
                   MOVE 0 TO GLB-DAY-DEBIT
                   MOVE 0 TO GLB-DAY-CREDIT
                   PERFORM APPLY-ENTRY-TO-GL-BALANCE
                   WRITE GL-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY 'Warning: GL balance not written'
                   END-WRITE
                   ADD 1 TO WS-GL-ACCOUNTS-POSTED
               NOT INVALID KEY
                   IF GLB-LAST-POST-DATE NOT = WS-BUSINESS-DATE
                       MOVE 0 TO GLB-DAY-DEBIT
                       MOVE 0 TO GLB-DAY-CREDIT
                       ADD 1 TO WS-GL-ACCOUNTS-POSTED
                   END-IF
                   PERFORM APPLY-ENTRY-TO-GL-BALANCE
                   REWRITE GL-BALANCE-RECORD
           END-READ.

       APPLY-ENTRY-TO-GL-BALANCE.
           IF WS-JE-DR-CR(WS-JRNL-IX) = 'D'
               ADD WS-JE-AMOUNT(WS-JRNL-IX) TO GLB-DEBIT-TOTAL
               ADD WS-JE-AMOUNT(WS-JRNL-IX) TO GLB-DAY-DEBIT
           ELSE
               ADD WS-JE-AMOUNT(WS-JRNL-IX) TO GLB-CREDIT-TOTAL
               ADD WS-JE-AMOUNT(WS-JRNL-IX) TO GLB-DAY-CREDIT
           END-IF
           MOVE WS-BUSINESS-DATE TO GLB-LAST-POST-DATE.

       WRITE-TRIAL-BALANCE.
           PERFORM ACCUMULATE-CONTROL-TOTALS
           OPEN INPUT GL-BALANCE-FILE

           WRITE TRIAL-BALANCE-RECORD FROM 'DAILY GL TRIAL BALANCE'
           WRITE TRIAL-BALANCE-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO TRIAL-BALANCE-RECORD
           STRING 'BUSINESS DATE: ' WS-BUSINESS-DATE
               ' RUN DATE: ' WS-CURRENT-DATE
               DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
           WRITE TRIAL-BALANCE-RECORD
           IF NOT WS-JOURNAL-BALANCED
               WRITE TRIAL-BALANCE-RECORD FROM
                   'JOURNAL HELD - TODAYS ACTIVITY NOT INCLUDED'
           END-IF
           WRITE TRIAL-BALANCE-RECORD FROM WS-REPORT-LINE

           MOVE 'N' TO WS-GL-ACCOUNT-EOF
           MOVE LOW-VALUES TO COA-GL-ACCOUNT
           START GL-ACCOUNT-FILE KEY IS NOT LESS THAN COA-GL-ACCOUNT
               INVALID KEY SET WS-GL-ACCOUNT-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-GL-ACCOUNT-EOF-YES
               READ GL-ACCOUNT-FILE NEXT RECORD
                   AT END SET WS-GL-ACCOUNT-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM WRITE-TRIAL-BALANCE-LINE
               END-READ
           END-PERFORM

           WRITE TRIAL-BALANCE-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO TRIAL-BALANCE-RECORD
           STRING 'TOTAL DEBIT BALANCES:  ' WS-TB-DEBIT-TOTAL
               '   TOTAL CREDIT BALANCES: ' WS-TB-CREDIT-TOTAL
               DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
           WRITE TRIAL-BALANCE-RECORD
           IF WS-TB-DEBIT-TOTAL = WS-TB-CREDIT-TOTAL
               WRITE TRIAL-BALANCE-RECORD FROM
                   'TRIAL BALANCE IN BALANCE - DEBITS EQUAL CREDITS'
           ELSE
               WRITE TRIAL-BALANCE-RECORD FROM
                   'TRIAL BALANCE OUT OF BALANCE - REVIEW REQUIRED'
           END-IF
           MOVE SPACES TO TRIAL-BALANCE-RECORD
           STRING 'CONTROL ACCOUNTS OUT OF TIE: ' WS-TB-OUT-OF-TIE
               DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
           WRITE TRIAL-BALANCE-RECORD

           IF WS-GL-BALANCE-STATUS = '00'
               CLOSE GL-BALANCE-FILE
           END-IF.

       WRITE-TRIAL-BALANCE-LINE.
           MOVE 0 TO WS-TB-NET-BALANCE
           IF WS-GL-BALANCE-STATUS = '00'
               MOVE COA-GL-ACCOUNT TO GLB-GL-ACCOUNT
               READ GL-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-TB-NET-BALANCE =
                           GLB-DEBIT-TOTAL - GLB-CREDIT-TOTAL
               END-READ
           END-IF
           MOVE 0 TO WS-TB-DEBIT-BALANCE
           MOVE 0 TO WS-TB-CREDIT-BALANCE
           IF WS-TB-NET-BALANCE < 0
               COMPUTE WS-TB-CREDIT-BALANCE = 0 - WS-TB-NET-BALANCE
           ELSE
               MOVE WS-TB-NET-BALANCE TO WS-TB-DEBIT-BALANCE
           END-IF
           ADD WS-TB-DEBIT-BALANCE TO WS-TB-DEBIT-TOTAL
           ADD WS-TB-CREDIT-BALANCE TO WS-TB-CREDIT-TOTAL
           ADD 1 TO WS-TB-ACCOUNTS-LISTED
           MOVE SPACES TO TRIAL-BALANCE-RECORD
           STRING 'GL:' COA-GL-ACCOUNT
               ' ' COA-NAME
               ' ' COA-CLASS
               ' DR:' WS-TB-DEBIT-BALANCE
               ' CR:' WS-TB-CREDIT-BALANCE
               DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
           WRITE TRIAL-BALANCE-RECORD
           IF COA-CONTROL-ACC-TYPE NOT = SPACES
               PERFORM WRITE-CONTROL-TIE-LINE
           END-IF.

       WRITE-CONTROL-TIE-LINE.
           IF COA-NORMAL-CREDIT
               COMPUTE WS-TB-GL-BALANCE = 0 - WS-TB-NET-BALANCE
           ELSE
               MOVE WS-TB-NET-BALANCE TO WS-TB-GL-BALANCE
           END-IF
           MOVE 0 TO WS-TB-CONTROL-TOTAL
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
                   UNTIL WS-CT-IX > WS-CT-COUNT
               IF WS-CT-ACC-TYPE(WS-CT-IX) = COA-CONTROL-ACC-TYPE
                   MOVE WS-CT-TOTAL(WS-CT-IX) TO WS-TB-CONTROL-TOTAL
               END-IF
           END-PERFORM
           COMPUTE WS-TB-DIFFERENCE =
               WS-TB-GL-BALANCE - WS-TB-CONTROL-TOTAL
           MOVE WS-TB-DIFFERENCE TO WS-TB-DIFFERENCE-ED
           IF WS-TB-DIFFERENCE = 0
               MOVE SPACES TO TRIAL-BALANCE-RECORD
               STRING '    CONTROL FOR ' COA-CONTROL-ACC-TYPE
                   ' ACCOUNTS: LEDGER ' WS-TB-CONTROL-TOTAL
                   ' - TIES'
                   DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
           ELSE
               ADD 1 TO WS-TB-OUT-OF-TIE
               MOVE SPACES TO TRIAL-BALANCE-RECORD
               STRING '    CONTROL FOR ' COA-CONTROL-ACC-TYPE
                   ' ACCOUNTS: LEDGER ' WS-TB-CONTROL-TOTAL
                   ' - OUT OF TIE BY ' WS-TB-DIFFERENCE-ED
                   DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
           END-IF
           WRITE TRIAL-BALANCE-RECORD.

       ACCUMULATE-CONTROL-TOTALS.
           MOVE 0 TO WS-CT-COUNT
           MOVE 'N' TO WS-ACCOUNT-EOF
           MOVE LOW-VALUES TO ACC-ID
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACC-ID
               INVALID KEY SET WS-ACCOUNT-EOF-YES TO TRUE
           END-START
           PERFORM UNTIL WS-ACCOUNT-EOF-YES
               READ ACCOUNT-FILE NEXT RECORD
                   AT END SET WS-ACCOUNT-EOF-YES TO TRUE
                   NOT AT END
                       IF NOT ACC-LOAN
                           MOVE ACC-TYPE TO WS-CT-WORK-TYPE
                           MOVE ACC-BALANCE TO WS-CT-WORK-AMOUNT
                           PERFORM ADD-TO-CONTROL-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           PERFORM ACCUMULATE-LOAN-CONTROL-TOTAL.

       ACCUMULATE-LOAN-CONTROL-TOTAL.
           MOVE 'LN' TO WS-CT-WORK-TYPE
           MOVE 0 TO WS-CT-WORK-AMOUNT
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = '00'
               MOVE 'N' TO WS-LOAN-EOF
               MOVE LOW-VALUES TO LOAN-ID
               START LOAN-FILE KEY IS NOT LESS THAN LOAN-ID
                   INVALID KEY SET WS-LOAN-EOF-YES TO TRUE
               END-START
               PERFORM UNTIL WS-LOAN-EOF-YES
                   READ LOAN-FILE NEXT RECORD
                       AT END SET WS-LOAN-EOF-YES TO TRUE
                       NOT AT END
                           IF NOT LOAN-PAID-OFF
                               ADD LOAN-BALANCE TO WS-CT-WORK-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF
           PERFORM ADD-TO-CONTROL-TOTAL.

       ADD-TO-CONTROL-TOTAL.
           MOVE 'N' TO WS-CT-FOUND-FLAG
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
                   UNTIL WS-CT-IX > WS-CT-COUNT OR WS-CT-FOUND
               IF WS-CT-ACC-TYPE(WS-CT-IX) = WS-CT-WORK-TYPE
                   SET WS-CT-FOUND TO TRUE
                   ADD WS-CT-WORK-AMOUNT TO WS-CT-TOTAL(WS-CT-IX)
               END-IF
           END-PERFORM
           IF NOT WS-CT-FOUND AND WS-CT-COUNT < 10
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-WORK-TYPE TO WS-CT-ACC-TYPE(WS-CT-COUNT)
               MOVE WS-CT-WORK-AMOUNT TO WS-CT-TOTAL(WS-CT-COUNT)
           END-IF.

       FINALIZE-BATCH.
           PERFORM MARK-RUN-COMPLETE
           CLOSE TRANSACTION-FILE
           CLOSE REPORT-FILE
           CLOSE ACCOUNT-FILE
           CLOSE GL-ACCOUNT-FILE
           CLOSE POSTING-RULE-FILE
           CLOSE TRIAL-BALANCE-FILE
           DISPLAY ' '
           DISPLAY 'Transactions read:       ' WS-TRANS-READ
           DISPLAY 'Transactions summarized: ' WS-TRANS-SUMMARIZED
           DISPLAY 'Total debits:  $' WS-DEBIT-TOTAL
           DISPLAY 'Total credits: $' WS-CREDIT-TOTAL
           DISPLAY 'Rule exceptions:         ' WS-RULE-EXCEPTIONS
           DISPLAY 'GL accounts posted:      ' WS-GL-ACCOUNTS-POSTED
           DISPLAY 'Control accounts out of tie: ' WS-TB-OUT-OF-TIE
           DISPLAY '==============================================='
           DISPLAY '     GL JOURNAL POSTING BATCH COMPLETE'
           DISPLAY '==============================================='.
